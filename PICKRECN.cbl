000270*                   A CARRIED LINE STILL UNWORKED RE-CARRIES    *
000280*                   WITH ITS ORIGINAL ASSIGN DATE INSTEAD OF    *
000290*                   VANISHING AFTER ONE DAY.                    *
000300*  2026-10-15 EDM   THE RECONCILE DATE NOW COMES FROM THE SHARED *
000310*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK, SO  *
000320*                   A RECONCILE RUN AFTER MIDNIGHT STILL CLOSES  *
000330*                   THE RIGHT DAY. EVERY RUN NOW APPENDS A RUN-  *
000340*                   CONTROL RECORD (STATUS C, W ON ANY VARIANCE, *
000350*                   F ON ABORT) CARRYING THE BUSINESS DATE, SO   *
000360*                   EOD-ROLLOVER CAN SEE THE DAY WAS RECONCILED. *
000370*  2026-10-15 EDM   EVERY SETTLED LINE IS NOW ALSO WRITTEN TO    *
000380*                   THE SHIFT-HISTORY-FILE (SHFTHST) WITH ITS    *
000390*                   SHIFT AND RESULT - CLEAN, SHORT, OVER, NEVER *
000400*                   WORKED, OR PICKED NOT ASSIGNED - FOR SHIFT-  *
000410*                   PRODUCTIVITY. THE PRIOR HISTORY (SHFTIN) IS  *
000420*                   COPIED ACROSS FIRST, LESS ANY RECORDS FOR    *
000430*                   THE DAY BEING RECONCILED AND ANY OLDER THAN  *
000440*                   35 DAYS.                                     *
000450*  2026-10-15 EDM   EACH DEPARTMENT NOW BELONGS TO A SITE.       *
000460*                   ASSIGNMENTS, CARRIED LINES AND PICK          *
000470*                   CONFIRMATIONS ARE MATCHED ON SITE AS WELL AS *
000480*                   PRODUCT AND DEPT (A BLANK SITE ON ANY OF     *
000490*                   THEM MEANS SITE 01), THE SITE IS CARRIED ON  *
000500*                   PICKFWD AND THE SHIFT HISTORY, AND IT IS     *
000510*                   SHOWN ON THE VARIANCE REPORT.                *
000520*  2026-10-15 EDM   TODAY'S ASSIGNMENTS NOW COME FROM THE KEYED  *
000530*                   ASSIGN INDEX (ASSNIDX) INSTEAD OF A          *
000540*                   2000-LINE TABLE LOADED FROM THE WHOLE LOG -  *
000550*                   THE RUN POSITIONS ON THE RUN DATE'S SLICE    *
000560*                   AND SETTLES EACH LIVE LINE AS IT IS READ,    *
000570*                   THEN EACH CARRIED LINE FROM FWDIN. A         *
000580*                   TRANSFERRED OR REVERSED ASSIGNMENT IS        *
000590*                   ALREADY MARKED NO LONGER LIVE ON THE INDEX.  *
000600*                   TODAY'S CONFIRMATIONS ARE LOADED TO THE      *
000610*                   KEYED CONFWORK WORK FILE INSTEAD OF A        *
000620*                   2000-LINE TABLE AND EACH LINE POSITIONS      *
000630*                   STRAIGHT ON ITS SITE, DEPT AND PRODUCT.      *
000640*                   THERE IS NO DAILY CEILING ON EITHER SIDE     *
000650*                   NOW. ORPHAN PICKS LIST IN SITE, DEPT AND     *
000660*                   PRODUCT ORDER.                               *
000670*----------------------------------------------------------------*

000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.

000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS BUSINESS-DATE-STATUS.

000750     SELECT ASSIGN-INDEX-FILE ASSIGN TO "ASSNIDX"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS AX-KEY
000790         FILE STATUS IS ASSIGN-INDEX-STATUS.

000800     SELECT PICK-CONFIRM-FILE ASSIGN TO "PICKCONF"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS PICK-CONFIRM-STATUS.

000830     SELECT CONFIRM-WORK-FILE ASSIGN TO "CONFWORK"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CW-KEY
000870         FILE STATUS IS CONFIRM-WORK-STATUS.

000880     SELECT PICK-FORWARD-IN ASSIGN TO "FWDIN"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS FORWARD-IN-STATUS.

000910     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS PICK-FORWARD-STATUS.

000940     SELECT SHIFT-HISTORY-IN ASSIGN TO "SHFTIN"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS SHIFT-HIST-IN-STATUS.

000970     SELECT SHIFT-HISTORY-FILE ASSIGN TO "SHFTHST"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS SHIFT-HISTORY-STATUS.

001000     SELECT VARIANCE-REPORT ASSIGN TO "PICKVAR"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS VARIANCE-RPT-STATUS.

001030     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS RUN-CONTROL-STATUS.

001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  BUSINESS-DATE-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  BUSINESS-DATE-RECORD.
001110     COPY BUSDATE.

001120 FD  ASSIGN-INDEX-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  ASSIGN-INDEX-RECORD.
001150     COPY ASSNIDX.

001160 FD  PICK-CONFIRM-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  PICK-CONFIRM-RECORD.
001190     COPY PICKCONF.

001200 FD  CONFIRM-WORK-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  CONFIRM-WORK-RECORD.
001230     05  CW-KEY.
001240         10  CW-MATCH-KEY.
001250             15  CW-SITE-CODE    PIC X(02).
001260             15  CW-DEPT-CODE    PIC 9(02).
001270             15  CW-PRODUCT-NAME PIC X(30).
001280         10  CW-CONFIRM-SEQUENCE PIC 9(07).
001290     05  CW-PICKED-QTY           PIC 9(05).
001300     05  CW-SHIFT-CODE           PIC X(01).
001310     05  CW-USED-FLAG            PIC X(01).

001320 FD  PICK-FORWARD-IN
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  PICK-FORWARD-IN-RECORD     PIC X(48).

001360 FD  PICK-FORWARD-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  PICK-FORWARD-RECORD.
001400     COPY PICKFWD.

001410 FD  SHIFT-HISTORY-IN
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  SHIFT-HISTORY-IN-RECORD    PIC X(63).

001450 FD  SHIFT-HISTORY-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  SHIFT-HISTORY-RECORD.
001490     COPY SHIFTHST.

001500 FD  VARIANCE-REPORT
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530 01  VARIANCE-REPORT-LINE       PIC X(80).

001540 FD  RUN-CONTROL-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  RUN-CONTROL-RECORD.
001580     COPY RUNCTL.

001590 WORKING-STORAGE SECTION.
001600 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001610     88  BUSINESS-DATE-OK       VALUE "00".
001620 77  ASSIGN-INDEX-STATUS        PIC X(02) VALUE SPACES.
001630     88  ASSIGN-INDEX-OK        VALUE "00".
001640 77  PICK-CONFIRM-STATUS        PIC X(02) VALUE SPACES.
001650     88  PICK-CONFIRM-OK        VALUE "00".
001660     88  PICK-CONFIRM-EOF       VALUE "10".
001670 77  CONFIRM-WORK-STATUS        PIC X(02) VALUE SPACES.
001680     88  CONFIRM-WORK-OK        VALUE "00".
001690 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001700     88  PICK-FORWARD-OK        VALUE "00".
001710 77  FORWARD-IN-STATUS          PIC X(02) VALUE SPACES.
001720     88  FORWARD-IN-OK          VALUE "00".
001730 77  END-OF-CARRY-SWITCH        PIC X(01) VALUE "N".
001740     88  END-OF-CARRY           VALUE "Y".
001750 77  SHIFT-HIST-IN-STATUS       PIC X(02) VALUE SPACES.
001760     88  SHIFT-HIST-IN-OK       VALUE "00".
001770 77  SHIFT-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001780     88  SHIFT-HISTORY-OK       VALUE "00".
001790 77  END-OF-HISTORY-SWITCH      PIC X(01) VALUE "N".
001800     88  END-OF-HISTORY         VALUE "Y".
001810 77  VARIANCE-RPT-STATUS        PIC X(02) VALUE SPACES.
001820     88  VARIANCE-RPT-OK        VALUE "00".
001830 77  INDEX-SCAN-SWITCH          PIC X(01) VALUE "N".
001840     88  INDEX-SCAN-DONE        VALUE "Y".
001850 77  CONFIRM-SCAN-SWITCH        PIC X(01) VALUE "N".
001860     88  CONFIRM-SCAN-DONE      VALUE "Y".
001870 77  CONFIRM-MATCH-SWITCH       PIC X(01) VALUE "N".
001880     88  CONFIRM-MATCH-FOUND    VALUE "Y".
001890 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001900     88  RUN-CONTROL-OK         VALUE "00".

001910 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001920 77  ASSIGN-LINE-COUNT          PIC 9(06) COMP VALUE ZERO.
001930 77  CONFIRM-LOAD-COUNT         PIC 9(07) COMP VALUE ZERO.
001940 77  MATCH-CONFIRM-KEY          PIC X(34) VALUE SPACES.
001950 77  CONFIRMED-COUNT            PIC 9(05) COMP VALUE ZERO.
001960 77  SHORT-PICK-COUNT           PIC 9(05) COMP VALUE ZERO.
001970 77  OVER-PICK-COUNT            PIC 9(05) COMP VALUE ZERO.
001980 77  UNWORKED-COUNT             PIC 9(05) COMP VALUE ZERO.
001990 77  ORPHAN-CONFIRM-COUNT       PIC 9(05) COMP VALUE ZERO.
002000 77  COUNT-EDIT                 PIC ZZ,ZZ9.
002010 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
002020 77  RUN-FINAL-STATUS           PIC X(01) VALUE "C".
002030 77  RUN-START-DATE             PIC 9(08) VALUE ZERO.
002040 77  RUN-START-TIME             PIC 9(08) VALUE ZERO.
002050 77  HISTORY-KEEP-DAYS          PIC 9(03) VALUE 35.
002060 77  HISTORY-KEPT-COUNT         PIC 9(05) COMP VALUE ZERO.
002070 77  HOME-SITE-CODE             PIC X(02) VALUE "01".

002080 01  HISTORY-CUTOFF-DATE.
002090     05  HCD-YYYY               PIC 9(04).
002100     05  HCD-MM                 PIC 9(02).
002110     05  HCD-DD                 PIC 9(02).
002120 01  HISTORY-CUTOFF-NUM REDEFINES HISTORY-CUTOFF-DATE
002130                                PIC 9(08).
002140 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
002150 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

002160 01  MONTH-DAYS-TABLE.
002170     05  FILLER                 PIC X(24) VALUE
002180         "312831303130313130313031".
002190 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
002200     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

002210 01  ASSIGN-LINE-AREA.
002220     05  AT-PRODUCT-NAME        PIC X(30).
002230     05  AT-SITE-CODE           PIC X(02).
002240     05  AT-DEPT-CODE           PIC 9(02).
002250     05  AT-PRODUCT-QTY         PIC 9(05).
002260     05  AT-PRIORITY-CODE       PIC X(01).
002270     05  AT-ASSIGN-DATE         PIC 9(08).

002280 01  VARIANCE-DETAIL-LINE.
002290     05  VDL-PRODUCT-NAME       PIC X(30).
002300     05  FILLER                 PIC X(02) VALUE SPACES.
002310     05  VDL-SITE-CODE          PIC X(02).
002320     05  FILLER                 PIC X(01) VALUE SPACES.
002330     05  VDL-DEPT-CODE          PIC 9(02).
002340     05  FILLER                 PIC X(02) VALUE SPACES.
002350     05  VDL-ASSIGN-QTY         PIC ZZ,ZZ9.
002360     05  FILLER                 PIC X(02) VALUE SPACES.
002370     05  VDL-PICKED-QTY         PIC X(06).
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  VDL-SHIFT-CODE         PIC X(01).
002400     05  FILLER                 PIC X(02) VALUE SPACES.
002410     05  VDL-STATUS-TEXT        PIC X(20).
002420     05  FILLER                 PIC X(02) VALUE SPACES.
002430 77  PICKED-QTY-EDIT            PIC ZZ,ZZ9.

002440 01  CURRENT-DATE-TIME.
002450     05  CDT-DATE               PIC 9(08).
002460     05  CDT-TIME               PIC 9(08).

002470 PROCEDURE DIVISION.
002480 100-START-LOGIC.
002490     PERFORM 1000-INITIALIZE.
002500     PERFORM 2500-LOAD-CONFIRM-WORK-FILE.
002510     PERFORM 2800-COPY-SHIFT-HISTORY.
002520     PERFORM 3000-MATCH-ASSIGNMENTS.
002530     PERFORM 3400-MATCH-CARRIED-LINES.
002540     PERFORM 3500-REPORT-ORPHAN-CONFIRMS.
002550     PERFORM 3800-DISPLAY-TOTALS.
002560     PERFORM 4000-TERMINATE.
002570     PERFORM 5000-SET-FINAL-STATUS.
002580     PERFORM 5100-WRITE-RUN-CONTROL.
002590     MOVE RUN-RETURN-CODE TO RETURN-CODE.
002600     STOP RUN.

002610 1000-INITIALIZE.
002620     DISPLAY "=== GIGAHERTZ PICK RECONCILIATION v1.0 ===".
002630     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
002640     ACCEPT RUN-START-TIME FROM TIME.
002650     PERFORM 1050-READ-BUSINESS-DATE.
002660     OPEN INPUT ASSIGN-INDEX-FILE.
002670     IF NOT ASSIGN-INDEX-OK
002680         DISPLAY "ASSIGN INDEX NOT FOUND - CANNOT "
002690             "RECONCILE PICKS. RUN ABORTED."
002700         PERFORM 5200-ABORT-RUN
002710     END-IF.
002720     OPEN OUTPUT PICK-FORWARD-FILE.
002730     OPEN OUTPUT SHIFT-HISTORY-FILE.
002740     OPEN OUTPUT VARIANCE-REPORT.
002750     PERFORM 1100-WRITE-VARIANCE-HEADING.

002760 1050-READ-BUSINESS-DATE.
002770     OPEN INPUT BUSINESS-DATE-FILE.
002780     IF NOT BUSINESS-DATE-OK
002790         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002800             "RECONCILE PICKS. RUN ABORTED."
002810         PERFORM 5200-ABORT-RUN
002820     END-IF.
002830     READ BUSINESS-DATE-FILE
002840         AT END
002850             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002860                 "RECONCILE PICKS. RUN ABORTED."
002870             CLOSE BUSINESS-DATE-FILE
002880             PERFORM 5200-ABORT-RUN
002890     END-READ.
002900     CLOSE BUSINESS-DATE-FILE.
002910     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002920     IF BD-CATCHUP-ACTIVE
002930         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002940             " - OPEN DATE IS " BD-RESUME-DATE "."
002950     END-IF.

002960 1100-WRITE-VARIANCE-HEADING.
002970     MOVE SPACES TO VARIANCE-REPORT-LINE.
002980     STRING "GIGAHERTZ PICK VARIANCE REPORT - RUN DATE "
002990             RUN-DATE
003000             DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE.
003010     WRITE VARIANCE-REPORT-LINE.
003020     MOVE SPACES TO VARIANCE-REPORT-LINE.
003030     STRING "PRODUCT NAME                    ST CD  ASSIGN  "
003040             "PICKED  S  STATUS"
003050             DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE.
003060     WRITE VARIANCE-REPORT-LINE.
003070     MOVE ALL "-" TO VARIANCE-REPORT-LINE.
003080     WRITE VARIANCE-REPORT-LINE.

003090 2500-LOAD-CONFIRM-WORK-FILE.
003100*    TODAY'S CONFIRMATIONS ARE LOADED TO A KEYED WORK FILE SO
003110*    EACH LINE CAN POSITION STRAIGHT ON ITS SITE, DEPT AND
003120*    PRODUCT. THE LOAD SEQUENCE KEEPS DUPLICATE PICKS APART
003130*    AND IN FILE ORDER, SO THE FIRST UNUSED ONE STILL WINS.
003140     OPEN OUTPUT CONFIRM-WORK-FILE.
003150     IF NOT CONFIRM-WORK-OK
003160         DISPLAY "CONFIRM WORK FILE CANNOT BE OPENED - CANNOT "
003170             "RECONCILE PICKS. RUN ABORTED."
003180         PERFORM 5200-ABORT-RUN
003190     END-IF.
003200     OPEN INPUT PICK-CONFIRM-FILE.
003210     IF NOT PICK-CONFIRM-OK
003220         DISPLAY "PICK-CONFIRM-FILE NOT FOUND - EVERY LINE "
003230             "WILL BE TREATED AS NEVER WORKED."
003240     ELSE
003250         PERFORM 2600-READ-CONFIRM-RECORD
003260         PERFORM 2700-ADD-CONFIRM-RECORD
003270             UNTIL PICK-CONFIRM-EOF
003280         CLOSE PICK-CONFIRM-FILE
003290     END-IF.
003300     CLOSE CONFIRM-WORK-FILE.
003310     OPEN I-O CONFIRM-WORK-FILE.

003320 2600-READ-CONFIRM-RECORD.
003330     READ PICK-CONFIRM-FILE
003340         AT END
003350             SET PICK-CONFIRM-EOF TO TRUE
003360     END-READ.

003370 2700-ADD-CONFIRM-RECORD.
003380*    ONLY TODAY'S CONFIRMATIONS COUNT - A STALE RECORD LEFT
003390*    ON THE DATASET FROM AN EARLIER DAY MUST NOT SATISFY
003400*    TODAY'S LINES AND HIDE A NEVER-WORKED VARIANCE.
003410     IF PC-PICK-DATE = RUN-DATE
003420         ADD 1 TO CONFIRM-LOAD-COUNT
003430         IF PC-SITE-CODE = SPACES
003440             MOVE HOME-SITE-CODE TO PC-SITE-CODE
003450         END-IF
003460         MOVE PC-SITE-CODE       TO CW-SITE-CODE
003470         MOVE PC-DEPT-CODE       TO CW-DEPT-CODE
003480         MOVE PC-PRODUCT-NAME    TO CW-PRODUCT-NAME
003490         MOVE CONFIRM-LOAD-COUNT TO CW-CONFIRM-SEQUENCE
003500         MOVE PC-PICKED-QTY      TO CW-PICKED-QTY
003510         MOVE PC-SHIFT-CODE      TO CW-SHIFT-CODE
003520         MOVE "N"                TO CW-USED-FLAG
003530         WRITE CONFIRM-WORK-RECORD
003540             INVALID KEY
003550                 DISPLAY "CONFIRM WORK WRITE FAILED FOR "
003560                     PC-PRODUCT-NAME " - STATUS "
003570                     CONFIRM-WORK-STATUS
003580         END-WRITE
003590     END-IF.
003600     PERFORM 2600-READ-CONFIRM-RECORD.

003610 2800-COPY-SHIFT-HISTORY.
003620*    THE DAY BEING RECONCILED IS REWRITTEN FROM SCRATCH, SO A
003630*    RERUN OR CATCH-UP REPLACES ITS HISTORY RATHER THAN ADDING
003640*    TO IT. DAYS OLDER THAN THE RETENTION WINDOW ARE DROPPED.
003650     MOVE RUN-DATE TO HISTORY-CUTOFF-NUM.
003660     PERFORM 2850-BACK-ONE-DAY HISTORY-KEEP-DAYS TIMES.
003670     OPEN INPUT SHIFT-HISTORY-IN.
003680     IF NOT SHIFT-HIST-IN-OK
003690         DISPLAY "NO PRIOR SHIFT HISTORY ON FILE - STARTING "
003700             "A NEW ONE."
003710     ELSE
003720         PERFORM 2810-READ-HISTORY-RECORD
003730         PERFORM 2820-KEEP-HISTORY-RECORD
003740             UNTIL END-OF-HISTORY
003750         CLOSE SHIFT-HISTORY-IN
003760     END-IF.

003770 2810-READ-HISTORY-RECORD.
003780     READ SHIFT-HISTORY-IN
003790         AT END
003800             SET END-OF-HISTORY TO TRUE
003810     END-READ.

003820 2820-KEEP-HISTORY-RECORD.
003830     MOVE SHIFT-HISTORY-IN-RECORD TO SHIFT-HISTORY-RECORD.
003840     IF SH-PICK-DATE NOT = RUN-DATE
003850             AND SH-PICK-DATE > HISTORY-CUTOFF-NUM
003860         WRITE SHIFT-HISTORY-RECORD
003870         ADD 1 TO HISTORY-KEPT-COUNT
003880     END-IF.
003890     PERFORM 2810-READ-HISTORY-RECORD.

003900 2850-BACK-ONE-DAY.
003910     IF HCD-DD > 1
003920         SUBTRACT 1 FROM HCD-DD
003930     ELSE
003940         IF HCD-MM = 1
003950             MOVE 12 TO HCD-MM
003960             SUBTRACT 1 FROM HCD-YYYY
003970         ELSE
003980             SUBTRACT 1 FROM HCD-MM
003990         END-IF
004000         MOVE MONTH-DAYS (HCD-MM) TO HCD-DD
004010         IF HCD-MM = 2
004020             PERFORM 2860-ADJUST-FOR-LEAP-YEAR
004030         END-IF
004040     END-IF.

004050 2860-ADJUST-FOR-LEAP-YEAR.
004060     DIVIDE HCD-YYYY BY 4 GIVING LEAP-QUOTIENT
004070         REMAINDER LEAP-REMAINDER.
004080     IF LEAP-REMAINDER = ZERO
004090         DIVIDE HCD-YYYY BY 100 GIVING LEAP-QUOTIENT
004100             REMAINDER LEAP-REMAINDER
004110         IF LEAP-REMAINDER NOT = ZERO
004120             MOVE 29 TO HCD-DD
004130         ELSE
004140             DIVIDE HCD-YYYY BY 400 GIVING LEAP-QUOTIENT
004150                 REMAINDER LEAP-REMAINDER
004160             IF LEAP-REMAINDER = ZERO
004170                 MOVE 29 TO HCD-DD
004180             END-IF
004190         END-IF
004200     END-IF.

004210 3000-MATCH-ASSIGNMENTS.
004220*    TODAY'S ASSIGNMENTS SIT TOGETHER AT THE FRONT OF THE RUN
004230*    DATE'S SLICE OF THE ASSIGN INDEX. A "V" OFFSET HAS
004240*    ALREADY TURNED OFF THE LIVE FLAG ON THE ASSIGNMENT IT
004250*    BACKS OUT - TRANSFERRED OR REVERSED WORK WAS NEVER ON A
004260*    WORKSHEET AND MUST NOT BE CHASED AS UNWORKED - SO ONLY
004270*    LIVE LINES ARE SETTLED.
004280     MOVE "N" TO INDEX-SCAN-SWITCH.
004290     MOVE RUN-DATE   TO AX-ASSIGN-DATE.
004300     MOVE LOW-VALUES TO AX-SITE-CODE.
004310     MOVE ZERO       TO AX-DEPT-CODE.
004320     MOVE LOW-VALUES TO AX-PRODUCT-NAME.
004330     MOVE ZERO       TO AX-RUN-DATE.
004340     MOVE ZERO       TO AX-RUN-TIME.
004350     MOVE ZERO       TO AX-KEY-SEQUENCE.
004360     START ASSIGN-INDEX-FILE KEY IS NOT LESS THAN AX-KEY
004370         INVALID KEY
004380             SET INDEX-SCAN-DONE TO TRUE
004390     END-START.
004400     IF NOT INDEX-SCAN-DONE
004410         PERFORM 3050-READ-INDEX-RECORD
004420     END-IF.
004430     PERFORM 3100-MATCH-ONE-ASSIGNMENT
004440         UNTIL INDEX-SCAN-DONE.
004450     CLOSE ASSIGN-INDEX-FILE.

004460 3050-READ-INDEX-RECORD.
004470     READ ASSIGN-INDEX-FILE NEXT RECORD
004480         AT END
004490             SET INDEX-SCAN-DONE TO TRUE
004500     END-READ.
004510     IF NOT INDEX-SCAN-DONE
004520         IF AX-ASSIGN-DATE NOT = RUN-DATE
004530             SET INDEX-SCAN-DONE TO TRUE
004540         END-IF
004550     END-IF.

004560 3100-MATCH-ONE-ASSIGNMENT.
004570     IF AX-LIVE
004580         MOVE AX-PRODUCT-NAME  TO AT-PRODUCT-NAME
004590         MOVE AX-SITE-CODE     TO AT-SITE-CODE
004600         MOVE AX-DEPT-CODE     TO AT-DEPT-CODE
004610         MOVE AX-PRODUCT-QTY   TO AT-PRODUCT-QTY
004620         MOVE AX-PRIORITY-CODE TO AT-PRIORITY-CODE
004630         MOVE AX-ASSIGN-DATE   TO AT-ASSIGN-DATE
004640         PERFORM 3120-SETTLE-ASSIGN-LINE
004650     END-IF.
004660     PERFORM 3050-READ-INDEX-RECORD.

004670 3120-SETTLE-ASSIGN-LINE.
004680     ADD 1 TO ASSIGN-LINE-COUNT.
004690     PERFORM 3150-FIND-CONFIRM-RECORD.
004700     IF NOT CONFIRM-MATCH-FOUND
004710         PERFORM 3300-CARRY-FORWARD-UNWORKED
004720     ELSE
004730         PERFORM 3200-COMPARE-QUANTITIES
004740         MOVE "Y" TO CW-USED-FLAG
004750         REWRITE CONFIRM-WORK-RECORD
004760             INVALID KEY
004770                 DISPLAY "CONFIRM WORK REWRITE FAILED FOR "
004780                     CW-PRODUCT-NAME " - STATUS "
004790                     CONFIRM-WORK-STATUS
004800         END-REWRITE
004810     END-IF.

004820 3150-FIND-CONFIRM-RECORD.
004830*    PICKS FOR ONE SITE, DEPT AND PRODUCT SIT TOGETHER ON THE
004840*    WORK FILE - POSITION ON THE FIRST AND READ FORWARD FOR
004850*    ONE NOT YET USED.
004860     MOVE "N" TO CONFIRM-MATCH-SWITCH.
004870     MOVE "N" TO CONFIRM-SCAN-SWITCH.
004880     MOVE AT-SITE-CODE    TO CW-SITE-CODE.
004890     MOVE AT-DEPT-CODE    TO CW-DEPT-CODE.
004900     MOVE AT-PRODUCT-NAME TO CW-PRODUCT-NAME.
004910     MOVE ZERO            TO CW-CONFIRM-SEQUENCE.
004920     MOVE CW-MATCH-KEY TO MATCH-CONFIRM-KEY.
004930     START CONFIRM-WORK-FILE KEY IS NOT LESS THAN CW-KEY
004940         INVALID KEY
004950             SET CONFIRM-SCAN-DONE TO TRUE
004960     END-START.
004970     PERFORM 3160-READ-CONFIRM-CANDIDATE
004980         UNTIL CONFIRM-SCAN-DONE
004990         OR CONFIRM-MATCH-FOUND.

005000 3160-READ-CONFIRM-CANDIDATE.
005010     READ CONFIRM-WORK-FILE NEXT RECORD
005020         AT END
005030             SET CONFIRM-SCAN-DONE TO TRUE
005040     END-READ.
005050     IF NOT CONFIRM-SCAN-DONE
005060         IF CW-MATCH-KEY NOT = MATCH-CONFIRM-KEY
005070             SET CONFIRM-SCAN-DONE TO TRUE
005080         ELSE
005090             IF CW-USED-FLAG = "N"
005100                 SET CONFIRM-MATCH-FOUND TO TRUE
005110             END-IF
005120         END-IF
005130     END-IF.

005140 3200-COMPARE-QUANTITIES.
005150     EVALUATE TRUE
005160         WHEN CW-PICKED-QTY = AT-PRODUCT-QTY
005170             ADD 1 TO CONFIRMED-COUNT
005180             MOVE "C" TO SH-RESULT-CODE
005190         WHEN CW-PICKED-QTY < AT-PRODUCT-QTY
005200             ADD 1 TO SHORT-PICK-COUNT
005210             MOVE "SHORT PICK" TO VDL-STATUS-TEXT
005220             PERFORM 3250-WRITE-VARIANCE-LINE
005230             MOVE "S" TO SH-RESULT-CODE
005240         WHEN OTHER
005250             ADD 1 TO OVER-PICK-COUNT
005260             MOVE "OVER PICK" TO VDL-STATUS-TEXT
005270             PERFORM 3250-WRITE-VARIANCE-LINE
005280             MOVE "O" TO SH-RESULT-CODE
005290     END-EVALUATE.
005300     MOVE CW-SHIFT-CODE TO SH-SHIFT-CODE.
005310     MOVE CW-PICKED-QTY TO SH-PICKED-QTY.
005320     PERFORM 3270-WRITE-ASSIGNED-HISTORY.

005330 3250-WRITE-VARIANCE-LINE.
005340     MOVE AT-PRODUCT-NAME TO VDL-PRODUCT-NAME.
005350     MOVE AT-SITE-CODE    TO VDL-SITE-CODE.
005360     MOVE AT-DEPT-CODE    TO VDL-DEPT-CODE.
005370     MOVE AT-PRODUCT-QTY  TO VDL-ASSIGN-QTY.
005380     MOVE CW-PICKED-QTY   TO PICKED-QTY-EDIT.
005390     MOVE PICKED-QTY-EDIT TO VDL-PICKED-QTY.
005400     MOVE CW-SHIFT-CODE   TO VDL-SHIFT-CODE.
005410     MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE.
005420     WRITE VARIANCE-REPORT-LINE.

005430 3270-WRITE-ASSIGNED-HISTORY.
005440     MOVE RUN-DATE         TO SH-PICK-DATE.
005450     MOVE AT-SITE-CODE     TO SH-SITE-CODE.
005460     MOVE AT-DEPT-CODE     TO SH-DEPT-CODE.
005470     MOVE AT-PRODUCT-NAME  TO SH-PRODUCT-NAME.
005480     MOVE AT-PRIORITY-CODE TO SH-PRIORITY-CODE.
005490     MOVE AT-PRODUCT-QTY   TO SH-ASSIGN-QTY.
005500     MOVE AT-ASSIGN-DATE   TO SH-ASSIGN-DATE.
005510     WRITE SHIFT-HISTORY-RECORD.

005520 3300-CARRY-FORWARD-UNWORKED.
005530     ADD 1 TO UNWORKED-COUNT.
005540     MOVE AT-PRODUCT-NAME  TO CF-PRODUCT-NAME.
005550     MOVE AT-SITE-CODE     TO CF-SITE-CODE.
005560     MOVE AT-DEPT-CODE     TO CF-DEPT-CODE.
005570     MOVE AT-PRODUCT-QTY   TO CF-PRODUCT-QTY.
005580     MOVE AT-PRIORITY-CODE TO CF-PRIORITY-CODE.
005590*    A RE-CARRIED LINE KEEPS ITS ORIGINAL ASSIGN DATE SO THE
005600*    WORKSHEET SHOWS HOW LONG IT HAS BEEN WAITING.
005610     MOVE AT-ASSIGN-DATE   TO CF-ASSIGN-DATE.
005620     WRITE PICK-FORWARD-RECORD.
005630     MOVE AT-PRODUCT-NAME TO VDL-PRODUCT-NAME.
005640     MOVE AT-SITE-CODE    TO VDL-SITE-CODE.
005650     MOVE AT-DEPT-CODE    TO VDL-DEPT-CODE.
005660     MOVE AT-PRODUCT-QTY  TO VDL-ASSIGN-QTY.
005670     MOVE "  NONE"        TO VDL-PICKED-QTY.
005680     MOVE SPACE           TO VDL-SHIFT-CODE.
005690     MOVE "NEVER WORKED"  TO VDL-STATUS-TEXT.
005700     MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE.
005710     WRITE VARIANCE-REPORT-LINE.
005720     MOVE "U"   TO SH-RESULT-CODE.
005730     MOVE SPACE TO SH-SHIFT-CODE.
005740     MOVE ZERO  TO SH-PICKED-QTY.
005750     PERFORM 3270-WRITE-ASSIGNED-HISTORY.

005760 3400-MATCH-CARRIED-LINES.
005770*    THE LINES PICK-LIST CARRIED TO THE TOP OF TODAY'S
005780*    WORKSHEETS ARE WORK THE FLOOR WAS HANDED TOO - THEY ARE
005790*    SETTLED THE SAME WAY SO A CONFIRMATION LANDS ON THEM AND
005800*    AN UNWORKED ONE RE-CARRIES. SETTLED AFTER TODAY'S
005810*    ASSIGNMENTS SO A SAME-DAY LINE TAKES ITS PICK FIRST.
005820     OPEN INPUT PICK-FORWARD-IN.
005830     IF NOT FORWARD-IN-OK
005840         DISPLAY "NO INCOMING CARRY-FORWARD FILE - NOTHING "
005850             "WAS CARRIED ONTO TODAY'S WORKSHEETS."
005860     ELSE
005870         PERFORM 3410-READ-CARRY-RECORD
005880         PERFORM 3420-MATCH-CARRY-LINE
005890             UNTIL END-OF-CARRY
005900         CLOSE PICK-FORWARD-IN
005910     END-IF.

005920 3410-READ-CARRY-RECORD.
005930     READ PICK-FORWARD-IN
005940         AT END
005950             SET END-OF-CARRY TO TRUE
005960     END-READ.

005970 3420-MATCH-CARRY-LINE.
005980     MOVE PICK-FORWARD-IN-RECORD TO PICK-FORWARD-RECORD.
005990     IF CF-SITE-CODE = SPACES
006000         MOVE HOME-SITE-CODE TO CF-SITE-CODE
006010     END-IF.
006020     MOVE CF-PRODUCT-NAME  TO AT-PRODUCT-NAME.
006030     MOVE CF-SITE-CODE     TO AT-SITE-CODE.
006040     MOVE CF-DEPT-CODE     TO AT-DEPT-CODE.
006050     MOVE CF-PRODUCT-QTY   TO AT-PRODUCT-QTY.
006060     MOVE CF-PRIORITY-CODE TO AT-PRIORITY-CODE.
006070     MOVE CF-ASSIGN-DATE   TO AT-ASSIGN-DATE.
006080     PERFORM 3120-SETTLE-ASSIGN-LINE.
006090     PERFORM 3410-READ-CARRY-RECORD.

006100 3500-REPORT-ORPHAN-CONFIRMS.
006110     MOVE "N" TO CONFIRM-SCAN-SWITCH.
006120     MOVE LOW-VALUES TO CW-KEY.
006130     START CONFIRM-WORK-FILE KEY IS NOT LESS THAN CW-KEY
006140         INVALID KEY
006150             SET CONFIRM-SCAN-DONE TO TRUE
006160     END-START.
006170     IF NOT CONFIRM-SCAN-DONE
006180         PERFORM 3550-READ-NEXT-CONFIRM
006190     END-IF.
006200     PERFORM 3600-CHECK-ORPHAN-CONFIRM
006210         UNTIL CONFIRM-SCAN-DONE.
006220     CLOSE CONFIRM-WORK-FILE.

006230 3550-READ-NEXT-CONFIRM.
006240     READ CONFIRM-WORK-FILE NEXT RECORD
006250         AT END
006260             SET CONFIRM-SCAN-DONE TO TRUE
006270     END-READ.

006280 3600-CHECK-ORPHAN-CONFIRM.
006290     IF CW-USED-FLAG = "N"
006300         ADD 1 TO ORPHAN-CONFIRM-COUNT
006310         MOVE CW-PRODUCT-NAME        TO VDL-PRODUCT-NAME
006320         MOVE CW-SITE-CODE           TO VDL-SITE-CODE
006330         MOVE CW-DEPT-CODE           TO VDL-DEPT-CODE
006340         MOVE ZERO                   TO VDL-ASSIGN-QTY
006350         MOVE CW-PICKED-QTY          TO PICKED-QTY-EDIT
006360         MOVE PICKED-QTY-EDIT        TO VDL-PICKED-QTY
006370         MOVE CW-SHIFT-CODE          TO VDL-SHIFT-CODE
006380         MOVE "PICKED, NOT ASSIGNED" TO VDL-STATUS-TEXT
006390         MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE
006400         WRITE VARIANCE-REPORT-LINE
006410         MOVE RUN-DATE               TO SH-PICK-DATE
006420         MOVE CW-SITE-CODE           TO SH-SITE-CODE
006430         MOVE CW-DEPT-CODE           TO SH-DEPT-CODE
006440         MOVE CW-SHIFT-CODE          TO SH-SHIFT-CODE
006450         MOVE "N"                    TO SH-RESULT-CODE
006460         MOVE CW-PRODUCT-NAME        TO SH-PRODUCT-NAME
006470         MOVE SPACE                  TO SH-PRIORITY-CODE
006480         MOVE ZERO                   TO SH-ASSIGN-QTY
006490         MOVE CW-PICKED-QTY          TO SH-PICKED-QTY
006500         MOVE ZERO                   TO SH-ASSIGN-DATE
006510         WRITE SHIFT-HISTORY-RECORD
006520     END-IF.
006530     PERFORM 3550-READ-NEXT-CONFIRM.

006540 3800-DISPLAY-TOTALS.
006550     MOVE CONFIRMED-COUNT TO COUNT-EDIT.
006560     DISPLAY "LINES PICKED CLEAN:     " COUNT-EDIT.
006570     MOVE SHORT-PICK-COUNT TO COUNT-EDIT.
006580     DISPLAY "SHORT PICKS:            " COUNT-EDIT.
006590     MOVE OVER-PICK-COUNT TO COUNT-EDIT.
006600     DISPLAY "OVER PICKS:             " COUNT-EDIT.
006610     MOVE UNWORKED-COUNT TO COUNT-EDIT.
006620     DISPLAY "LINES NEVER WORKED:     " COUNT-EDIT.
006630     MOVE ORPHAN-CONFIRM-COUNT TO COUNT-EDIT.
006640     DISPLAY "PICKS MATCHING NOTHING: " COUNT-EDIT.
006650     MOVE HISTORY-KEPT-COUNT TO COUNT-EDIT.
006660     DISPLAY "SHIFT HISTORY CARRIED:  " COUNT-EDIT.

006670 4000-TERMINATE.
006680     CLOSE PICK-FORWARD-FILE.
006690     CLOSE SHIFT-HISTORY-FILE.
006700     CLOSE VARIANCE-REPORT.
006710     DISPLAY "PICK RECONCILIATION COMPLETE.".

006720 5000-SET-FINAL-STATUS.
006730     IF SHORT-PICK-COUNT > ZERO
006740             OR OVER-PICK-COUNT > ZERO
006750             OR UNWORKED-COUNT > ZERO
006760             OR ORPHAN-CONFIRM-COUNT > ZERO
006770         MOVE "W" TO RUN-FINAL-STATUS
006780         MOVE 4 TO RUN-RETURN-CODE
006790     ELSE
006800         MOVE "C" TO RUN-FINAL-STATUS
006810         MOVE ZERO TO RUN-RETURN-CODE
006820     END-IF.

006830 5100-WRITE-RUN-CONTROL.
006840     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
006850     ACCEPT CDT-TIME FROM TIME.
006860     OPEN EXTEND RUN-CONTROL-FILE.
006870     IF NOT RUN-CONTROL-OK
006880         OPEN OUTPUT RUN-CONTROL-FILE
006890     END-IF.
006900     MOVE "PICK-RECON"   TO RC-PROGRAM-NAME.
006910     MOVE RUN-START-DATE TO RC-START-DATE.
006920     MOVE RUN-START-TIME TO RC-START-TIME.
006930     MOVE CDT-DATE       TO RC-END-DATE.
006940     MOVE CDT-TIME       TO RC-END-TIME.
006950     MOVE "B"            TO RC-RUN-MODE.
006960     MOVE ASSIGN-LINE-COUNT  TO RC-RECORDS-READ.
006970     MOVE CONFIRMED-COUNT    TO RC-RECORDS-ASSIGNED.
006980     MOVE UNWORKED-COUNT     TO RC-RECORDS-REJECTED.
006990     COMPUTE RC-CONFLICT-COUNT = SHORT-PICK-COUNT
007000         + OVER-PICK-COUNT + ORPHAN-CONFIRM-COUNT.
007010     MOVE RUN-FINAL-STATUS TO RC-FINAL-STATUS.
007020     MOVE RUN-RETURN-CODE  TO RC-RETURN-CODE.
007030     MOVE SPACES           TO RC-USER-NAME.
007040     MOVE RUN-DATE         TO RC-BUSINESS-DATE.
007050     WRITE RUN-CONTROL-RECORD.
007060     CLOSE RUN-CONTROL-FILE.

007070 5200-ABORT-RUN.
007080     MOVE "F" TO RUN-FINAL-STATUS.
007090     MOVE 16 TO RUN-RETURN-CODE.
007100     PERFORM 5100-WRITE-RUN-CONTROL.
007110     MOVE RUN-RETURN-CODE TO RETURN-CODE.
007120     STOP RUN.
