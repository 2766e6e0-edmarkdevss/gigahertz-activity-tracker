000390*                   A HELD LOCK REFUSES THE RUN WITH CONDITION  *
000400*                   CODE 16; GIGAHERTZ_LOCK_OVERRIDE=Y BREAKS   *
000410*                   A STALE LOCK AND IS LOGGED TO RUN-CONTROL.  *
000420*  2026-10-15 EDM   THE ESCALATION REPORT DATE AND THE TRANSOUT  *
000430*                   HEADER CREATE DATE NOW COME FROM THE SHARED  *
000440*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK. THE *
000450*                   BATCH ID STAYS ON THE CLOCK SO IT REMAINS    *
000460*                   UNIQUE. THE LOCK-BREAK RUN-CONTROL RECORD    *
000470*                   CARRIES A ZERO BUSINESS DATE.                *
000480*  2026-10-15 EDM   EACH DEPARTMENT NOW BELONGS TO A SITE. A     *
000490*                   CORRECTED DEPT CODE IS VALIDATED AGAINST THE *
000500*                   REJECT'S OWN SITE (BLANK MEANS SITE 01), AND *
000510*                   TRANSOUT CARRIES ONE BATCH PER SITE WITH TR- *
000520*                   HDR-SITE-CODE SET - A NEW BATCH OPENS WHEN   *
000530*                   THE SITE CHANGES. THE BATCH ID IS NOW "R" +  *
000540*                   DAY OF YEAR + HHM + BATCH NUMBER; A RUN      *
000550*                   HOLDS AT MOST NINE BATCHES AND A REJECT      *
000560*                   NEEDING A TENTH IS CARRIED FORWARD. THE SITE *
000570*                   IS SHOWN ON THE ESCALATION REPORT.           *
000580*  2026-10-15 EDM   A DEPT MASTER RECORD WITH A BLANK SITE CODE  *
000590*                   IS NOW LOADED AS SITE 01, AS EVERY OTHER     *
000600*                   SITE-KEYED RECORD ALREADY WAS.               *
000610*  2026-10-15 EDM   THE REJECT LOG IS NOW WORKED ONE SITE PER    *
000620*                   PASS, LOWEST SITE FIRST, SO EACH SITE GETS   *
000630*                   EXACTLY ONE TRANSOUT BATCH HOWEVER ITS       *
000640*                   REJECTS ARE INTERLEAVED IN DEPTREJ. THE      *
000650*                   FIRST PASS ONLY FINDS THE LOWEST SITE.       *
000660*----------------------------------------------------------------*

000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.

000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS BUSINESS-DATE-STATUS.

000740     SELECT DEPT-CODE-REJECT-LOG ASSIGN TO "DEPTREJ"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS REJECT-LOG-STATUS.

000770     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS DEPT-MASTER-STATUS.

000800     SELECT RECYCLE-TRANS-FILE ASSIGN TO "TRANSOUT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RECYCLE-TRANS-STATUS.

000830     SELECT REJECT-KEEP-FILE ASSIGN TO "REJNEW"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS REJECT-KEEP-STATUS.

000860     SELECT ESCALATION-REPORT ASSIGN TO "ESCRPT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS ESCALATION-RPT-STATUS.

000890     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS RUN-LOCK-STATUS.

000920     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS RUN-CONTROL-STATUS.

000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  BUSINESS-DATE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  BUSINESS-DATE-RECORD.
001000     COPY BUSDATE.

001010 FD  DEPT-CODE-REJECT-LOG
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  DEPT-CODE-REJECT-RECORD.
001050     COPY REJECTLG.

001060 FD  DEPT-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  DEPT-MASTER-RECORD.
001090     COPY DEPTMAST.

001100 FD  RECYCLE-TRANS-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  RECYCLE-TRANS-RECORD.
001130     COPY TRANSREC.

001140 FD  REJECT-KEEP-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  REJECT-KEEP-RECORD         PIC X(97).

001180 FD  ESCALATION-REPORT
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  ESCALATION-RPT-LINE        PIC X(80).

001220 FD  RUN-LOCK-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  RUN-LOCK-RECORD.
001250     COPY RUNLOCK.

001260 FD  RUN-CONTROL-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  RUN-CONTROL-RECORD.
001300     COPY RUNCTL.

001310 WORKING-STORAGE SECTION.
001320 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001330     88  BUSINESS-DATE-OK       VALUE "00".
001340 77  REJECT-LOG-STATUS          PIC X(02) VALUE SPACES.
001350     88  REJECT-LOG-OK          VALUE "00".
001360 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001370     88  DEPT-MASTER-OK         VALUE "00".
001380     88  DEPT-MASTER-EOF        VALUE "10".
001390 77  RECYCLE-TRANS-STATUS       PIC X(02) VALUE SPACES.
001400     88  RECYCLE-TRANS-OK       VALUE "00".
001410 77  REJECT-KEEP-STATUS         PIC X(02) VALUE SPACES.
001420     88  REJECT-KEEP-OK         VALUE "00".
001430 77  ESCALATION-RPT-STATUS      PIC X(02) VALUE SPACES.
001440     88  ESCALATION-RPT-OK      VALUE "00".
001450 77  RUN-LOCK-STATUS            PIC X(02) VALUE SPACES.
001460     88  RUN-LOCK-OK            VALUE "00".
001470     88  RUN-LOCK-NOT-FOUND     VALUE "35".
001480 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001490     88  RUN-CONTROL-OK         VALUE "00".
001500 77  RUN-LOCK-OWNED-SWITCH      PIC X(01) VALUE "N".
001510     88  RUN-LOCK-OWNED         VALUE "Y".
001520 77  LOCK-HELD-SWITCH           PIC X(01) VALUE "N".
001530     88  LOCK-HELD              VALUE "Y".
001540 77  LOCK-OVERRIDE-FLAG         PIC X(01) VALUE "N".
001550 77  END-OF-REJECTS-SWITCH      PIC X(01) VALUE "N".
001560     88  END-OF-REJECTS         VALUE "Y".
001570 77  CORRECTION-STATE           PIC X(01) VALUE SPACE.
001580     88  CORRECTION-VALID       VALUE "V".
001590     88  CORRECTION-ABANDONED   VALUE "A".
001600     88  CORRECTION-SKIPPED     VALUE "S".
001610 77  CORRECTED-CODE-ENTRY       PIC X(02) VALUE SPACES.
001620 77  CORRECTED-DEPT-CODE        PIC 9(02) VALUE ZERO.
001630 77  RUN-DATE                   PIC 9(08) VALUE ZERO.

001640 77  RECYCLED-COUNT             PIC 9(05) COMP VALUE ZERO.
001650 77  RECYCLED-QTY-HASH          PIC 9(10) COMP VALUE ZERO.
001660 77  ABANDONED-COUNT            PIC 9(05) COMP VALUE ZERO.
001670 77  ESCALATED-COUNT            PIC 9(05) COMP VALUE ZERO.
001680 77  SKIPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
001690 77  COUNT-EDIT                 PIC ZZ,ZZ9.

001700 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001710 77  BATCH-SITE-CODE            PIC X(02) VALUE SPACES.
001720 77  PASS-SITE-CODE             PIC X(02) VALUE LOW-VALUES.
001730 77  NEXT-SITE-CODE             PIC X(02) VALUE HIGH-VALUES.
001740 77  BATCH-RECYCLED-COUNT       PIC 9(05) COMP VALUE ZERO.
001750 77  BATCH-QTY-HASH             PIC 9(10) COMP VALUE ZERO.
001760 77  BATCH-OPEN-SWITCH          PIC X(01) VALUE "N".
001770     88  BATCH-OPEN             VALUE "Y".
001780 77  DOY-MONTH-SUB              PIC 9(02) COMP VALUE ZERO.
001790 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001800 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

001810 01  RECYCLE-BATCH-ID.
001820     05  FILLER                 PIC X(01) VALUE "R".
001830     05  RB-DAY-OF-YEAR         PIC 9(03) VALUE ZERO.
001840     05  RB-TIME                PIC X(03) VALUE SPACES.
001850     05  RB-BATCH-SEQ           PIC 9(01) VALUE ZERO.

001860 01  DOY-DATE.
001870     05  DOY-YYYY               PIC 9(04).
001880     05  DOY-MM                 PIC 9(02).
001890     05  DOY-DD                 PIC 9(02).

001900 01  MONTH-DAYS-TABLE.
001910     05  FILLER                 PIC X(24) VALUE
001920         "312831303130313130313031".
001930 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001940     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001950 01  DEPT-TABLE.
001960     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001970     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
001980             DEPENDING ON DEPT-TABLE-COUNT
001990             INDEXED BY DEPT-TABLE-IDX.
002000         10  DT-SITE-CODE       PIC X(02).
002010         10  DT-DEPT-CODE       PIC 9(02).
002020         10  DT-DEPT-NAME       PIC X(15).
002030         10  DT-ACTIVE-FLAG     PIC X(01).

002040 01  ESC-DETAIL-LINE.
002050     05  ESC-PRODUCT-NAME       PIC X(30).
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  ESC-SITE-CODE          PIC X(02).
002080     05  FILLER                 PIC X(01) VALUE SPACES.
002090     05  ESC-DEPT-CODE          PIC 9(02).
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  ESC-REJECT-REASON      PIC X(40).
002120     05  FILLER                 PIC X(01) VALUE SPACES.

002130 01  USER-INFO.
002140     05  USER-NAME              PIC X(20) VALUE SPACES.

002150 01  CURRENT-DATE-TIME.
002160     05  CDT-DATE               PIC 9(08).
002170     05  CDT-TIME               PIC 9(08).

002180 PROCEDURE DIVISION.
002190 100-START-LOGIC.
002200     PERFORM 1000-INITIALIZE.
002210     PERFORM 2000-PROCESS-REJECT
002220         UNTIL END-OF-REJECTS.
002230     PERFORM 2050-RUN-SITE-PASS
002240         UNTIL NEXT-SITE-CODE = HIGH-VALUES.
002250     PERFORM 3000-DISPLAY-TOTALS.
002260     PERFORM 3450-CLOSE-LAST-BATCH.
002270     PERFORM 4000-TERMINATE.
002280     MOVE ZERO TO RETURN-CODE.
002290     STOP RUN.

002300 1000-INITIALIZE.
002310     DISPLAY "=== GIGAHERTZ REJECT RECYCLE v1.0 ===".
002320     ACCEPT USER-NAME FROM COMMAND-LINE.
002330     IF USER-NAME = SPACES
002340         DISPLAY "USER" UPON ENVIRONMENT-NAME
002350         ACCEPT USER-NAME FROM ENVIRONMENT-VALUE
002360     END-IF.
002370     IF USER-NAME = SPACES
002380         MOVE "UNKNOWN-USER" TO USER-NAME
002390     END-IF.
002400     PERFORM 1020-READ-BUSINESS-DATE.
002410     PERFORM 1050-ACQUIRE-RUN-LOCK.
002420     OPEN INPUT DEPT-CODE-REJECT-LOG.
002430     IF NOT REJECT-LOG-OK
002440         DISPLAY "DEPT-CODE-REJECT-LOG NOT FOUND - NOTHING TO "
002450             "RECYCLE. RUN ABORTED."
002460         PERFORM 4100-RELEASE-RUN-LOCK
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     OPEN OUTPUT RECYCLE-TRANS-FILE.
002510     OPEN OUTPUT REJECT-KEEP-FILE.
002520     OPEN OUTPUT ESCALATION-REPORT.
002530     PERFORM 1100-LOAD-DEPT-MASTER.
002540     PERFORM 1200-WRITE-ESC-HEADING.
002550     PERFORM 1250-SET-BATCH-ID-BASE.
002560     PERFORM 2100-READ-REJECT-RECORD.

002570 1020-READ-BUSINESS-DATE.
002580     OPEN INPUT BUSINESS-DATE-FILE.
002590     IF NOT BUSINESS-DATE-OK
002600         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002610             "DATE THE RECYCLE BATCH. RUN ABORTED."
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     READ BUSINESS-DATE-FILE
002660         AT END
002670             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002680                 "DATE THE RECYCLE BATCH. RUN ABORTED."
002690             CLOSE BUSINESS-DATE-FILE
002700             MOVE 16 TO RETURN-CODE
002710             STOP RUN
002720     END-READ.
002730     CLOSE BUSINESS-DATE-FILE.
002740     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002750     IF BD-CATCHUP-ACTIVE
002760         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002770             " - OPEN DATE IS " BD-RESUME-DATE "."
002780     END-IF.

002790 1100-LOAD-DEPT-MASTER.
002800     OPEN INPUT DEPT-MASTER-FILE.
002810     IF NOT DEPT-MASTER-OK
002820         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT VALIDATE "
002830             "CORRECTIONS. RUN ABORTED."
002840         PERFORM 4100-RELEASE-RUN-LOCK
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     PERFORM 1150-READ-DEPT-MASTER-RECORD.
002890     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
002900         UNTIL DEPT-MASTER-EOF.
002910     CLOSE DEPT-MASTER-FILE.

002920 1150-READ-DEPT-MASTER-RECORD.
002930     READ DEPT-MASTER-FILE
002940         AT END
002950             SET DEPT-MASTER-EOF TO TRUE
002960     END-READ.

002970 1160-ADD-DEPT-TABLE-ENTRY.
002980     IF DEPT-TABLE-COUNT >= 100
002990         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
003000             "DEPARTMENTS. RUN ABORTED."
003010         PERFORM 4100-RELEASE-RUN-LOCK
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     ADD 1 TO DEPT-TABLE-COUNT.
003060     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
003070     IF DM-SITE-CODE = SPACES
003080         MOVE HOME-SITE-CODE TO DM-SITE-CODE
003090     END-IF.
003100     MOVE DM-SITE-CODE   TO DT-SITE-CODE (DEPT-TABLE-IDX).
003110     MOVE DM-DEPT-CODE   TO DT-DEPT-CODE (DEPT-TABLE-IDX).
003120     MOVE DM-DEPT-NAME   TO DT-DEPT-NAME (DEPT-TABLE-IDX).
003130     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
003140     PERFORM 1150-READ-DEPT-MASTER-RECORD.

003150 1200-WRITE-ESC-HEADING.
003160     MOVE SPACES TO ESCALATION-RPT-LINE.
003170     STRING "GIGAHERTZ REJECT ESCALATION REPORT - RUN DATE "
003180             RUN-DATE
003190             DELIMITED BY SIZE INTO ESCALATION-RPT-LINE.
003200     WRITE ESCALATION-RPT-LINE.
003210     MOVE "PRODUCT NAME                    ST CD  REASON"
003220         TO ESCALATION-RPT-LINE.
003230     WRITE ESCALATION-RPT-LINE.
003240     MOVE ALL "-" TO ESCALATION-RPT-LINE.
003250     WRITE ESCALATION-RPT-LINE.

003260 1250-SET-BATCH-ID-BASE.
003270*    EACH SITE'S CORRECTIONS GO OUT AS A BATCH OF THEIR OWN, SO
003280*    THE BATCH ID IS "R" + DAY OF YEAR + HHM + THE BATCH NUMBER
003290*    WITHIN THIS RUN. A SCHEDULED RUN IN A LATER MONTH CANNOT
003300*    REPEAT AN ID STILL ON DEPT-CHECKER'S BATCH REGISTER,
003310*    WHICH WOULD REFUSE A LEGITIMATE FILE AS ALREADY POSTED.
003320*    IDS ONLY REPEAT A FULL YEAR APART - AND DEPT-CHECKER
003330*    ABORTS WHEN THE REGISTER PASSES 500 ENTRIES, SO OPS WILL
003340*    HAVE TRIMMED IT LONG BEFORE THEN.
003350     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
003360     ACCEPT CDT-TIME FROM TIME.
003370     MOVE CDT-DATE TO DOY-DATE.
003380     MOVE DOY-DD TO RB-DAY-OF-YEAR.
003390     PERFORM 1260-ADD-MONTH-DAYS
003400         VARYING DOY-MONTH-SUB FROM 1 BY 1
003410         UNTIL DOY-MONTH-SUB >= DOY-MM.
003420     IF DOY-MM > 2
003430         DIVIDE DOY-YYYY BY 4 GIVING LEAP-QUOTIENT
003440             REMAINDER LEAP-REMAINDER
003450         IF LEAP-REMAINDER = ZERO
003460             DIVIDE DOY-YYYY BY 100 GIVING LEAP-QUOTIENT
003470                 REMAINDER LEAP-REMAINDER
003480             IF LEAP-REMAINDER NOT = ZERO
003490                 ADD 1 TO RB-DAY-OF-YEAR
003500             ELSE
003510                 DIVIDE DOY-YYYY BY 400 GIVING LEAP-QUOTIENT
003520                     REMAINDER LEAP-REMAINDER
003530                 IF LEAP-REMAINDER = ZERO
003540                     ADD 1 TO RB-DAY-OF-YEAR
003550                 END-IF
003560             END-IF
003570         END-IF
003580     END-IF.
003590     MOVE CDT-TIME (1:3) TO RB-TIME.

003600 1260-ADD-MONTH-DAYS.
003610     ADD MONTH-DAYS (DOY-MONTH-SUB) TO RB-DAY-OF-YEAR.

003620 1300-WRITE-TRANS-HEADER.
003630     MOVE SPACES TO RECYCLE-TRANS-RECORD.
003640     MOVE "H" TO TR-RECORD-TYPE.
003650     MOVE RUN-DATE TO TR-HDR-CREATE-DATE.
003660     ADD 1 TO RB-BATCH-SEQ.
003670     MOVE RECYCLE-BATCH-ID TO TR-HDR-BATCH-ID.
003680     MOVE "RCY" TO TR-HDR-SOURCE-CODE.
003690     MOVE BATCH-SITE-CODE TO TR-HDR-SITE-CODE.
003700     WRITE RECYCLE-TRANS-RECORD.
003710     MOVE ZERO TO BATCH-RECYCLED-COUNT.
003720     MOVE ZERO TO BATCH-QTY-HASH.
003730     SET BATCH-OPEN TO TRUE.

003740 2000-PROCESS-REJECT.
003750*    ONLY THE PASS SITE'S REJECTS ARE WORKED. ANY OTHER SITE IS
003760*    LEFT FOR ITS OWN PASS, NOTING THE LOWEST SITE STILL ABOVE
003770*    THIS ONE - THE FIRST PASS (LOW-VALUES) ONLY FINDS THE
003780*    LOWEST SITE ON THE LOG.
003790     IF RJ-SITE-CODE = PASS-SITE-CODE
003800         PERFORM 2020-WORK-REJECT
003810     ELSE
003820         IF RJ-SITE-CODE > PASS-SITE-CODE
003830             AND RJ-SITE-CODE < NEXT-SITE-CODE
003840             MOVE RJ-SITE-CODE TO NEXT-SITE-CODE
003850         END-IF
003860     END-IF.
003870     PERFORM 2100-READ-REJECT-RECORD.

003880 2020-WORK-REJECT.
003890     DISPLAY " ".
003900     DISPLAY "REJECTED PRODUCT: " RJ-PRODUCT-NAME.
003910     DISPLAY "SITE:             " RJ-SITE-CODE.
003920     DISPLAY "REJECTED CODE:    " RJ-DEPT-CODE.
003930     DISPLAY "REASON:           " RJ-REJECT-REASON.
003940*    A SITE'S FIRST RESUBMISSION NEEDS A BATCH OF ITS OWN, AND
003950*    TRANSOUT HOLDS AT MOST NINE - A TENTH SITE'S REJECTS WAIT
003960*    FOR THE NEXT RUN WITHOUT BEING PROMPTED.
003970     EVALUATE TRUE
003980         WHEN RJ-WAS-RECYCLED
003990             PERFORM 2500-ESCALATE-REJECT
004000         WHEN RJ-SITE-CODE NOT = BATCH-SITE-CODE
004010                 AND RB-BATCH-SEQ >= 9
004020             DISPLAY "TRANSOUT ALREADY HOLDS NINE SITE BATCHES."
004030             PERFORM 2400-CARRY-FORWARD-REJECT
004040         WHEN OTHER
004050             MOVE SPACE TO CORRECTION-STATE
004060             PERFORM 2200-PROMPT-CORRECTION
004070                 UNTIL CORRECTION-VALID
004080                 OR CORRECTION-ABANDONED
004090                 OR CORRECTION-SKIPPED
004100             EVALUATE TRUE
004110                 WHEN CORRECTION-VALID
004120                     PERFORM 2300-WRITE-RECYCLE-TRANS
004130                 WHEN CORRECTION-ABANDONED
004140                     ADD 1 TO ABANDONED-COUNT
004150                     DISPLAY "REJECT ABANDONED."
004160                 WHEN CORRECTION-SKIPPED
004170                     PERFORM 2400-CARRY-FORWARD-REJECT
004180             END-EVALUATE
004190     END-EVALUATE.

004200 2050-RUN-SITE-PASS.
004210*    EACH SITE IS WORKED IN A PASS OF ITS OWN, LOWEST SITE
004220*    FIRST, SO ITS CORRECTIONS GO OUT AS ONE BATCH HOWEVER ITS
004230*    REJECTS ARE INTERLEAVED ON THE LOG.
004240     MOVE NEXT-SITE-CODE TO PASS-SITE-CODE.
004250     MOVE HIGH-VALUES TO NEXT-SITE-CODE.
004260     DISPLAY " ".
004270     DISPLAY "=== REJECTS FOR SITE " PASS-SITE-CODE " ===".
004280     CLOSE DEPT-CODE-REJECT-LOG.
004290     OPEN INPUT DEPT-CODE-REJECT-LOG.
004300     MOVE "N" TO END-OF-REJECTS-SWITCH.
004310     PERFORM 2100-READ-REJECT-RECORD.
004320     PERFORM 2000-PROCESS-REJECT
004330         UNTIL END-OF-REJECTS.

004340 2100-READ-REJECT-RECORD.
004350*    A REJECT LOGGED BEFORE SITES EXISTED BELONGS TO SITE 01.
004360     READ DEPT-CODE-REJECT-LOG
004370         AT END
004380             SET END-OF-REJECTS TO TRUE
004390         NOT AT END
004400             IF RJ-SITE-CODE = SPACES
004410                 MOVE HOME-SITE-CODE TO RJ-SITE-CODE
004420             END-IF
004430     END-READ.

004440 2200-PROMPT-CORRECTION.
004450     DISPLAY "ENTER CORRECTED DEPT CODE "
004460         "(A = ABANDON, S = SKIP FOR NOW): ".
004470     ACCEPT CORRECTED-CODE-ENTRY.
004480     EVALUATE CORRECTED-CODE-ENTRY
004490         WHEN "A"
004500             SET CORRECTION-ABANDONED TO TRUE
004510         WHEN "S"
004520             SET CORRECTION-SKIPPED TO TRUE
004530         WHEN OTHER
004540             IF CORRECTED-CODE-ENTRY IS NUMERIC
004550                 MOVE CORRECTED-CODE-ENTRY
004560                     TO CORRECTED-DEPT-CODE
004570                 PERFORM 2250-LOOKUP-DEPT-CODE
004580             ELSE
004590                 DISPLAY "ENTRY MUST BE A TWO-DIGIT DEPT CODE, "
004600                     "A, OR S."
004610             END-IF
004620     END-EVALUATE.

004630 2250-LOOKUP-DEPT-CODE.
004640     SET DEPT-TABLE-IDX TO 1.
004650     SEARCH DEPT-TABLE-ENTRY
004660         AT END
004670             DISPLAY "DEPT CODE NOT ON FILE OR INACTIVE. "
004680                 "TRY AGAIN."
004690         WHEN DT-SITE-CODE (DEPT-TABLE-IDX) = RJ-SITE-CODE
004700                 AND DT-DEPT-CODE (DEPT-TABLE-IDX)
004710                 = CORRECTED-DEPT-CODE
004720                 AND DT-ACTIVE-FLAG (DEPT-TABLE-IDX) = "Y"
004730             SET CORRECTION-VALID TO TRUE
004740     END-SEARCH.

004750 2300-WRITE-RECYCLE-TRANS.
004760*    THE FIRST RESUBMISSION OF A SITE'S PASS CLOSES THE PREVIOUS
004770*    SITE'S BATCH AND OPENS ITS OWN, SO EVERY BATCH HEADER NAMES
004780*    ONE SITE AND NO SITE HAS TWO.
004790     IF RJ-SITE-CODE NOT = BATCH-SITE-CODE
004800         IF BATCH-OPEN
004810             PERFORM 3500-WRITE-TRANS-TRAILER
004820         END-IF
004830         MOVE RJ-SITE-CODE TO BATCH-SITE-CODE
004840         PERFORM 1300-WRITE-TRANS-HEADER
004850     END-IF.
004860     MOVE SPACES TO RECYCLE-TRANS-RECORD.
004870     MOVE "D"                TO TR-RECORD-TYPE.
004880     MOVE RJ-PRODUCT-NAME    TO TR-PRODUCT-NAME.
004890     MOVE CORRECTED-DEPT-CODE TO TR-DEPT-CODE.
004900     MOVE RJ-PRODUCT-QTY     TO TR-PRODUCT-QTY.
004910     MOVE RJ-PRIORITY-CODE   TO TR-PRIORITY-CODE.
004920     MOVE "R"                TO TR-RECYCLE-FLAG.
004930     WRITE RECYCLE-TRANS-RECORD.
004940     ADD 1 TO RECYCLED-COUNT.
004950     ADD RJ-PRODUCT-QTY TO RECYCLED-QTY-HASH.
004960     ADD 1 TO BATCH-RECYCLED-COUNT.
004970     ADD RJ-PRODUCT-QTY TO BATCH-QTY-HASH.
004980     DISPLAY "RESUBMITTED TO SITE " RJ-SITE-CODE " DEPT "
004990         CORRECTED-DEPT-CODE ".".

005000 2400-CARRY-FORWARD-REJECT.
005010     WRITE REJECT-KEEP-RECORD FROM DEPT-CODE-REJECT-RECORD.
005020     ADD 1 TO SKIPPED-COUNT.
005030     DISPLAY "REJECT SKIPPED - CARRIED FORWARD FOR NEXT RUN.".

005040 2500-ESCALATE-REJECT.
005050     MOVE SPACES TO ESC-DETAIL-LINE.
005060     MOVE RJ-PRODUCT-NAME  TO ESC-PRODUCT-NAME.
005070     MOVE RJ-SITE-CODE     TO ESC-SITE-CODE.
005080     MOVE RJ-DEPT-CODE     TO ESC-DEPT-CODE.
005090     MOVE RJ-REJECT-REASON TO ESC-REJECT-REASON.
005100     MOVE ESC-DETAIL-LINE  TO ESCALATION-RPT-LINE.
005110     WRITE ESCALATION-RPT-LINE.
005120     ADD 1 TO ESCALATED-COUNT.
005130     DISPLAY "*** ALREADY RECYCLED ONCE - ESCALATED TO ESCRPT. "
005140         "NOT RESUBMITTED.".

005150 3000-DISPLAY-TOTALS.
005160     DISPLAY " ".
005170     MOVE RECYCLED-COUNT TO COUNT-EDIT.
005180     DISPLAY "REJECTS RESUBMITTED: " COUNT-EDIT.
005190     MOVE ABANDONED-COUNT TO COUNT-EDIT.
005200     DISPLAY "REJECTS ABANDONED:   " COUNT-EDIT.
005210     MOVE ESCALATED-COUNT TO COUNT-EDIT.
005220     DISPLAY "REJECTS ESCALATED:   " COUNT-EDIT.
005230     MOVE SKIPPED-COUNT TO COUNT-EDIT.
005240     DISPLAY "REJECTS SKIPPED:     " COUNT-EDIT.

005250 3450-CLOSE-LAST-BATCH.
005260*    AN EMPTY HOME-SITE BATCH STILL GOES OUT WHEN NOTHING WAS
005270*    RESUBMITTED, SO TRANSOUT ALWAYS BALANCES.
005280     IF NOT BATCH-OPEN
005290         MOVE HOME-SITE-CODE TO BATCH-SITE-CODE
005300         PERFORM 1300-WRITE-TRANS-HEADER
005310     END-IF.
005320     PERFORM 3500-WRITE-TRANS-TRAILER.

005330 3500-WRITE-TRANS-TRAILER.
005340     MOVE SPACES TO RECYCLE-TRANS-RECORD.
005350     MOVE "T" TO TR-RECORD-TYPE.
005360     MOVE BATCH-RECYCLED-COUNT TO TR-TLR-RECORD-COUNT.
005370     MOVE BATCH-QTY-HASH TO TR-TLR-QTY-HASH.
005380     WRITE RECYCLE-TRANS-RECORD.

005390 4000-TERMINATE.
005400     CLOSE DEPT-CODE-REJECT-LOG.
005410     CLOSE RECYCLE-TRANS-FILE.
005420     CLOSE REJECT-KEEP-FILE.
005430     CLOSE ESCALATION-REPORT.
005440     PERFORM 4100-RELEASE-RUN-LOCK.

005450 1050-ACQUIRE-RUN-LOCK.
005460*    REJECT-RECYCLE SHARES THE LIVE REJECT LOG AND TRANS
005470*    FILES WITH DEPT-CHECKER AND PRODUCT-MAINT - ONLY ONE OF
005480*    THE THREE MAY RUN AT A TIME.
005490     MOVE "N" TO LOCK-HELD-SWITCH.
005500     OPEN INPUT RUN-LOCK-FILE.
005510     IF RUN-LOCK-OK
005520         READ RUN-LOCK-FILE
005530             AT END
005540                 CONTINUE
005550             NOT AT END
005560                 SET LOCK-HELD TO TRUE
005570         END-READ
005580         CLOSE RUN-LOCK-FILE
005590     END-IF.
005600     IF LOCK-HELD
005610         PERFORM 1060-HANDLE-HELD-LOCK
005620     END-IF.
005630     PERFORM 1070-WRITE-RUN-LOCK.

005640 1060-HANDLE-HELD-LOCK.
005650     DISPLAY "GIGAHERTZ_LOCK_OVERRIDE" UPON ENVIRONMENT-NAME.
005660     ACCEPT LOCK-OVERRIDE-FLAG FROM ENVIRONMENT-VALUE.
005670     IF LOCK-OVERRIDE-FLAG NOT = "Y"
005680         MOVE "N" TO LOCK-OVERRIDE-FLAG
005690     END-IF.
005700     IF LOCK-OVERRIDE-FLAG = "Y"
005710         DISPLAY "*** BREAKING STALE RUN LOCK HELD BY "
005720             LK-PROGRAM-NAME " / " LK-USER-NAME " SINCE "
005730             LK-START-DATE " " LK-START-TIME "."
005740         PERFORM 1080-WRITE-LOCK-BREAK-RECORD
005750     ELSE
005760         DISPLAY "*** RUN LOCK IS HELD BY " LK-PROGRAM-NAME
005770             " / " LK-USER-NAME " SINCE " LK-START-DATE " "
005780             LK-START-TIME " - RUN REFUSED."
005790         DISPLAY "*** IF THAT RUN CRASHED, RERUN WITH "
005800             "GIGAHERTZ_LOCK_OVERRIDE=Y TO BREAK THE LOCK."
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.

005840 1070-WRITE-RUN-LOCK.
005850     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
005860     ACCEPT CDT-TIME FROM TIME.
005870     OPEN OUTPUT RUN-LOCK-FILE.
005880     MOVE "REJECT-RECYC" TO LK-PROGRAM-NAME.
005890     MOVE USER-NAME      TO LK-USER-NAME.
005900     MOVE CDT-DATE       TO LK-START-DATE.
005910     MOVE CDT-TIME       TO LK-START-TIME.
005920     WRITE RUN-LOCK-RECORD.
005930     CLOSE RUN-LOCK-FILE.
005940     SET RUN-LOCK-OWNED TO TRUE.

005950 1080-WRITE-LOCK-BREAK-RECORD.
005960*    WHO BROKE A LOCK, AND WHEN, GOES ON RUN-CONTROL AS A
005970*    MODE-L RECORD.
005980     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
005990     ACCEPT CDT-TIME FROM TIME.
006000     OPEN EXTEND RUN-CONTROL-FILE.
006010     IF NOT RUN-CONTROL-OK
006020         OPEN OUTPUT RUN-CONTROL-FILE
006030     END-IF.
006040     MOVE "REJECT-RECYC" TO RC-PROGRAM-NAME.
006050     MOVE CDT-DATE       TO RC-START-DATE.
006060     MOVE CDT-TIME       TO RC-START-TIME.
006070     MOVE CDT-DATE       TO RC-END-DATE.
006080     MOVE CDT-TIME       TO RC-END-TIME.
006090     MOVE "L"            TO RC-RUN-MODE.
006100     MOVE ZERO           TO RC-RECORDS-READ.
006110     MOVE ZERO           TO RC-RECORDS-ASSIGNED.
006120     MOVE ZERO           TO RC-RECORDS-REJECTED.
006130     MOVE ZERO           TO RC-CONFLICT-COUNT.
006140     MOVE "W"            TO RC-FINAL-STATUS.
006150     MOVE ZERO           TO RC-RETURN-CODE.
006160     MOVE USER-NAME      TO RC-USER-NAME.
006170     MOVE ZERO           TO RC-BUSINESS-DATE.
006180     WRITE RUN-CONTROL-RECORD.
006190     CLOSE RUN-CONTROL-FILE.

006200 4100-RELEASE-RUN-LOCK.
006210*    RELEASING EMPTIES THE FILE - AN EMPTY LOCK FILE READS AS
006220*    NOT HELD. SKIPPED WHEN THIS RUN NEVER OWNED THE LOCK.
006230     IF RUN-LOCK-OWNED
006240         OPEN OUTPUT RUN-LOCK-FILE
006250         CLOSE RUN-LOCK-FILE
006260         MOVE "N" TO RUN-LOCK-OWNED-SWITCH
006270     END-IF.
