000300*                   BATCH ID AND SOURCE CODE "DEF" SO DEPT-     *
000310*                   CHECKER'S BATCH REGISTER CAN REFUSE A       *
000320*                   RE-PRESENTED RELEASE FILE.                  *
000330*  2026-10-15 EDM   THE RELEASE DATE - ESCALATION CUTOFF,        *
000340*                   CALENDAR DAY, REPORT DATE, AND TRANSDEF      *
000350*                   HEADER CREATE DATE - NOW COMES FROM THE      *
000360*                   SHARED BUSINESS-DATE-FILE INSTEAD OF THE     *
000370*                   CLOCK. THE BATCH ID STAYS ON THE CLOCK SO IT *
000380*                   REMAINS UNIQUE.                              *
000390*  2026-10-15 EDM   EACH DEPARTMENT NOW BELONGS TO A SITE. DEPT  *
000400*                   AND CALENDAR ENTRIES ARE MATCHED ON SITE AND *
000410*                   DEPT CODE, AND THE RELEASE FILE CARRIES ONE  *
000420*                   BATCH (HEADER AND TRAILER) PER SITE WITH TR- *
000430*                   HDR-SITE-CODE SET. THE BATCH ID IS NOW "D" + *
000440*                   DAY OF YEAR + HHM + BATCH NUMBER SO THE      *
000450*                   BATCHES OF ONE RUN CANNOT SHARE AN ID. A     *
000460*                   BLANK QUEUE SITE IS TREATED AS SITE 01. THE  *
000470*                   SITE IS SHOWN ON THE RELEASE REPORT.         *
000480*  2026-10-15 EDM   A DEPT MASTER OR DEPT CALENDAR RECORD WITH A *
000490*                   BLANK SITE CODE IS NOW LOADED AS SITE 01, AS *
000500*                   THE DEFERRED QUEUE ALREADY WAS.              *
000510*----------------------------------------------------------------*

000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.

000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS BUSINESS-DATE-STATUS.

000590     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DEFER-QUEUE-STATUS.

000620     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS DEPT-MASTER-STATUS.

000650     SELECT RELEASE-TRANS-FILE ASSIGN TO "TRANSDEF"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RELEASE-TRANS-STATUS.

000680     SELECT DEFER-KEEP-FILE ASSIGN TO "DEFNEW"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DEFER-KEEP-STATUS.

000710     SELECT FEEDER-REPORT ASSIGN TO "DEFRPT"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FEEDER-RPT-STATUS.

000740     SELECT DEPT-CALENDAR-FILE ASSIGN TO "DEPTCAL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DEPT-CALENDAR-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  BUSINESS-DATE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  BUSINESS-DATE-RECORD.
000820     COPY BUSDATE.

000830 FD  DEFERRED-QUEUE-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  DEFERRED-QUEUE-RECORD.
000870     COPY DEFERQ.

000880 FD  DEPT-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  DEPT-MASTER-RECORD.
000910     COPY DEPTMAST.

000920 FD  RELEASE-TRANS-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  RELEASE-TRANS-RECORD.
000950     COPY TRANSREC.

000960 FD  DEFER-KEEP-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  DEFER-KEEP-RECORD          PIC X(48).

001000 FD  FEEDER-REPORT
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  FEEDER-REPORT-LINE         PIC X(80).

001040 FD  DEPT-CALENDAR-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  DEPT-CALENDAR-RECORD.
001070     COPY DEPTCAL.

001080 WORKING-STORAGE SECTION.
001090 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001100     88  BUSINESS-DATE-OK       VALUE "00".
001110 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001120     88  DEFER-QUEUE-OK         VALUE "00".
001130 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001140     88  DEPT-MASTER-OK         VALUE "00".
001150     88  DEPT-MASTER-EOF        VALUE "10".
001160 77  RELEASE-TRANS-STATUS       PIC X(02) VALUE SPACES.
001170     88  RELEASE-TRANS-OK       VALUE "00".
001180 77  DEFER-KEEP-STATUS          PIC X(02) VALUE SPACES.
001190     88  DEFER-KEEP-OK          VALUE "00".
001200 77  FEEDER-RPT-STATUS          PIC X(02) VALUE SPACES.
001210     88  FEEDER-RPT-OK          VALUE "00".
001220 77  END-OF-QUEUE-SWITCH        PIC X(01) VALUE "N".
001230     88  END-OF-QUEUE           VALUE "Y".
001240 77  BUBBLE-DONE-SWITCH         PIC X(01) VALUE "N".
001250     88  BUBBLE-DONE            VALUE "Y".

001260 77  ESCALATE-PARM              PIC X(03) VALUE SPACES.
001270 77  ESCALATE-DAYS              PIC 9(03) VALUE ZERO.
001280 77  RUN-DATE                   PIC 9(08) VALUE ZERO.

001290 77  QUEUE-SUB                  PIC 9(04) COMP VALUE ZERO.
001300 77  QUEUE-SHIFT-SUB            PIC 9(04) COMP VALUE ZERO.
001310 77  DEPT-SUB                   PIC 9(03) COMP VALUE ZERO.
001320 77  DEPT-HIT-SUB               PIC 9(03) COMP VALUE ZERO.

001330 77  RELEASED-COUNT             PIC 9(05) COMP VALUE ZERO.
001340 77  RELEASED-QTY-HASH          PIC 9(10) COMP VALUE ZERO.
001350 77  HELD-COUNT                 PIC 9(05) COMP VALUE ZERO.
001360 77  ESCALATED-COUNT            PIC 9(05) COMP VALUE ZERO.
001370 77  COUNT-EDIT                 PIC ZZ,ZZ9.

001380 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001390 77  BATCH-SITE-CODE            PIC X(02) VALUE SPACES.
001400 77  BATCH-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
001410 77  BATCH-QTY-HASH             PIC 9(10) COMP VALUE ZERO.
001420 77  BATCH-OPEN-SWITCH          PIC X(01) VALUE "N".
001430     88  BATCH-OPEN             VALUE "Y".
001440 77  DOY-MONTH-SUB              PIC 9(02) COMP VALUE ZERO.

001450 01  RELEASE-BATCH-ID.
001460     05  FILLER                 PIC X(01) VALUE "D".
001470     05  RB-DAY-OF-YEAR         PIC 9(03) VALUE ZERO.
001480     05  RB-TIME                PIC X(03) VALUE SPACES.
001490     05  RB-BATCH-SEQ           PIC 9(01) VALUE ZERO.

001500 01  QUEUE-TABLE.
001510     05  QUEUE-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
001520     05  QUEUE-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
001530             DEPENDING ON QUEUE-TABLE-COUNT.
001540         10  QT-SORT-KEY.
001550             15  QT-SITE-CODE   PIC X(02).
001560             15  QT-DEFER-DATE  PIC 9(08).
001570             15  QT-PRIORITY-RANK
001580                                PIC 9(01).
001590         10  QT-PRODUCT-NAME    PIC X(30).
001600         10  QT-DEPT-CODE       PIC 9(02).
001610         10  QT-PRODUCT-QTY     PIC 9(05).
001620         10  QT-PRIORITY-CODE   PIC X(01).
001630         10  QT-RELEASED-FLAG   PIC X(01).
001640 01  QUEUE-SWAP-HOLD            PIC X(50).

001650 01  DEPT-TABLE.
001660     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001670     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
001680             DEPENDING ON DEPT-TABLE-COUNT
001690             INDEXED BY DEPT-TABLE-IDX.
001700         10  DT-SITE-CODE       PIC X(02).
001710         10  DT-DEPT-CODE       PIC 9(02).
001720         10  DT-DEPT-NAME       PIC X(15).
001730         10  DT-ACTIVE-FLAG     PIC X(01).
001740         10  DT-DAILY-CAPACITY  PIC 9(07).
001750         10  DT-RELEASED-QTY    PIC 9(09) COMP.
001760         10  DT-CLOSED-FLAG     PIC X(01).

001770 77  DEPT-CALENDAR-STATUS       PIC X(02) VALUE SPACES.
001780     88  DEPT-CALENDAR-OK       VALUE "00".
001790     88  DEPT-CALENDAR-EOF      VALUE "10".
001800 77  CAL-SUB                    PIC 9(03) COMP VALUE ZERO.
001810 77  CAL-DATE-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001820 77  CAL-WEEK-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001830 77  RUN-DAY-OF-WEEK            PIC 9(01) VALUE ZERO.

001840 01  CAL-LOOKUP-WORK.
001850     05  CW-SITE-CODE           PIC X(02).
001860     05  CW-DEPT-CODE           PIC 9(02).
001870     05  CW-CLOSED-FLAG         PIC X(01).
001880     05  CW-OVERRIDE-QTY        PIC 9(07).

001890 01  CAL-TABLE.
001900     05  CAL-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
001910     05  CAL-TABLE-ENTRY OCCURS 1 TO 200 TIMES
001920             DEPENDING ON CAL-TABLE-COUNT.
001930         10  CA-SITE-CODE       PIC X(02).
001940         10  CA-DEPT-CODE       PIC 9(02).
001950         10  CA-ENTRY-TYPE      PIC X(01).
001960         10  CA-CAL-DATE        PIC 9(08).
001970         10  CA-DAY-OF-WEEK     PIC 9(01).
001980         10  CA-OPEN-FLAG       PIC X(01).
001990         10  CA-CAPACITY-OVERRIDE
002000                                PIC 9(07).

002010 01  ZELLER-WORK.
002020     05  ZW-DATE.
002030         10  ZW-YYYY            PIC 9(04).
002040         10  ZW-MM              PIC 9(02).
002050         10  ZW-DD              PIC 9(02).
002060     05  ZW-YEAR-ADJ            PIC 9(04).
002070     05  ZW-MONTH-ADJ           PIC 9(02).
002080     05  ZW-CENTURY             PIC 9(02).
002090     05  ZW-YEAR-OF-CENT        PIC 9(02).
002100     05  ZW-TERM1               PIC 9(04).
002110     05  ZW-TERM2               PIC 9(04).
002120     05  ZW-TERM3               PIC 9(04).
002130     05  ZW-QUOT                PIC 9(04).
002140     05  ZW-H                   PIC 9(04).

002150 01  ESC-CUTOFF-DATE.
002160     05  ESC-YYYY               PIC 9(04).
002170     05  ESC-MM                 PIC 9(02).
002180     05  ESC-DD                 PIC 9(02).
002190 01  ESC-CUTOFF-NUM REDEFINES ESC-CUTOFF-DATE
002200                                PIC 9(08).
002210 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
002220 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

002230 01  MONTH-DAYS-TABLE.
002240     05  FILLER                 PIC X(24) VALUE
002250         "312831303130313130313031".
002260 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
002270     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

002280 01  FEEDER-DETAIL-LINE.
002290     05  FDL-PRODUCT-NAME       PIC X(30).
002300     05  FILLER                 PIC X(02) VALUE SPACES.
002310     05  FDL-SITE-CODE          PIC X(02).
002320     05  FILLER                 PIC X(01) VALUE SPACES.
002330     05  FDL-DEPT-CODE          PIC 9(02).
002340     05  FILLER                 PIC X(02) VALUE SPACES.
002350     05  FDL-PRODUCT-QTY        PIC ZZ,ZZ9.
002360     05  FILLER                 PIC X(02) VALUE SPACES.
002370     05  FDL-DEFER-DATE         PIC 9(08).
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  FDL-STATUS-TEXT        PIC X(18).
002400     05  FILLER                 PIC X(05) VALUE SPACES.

002410 01  CURRENT-DATE-TIME.
002420     05  CDT-DATE               PIC 9(08).
002430     05  CDT-TIME               PIC 9(08).

002440 PROCEDURE DIVISION.
002450 100-START-LOGIC.
002460     PERFORM 1000-INITIALIZE.
002470     PERFORM 2000-LOAD-QUEUE-TABLE.
002480     PERFORM 3000-RELEASE-QUEUE-ITEMS.
002490     PERFORM 3050-CLOSE-LAST-BATCH.
002500     PERFORM 3600-DISPLAY-TOTALS.
002510     PERFORM 4000-TERMINATE.
002520     MOVE ZERO TO RETURN-CODE.
002530     STOP RUN.

002540 1000-INITIALIZE.
002550     DISPLAY "=== GIGAHERTZ DEFERRED-WORK FEEDER v1.0 ===".
002560     PERFORM 1050-READ-BUSINESS-DATE.
002570     OPEN OUTPUT RELEASE-TRANS-FILE.
002580     OPEN OUTPUT DEFER-KEEP-FILE.
002590     OPEN OUTPUT FEEDER-REPORT.
002600     PERFORM 1100-LOAD-DEPT-MASTER.
002610     PERFORM 1200-SET-ESCALATE-CUTOFF.
002620     PERFORM 1500-LOAD-DEPT-CALENDAR.
002630     PERFORM 1600-APPLY-CALENDAR-TODAY.
002640     PERFORM 1300-WRITE-RPT-HEADING.
002650     PERFORM 1350-SET-BATCH-ID-BASE.

002660 1050-READ-BUSINESS-DATE.
002670     OPEN INPUT BUSINESS-DATE-FILE.
002680     IF NOT BUSINESS-DATE-OK
002690         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002700             "RELEASE DEFERRED WORK. RUN ABORTED."
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     READ BUSINESS-DATE-FILE
002750         AT END
002760             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002770                 "RELEASE DEFERRED WORK. RUN ABORTED."
002780             CLOSE BUSINESS-DATE-FILE
002790             MOVE 16 TO RETURN-CODE
002800             STOP RUN
002810     END-READ.
002820     CLOSE BUSINESS-DATE-FILE.
002830     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002840     IF BD-CATCHUP-ACTIVE
002850         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002860             " - OPEN DATE IS " BD-RESUME-DATE "."
002870     END-IF.

002880 1100-LOAD-DEPT-MASTER.
002890     OPEN INPUT DEPT-MASTER-FILE.
002900     IF NOT DEPT-MASTER-OK
002910         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT RELEASE "
002920             "DEFERRED WORK. RUN ABORTED."
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     PERFORM 1150-READ-DEPT-MASTER-RECORD.
002970     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
002980         UNTIL DEPT-MASTER-EOF.
002990     CLOSE DEPT-MASTER-FILE.

003000 1150-READ-DEPT-MASTER-RECORD.
003010     READ DEPT-MASTER-FILE
003020         AT END
003030             SET DEPT-MASTER-EOF TO TRUE
003040     END-READ.

003050 1160-ADD-DEPT-TABLE-ENTRY.
003060     IF DEPT-TABLE-COUNT >= 100
003070         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
003080             "DEPARTMENTS. RUN ABORTED."
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     ADD 1 TO DEPT-TABLE-COUNT.
003130     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
003140     IF DM-SITE-CODE = SPACES
003150         MOVE HOME-SITE-CODE TO DM-SITE-CODE
003160     END-IF.
003170     MOVE DM-SITE-CODE   TO DT-SITE-CODE (DEPT-TABLE-IDX).
003180     MOVE DM-DEPT-CODE   TO DT-DEPT-CODE (DEPT-TABLE-IDX).
003190     MOVE DM-DEPT-NAME   TO DT-DEPT-NAME (DEPT-TABLE-IDX).
003200     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
003210     MOVE DM-DAILY-CAPACITY TO DT-DAILY-CAPACITY (DEPT-TABLE-IDX).
003220     MOVE ZERO TO DT-RELEASED-QTY (DEPT-TABLE-IDX).
003230     MOVE "N" TO DT-CLOSED-FLAG (DEPT-TABLE-IDX).
003240     PERFORM 1150-READ-DEPT-MASTER-RECORD.

003250 1200-SET-ESCALATE-CUTOFF.
003260     ACCEPT ESCALATE-PARM FROM COMMAND-LINE.
003270     IF ESCALATE-PARM IS NUMERIC
003280         MOVE ESCALATE-PARM TO ESCALATE-DAYS
003290     END-IF.
003300     IF ESCALATE-DAYS = ZERO
003310         MOVE 3 TO ESCALATE-DAYS
003320     END-IF.
003330     MOVE RUN-DATE TO ESC-CUTOFF-NUM.
003340     PERFORM 1250-BACK-ONE-DAY ESCALATE-DAYS TIMES.
003350     DISPLAY "ESCALATING WORK DEFERRED ON OR BEFORE "
003360         ESC-CUTOFF-NUM.

003370 1250-BACK-ONE-DAY.
003380     IF ESC-DD > 1
003390         SUBTRACT 1 FROM ESC-DD
003400     ELSE
003410         IF ESC-MM = 1
003420             MOVE 12 TO ESC-MM
003430             SUBTRACT 1 FROM ESC-YYYY
003440         ELSE
003450             SUBTRACT 1 FROM ESC-MM
003460         END-IF
003470         MOVE MONTH-DAYS (ESC-MM) TO ESC-DD
003480         IF ESC-MM = 2
003490             PERFORM 1260-ADJUST-FOR-LEAP-YEAR
003500         END-IF
003510     END-IF.

003520 1260-ADJUST-FOR-LEAP-YEAR.
003530     DIVIDE ESC-YYYY BY 4 GIVING LEAP-QUOTIENT
003540         REMAINDER LEAP-REMAINDER.
003550     IF LEAP-REMAINDER = ZERO
003560         DIVIDE ESC-YYYY BY 100 GIVING LEAP-QUOTIENT
003570             REMAINDER LEAP-REMAINDER
003580         IF LEAP-REMAINDER NOT = ZERO
003590             MOVE 29 TO ESC-DD
003600         ELSE
003610             DIVIDE ESC-YYYY BY 400 GIVING LEAP-QUOTIENT
003620                 REMAINDER LEAP-REMAINDER
003630             IF LEAP-REMAINDER = ZERO
003640                 MOVE 29 TO ESC-DD
003650             END-IF
003660         END-IF
003670     END-IF.

003680 1300-WRITE-RPT-HEADING.
003690     MOVE SPACES TO FEEDER-REPORT-LINE.
003700     STRING "GIGAHERTZ DEFERRED-WORK RELEASE REPORT - RUN DATE "
003710             RUN-DATE
003720             DELIMITED BY SIZE INTO FEEDER-REPORT-LINE.
003730     WRITE FEEDER-REPORT-LINE.
003740     MOVE SPACES TO FEEDER-REPORT-LINE.
003750     STRING "PRODUCT NAME                    ST CD     QTY  "
003760             "DEFERRED  STATUS"
003770             DELIMITED BY SIZE INTO FEEDER-REPORT-LINE.
003780     WRITE FEEDER-REPORT-LINE.
003790     MOVE ALL "-" TO FEEDER-REPORT-LINE.
003800     WRITE FEEDER-REPORT-LINE.

003810 1350-SET-BATCH-ID-BASE.
003820*    EACH SITE'S RELEASES GO OUT AS A BATCH OF THEIR OWN, SO
003830*    THE BATCH ID IS "D" + DAY OF YEAR + HHM + THE BATCH NUMBER
003840*    WITHIN THIS RUN. A SCHEDULED RUN IN A LATER MONTH CANNOT
003850*    REPEAT AN ID STILL ON DEPT-CHECKER'S BATCH REGISTER,
003860*    WHICH WOULD REFUSE A LEGITIMATE FILE AS ALREADY POSTED.
003870*    IDS ONLY REPEAT A FULL YEAR APART - AND DEPT-CHECKER
003880*    ABORTS WHEN THE REGISTER PASSES 500 ENTRIES, SO OPS WILL
003890*    HAVE TRIMMED IT LONG BEFORE THEN.
003900     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
003910     ACCEPT CDT-TIME FROM TIME.
003920     MOVE CDT-DATE TO ZW-DATE.
003930     MOVE ZW-DD TO RB-DAY-OF-YEAR.
003940     PERFORM 1360-ADD-MONTH-DAYS
003950         VARYING DOY-MONTH-SUB FROM 1 BY 1
003960         UNTIL DOY-MONTH-SUB >= ZW-MM.
003970     IF ZW-MM > 2
003980         DIVIDE ZW-YYYY BY 4 GIVING LEAP-QUOTIENT
003990             REMAINDER LEAP-REMAINDER
004000         IF LEAP-REMAINDER = ZERO
004010             DIVIDE ZW-YYYY BY 100 GIVING LEAP-QUOTIENT
004020                 REMAINDER LEAP-REMAINDER
004030             IF LEAP-REMAINDER NOT = ZERO
004040                 ADD 1 TO RB-DAY-OF-YEAR
004050             ELSE
004060                 DIVIDE ZW-YYYY BY 400 GIVING LEAP-QUOTIENT
004070                     REMAINDER LEAP-REMAINDER
004080                 IF LEAP-REMAINDER = ZERO
004090                     ADD 1 TO RB-DAY-OF-YEAR
004100                 END-IF
004110             END-IF
004120         END-IF
004130     END-IF.
004140     MOVE CDT-TIME (1:3) TO RB-TIME.

004150 1360-ADD-MONTH-DAYS.
004160     ADD MONTH-DAYS (DOY-MONTH-SUB) TO RB-DAY-OF-YEAR.

004170 1400-WRITE-TRANS-HEADER.
004180     MOVE SPACES TO RELEASE-TRANS-RECORD.
004190     MOVE "H" TO TR-RECORD-TYPE.
004200     MOVE RUN-DATE TO TR-HDR-CREATE-DATE.
004210     ADD 1 TO RB-BATCH-SEQ.
004220     MOVE RELEASE-BATCH-ID TO TR-HDR-BATCH-ID.
004230     MOVE "DEF" TO TR-HDR-SOURCE-CODE.
004240     MOVE BATCH-SITE-CODE TO TR-HDR-SITE-CODE.
004250     WRITE RELEASE-TRANS-RECORD.
004260     MOVE ZERO TO BATCH-RELEASED-COUNT.
004270     MOVE ZERO TO BATCH-QTY-HASH.
004280     SET BATCH-OPEN TO TRUE.
004290     DISPLAY "RELEASE BATCH " TR-HDR-BATCH-ID " FOR SITE "
004300         BATCH-SITE-CODE ".".

004310 1500-LOAD-DEPT-CALENDAR.
004320     OPEN INPUT DEPT-CALENDAR-FILE.
004330     IF NOT DEPT-CALENDAR-OK
004340         DISPLAY "NO DEPT-CALENDAR-FILE - RELEASING AGAINST "
004350             "MASTER CAPACITIES."
004360     ELSE
004370         PERFORM 1510-READ-CALENDAR-RECORD
004380         PERFORM 1520-ADD-CAL-TABLE-ENTRY
004390             UNTIL DEPT-CALENDAR-EOF
004400         CLOSE DEPT-CALENDAR-FILE
004410     END-IF.

004420 1510-READ-CALENDAR-RECORD.
004430     READ DEPT-CALENDAR-FILE
004440         AT END
004450             SET DEPT-CALENDAR-EOF TO TRUE
004460     END-READ.

004470 1520-ADD-CAL-TABLE-ENTRY.
004480     IF CAL-TABLE-COUNT >= 200
004490         DISPLAY "DEPT-CALENDAR-FILE HAS MORE THAN 200 "
004500             "ENTRIES - REMAINDER IGNORED."
004510         SET DEPT-CALENDAR-EOF TO TRUE
004520     ELSE
004530         ADD 1 TO CAL-TABLE-COUNT
004540         IF DC-SITE-CODE = SPACES
004550             MOVE HOME-SITE-CODE TO DC-SITE-CODE
004560         END-IF
004570         MOVE DC-SITE-CODE
004580             TO CA-SITE-CODE (CAL-TABLE-COUNT)
004590         MOVE DC-DEPT-CODE
004600             TO CA-DEPT-CODE (CAL-TABLE-COUNT)
004610         MOVE DC-ENTRY-TYPE
004620             TO CA-ENTRY-TYPE (CAL-TABLE-COUNT)
004630         MOVE DC-CAL-DATE
004640             TO CA-CAL-DATE (CAL-TABLE-COUNT)
004650         MOVE DC-DAY-OF-WEEK
004660             TO CA-DAY-OF-WEEK (CAL-TABLE-COUNT)
004670         MOVE DC-OPEN-FLAG
004680             TO CA-OPEN-FLAG (CAL-TABLE-COUNT)
004690         MOVE DC-CAPACITY-OVERRIDE
004700             TO CA-CAPACITY-OVERRIDE (CAL-TABLE-COUNT)
004710         PERFORM 1510-READ-CALENDAR-RECORD
004720     END-IF.

004730 1600-APPLY-CALENDAR-TODAY.
004740*    A DEPT CLOSED ON THE CALENDAR TODAY RELEASES NOTHING -
004750*    ITS QUEUED WORK IS CARRIED FORWARD. A CAPACITY OVERRIDE
004760*    REPLACES DM-DAILY-CAPACITY AS THE RELEASE CEILING.
004770     MOVE RUN-DATE TO ZW-DATE.
004780     PERFORM 1700-COMPUTE-DAY-OF-WEEK.
004790     PERFORM 1650-APPLY-ONE-DEPT-RULE
004800         VARYING DEPT-TABLE-IDX FROM 1 BY 1
004810         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.

004820 1650-APPLY-ONE-DEPT-RULE.
004830     MOVE DT-SITE-CODE (DEPT-TABLE-IDX) TO CW-SITE-CODE.
004840     MOVE DT-DEPT-CODE (DEPT-TABLE-IDX) TO CW-DEPT-CODE.
004850     PERFORM 1670-LOOKUP-CALENDAR.
004860     IF CW-CLOSED-FLAG = "Y"
004870         MOVE "Y" TO DT-CLOSED-FLAG (DEPT-TABLE-IDX)
004880         DISPLAY "CALENDAR: SITE " DT-SITE-CODE (DEPT-TABLE-IDX)
004890             " " DT-DEPT-NAME (DEPT-TABLE-IDX)
004900             " IS CLOSED TODAY - NOTHING RELEASED TO IT."
004910     END-IF.
004920     IF CW-OVERRIDE-QTY > ZERO
004930         MOVE CW-OVERRIDE-QTY
004940             TO DT-DAILY-CAPACITY (DEPT-TABLE-IDX)
004950     END-IF.

004960 1670-LOOKUP-CALENDAR.
004970*    A SPECIFIC-DATE ENTRY BEATS A WEEKDAY ENTRY FOR THE SAME
004980*    DAY.
004990     MOVE "N" TO CW-CLOSED-FLAG.
005000     MOVE ZERO TO CW-OVERRIDE-QTY.
005010     MOVE ZERO TO CAL-DATE-HIT-SUB.
005020     MOVE ZERO TO CAL-WEEK-HIT-SUB.
005030     PERFORM 1680-MATCH-CAL-ENTRY
005040         VARYING CAL-SUB FROM 1 BY 1
005050         UNTIL CAL-SUB > CAL-TABLE-COUNT.
005060     IF CAL-DATE-HIT-SUB > ZERO
005070         MOVE CAL-DATE-HIT-SUB TO CAL-SUB
005080         PERFORM 1690-APPLY-CAL-ENTRY
005090     ELSE
005100         IF CAL-WEEK-HIT-SUB > ZERO
005110             MOVE CAL-WEEK-HIT-SUB TO CAL-SUB
005120             PERFORM 1690-APPLY-CAL-ENTRY
005130         END-IF
005140     END-IF.

005150 1680-MATCH-CAL-ENTRY.
005160     IF CA-SITE-CODE (CAL-SUB) = CW-SITE-CODE
005170         AND CA-DEPT-CODE (CAL-SUB) = CW-DEPT-CODE
005180         EVALUATE TRUE
005190             WHEN CA-ENTRY-TYPE (CAL-SUB) = "D"
005200                     AND CA-CAL-DATE (CAL-SUB) = RUN-DATE
005210                 IF CAL-DATE-HIT-SUB = ZERO
005220                     MOVE CAL-SUB TO CAL-DATE-HIT-SUB
005230                 END-IF
005240             WHEN CA-ENTRY-TYPE (CAL-SUB) = "W"
005250                     AND CA-DAY-OF-WEEK (CAL-SUB)
005260                     = RUN-DAY-OF-WEEK
005270                 IF CAL-WEEK-HIT-SUB = ZERO
005280                     MOVE CAL-SUB TO CAL-WEEK-HIT-SUB
005290                 END-IF
005300             WHEN OTHER
005310                 CONTINUE
005320         END-EVALUATE
005330     END-IF.

005340 1690-APPLY-CAL-ENTRY.
005350     IF CA-OPEN-FLAG (CAL-SUB) = "N"
005360         MOVE "Y" TO CW-CLOSED-FLAG
005370     END-IF.
005380     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB) TO CW-OVERRIDE-QTY.

005390 1700-COMPUTE-DAY-OF-WEEK.
005400*    ZELLER'S CONGRUENCE ON THE DATE IN ZW-DATE, GIVING
005410*    RUN-DAY-OF-WEEK 1=MONDAY THROUGH 7=SUNDAY.
005420     MOVE ZW-YYYY TO ZW-YEAR-ADJ.
005430     MOVE ZW-MM   TO ZW-MONTH-ADJ.
005440     IF ZW-MONTH-ADJ < 3
005450         ADD 12 TO ZW-MONTH-ADJ
005460         SUBTRACT 1 FROM ZW-YEAR-ADJ
005470     END-IF.
005480     DIVIDE ZW-YEAR-ADJ BY 100 GIVING ZW-CENTURY
005490         REMAINDER ZW-YEAR-OF-CENT.
005500     COMPUTE ZW-TERM1 = 13 * ( ZW-MONTH-ADJ + 1 ).
005510     DIVIDE ZW-TERM1 BY 5 GIVING ZW-TERM1.
005520     DIVIDE ZW-YEAR-OF-CENT BY 4 GIVING ZW-TERM2.
005530     DIVIDE ZW-CENTURY BY 4 GIVING ZW-TERM3.
005540     COMPUTE ZW-H = ZW-DD + ZW-TERM1 + ZW-YEAR-OF-CENT
005550         + ZW-TERM2 + ZW-TERM3 + ( 5 * ZW-CENTURY ).
005560     ADD 5 TO ZW-H.
005570     DIVIDE ZW-H BY 7 GIVING ZW-QUOT REMAINDER ZW-H.
005580     COMPUTE RUN-DAY-OF-WEEK = ZW-H + 1.

005590 2000-LOAD-QUEUE-TABLE.
005600     OPEN INPUT DEFERRED-QUEUE-FILE.
005610     IF NOT DEFER-QUEUE-OK
005620         DISPLAY "NO DEFERRED-WORK QUEUE ON FILE - NOTHING TO "
005630             "RELEASE."
005640     ELSE
005650         PERFORM 2100-READ-QUEUE-RECORD
005660         PERFORM 2200-ADD-QUEUE-TABLE-ENTRY
005670             UNTIL END-OF-QUEUE
005680         CLOSE DEFERRED-QUEUE-FILE
005690     END-IF.

005700 2100-READ-QUEUE-RECORD.
005710     READ DEFERRED-QUEUE-FILE
005720         AT END
005730             SET END-OF-QUEUE TO TRUE
005740     END-READ.

005750 2200-ADD-QUEUE-TABLE-ENTRY.
005760*    ENTRIES ARE BUBBLED INTO PLACE AS THEY LOAD SO THE RELEASE
005770*    PASS WORKS ONE SITE AT A TIME, OLDEST DEFER DATE FIRST
005780*    AND, WITHIN A DATE, HIGHEST PRIORITY FIRST. A BLANK SITE
005790*    WAS QUEUED BEFORE SITES EXISTED AND BELONGS TO SITE 01.
005800     IF QUEUE-TABLE-COUNT >= 2000
005810         DISPLAY "MORE THAN 2000 DEFERRED ITEMS - REMAINDER "
005820             "CARRIED FORWARD UNSORTED."
005830         PERFORM 2400-CARRY-FORWARD-OVERFLOW
005840             UNTIL END-OF-QUEUE
005850     ELSE
005860         ADD 1 TO QUEUE-TABLE-COUNT
005870         IF DQ-SITE-CODE = SPACES
005880             MOVE HOME-SITE-CODE TO DQ-SITE-CODE
005890         END-IF
005900         MOVE DQ-SITE-CODE
005910             TO QT-SITE-CODE (QUEUE-TABLE-COUNT)
005920         MOVE DQ-DEFER-DATE
005930             TO QT-DEFER-DATE (QUEUE-TABLE-COUNT)
005940         PERFORM 2250-SET-PRIORITY-RANK
005950         MOVE DQ-PRODUCT-NAME
005960             TO QT-PRODUCT-NAME (QUEUE-TABLE-COUNT)
005970         MOVE DQ-DEPT-CODE
005980             TO QT-DEPT-CODE (QUEUE-TABLE-COUNT)
005990         MOVE DQ-PRODUCT-QTY
006000             TO QT-PRODUCT-QTY (QUEUE-TABLE-COUNT)
006010         MOVE DQ-PRIORITY-CODE
006020             TO QT-PRIORITY-CODE (QUEUE-TABLE-COUNT)
006030         MOVE SPACE TO QT-RELEASED-FLAG (QUEUE-TABLE-COUNT)
006040         MOVE QUEUE-TABLE-COUNT TO QUEUE-SHIFT-SUB
006050         MOVE "N" TO BUBBLE-DONE-SWITCH
006060         PERFORM 2300-BUBBLE-ENTRY-UP
006070             UNTIL BUBBLE-DONE
006080         PERFORM 2100-READ-QUEUE-RECORD
006090     END-IF.

006100 2250-SET-PRIORITY-RANK.
006110     EVALUATE DQ-PRIORITY-CODE
006120         WHEN "H"
006130             MOVE 1 TO QT-PRIORITY-RANK (QUEUE-TABLE-COUNT)
006140         WHEN "M"
006150             MOVE 2 TO QT-PRIORITY-RANK (QUEUE-TABLE-COUNT)
006160         WHEN "L"
006170             MOVE 3 TO QT-PRIORITY-RANK (QUEUE-TABLE-COUNT)
006180         WHEN OTHER
006190             MOVE 4 TO QT-PRIORITY-RANK (QUEUE-TABLE-COUNT)
006200     END-EVALUATE.

006210 2300-BUBBLE-ENTRY-UP.
006220     IF QUEUE-SHIFT-SUB <= 1
006230         SET BUBBLE-DONE TO TRUE
006240     ELSE
006250         IF QT-SORT-KEY (QUEUE-SHIFT-SUB) >=
006260                 QT-SORT-KEY (QUEUE-SHIFT-SUB - 1)
006270             SET BUBBLE-DONE TO TRUE
006280         ELSE
006290             MOVE QUEUE-TABLE-ENTRY (QUEUE-SHIFT-SUB - 1)
006300                 TO QUEUE-SWAP-HOLD
006310             MOVE QUEUE-TABLE-ENTRY (QUEUE-SHIFT-SUB)
006320                 TO QUEUE-TABLE-ENTRY (QUEUE-SHIFT-SUB - 1)
006330             MOVE QUEUE-SWAP-HOLD
006340                 TO QUEUE-TABLE-ENTRY (QUEUE-SHIFT-SUB)
006350             SUBTRACT 1 FROM QUEUE-SHIFT-SUB
006360         END-IF
006370     END-IF.

006380 2400-CARRY-FORWARD-OVERFLOW.
006390     WRITE DEFER-KEEP-RECORD FROM DEFERRED-QUEUE-RECORD.
006400     ADD 1 TO HELD-COUNT.
006410     PERFORM 2100-READ-QUEUE-RECORD.

006420 3000-RELEASE-QUEUE-ITEMS.
006430     PERFORM 3100-RELEASE-ONE-ITEM
006440         VARYING QUEUE-SUB FROM 1 BY 1
006450         UNTIL QUEUE-SUB > QUEUE-TABLE-COUNT.

006460 3050-CLOSE-LAST-BATCH.
006470*    AN EMPTY HOME-SITE BATCH STILL GOES OUT WHEN NOTHING WAS
006480*    RELEASED, SO THE RELEASE FILE ALWAYS BALANCES.
006490     IF NOT BATCH-OPEN
006500         MOVE HOME-SITE-CODE TO BATCH-SITE-CODE
006510         PERFORM 1400-WRITE-TRANS-HEADER
006520     END-IF.
006530     PERFORM 3500-WRITE-TRANS-TRAILER.

006540 3100-RELEASE-ONE-ITEM.
006550     MOVE ZERO TO DEPT-HIT-SUB.
006560     PERFORM 3150-MATCH-DEPT-ENTRY
006570         VARYING DEPT-SUB FROM 1 BY 1
006580         UNTIL DEPT-SUB > DEPT-TABLE-COUNT
006590         OR DEPT-HIT-SUB > ZERO.
006600     IF DEPT-HIT-SUB > ZERO
006610         AND DT-CLOSED-FLAG (DEPT-HIT-SUB) NOT = "Y"
006620         AND DT-RELEASED-QTY (DEPT-HIT-SUB)
006630             + QT-PRODUCT-QTY (QUEUE-SUB)
006640             <= DT-DAILY-CAPACITY (DEPT-HIT-SUB)
006650         AND (QT-SITE-CODE (QUEUE-SUB) = BATCH-SITE-CODE
006660         OR RB-BATCH-SEQ < 9)
006670         PERFORM 3200-WRITE-RELEASE-TRANS
006680     ELSE
006690         PERFORM 3300-CARRY-FORWARD-ITEM
006700     END-IF.

006710 3150-MATCH-DEPT-ENTRY.
006720     IF DT-SITE-CODE (DEPT-SUB) = QT-SITE-CODE (QUEUE-SUB)
006730         AND DT-DEPT-CODE (DEPT-SUB) = QT-DEPT-CODE (QUEUE-SUB)
006740         AND DT-ACTIVE-FLAG (DEPT-SUB) = "Y"
006750         MOVE DEPT-SUB TO DEPT-HIT-SUB
006760     END-IF.

006770 3200-WRITE-RELEASE-TRANS.
006780*    THE QUEUE IS IN SITE ORDER, SO A CHANGE OF SITE CLOSES THE
006790*    CURRENT BATCH AND OPENS THE NEXT. A RUN HOLDS AT MOST NINE
006800*    BATCHES - ANY FURTHER SITE IS CARRIED FORWARD ABOVE.
006810     IF QT-SITE-CODE (QUEUE-SUB) NOT = BATCH-SITE-CODE
006820         IF BATCH-OPEN
006830             PERFORM 3500-WRITE-TRANS-TRAILER
006840         END-IF
006850         MOVE QT-SITE-CODE (QUEUE-SUB) TO BATCH-SITE-CODE
006860         PERFORM 1400-WRITE-TRANS-HEADER
006870     END-IF.
006880     MOVE SPACES TO RELEASE-TRANS-RECORD.
006890     MOVE "D"                        TO TR-RECORD-TYPE.
006900     MOVE QT-PRODUCT-NAME (QUEUE-SUB) TO TR-PRODUCT-NAME.
006910     MOVE QT-DEPT-CODE (QUEUE-SUB)   TO TR-DEPT-CODE.
006920     MOVE QT-PRODUCT-QTY (QUEUE-SUB) TO TR-PRODUCT-QTY.
006930     MOVE QT-PRIORITY-CODE (QUEUE-SUB) TO TR-PRIORITY-CODE.
006940     MOVE SPACE                      TO TR-RECYCLE-FLAG.
006950     WRITE RELEASE-TRANS-RECORD.
006960     ADD QT-PRODUCT-QTY (QUEUE-SUB)
006970         TO DT-RELEASED-QTY (DEPT-HIT-SUB).
006980     ADD 1 TO RELEASED-COUNT.
006990     ADD QT-PRODUCT-QTY (QUEUE-SUB) TO RELEASED-QTY-HASH.
007000     ADD 1 TO BATCH-RELEASED-COUNT.
007010     ADD QT-PRODUCT-QTY (QUEUE-SUB) TO BATCH-QTY-HASH.
007020     MOVE "R" TO QT-RELEASED-FLAG (QUEUE-SUB).
007030     MOVE "RELEASED" TO FDL-STATUS-TEXT.
007040     PERFORM 3400-WRITE-DETAIL-LINE.

007050 3300-CARRY-FORWARD-ITEM.
007060     MOVE QT-PRODUCT-NAME (QUEUE-SUB) TO DQ-PRODUCT-NAME.
007070     MOVE QT-DEPT-CODE (QUEUE-SUB)   TO DQ-DEPT-CODE.
007080     MOVE QT-PRODUCT-QTY (QUEUE-SUB) TO DQ-PRODUCT-QTY.
007090     MOVE QT-PRIORITY-CODE (QUEUE-SUB) TO DQ-PRIORITY-CODE.
007100     MOVE QT-DEFER-DATE (QUEUE-SUB)  TO DQ-DEFER-DATE.
007110     MOVE QT-SITE-CODE (QUEUE-SUB)   TO DQ-SITE-CODE.
007120     WRITE DEFER-KEEP-RECORD FROM DEFERRED-QUEUE-RECORD.
007130     ADD 1 TO HELD-COUNT.
007140     IF QT-DEFER-DATE (QUEUE-SUB) <= ESC-CUTOFF-NUM
007150         ADD 1 TO ESCALATED-COUNT
007160         MOVE "HELD - ESCALATED" TO FDL-STATUS-TEXT
007170         DISPLAY "*** ESCALATION: "
007180             QT-PRODUCT-NAME (QUEUE-SUB)
007190             " HAS BEEN DEFERRED SINCE "
007200             QT-DEFER-DATE (QUEUE-SUB)
007210             " - REFER TO SUPERVISOR."
007220     ELSE
007230         MOVE "HELD" TO FDL-STATUS-TEXT
007240     END-IF.
007250     PERFORM 3400-WRITE-DETAIL-LINE.

007260 3400-WRITE-DETAIL-LINE.
007270     MOVE QT-PRODUCT-NAME (QUEUE-SUB) TO FDL-PRODUCT-NAME.
007280     MOVE QT-SITE-CODE (QUEUE-SUB)   TO FDL-SITE-CODE.
007290     MOVE QT-DEPT-CODE (QUEUE-SUB)   TO FDL-DEPT-CODE.
007300     MOVE QT-PRODUCT-QTY (QUEUE-SUB) TO FDL-PRODUCT-QTY.
007310     MOVE QT-DEFER-DATE (QUEUE-SUB)  TO FDL-DEFER-DATE.
007320     MOVE FEEDER-DETAIL-LINE TO FEEDER-REPORT-LINE.
007330     WRITE FEEDER-REPORT-LINE.

007340 3500-WRITE-TRANS-TRAILER.
007350     MOVE SPACES TO RELEASE-TRANS-RECORD.
007360     MOVE "T" TO TR-RECORD-TYPE.
007370     MOVE BATCH-RELEASED-COUNT TO TR-TLR-RECORD-COUNT.
007380     MOVE BATCH-QTY-HASH TO TR-TLR-QTY-HASH.
007390     WRITE RELEASE-TRANS-RECORD.

007400 3600-DISPLAY-TOTALS.
007410     IF QUEUE-TABLE-COUNT = ZERO
007420         MOVE "THE DEFERRED-WORK QUEUE IS EMPTY."
007430             TO FEEDER-REPORT-LINE
007440         WRITE FEEDER-REPORT-LINE
007450     END-IF.
007460     MOVE RELEASED-COUNT TO COUNT-EDIT.
007470     DISPLAY "ITEMS RELEASED:  " COUNT-EDIT.
007480     MOVE HELD-COUNT TO COUNT-EDIT.
007490     DISPLAY "ITEMS STILL HELD:" COUNT-EDIT.
007500     MOVE ESCALATED-COUNT TO COUNT-EDIT.
007510     DISPLAY "ITEMS ESCALATED: " COUNT-EDIT.

007520 4000-TERMINATE.
007530     CLOSE RELEASE-TRANS-FILE.
007540     CLOSE DEFER-KEEP-FILE.
007550     CLOSE FEEDER-REPORT.
007560     DISPLAY "DEFERRED-WORK RELEASE COMPLETE.".
