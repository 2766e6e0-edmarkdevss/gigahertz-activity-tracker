000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SHIFT-PRODUCTIVITY.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - SHIFT PRODUCTIVITY AND    *
000120*                   PICK THROUGHPUT REPORT OVER THE SHIFT-       *
000130*                   HISTORY-FILE WRITTEN BY PICK-RECONCILE. FOR  *
000140*                   EACH DEPT AND SHIFT, SHOWS LINES AND UNITS   *
000150*                   PICKED, SHORT AND OVER PICKS, AND THE        *
000160*                   SHIFT'S UNITS AS A SHARE OF THE DEPT'S       *
000170*                   ASSIGNED LOAD (DAYTOTS) AND OF ITS CALENDAR  *
000180*                   CAPACITY (DM-DAILY-CAPACITY OR THE DEPTCAL   *
000190*                   OVERRIDE), FOR THE BUSINESS DATE AND FOR THE *
000200*                   ROLLING WEEK ENDING ON IT, WITH A DAY-BY-DAY *
000210*                   STRIP OF LINES LEFT NEVER WORKED (CARRIED TO *
000220*                   PICKFWD).                                    *
000230*  2026-10-15 EDM   PRODUCTIVITY IS NOW REPORTED BY SITE AND     *
000240*                   DEPT. THE SHIFT HISTORY, DAYTOTS AND         *
000250*                   CALENDAR ARE MATCHED ON SITE AND DEPT        *
000260*                   TOGETHER (A BLANK SITE IS SITE 01), EACH     *
000270*                   DEPT SECTION SHOWS ITS SITE, AND THE DEPT    *
000280*                   TABLE HOLDS 100 DEPARTMENTS ACROSS ALL       *
000290*                   SITES.                                       *
000300*----------------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS BUSINESS-DATE-STATUS.

000380     SELECT SHIFT-HISTORY-FILE ASSIGN TO "SHFTHST"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS SHIFT-HISTORY-STATUS.

000410     SELECT DAILY-TOTALS-FILE ASSIGN TO "DAYTOTS"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS DAILY-TOTALS-STATUS.

000440     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DEPT-MASTER-STATUS.

000470     SELECT DEPT-CALENDAR-FILE ASSIGN TO "DEPTCAL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DEPT-CALENDAR-STATUS.

000500     SELECT SHIFT-REPORT ASSIGN TO "SHFTRPT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS SHIFT-RPT-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  BUSINESS-DATE-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  BUSINESS-DATE-RECORD.
000580     COPY BUSDATE.

000590 FD  SHIFT-HISTORY-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  SHIFT-HISTORY-RECORD.
000630     COPY SHIFTHST.

000640 FD  DAILY-TOTALS-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  DAILY-TOTALS-RECORD.
000680     COPY DAYTOTS.

000690 FD  DEPT-MASTER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  DEPT-MASTER-RECORD.
000720     COPY DEPTMAST.

000730 FD  DEPT-CALENDAR-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  DEPT-CALENDAR-RECORD.
000760     COPY DEPTCAL.

000770 FD  SHIFT-REPORT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  SHIFT-REPORT-LINE          PIC X(80).

000810 WORKING-STORAGE SECTION.
000820 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000830     88  BUSINESS-DATE-OK       VALUE "00".
000840 77  SHIFT-HISTORY-STATUS       PIC X(02) VALUE SPACES.
000850     88  SHIFT-HISTORY-OK       VALUE "00".
000860 77  DAILY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000870     88  DAILY-TOTALS-OK        VALUE "00".
000880 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
000890     88  DEPT-MASTER-OK         VALUE "00".
000900     88  DEPT-MASTER-EOF        VALUE "10".
000910 77  DEPT-CALENDAR-STATUS       PIC X(02) VALUE SPACES.
000920     88  DEPT-CALENDAR-OK       VALUE "00".
000930     88  DEPT-CALENDAR-EOF      VALUE "10".
000940 77  SHIFT-RPT-STATUS           PIC X(02) VALUE SPACES.
000950     88  SHIFT-RPT-OK           VALUE "00".
000960 77  END-OF-HISTORY-SWITCH      PIC X(01) VALUE "N".
000970     88  END-OF-HISTORY         VALUE "Y".
000980 77  END-OF-TOTALS-SWITCH       PIC X(01) VALUE "N".
000990     88  END-OF-TOTALS          VALUE "Y".
001000 77  BUBBLE-DONE-SWITCH         PIC X(01) VALUE "N".
001010     88  BUBBLE-DONE            VALUE "Y".
001020 77  REPORT-BLOCK-SWITCH        PIC X(01) VALUE "D".
001030     88  PRINTING-DAY-BLOCK     VALUE "D".
001040     88  PRINTING-WEEK-BLOCK    VALUE "W".

001050 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001060 77  WEEK-DAYS                  PIC 9(02) VALUE 7.
001070 77  CHECK-DATE                 PIC 9(08) VALUE ZERO.
001080 77  CHECK-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
001090 77  CHECK-DEPT-CODE            PIC 9(02) VALUE ZERO.
001100 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.
001110 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001120 77  HISTORY-SHIFT-CODE         PIC X(01) VALUE SPACE.
001130 77  SHIFT-CODE-HOLD            PIC X(01) VALUE SPACE.

001140 77  DAY-SUB                    PIC 9(03) COMP VALUE ZERO.
001150 77  DAY-HIT-SUB                PIC 9(03) COMP VALUE ZERO.
001160 77  DEPT-SUB                   PIC 9(03) COMP VALUE ZERO.
001170 77  DEPT-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001180 77  SHIFT-SUB                  PIC 9(03) COMP VALUE ZERO.
001190 77  SHIFT-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001200 77  SHIFT-MOVE-SUB             PIC 9(03) COMP VALUE ZERO.
001210 77  CAL-SUB                    PIC 9(03) COMP VALUE ZERO.
001220 77  CAL-DATE-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001230 77  CAL-WEEK-HIT-SUB           PIC 9(03) COMP VALUE ZERO.

001240 77  UNREPORTED-PICK-COUNT      PIC 9(05) COMP VALUE ZERO.
001250 77  SHIFT-ROWS-PRINTED         PIC 9(03) COMP VALUE ZERO.
001260 77  WEEK-ASSIGNED-UNITS        PIC 9(09) COMP VALUE ZERO.
001270 77  WEEK-CAPACITY              PIC 9(09) COMP VALUE ZERO.
001280 77  WEEK-UNWORKED              PIC 9(07) COMP VALUE ZERO.
001290 77  ROW-LINES                  PIC 9(07) COMP VALUE ZERO.
001300 77  ROW-UNITS                  PIC 9(09) COMP VALUE ZERO.
001310 77  ROW-SHORT                  PIC 9(07) COMP VALUE ZERO.
001320 77  ROW-OVER                   PIC 9(07) COMP VALUE ZERO.
001330 77  ALL-LINES                  PIC 9(07) COMP VALUE ZERO.
001340 77  ALL-UNITS                  PIC 9(09) COMP VALUE ZERO.
001350 77  ALL-SHORT                  PIC 9(07) COMP VALUE ZERO.
001360 77  ALL-OVER                   PIC 9(07) COMP VALUE ZERO.
001370 77  PCT-NUMERATOR              PIC 9(09) COMP VALUE ZERO.
001380 77  PCT-DENOMINATOR            PIC 9(09) COMP VALUE ZERO.
001390 77  PCT-VALUE                  PIC 9(09) COMP VALUE ZERO.
001400 77  PCT-EDIT                   PIC ZZ,ZZ9.
001410 77  PCT-TEXT                   PIC X(06) VALUE SPACES.
001420 77  UNITS-EDIT                 PIC Z,ZZZ,ZZ9.
001430 77  CAPACITY-EDIT              PIC Z,ZZZ,ZZ9.
001440 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001450 77  COUNT-EDIT-2               PIC ZZ,ZZ9.
001460 77  CLOSED-TEXT                PIC X(10) VALUE SPACES.

001470 01  WEEK-DATE-TABLE.
001480     05  WEEK-DATE-ENTRY OCCURS 7 TIMES.
001490         10  WD-DATE            PIC 9(08).
001500         10  WD-DAY-OF-WEEK     PIC 9(01).

001510 01  WALK-DATE.
001520     05  WALK-YYYY              PIC 9(04).
001530     05  WALK-MM                PIC 9(02).
001540     05  WALK-DD                PIC 9(02).
001550 01  WALK-DATE-NUM REDEFINES WALK-DATE
001560                                PIC 9(08).
001570 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001580 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

001590 01  MONTH-DAYS-TABLE.
001600     05  FILLER                 PIC X(24) VALUE
001610         "312831303130313130313031".
001620 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001630     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001640 01  ZELLER-WORK.
001650     05  ZW-DATE.
001660         10  ZW-YYYY            PIC 9(04).
001670         10  ZW-MM              PIC 9(02).
001680         10  ZW-DD              PIC 9(02).
001690     05  ZW-YEAR-ADJ            PIC 9(04).
001700     05  ZW-MONTH-ADJ           PIC 9(02).
001710     05  ZW-CENTURY             PIC 9(02).
001720     05  ZW-YEAR-OF-CENT        PIC 9(02).
001730     05  ZW-TERM1               PIC 9(04).
001740     05  ZW-TERM2               PIC 9(04).
001750     05  ZW-TERM3               PIC 9(04).
001760     05  ZW-QUOT                PIC 9(04).
001770     05  ZW-H                   PIC 9(04).

001780 01  CAL-LOOKUP-WORK.
001790     05  CW-SITE-CODE           PIC X(02).
001800     05  CW-DEPT-CODE           PIC 9(02).
001810     05  CW-CLOSED-FLAG         PIC X(01).
001820     05  CW-OVERRIDE-QTY        PIC 9(07).

001830 01  CAL-TABLE.
001840     05  CAL-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
001850     05  CAL-TABLE-ENTRY OCCURS 1 TO 200 TIMES
001860             DEPENDING ON CAL-TABLE-COUNT.
001870         10  CA-SITE-CODE       PIC X(02).
001880         10  CA-DEPT-CODE       PIC 9(02).
001890         10  CA-ENTRY-TYPE      PIC X(01).
001900         10  CA-CAL-DATE        PIC 9(08).
001910         10  CA-DAY-OF-WEEK     PIC 9(01).
001920         10  CA-OPEN-FLAG       PIC X(01).
001930         10  CA-CAPACITY-OVERRIDE
001940                                PIC 9(07).

001950 01  DEPT-TABLE.
001960     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001970     05  DEPT-TABLE-ENTRY OCCURS 1 TO 101 TIMES
001980             DEPENDING ON DEPT-TABLE-COUNT.
001990         10  DT-SITE-CODE       PIC X(02).
002000         10  DT-DEPT-CODE       PIC 9(02).
002010         10  DT-DEPT-NAME       PIC X(15).
002020         10  DT-ACTIVE-FLAG     PIC X(01).
002030         10  DT-DAILY-CAPACITY  PIC 9(07).
002040         10  DT-ACTIVITY-FLAG   PIC X(01).
002050         10  DT-NOT-ASSIGNED-DAY
002060                                PIC 9(07) COMP.
002070         10  DT-NOT-ASSIGNED-WEEK
002080                                PIC 9(07) COMP.
002090         10  DT-DAY-CELL OCCURS 7 TIMES.
002100             15  DT-DAY-CLOSED  PIC X(01).
002110             15  DT-DAY-CAPACITY
002120                                PIC 9(07) COMP.
002130             15  DT-DAY-ASSIGNED
002140                                PIC 9(09) COMP.
002150             15  DT-DAY-PICKED  PIC 9(09) COMP.
002160             15  DT-DAY-UNWORKED
002170                                PIC 9(07) COMP.

002180 01  SHIFT-LIST.
002190     05  SHIFT-LIST-COUNT       PIC 9(03) COMP VALUE ZERO.
002200     05  SHIFT-LIST-ENTRY OCCURS 10 TIMES.
002210         10  SL-SHIFT-CODE      PIC X(01).

002220 01  SHIFT-GRID.
002230     05  SG-DEPT-ROW OCCURS 101 TIMES.
002240         10  SG-SHIFT-CELL OCCURS 10 TIMES.
002250             15  SG-DAY-LINES   PIC 9(07) COMP.
002260             15  SG-DAY-UNITS   PIC 9(09) COMP.
002270             15  SG-DAY-SHORT   PIC 9(07) COMP.
002280             15  SG-DAY-OVER    PIC 9(07) COMP.
002290             15  SG-WEEK-LINES  PIC 9(07) COMP.
002300             15  SG-WEEK-UNITS  PIC 9(09) COMP.
002310             15  SG-WEEK-SHORT  PIC 9(07) COMP.
002320             15  SG-WEEK-OVER   PIC 9(07) COMP.

002330 01  SHIFT-DETAIL-LINE.
002340     05  FILLER                 PIC X(02) VALUE SPACES.
002350     05  SDL-SHIFT-LABEL        PIC X(05).
002360     05  FILLER                 PIC X(02) VALUE SPACES.
002370     05  SDL-LINES              PIC ZZZ,ZZ9.
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  SDL-UNITS              PIC Z,ZZZ,ZZ9.
002400     05  FILLER                 PIC X(02) VALUE SPACES.
002410     05  SDL-SHORT              PIC ZZ,ZZ9.
002420     05  FILLER                 PIC X(02) VALUE SPACES.
002430     05  SDL-OVER               PIC ZZ,ZZ9.
002440     05  FILLER                 PIC X(02) VALUE SPACES.
002450     05  SDL-LOAD-PCT           PIC X(06).
002460     05  FILLER                 PIC X(02) VALUE SPACES.
002470     05  SDL-CAP-PCT            PIC X(06).
002480     05  FILLER                 PIC X(21) VALUE SPACES.

002490 01  DAY-STRIP-LINE.
002500     05  FILLER                 PIC X(02) VALUE SPACES.
002510     05  DSL-DATE               PIC 9(08).
002520     05  FILLER                 PIC X(02) VALUE SPACES.
002530     05  DSL-STATUS             PIC X(06).
002540     05  FILLER                 PIC X(02) VALUE SPACES.
002550     05  DSL-ASSIGNED           PIC Z,ZZZ,ZZ9.
002560     05  FILLER                 PIC X(02) VALUE SPACES.
002570     05  DSL-CAPACITY           PIC Z,ZZZ,ZZ9.
002580     05  FILLER                 PIC X(02) VALUE SPACES.
002590     05  DSL-PICKED             PIC Z,ZZZ,ZZ9.
002600     05  FILLER                 PIC X(02) VALUE SPACES.
002610     05  DSL-UNWORKED           PIC ZZ,ZZ9.
002620     05  FILLER                 PIC X(21) VALUE SPACES.

002630 PROCEDURE DIVISION.
002640 100-START-LOGIC.
002650     PERFORM 1000-INITIALIZE.
002660     PERFORM 2000-COLLECT-SHIFT-CODES.
002670     PERFORM 2500-ACCUMULATE-HISTORY.
002680     PERFORM 2800-ACCUMULATE-DAILY-TOTALS.
002690     PERFORM 3000-PRINT-SHIFT-REPORT.
002700     PERFORM 4000-TERMINATE.
002710     STOP RUN.

002720 1000-INITIALIZE.
002730     DISPLAY "=== GIGAHERTZ SHIFT PRODUCTIVITY v1.0 ===".
002740     PERFORM 1050-READ-BUSINESS-DATE.
002750     PERFORM 1100-BUILD-WEEK-DATES.
002760     OPEN OUTPUT SHIFT-REPORT.
002770     PERFORM 1200-LOAD-DEPT-MASTER.
002780     INITIALIZE SHIFT-GRID.
002790     PERFORM 1300-LOAD-DEPT-CALENDAR.
002800     PERFORM 1400-SET-DEPT-CAPACITY
002810         VARYING DEPT-SUB FROM 1 BY 1
002820         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.

002830 1050-READ-BUSINESS-DATE.
002840     OPEN INPUT BUSINESS-DATE-FILE.
002850     IF NOT BUSINESS-DATE-OK
002860         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002870             "BUILD SHIFT REPORT. RUN ABORTED."
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     READ BUSINESS-DATE-FILE
002920         AT END
002930             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002940                 "BUILD SHIFT REPORT. RUN ABORTED."
002950             CLOSE BUSINESS-DATE-FILE
002960             MOVE 16 TO RETURN-CODE
002970             STOP RUN
002980     END-READ.
002990     CLOSE BUSINESS-DATE-FILE.
003000     MOVE BD-BUSINESS-DATE TO RUN-DATE.
003010     IF BD-CATCHUP-ACTIVE
003020         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
003030             " - OPEN DATE IS " BD-RESUME-DATE "."
003040     END-IF.

003050 1100-BUILD-WEEK-DATES.
003060*    DAY 1 IS THE BUSINESS DATE AND DAY 7 THE SIXTH DAY BEFORE
003070*    IT - THE ROLLING WEEK ENDS ON THE DAY BEING REPORTED.
003080     MOVE RUN-DATE TO WALK-DATE-NUM.
003090     PERFORM 1150-SET-WEEK-DATE
003100         VARYING DAY-SUB FROM 1 BY 1
003110         UNTIL DAY-SUB > WEEK-DAYS.

003120 1150-SET-WEEK-DATE.
003130     MOVE WALK-DATE-NUM TO WD-DATE (DAY-SUB).
003140     MOVE WALK-DATE TO ZW-DATE.
003150     PERFORM 1700-COMPUTE-DAY-OF-WEEK.
003160     MOVE CHECK-DAY-OF-WEEK TO WD-DAY-OF-WEEK (DAY-SUB).
003170     PERFORM 1180-BACK-ONE-DAY.

003180 1180-BACK-ONE-DAY.
003190     IF WALK-DD > 1
003200         SUBTRACT 1 FROM WALK-DD
003210     ELSE
003220         IF WALK-MM = 1
003230             MOVE 12 TO WALK-MM
003240             SUBTRACT 1 FROM WALK-YYYY
003250         ELSE
003260             SUBTRACT 1 FROM WALK-MM
003270         END-IF
003280         MOVE MONTH-DAYS (WALK-MM) TO WALK-DD
003290         IF WALK-MM = 2
003300             PERFORM 1190-ADJUST-FOR-LEAP-YEAR
003310         END-IF
003320     END-IF.

003330 1190-ADJUST-FOR-LEAP-YEAR.
003340     DIVIDE WALK-YYYY BY 4 GIVING LEAP-QUOTIENT
003350         REMAINDER LEAP-REMAINDER.
003360     IF LEAP-REMAINDER = ZERO
003370         DIVIDE WALK-YYYY BY 100 GIVING LEAP-QUOTIENT
003380             REMAINDER LEAP-REMAINDER
003390         IF LEAP-REMAINDER NOT = ZERO
003400             MOVE 29 TO WALK-DD
003410         ELSE
003420             DIVIDE WALK-YYYY BY 400 GIVING LEAP-QUOTIENT
003430                 REMAINDER LEAP-REMAINDER
003440             IF LEAP-REMAINDER = ZERO
003450                 MOVE 29 TO WALK-DD
003460             END-IF
003470         END-IF
003480     END-IF.

003490 1200-LOAD-DEPT-MASTER.
003500     OPEN INPUT DEPT-MASTER-FILE.
003510     IF NOT DEPT-MASTER-OK
003520         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT BUILD "
003530             "SHIFT REPORT. RUN ABORTED."
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     PERFORM 1250-READ-DEPT-MASTER-RECORD.
003580     PERFORM 1260-ADD-DEPT-TABLE-ENTRY
003590         UNTIL DEPT-MASTER-EOF.
003600     CLOSE DEPT-MASTER-FILE.
003610     ADD 1 TO DEPT-TABLE-COUNT.
003620     INITIALIZE DEPT-TABLE-ENTRY (DEPT-TABLE-COUNT).
003630     MOVE "**" TO DT-SITE-CODE (DEPT-TABLE-COUNT).
003640     MOVE ZERO TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
003650     MOVE "UNKNOWN-DEPT"
003660         TO DT-DEPT-NAME (DEPT-TABLE-COUNT).
003670     MOVE "N" TO DT-ACTIVE-FLAG (DEPT-TABLE-COUNT).
003680     MOVE "N" TO DT-ACTIVITY-FLAG (DEPT-TABLE-COUNT).

003690 1250-READ-DEPT-MASTER-RECORD.
003700     READ DEPT-MASTER-FILE
003710         AT END
003720             SET DEPT-MASTER-EOF TO TRUE
003730     END-READ.

003740 1260-ADD-DEPT-TABLE-ENTRY.
003750     IF DEPT-TABLE-COUNT >= 100
003760         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 "
003770             "DEPARTMENTS. RUN ABORTED."
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     ADD 1 TO DEPT-TABLE-COUNT.
003820     INITIALIZE DEPT-TABLE-ENTRY (DEPT-TABLE-COUNT).
003830     IF DM-SITE-CODE = SPACES
003840         MOVE HOME-SITE-CODE TO DM-SITE-CODE
003850     END-IF.
003860     MOVE DM-SITE-CODE TO DT-SITE-CODE (DEPT-TABLE-COUNT).
003870     MOVE DM-DEPT-CODE TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
003880     MOVE DM-DEPT-NAME TO DT-DEPT-NAME (DEPT-TABLE-COUNT).
003890     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-COUNT).
003900     MOVE DM-DAILY-CAPACITY
003910         TO DT-DAILY-CAPACITY (DEPT-TABLE-COUNT).
003920     MOVE "N" TO DT-ACTIVITY-FLAG (DEPT-TABLE-COUNT).
003930     PERFORM 1250-READ-DEPT-MASTER-RECORD.

003940 1300-LOAD-DEPT-CALENDAR.
003950     OPEN INPUT DEPT-CALENDAR-FILE.
003960     IF NOT DEPT-CALENDAR-OK
003970         DISPLAY "NO DEPT-CALENDAR-FILE - EVERY DEPT TAKEN AS "
003980             "OPEN EVERY DAY AT MASTER CAPACITY."
003990     ELSE
004000         PERFORM 1350-READ-CALENDAR-RECORD
004010         PERFORM 1360-ADD-CAL-TABLE-ENTRY
004020             UNTIL DEPT-CALENDAR-EOF
004030         CLOSE DEPT-CALENDAR-FILE
004040     END-IF.

004050 1350-READ-CALENDAR-RECORD.
004060     READ DEPT-CALENDAR-FILE
004070         AT END
004080             SET DEPT-CALENDAR-EOF TO TRUE
004090     END-READ.

004100 1360-ADD-CAL-TABLE-ENTRY.
004110     IF CAL-TABLE-COUNT >= 200
004120         DISPLAY "DEPT-CALENDAR-FILE HAS MORE THAN 200 "
004130             "ENTRIES - REMAINDER IGNORED."
004140         SET DEPT-CALENDAR-EOF TO TRUE
004150     ELSE
004160         ADD 1 TO CAL-TABLE-COUNT
004170         IF DC-SITE-CODE = SPACES
004180             MOVE HOME-SITE-CODE TO DC-SITE-CODE
004190         END-IF
004200         MOVE DC-SITE-CODE
004210             TO CA-SITE-CODE (CAL-TABLE-COUNT)
004220         MOVE DC-DEPT-CODE
004230             TO CA-DEPT-CODE (CAL-TABLE-COUNT)
004240         MOVE DC-ENTRY-TYPE
004250             TO CA-ENTRY-TYPE (CAL-TABLE-COUNT)
004260         MOVE DC-CAL-DATE
004270             TO CA-CAL-DATE (CAL-TABLE-COUNT)
004280         MOVE DC-DAY-OF-WEEK
004290             TO CA-DAY-OF-WEEK (CAL-TABLE-COUNT)
004300         MOVE DC-OPEN-FLAG
004310             TO CA-OPEN-FLAG (CAL-TABLE-COUNT)
004320         MOVE DC-CAPACITY-OVERRIDE
004330             TO CA-CAPACITY-OVERRIDE (CAL-TABLE-COUNT)
004340         PERFORM 1350-READ-CALENDAR-RECORD
004350     END-IF.

004360 1400-SET-DEPT-CAPACITY.
004370     MOVE DT-SITE-CODE (DEPT-SUB) TO CW-SITE-CODE.
004380     MOVE DT-DEPT-CODE (DEPT-SUB) TO CW-DEPT-CODE.
004390     PERFORM 1450-SET-ONE-DAY-CAPACITY
004400         VARYING DAY-SUB FROM 1 BY 1
004410         UNTIL DAY-SUB > WEEK-DAYS.

004420 1450-SET-ONE-DAY-CAPACITY.
004430*    A DEPT CLOSED ON THE CALENDAR HAS NO CAPACITY THAT DAY. A
004440*    CAPACITY OVERRIDE REPLACES DM-DAILY-CAPACITY.
004450     MOVE WD-DATE (DAY-SUB) TO CHECK-DATE.
004460     MOVE WD-DAY-OF-WEEK (DAY-SUB) TO CHECK-DAY-OF-WEEK.
004470     PERFORM 1500-LOOKUP-CALENDAR.
004480     IF CW-CLOSED-FLAG = "Y"
004490         MOVE "Y" TO DT-DAY-CLOSED (DEPT-SUB, DAY-SUB)
004500         MOVE ZERO TO DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
004510     ELSE
004520         MOVE "N" TO DT-DAY-CLOSED (DEPT-SUB, DAY-SUB)
004530         IF CW-OVERRIDE-QTY > ZERO
004540             MOVE CW-OVERRIDE-QTY
004550                 TO DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
004560         ELSE
004570             MOVE DT-DAILY-CAPACITY (DEPT-SUB)
004580                 TO DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
004590         END-IF
004600     END-IF.

004610 1500-LOOKUP-CALENDAR.
004620*    A SPECIFIC-DATE ENTRY BEATS A WEEKDAY ENTRY FOR THE SAME
004630*    DAY.
004640     MOVE "N" TO CW-CLOSED-FLAG.
004650     MOVE ZERO TO CW-OVERRIDE-QTY.
004660     MOVE ZERO TO CAL-DATE-HIT-SUB.
004670     MOVE ZERO TO CAL-WEEK-HIT-SUB.
004680     PERFORM 1510-MATCH-CAL-ENTRY
004690         VARYING CAL-SUB FROM 1 BY 1
004700         UNTIL CAL-SUB > CAL-TABLE-COUNT.
004710     IF CAL-DATE-HIT-SUB > ZERO
004720         MOVE CAL-DATE-HIT-SUB TO CAL-SUB
004730         PERFORM 1520-APPLY-CAL-ENTRY
004740     ELSE
004750         IF CAL-WEEK-HIT-SUB > ZERO
004760             MOVE CAL-WEEK-HIT-SUB TO CAL-SUB
004770             PERFORM 1520-APPLY-CAL-ENTRY
004780         END-IF
004790     END-IF.

004800 1510-MATCH-CAL-ENTRY.
004810     IF CA-SITE-CODE (CAL-SUB) = CW-SITE-CODE
004820             AND CA-DEPT-CODE (CAL-SUB) = CW-DEPT-CODE
004830         EVALUATE TRUE
004840             WHEN CA-ENTRY-TYPE (CAL-SUB) = "D"
004850                     AND CA-CAL-DATE (CAL-SUB) = CHECK-DATE
004860                 IF CAL-DATE-HIT-SUB = ZERO
004870                     MOVE CAL-SUB TO CAL-DATE-HIT-SUB
004880                 END-IF
004890             WHEN CA-ENTRY-TYPE (CAL-SUB) = "W"
004900                     AND CA-DAY-OF-WEEK (CAL-SUB)
004910                     = CHECK-DAY-OF-WEEK
004920                 IF CAL-WEEK-HIT-SUB = ZERO
004930                     MOVE CAL-SUB TO CAL-WEEK-HIT-SUB
004940                 END-IF
004950             WHEN OTHER
004960                 CONTINUE
004970         END-EVALUATE
004980     END-IF.

004990 1520-APPLY-CAL-ENTRY.
005000     IF CA-OPEN-FLAG (CAL-SUB) = "N"
005010         MOVE "Y" TO CW-CLOSED-FLAG
005020     END-IF.
005030     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB) TO CW-OVERRIDE-QTY.

005040 1700-COMPUTE-DAY-OF-WEEK.
005050*    ZELLER'S CONGRUENCE ON THE DATE IN ZW-DATE, GIVING
005060*    CHECK-DAY-OF-WEEK 1=MONDAY THROUGH 7=SUNDAY.
005070     MOVE ZW-YYYY TO ZW-YEAR-ADJ.
005080     MOVE ZW-MM   TO ZW-MONTH-ADJ.
005090     IF ZW-MONTH-ADJ < 3
005100         ADD 12 TO ZW-MONTH-ADJ
005110         SUBTRACT 1 FROM ZW-YEAR-ADJ
005120     END-IF.
005130     DIVIDE ZW-YEAR-ADJ BY 100 GIVING ZW-CENTURY
005140         REMAINDER ZW-YEAR-OF-CENT.
005150     COMPUTE ZW-TERM1 = 13 * ( ZW-MONTH-ADJ + 1 ).
005160     DIVIDE ZW-TERM1 BY 5 GIVING ZW-TERM1.
005170     DIVIDE ZW-YEAR-OF-CENT BY 4 GIVING ZW-TERM2.
005180     DIVIDE ZW-CENTURY BY 4 GIVING ZW-TERM3.
005190     COMPUTE ZW-H = ZW-DD + ZW-TERM1 + ZW-YEAR-OF-CENT
005200         + ZW-TERM2 + ZW-TERM3 + ( 5 * ZW-CENTURY ).
005210     ADD 5 TO ZW-H.
005220     DIVIDE ZW-H BY 7 GIVING ZW-QUOT REMAINDER ZW-H.
005230     COMPUTE CHECK-DAY-OF-WEEK = ZW-H + 1.

005240 2000-COLLECT-SHIFT-CODES.
005250*    FIRST PASS - LIST THE SHIFT CODES WORKED IN THE WEEK, IN
005260*    CODE ORDER, SO EVERY DEPT PRINTS ITS SHIFTS THE SAME WAY.
005270     OPEN INPUT SHIFT-HISTORY-FILE.
005280     IF NOT SHIFT-HISTORY-OK
005290         DISPLAY "SHIFT-HISTORY-FILE NOT FOUND - CANNOT BUILD "
005300             "SHIFT REPORT. RUN ABORTED."
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340     MOVE "N" TO END-OF-HISTORY-SWITCH.
005350     PERFORM 2100-READ-HISTORY-RECORD.
005360     PERFORM 2200-NOTE-SHIFT-CODE
005370         UNTIL END-OF-HISTORY.
005380     CLOSE SHIFT-HISTORY-FILE.

005390 2100-READ-HISTORY-RECORD.
005400     READ SHIFT-HISTORY-FILE
005410         AT END
005420             SET END-OF-HISTORY TO TRUE
005430     END-READ.

005440 2150-MATCH-WEEK-DATE.
005450     MOVE ZERO TO DAY-HIT-SUB.
005460     PERFORM 2160-MATCH-DATE-ENTRY
005470         VARYING DAY-SUB FROM 1 BY 1
005480         UNTIL DAY-SUB > WEEK-DAYS
005490         OR DAY-HIT-SUB > ZERO.

005500 2160-MATCH-DATE-ENTRY.
005510     IF WD-DATE (DAY-SUB) = CHECK-DATE
005520         MOVE DAY-SUB TO DAY-HIT-SUB
005530     END-IF.

005540 2200-NOTE-SHIFT-CODE.
005550*    AN UNWORKED LINE HAS NO SHIFT. SHIFT CODES PAST THE FIRST
005560*    TEN ARE LEFT OFF AND COUNTED IN THE SECOND PASS.
005570     MOVE SH-PICK-DATE TO CHECK-DATE.
005580     PERFORM 2150-MATCH-WEEK-DATE.
005590     IF DAY-HIT-SUB > ZERO
005600             AND NOT SH-NEVER-WORKED
005610         PERFORM 2250-FIND-SHIFT-SLOT
005620         IF SHIFT-HIT-SUB = ZERO
005630                 AND SHIFT-LIST-COUNT < 10
005640             ADD 1 TO SHIFT-LIST-COUNT
005650             MOVE HISTORY-SHIFT-CODE
005660                 TO SL-SHIFT-CODE (SHIFT-LIST-COUNT)
005670             MOVE SHIFT-LIST-COUNT TO SHIFT-MOVE-SUB
005680             MOVE "N" TO BUBBLE-DONE-SWITCH
005690             PERFORM 2300-BUBBLE-SHIFT-UP
005700                 UNTIL BUBBLE-DONE
005710         END-IF
005720     END-IF.
005730     PERFORM 2100-READ-HISTORY-RECORD.

005740 2250-FIND-SHIFT-SLOT.
005750*    A CONFIRMATION KEYED WITHOUT A SHIFT IS REPORTED UNDER "?".
005760     MOVE SH-SHIFT-CODE TO HISTORY-SHIFT-CODE.
005770     IF HISTORY-SHIFT-CODE = SPACE
005780         MOVE "?" TO HISTORY-SHIFT-CODE
005790     END-IF.
005800     MOVE ZERO TO SHIFT-HIT-SUB.
005810     PERFORM 2260-MATCH-SHIFT-ENTRY
005820         VARYING SHIFT-SUB FROM 1 BY 1
005830         UNTIL SHIFT-SUB > SHIFT-LIST-COUNT
005840         OR SHIFT-HIT-SUB > ZERO.

005850 2260-MATCH-SHIFT-ENTRY.
005860     IF SL-SHIFT-CODE (SHIFT-SUB) = HISTORY-SHIFT-CODE
005870         MOVE SHIFT-SUB TO SHIFT-HIT-SUB
005880     END-IF.

005890 2300-BUBBLE-SHIFT-UP.
005900     IF SHIFT-MOVE-SUB <= 1
005910         SET BUBBLE-DONE TO TRUE
005920     ELSE
005930         IF SL-SHIFT-CODE (SHIFT-MOVE-SUB) >=
005940                 SL-SHIFT-CODE (SHIFT-MOVE-SUB - 1)
005950             SET BUBBLE-DONE TO TRUE
005960         ELSE
005970             MOVE SL-SHIFT-CODE (SHIFT-MOVE-SUB - 1)
005980                 TO SHIFT-CODE-HOLD
005990             MOVE SL-SHIFT-CODE (SHIFT-MOVE-SUB)
006000                 TO SL-SHIFT-CODE (SHIFT-MOVE-SUB - 1)
006010             MOVE SHIFT-CODE-HOLD
006020                 TO SL-SHIFT-CODE (SHIFT-MOVE-SUB)
006030             SUBTRACT 1 FROM SHIFT-MOVE-SUB
006040         END-IF
006050     END-IF.

006060 2500-ACCUMULATE-HISTORY.
006070     OPEN INPUT SHIFT-HISTORY-FILE.
006080     MOVE "N" TO END-OF-HISTORY-SWITCH.
006090     PERFORM 2100-READ-HISTORY-RECORD.
006100     PERFORM 2600-ACCUMULATE-HISTORY-RECORD
006110         UNTIL END-OF-HISTORY.
006120     CLOSE SHIFT-HISTORY-FILE.

006130 2600-ACCUMULATE-HISTORY-RECORD.
006140*    A CONFIRMATION THAT MATCHED NOTHING WAS STILL PICKED BY ITS
006150*    SHIFT, SO IT COUNTS TOWARD THAT SHIFT'S LINES AND UNITS.
006160     MOVE SH-PICK-DATE TO CHECK-DATE.
006170     PERFORM 2150-MATCH-WEEK-DATE.
006180     IF DAY-HIT-SUB > ZERO
006190         MOVE SH-SITE-CODE TO CHECK-SITE-CODE
006200         MOVE SH-DEPT-CODE TO CHECK-DEPT-CODE
006210         PERFORM 2650-FIND-DEPT-ROW
006220         MOVE "Y" TO DT-ACTIVITY-FLAG (DEPT-HIT-SUB)
006230         IF SH-NEVER-WORKED
006240             ADD 1 TO DT-DAY-UNWORKED (DEPT-HIT-SUB, DAY-HIT-SUB)
006250         ELSE
006260             ADD SH-PICKED-QTY
006270                 TO DT-DAY-PICKED (DEPT-HIT-SUB, DAY-HIT-SUB)
006280             IF SH-NOT-ASSIGNED
006290                 ADD 1 TO DT-NOT-ASSIGNED-WEEK (DEPT-HIT-SUB)
006300                 IF DAY-HIT-SUB = 1
006310                     ADD 1 TO DT-NOT-ASSIGNED-DAY (DEPT-HIT-SUB)
006320                 END-IF
006330             END-IF
006340             PERFORM 2250-FIND-SHIFT-SLOT
006350             IF SHIFT-HIT-SUB = ZERO
006360                 ADD 1 TO UNREPORTED-PICK-COUNT
006370             ELSE
006380                 PERFORM 2700-ADD-SHIFT-CELL
006390             END-IF
006400         END-IF
006410     END-IF.
006420     PERFORM 2100-READ-HISTORY-RECORD.

006430 2650-FIND-DEPT-ROW.
006440*    A SITE AND CODE NOT ON THE MASTER LANDS ON UNKNOWN-DEPT,
006450*    THE LAST ROW OF THE TABLE. A BLANK SITE IS SITE 01.
006460     IF CHECK-SITE-CODE = SPACES
006470         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
006480     END-IF.
006490     MOVE ZERO TO DEPT-HIT-SUB.
006500     PERFORM 2660-MATCH-DEPT-ENTRY
006510         VARYING DEPT-SUB FROM 1 BY 1
006520         UNTIL DEPT-SUB > DEPT-TABLE-COUNT
006530         OR DEPT-HIT-SUB > ZERO.
006540     IF DEPT-HIT-SUB = ZERO
006550         MOVE DEPT-TABLE-COUNT TO DEPT-HIT-SUB
006560     END-IF.

006570 2660-MATCH-DEPT-ENTRY.
006580     IF DT-SITE-CODE (DEPT-SUB) = CHECK-SITE-CODE
006590             AND DT-DEPT-CODE (DEPT-SUB) = CHECK-DEPT-CODE
006600         MOVE DEPT-SUB TO DEPT-HIT-SUB
006610     END-IF.

006620 2700-ADD-SHIFT-CELL.
006630     ADD 1 TO SG-WEEK-LINES (DEPT-HIT-SUB, SHIFT-HIT-SUB).
006640     ADD SH-PICKED-QTY
006650         TO SG-WEEK-UNITS (DEPT-HIT-SUB, SHIFT-HIT-SUB).
006660     IF SH-SHORT-PICK
006670         ADD 1 TO SG-WEEK-SHORT (DEPT-HIT-SUB, SHIFT-HIT-SUB)
006680     END-IF.
006690     IF SH-OVER-PICK
006700         ADD 1 TO SG-WEEK-OVER (DEPT-HIT-SUB, SHIFT-HIT-SUB)
006710     END-IF.
006720     IF DAY-HIT-SUB = 1
006730         ADD 1 TO SG-DAY-LINES (DEPT-HIT-SUB, SHIFT-HIT-SUB)
006740         ADD SH-PICKED-QTY
006750             TO SG-DAY-UNITS (DEPT-HIT-SUB, SHIFT-HIT-SUB)
006760         IF SH-SHORT-PICK
006770             ADD 1 TO SG-DAY-SHORT (DEPT-HIT-SUB, SHIFT-HIT-SUB)
006780         END-IF
006790         IF SH-OVER-PICK
006800             ADD 1 TO SG-DAY-OVER (DEPT-HIT-SUB, SHIFT-HIT-SUB)
006810         END-IF
006820     END-IF.

006830 2800-ACCUMULATE-DAILY-TOTALS.
006840*    DAYTOTS GIVES EACH DEPT'S ASSIGNED UNITS PER DAY, ALREADY
006850*    NET OF "V" OFFSETS - THE LOAD EACH SHIFT'S PICKS ARE SET
006860*    AGAINST.
006870     OPEN INPUT DAILY-TOTALS-FILE.
006880     IF NOT DAILY-TOTALS-OK
006890         DISPLAY "DAILY-TOTALS-FILE NOT FOUND - LOAD SHARES "
006900             "SHOW N/A. RUN TOTALS-REBUILD."
006910     ELSE
006920         MOVE "N" TO END-OF-TOTALS-SWITCH
006930         PERFORM 2850-READ-TOTALS-RECORD
006940         PERFORM 2900-ADD-TOTALS-RECORD
006950             UNTIL END-OF-TOTALS
006960         CLOSE DAILY-TOTALS-FILE
006970     END-IF.

006980 2850-READ-TOTALS-RECORD.
006990     READ DAILY-TOTALS-FILE
007000         AT END
007010             SET END-OF-TOTALS TO TRUE
007020     END-READ.

007030 2900-ADD-TOTALS-RECORD.
007040     MOVE DY-TOTAL-DATE TO CHECK-DATE.
007050     PERFORM 2150-MATCH-WEEK-DATE.
007060     IF DAY-HIT-SUB > ZERO
007070         MOVE DY-SITE-CODE TO CHECK-SITE-CODE
007080         MOVE DY-DEPT-CODE TO CHECK-DEPT-CODE
007090         PERFORM 2650-FIND-DEPT-ROW
007100         ADD DY-UNIT-TOTAL
007110             TO DT-DAY-ASSIGNED (DEPT-HIT-SUB, DAY-HIT-SUB)
007120         IF DY-UNIT-TOTAL > ZERO
007130             MOVE "Y" TO DT-ACTIVITY-FLAG (DEPT-HIT-SUB)
007140         END-IF
007150     END-IF.
007160     PERFORM 2850-READ-TOTALS-RECORD.

007170 3000-PRINT-SHIFT-REPORT.
007180     MOVE SPACES TO SHIFT-REPORT-LINE.
007190     STRING "GIGAHERTZ SHIFT PRODUCTIVITY - BUSINESS DATE "
007200             RUN-DATE
007210             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
007220     WRITE SHIFT-REPORT-LINE.
007230     MOVE SPACES TO SHIFT-REPORT-LINE.
007240     STRING "ROLLING WEEK " WD-DATE (7) " THRU " WD-DATE (1)
007250             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
007260     WRITE SHIFT-REPORT-LINE.
007270     MOVE "LOAD% = UNITS PICKED / DEPT UNITS ASSIGNED (DAYTOTS)"
007280         TO SHIFT-REPORT-LINE.
007290     WRITE SHIFT-REPORT-LINE.
007300     MOVE "CAP%  = UNITS PICKED / DEPT CALENDAR CAPACITY"
007310         TO SHIFT-REPORT-LINE.
007320     WRITE SHIFT-REPORT-LINE.
007330     PERFORM 3100-PRINT-DEPT-SECTION
007340         VARYING DEPT-SUB FROM 1 BY 1
007350         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.

007360 3100-PRINT-DEPT-SECTION.
007370*    AN INACTIVE DEPT (OR UNKNOWN-DEPT) PRINTS ONLY WHEN IT HAD
007380*    WORK IN THE WEEK.
007390     IF DT-ACTIVE-FLAG (DEPT-SUB) = "Y"
007400             OR DT-ACTIVITY-FLAG (DEPT-SUB) = "Y"
007410         PERFORM 3150-SUM-DEPT-WEEK
007420         PERFORM 3200-PRINT-DEPT-HEADING
007430         MOVE "D" TO REPORT-BLOCK-SWITCH
007440         PERFORM 3300-PRINT-SHIFT-BLOCK
007450         MOVE "W" TO REPORT-BLOCK-SWITCH
007460         PERFORM 3300-PRINT-SHIFT-BLOCK
007470         PERFORM 3600-PRINT-DAY-STRIP
007480     END-IF.

007490 3150-SUM-DEPT-WEEK.
007500     MOVE ZERO TO WEEK-ASSIGNED-UNITS.
007510     MOVE ZERO TO WEEK-CAPACITY.
007520     MOVE ZERO TO WEEK-UNWORKED.
007530     PERFORM 3160-ADD-DEPT-DAY
007540         VARYING DAY-SUB FROM 1 BY 1
007550         UNTIL DAY-SUB > WEEK-DAYS.

007560 3160-ADD-DEPT-DAY.
007570     ADD DT-DAY-ASSIGNED (DEPT-SUB, DAY-SUB)
007580         TO WEEK-ASSIGNED-UNITS.
007590     ADD DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB) TO WEEK-CAPACITY.
007600     ADD DT-DAY-UNWORKED (DEPT-SUB, DAY-SUB) TO WEEK-UNWORKED.

007610 3200-PRINT-DEPT-HEADING.
007620     MOVE SPACES TO SHIFT-REPORT-LINE.
007630     WRITE SHIFT-REPORT-LINE.
007640     MOVE SPACES TO SHIFT-REPORT-LINE.
007650     STRING "SITE " DT-SITE-CODE (DEPT-SUB)
007660             " DEPT " DT-DEPT-CODE (DEPT-SUB) " "
007670             DT-DEPT-NAME (DEPT-SUB)
007680             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
007690     WRITE SHIFT-REPORT-LINE.
007700     MOVE DT-DAY-ASSIGNED (DEPT-SUB, 1) TO UNITS-EDIT.
007710     MOVE DT-DAY-CAPACITY (DEPT-SUB, 1) TO CAPACITY-EDIT.
007720     IF DT-DAY-CLOSED (DEPT-SUB, 1) = "Y"
007730         MOVE "  (CLOSED)" TO CLOSED-TEXT
007740     ELSE
007750         MOVE SPACES TO CLOSED-TEXT
007760     END-IF.
007770     MOVE SPACES TO SHIFT-REPORT-LINE.
007780     STRING "  DAY   UNITS ASSIGNED " UNITS-EDIT
007790             "   CAPACITY " CAPACITY-EDIT CLOSED-TEXT
007800             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
007810     WRITE SHIFT-REPORT-LINE.
007820     MOVE WEEK-ASSIGNED-UNITS TO UNITS-EDIT.
007830     MOVE WEEK-CAPACITY TO CAPACITY-EDIT.
007840     MOVE SPACES TO SHIFT-REPORT-LINE.
007850     STRING "  WEEK  UNITS ASSIGNED " UNITS-EDIT
007860             "   CAPACITY " CAPACITY-EDIT
007870             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
007880     WRITE SHIFT-REPORT-LINE.

007890 3300-PRINT-SHIFT-BLOCK.
007900     MOVE SPACES TO SHIFT-REPORT-LINE.
007910     WRITE SHIFT-REPORT-LINE.
007920     IF PRINTING-DAY-BLOCK
007930         MOVE "  BUSINESS DATE BY SHIFT" TO SHIFT-REPORT-LINE
007940     ELSE
007950         MOVE "  ROLLING WEEK BY SHIFT" TO SHIFT-REPORT-LINE
007960     END-IF.
007970     WRITE SHIFT-REPORT-LINE.
007980     MOVE SPACES TO SHIFT-REPORT-LINE.
007990     STRING "  SHIFT    LINES      UNITS   SHORT    OVER"
008000             "   LOAD%    CAP%"
008010             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
008020     WRITE SHIFT-REPORT-LINE.
008030     MOVE ALL "-" TO SHIFT-REPORT-LINE.
008040     WRITE SHIFT-REPORT-LINE.
008050     MOVE ZERO TO ALL-LINES.
008060     MOVE ZERO TO ALL-UNITS.
008070     MOVE ZERO TO ALL-SHORT.
008080     MOVE ZERO TO ALL-OVER.
008090     MOVE ZERO TO SHIFT-ROWS-PRINTED.
008100     PERFORM 3400-PRINT-SHIFT-ROW
008110         VARYING SHIFT-SUB FROM 1 BY 1
008120         UNTIL SHIFT-SUB > SHIFT-LIST-COUNT.
008130     IF SHIFT-ROWS-PRINTED = ZERO
008140         MOVE "  NO PICKS CONFIRMED." TO SHIFT-REPORT-LINE
008150         WRITE SHIFT-REPORT-LINE
008160     ELSE
008170         MOVE ALL-LINES TO ROW-LINES
008180         MOVE ALL-UNITS TO ROW-UNITS
008190         MOVE ALL-SHORT TO ROW-SHORT
008200         MOVE ALL-OVER  TO ROW-OVER
008210         MOVE "ALL" TO SDL-SHIFT-LABEL
008220         PERFORM 3500-WRITE-SHIFT-LINE
008230     END-IF.
008240     IF PRINTING-DAY-BLOCK
008250         MOVE DT-DAY-UNWORKED (DEPT-SUB, 1) TO COUNT-EDIT
008260         MOVE DT-NOT-ASSIGNED-DAY (DEPT-SUB) TO COUNT-EDIT-2
008270     ELSE
008280         MOVE WEEK-UNWORKED TO COUNT-EDIT
008290         MOVE DT-NOT-ASSIGNED-WEEK (DEPT-SUB) TO COUNT-EDIT-2
008300     END-IF.
008310     MOVE SPACES TO SHIFT-REPORT-LINE.
008320     STRING "  LINES NEVER WORKED " COUNT-EDIT
008330             "   PICKED, NOT ASSIGNED " COUNT-EDIT-2
008340             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
008350     WRITE SHIFT-REPORT-LINE.

008360 3400-PRINT-SHIFT-ROW.
008370     IF PRINTING-DAY-BLOCK
008380         MOVE SG-DAY-LINES (DEPT-SUB, SHIFT-SUB) TO ROW-LINES
008390         MOVE SG-DAY-UNITS (DEPT-SUB, SHIFT-SUB) TO ROW-UNITS
008400         MOVE SG-DAY-SHORT (DEPT-SUB, SHIFT-SUB) TO ROW-SHORT
008410         MOVE SG-DAY-OVER (DEPT-SUB, SHIFT-SUB)  TO ROW-OVER
008420     ELSE
008430         MOVE SG-WEEK-LINES (DEPT-SUB, SHIFT-SUB) TO ROW-LINES
008440         MOVE SG-WEEK-UNITS (DEPT-SUB, SHIFT-SUB) TO ROW-UNITS
008450         MOVE SG-WEEK-SHORT (DEPT-SUB, SHIFT-SUB) TO ROW-SHORT
008460         MOVE SG-WEEK-OVER (DEPT-SUB, SHIFT-SUB)  TO ROW-OVER
008470     END-IF.
008480     IF ROW-LINES > ZERO
008490         ADD 1 TO SHIFT-ROWS-PRINTED
008500         ADD ROW-LINES TO ALL-LINES
008510         ADD ROW-UNITS TO ALL-UNITS
008520         ADD ROW-SHORT TO ALL-SHORT
008530         ADD ROW-OVER  TO ALL-OVER
008540         MOVE SL-SHIFT-CODE (SHIFT-SUB) TO SDL-SHIFT-LABEL
008550         PERFORM 3500-WRITE-SHIFT-LINE
008560     END-IF.

008570 3500-WRITE-SHIFT-LINE.
008580     MOVE ROW-LINES TO SDL-LINES.
008590     MOVE ROW-UNITS TO SDL-UNITS.
008600     MOVE ROW-SHORT TO SDL-SHORT.
008610     MOVE ROW-OVER  TO SDL-OVER.
008620     MOVE ROW-UNITS TO PCT-NUMERATOR.
008630     IF PRINTING-DAY-BLOCK
008640         MOVE DT-DAY-ASSIGNED (DEPT-SUB, 1) TO PCT-DENOMINATOR
008650     ELSE
008660         MOVE WEEK-ASSIGNED-UNITS TO PCT-DENOMINATOR
008670     END-IF.
008680     PERFORM 3550-FORMAT-PERCENT.
008690     MOVE PCT-TEXT TO SDL-LOAD-PCT.
008700     IF PRINTING-DAY-BLOCK
008710         MOVE DT-DAY-CAPACITY (DEPT-SUB, 1) TO PCT-DENOMINATOR
008720     ELSE
008730         MOVE WEEK-CAPACITY TO PCT-DENOMINATOR
008740     END-IF.
008750     PERFORM 3550-FORMAT-PERCENT.
008760     MOVE PCT-TEXT TO SDL-CAP-PCT.
008770     MOVE SHIFT-DETAIL-LINE TO SHIFT-REPORT-LINE.
008780     WRITE SHIFT-REPORT-LINE.

008790 3550-FORMAT-PERCENT.
008800*    PICKS INCLUDE CARRIED LINES, SO A SHIFT CAN PASS 100
008810*    PERCENT OF THE DAY'S NEW LOAD.
008820     IF PCT-DENOMINATOR = ZERO
008830         MOVE "   N/A" TO PCT-TEXT
008840     ELSE
008850         COMPUTE PCT-VALUE ROUNDED =
008860             PCT-NUMERATOR * 100 / PCT-DENOMINATOR
008870         IF PCT-VALUE > 99999
008880             MOVE 99999 TO PCT-VALUE
008890         END-IF
008900         MOVE PCT-VALUE TO PCT-EDIT
008910         MOVE PCT-EDIT TO PCT-TEXT
008920     END-IF.

008930 3600-PRINT-DAY-STRIP.
008940     MOVE SPACES TO SHIFT-REPORT-LINE.
008950     WRITE SHIFT-REPORT-LINE.
008960     MOVE "  DAY BY DAY" TO SHIFT-REPORT-LINE.
008970     WRITE SHIFT-REPORT-LINE.
008980     MOVE SPACES TO SHIFT-REPORT-LINE.
008990     STRING "  DATE                ASSIGNED   CAPACITY"
009000             "     PICKED NOT WKD"
009010             DELIMITED BY SIZE INTO SHIFT-REPORT-LINE.
009020     WRITE SHIFT-REPORT-LINE.
009030     MOVE ALL "-" TO SHIFT-REPORT-LINE.
009040     WRITE SHIFT-REPORT-LINE.
009050     PERFORM 3650-PRINT-STRIP-DAY
009060         VARYING DAY-SUB FROM 1 BY 1
009070         UNTIL DAY-SUB > WEEK-DAYS.

009080 3650-PRINT-STRIP-DAY.
009090     MOVE WD-DATE (DAY-SUB) TO DSL-DATE.
009100     IF DT-DAY-CLOSED (DEPT-SUB, DAY-SUB) = "Y"
009110         MOVE "CLOSED" TO DSL-STATUS
009120     ELSE
009130         MOVE SPACES TO DSL-STATUS
009140     END-IF.
009150     MOVE DT-DAY-ASSIGNED (DEPT-SUB, DAY-SUB) TO DSL-ASSIGNED.
009160     MOVE DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB) TO DSL-CAPACITY.
009170     MOVE DT-DAY-PICKED (DEPT-SUB, DAY-SUB)   TO DSL-PICKED.
009180     MOVE DT-DAY-UNWORKED (DEPT-SUB, DAY-SUB) TO DSL-UNWORKED.
009190     MOVE DAY-STRIP-LINE TO SHIFT-REPORT-LINE.
009200     WRITE SHIFT-REPORT-LINE.

009210 4000-TERMINATE.
009220     IF UNREPORTED-PICK-COUNT > ZERO
009230         MOVE UNREPORTED-PICK-COUNT TO COUNT-EDIT
009240         DISPLAY "PICKS UNDER SHIFT CODES PAST THE FIRST 10 "
009250             "NOT REPORTED: " COUNT-EDIT
009260     END-IF.
009270     CLOSE SHIFT-REPORT.
009280     DISPLAY "SHIFT PRODUCTIVITY REPORT COMPLETE.".
