000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOAD-FORECAST.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - FORWARD DEPARTMENT LOAD   *
000120*                   AND CAPACITY FORECAST. FOR EACH SITE AND     *
000130*                   DEPT, ADDS UP THE WORK COMING OVER THE NEXT  *
000140*                   N OPEN DAYS OF THE DEPT CALENDAR (PARM,      *
000150*                   DEFAULT 5, AT MOST 14) - PURCHASING'S        *
000160*                   EXPECTED RECEIPTS (EXPRECV) ROUTED TO THEIR  *
000170*                   DEPT THROUGH PRODMAST, WORK HELD ON DEFERQ   *
000180*                   AND LINES CARRIED ON PICKFWD - AND SETS EACH *
000190*                   DAY'S LOAD AGAINST ITS CALENDAR CAPACITY     *
000200*                   (DM-DAILY-CAPACITY OR THE DEPTCAL OVERRIDE). *
000210*                   AN OPEN DAY OVER CAPACITY IS FLAGGED, AND A  *
000220*                   CLOSED DAY SHOWS THE OPEN DAY ITS WORK       *
000230*                   SPILLS TO. THE PARM IS NNNSS - AN OPTIONAL   *
000240*                   SITE LIMITS THE FORECAST TO ONE SITE.        *
000250*----------------------------------------------------------------*

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS BUSINESS-DATE-STATUS.

000330     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS DEPT-MASTER-STATUS.

000360     SELECT DEPT-CALENDAR-FILE ASSIGN TO "DEPTCAL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS DEPT-CALENDAR-STATUS.

000390     SELECT EXPECTED-RECEIPTS-FILE ASSIGN TO "EXPRECV"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS EXPECTED-RECEIPTS-STATUS.

000420     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PM-PRODUCT-CODE
000460         ALTERNATE RECORD KEY IS PM-PRODUCT-NAME
000470         FILE STATUS IS PRODUCT-MASTER-STATUS.

000480     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DEFER-QUEUE-STATUS.

000510     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS PICK-FORWARD-STATUS.

000540     SELECT FORECAST-REPORT ASSIGN TO "FCSTRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FORECAST-RPT-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BUSINESS-DATE-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  BUSINESS-DATE-RECORD.
000620     COPY BUSDATE.

000630 FD  DEPT-MASTER-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  DEPT-MASTER-RECORD.
000660     COPY DEPTMAST.

000670 FD  DEPT-CALENDAR-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  DEPT-CALENDAR-RECORD.
000700     COPY DEPTCAL.

000710 FD  EXPECTED-RECEIPTS-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  EXPECTED-RECEIPTS-RECORD.
000740     COPY EXPRECV.

000750 FD  PRODUCT-MASTER-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  PRODUCT-MASTER-RECORD.
000780     COPY PRODMAST.

000790 FD  DEFERRED-QUEUE-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  DEFERRED-QUEUE-RECORD.
000830     COPY DEFERQ.

000840 FD  PICK-FORWARD-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  PICK-FORWARD-RECORD.
000880     COPY PICKFWD.

000890 FD  FORECAST-REPORT
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  FORECAST-REPORT-LINE       PIC X(80).

000930 WORKING-STORAGE SECTION.
000940 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000950     88  BUSINESS-DATE-OK       VALUE "00".
000960 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
000970     88  DEPT-MASTER-OK         VALUE "00".
000980     88  DEPT-MASTER-EOF        VALUE "10".
000990 77  DEPT-CALENDAR-STATUS       PIC X(02) VALUE SPACES.
001000     88  DEPT-CALENDAR-OK       VALUE "00".
001010     88  DEPT-CALENDAR-EOF      VALUE "10".
001020 77  EXPECTED-RECEIPTS-STATUS   PIC X(02) VALUE SPACES.
001030     88  EXPECTED-RECEIPTS-OK   VALUE "00".
001040 77  PRODUCT-MASTER-STATUS      PIC X(02) VALUE SPACES.
001050     88  PRODUCT-MASTER-OK      VALUE "00".
001060 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001070     88  DEFER-QUEUE-OK         VALUE "00".
001080 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001090     88  PICK-FORWARD-OK        VALUE "00".
001100 77  FORECAST-RPT-STATUS        PIC X(02) VALUE SPACES.
001110     88  FORECAST-RPT-OK        VALUE "00".
001120 77  END-OF-SOURCE-SWITCH       PIC X(01) VALUE "N".
001130     88  END-OF-SOURCE          VALUE "Y".
001140 77  PRODUCT-MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
001150     88  PRODUCT-MASTER-OPEN    VALUE "Y".
001160 77  PRODUCT-FOUND-SWITCH       PIC X(01) VALUE "N".
001170     88  PRODUCT-FOUND          VALUE "Y".

001180 01  FORECAST-PARM.
001190     05  FORECAST-DAYS-PARM     PIC X(03) VALUE SPACES.
001200     05  FORECAST-SITE-PARM     PIC X(02) VALUE SPACES.

001210 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001220 77  FORECAST-DAYS              PIC 9(03) VALUE ZERO.
001230 77  HORIZON-DAYS               PIC 9(03) VALUE 42.
001240 77  CHECK-DATE                 PIC 9(08) VALUE ZERO.
001250 77  CHECK-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
001260 77  CHECK-DEPT-CODE            PIC 9(02) VALUE ZERO.
001270 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.
001280 77  HOME-SITE-CODE             PIC X(02) VALUE "01".

001290 77  DAY-SUB                    PIC 9(03) COMP VALUE ZERO.
001300 77  DAY-HIT-SUB                PIC 9(03) COMP VALUE ZERO.
001310 77  OPEN-SUB                   PIC 9(03) COMP VALUE ZERO.
001320 77  NEXT-OPEN-SUB              PIC 9(03) COMP VALUE ZERO.
001330 77  DEPT-SUB                   PIC 9(03) COMP VALUE ZERO.
001340 77  DEPT-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001350 77  CAL-SUB                    PIC 9(03) COMP VALUE ZERO.
001360 77  CAL-DATE-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001370 77  CAL-WEEK-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001380 77  SOURCE-SUB                 PIC 9(03) COMP VALUE ZERO.

001390 77  DAY-LOAD                   PIC 9(09) COMP VALUE ZERO.
001400 77  DEPT-OPEN-DAYS             PIC 9(03) COMP VALUE ZERO.
001410 77  DEPT-OVER-DAYS             PIC 9(03) COMP VALUE ZERO.
001420 77  DEPTS-PRINTED              PIC 9(05) COMP VALUE ZERO.
001430 77  OVER-DEPT-COUNT            PIC 9(05) COMP VALUE ZERO.
001440 77  OVER-DAY-COUNT             PIC 9(05) COMP VALUE ZERO.
001450 77  RECEIPTS-DUE-COUNT         PIC 9(05) COMP VALUE ZERO.
001460 77  RECEIPTS-LATER-COUNT       PIC 9(05) COMP VALUE ZERO.
001470 77  RECEIPTS-UNROUTED-COUNT    PIC 9(05) COMP VALUE ZERO.
001480 77  PCT-NUMERATOR              PIC 9(09) COMP VALUE ZERO.
001490 77  PCT-DENOMINATOR            PIC 9(09) COMP VALUE ZERO.
001500 77  PCT-VALUE                  PIC 9(09) COMP VALUE ZERO.
001510 77  PCT-EDIT                   PIC ZZ,ZZ9.
001520 77  PCT-TEXT                   PIC X(06) VALUE SPACES.
001530 77  UNITS-EDIT                 PIC Z,ZZZ,ZZ9.
001540 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001550 77  DAYS-EDIT                  PIC ZZ9.

001560 01  FORECAST-DATE-TABLE.
001570     05  FORECAST-DATE-ENTRY OCCURS 42 TIMES.
001580         10  FC-DATE            PIC 9(08).
001590         10  FC-DAY-OF-WEEK     PIC 9(01).

001600 01  DAY-NAME-VALUES.
001610     05  FILLER                 PIC X(21) VALUE
001620         "MONTUEWEDTHUFRISATSUN".
001630 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
001640     05  DN-DAY-NAME            PIC X(03) OCCURS 7 TIMES.

001650 01  WALK-DATE.
001660     05  WALK-YYYY              PIC 9(04).
001670     05  WALK-MM                PIC 9(02).
001680     05  WALK-DD                PIC 9(02).
001690 01  WALK-DATE-NUM REDEFINES WALK-DATE
001700                                PIC 9(08).
001710 77  MONTH-LAST-DAY             PIC 9(02) VALUE ZERO.
001720 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001730 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

001740 01  MONTH-DAYS-TABLE.
001750     05  FILLER                 PIC X(24) VALUE
001760         "312831303130313130313031".
001770 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001780     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001790 01  ZELLER-WORK.
001800     05  ZW-DATE.
001810         10  ZW-YYYY            PIC 9(04).
001820         10  ZW-MM              PIC 9(02).
001830         10  ZW-DD              PIC 9(02).
001840     05  ZW-YEAR-ADJ            PIC 9(04).
001850     05  ZW-MONTH-ADJ           PIC 9(02).
001860     05  ZW-CENTURY             PIC 9(02).
001870     05  ZW-YEAR-OF-CENT        PIC 9(02).
001880     05  ZW-TERM1               PIC 9(04).
001890     05  ZW-TERM2               PIC 9(04).
001900     05  ZW-TERM3               PIC 9(04).
001910     05  ZW-QUOT                PIC 9(04).
001920     05  ZW-H                   PIC 9(04).

001930 01  CAL-LOOKUP-WORK.
001940     05  CW-SITE-CODE           PIC X(02).
001950     05  CW-DEPT-CODE           PIC 9(02).
001960     05  CW-CLOSED-FLAG         PIC X(01).
001970     05  CW-OVERRIDE-QTY        PIC 9(07).

001980 01  CAL-TABLE.
001990     05  CAL-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
002000     05  CAL-TABLE-ENTRY OCCURS 1 TO 200 TIMES
002010             DEPENDING ON CAL-TABLE-COUNT.
002020         10  CA-SITE-CODE       PIC X(02).
002030         10  CA-DEPT-CODE       PIC 9(02).
002040         10  CA-ENTRY-TYPE      PIC X(01).
002050         10  CA-CAL-DATE        PIC 9(08).
002060         10  CA-DAY-OF-WEEK     PIC 9(01).
002070         10  CA-OPEN-FLAG       PIC X(01).
002080         10  CA-CAPACITY-OVERRIDE
002090                                PIC 9(07).

002100 01  SOURCE-NAME-VALUES.
002110     05  FILLER                 PIC X(07) VALUE "EXPRECV".
002120     05  FILLER                 PIC X(07) VALUE "DEFERQ ".
002130     05  FILLER                 PIC X(07) VALUE "PICKFWD".
002140 01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
002150     05  SN-SOURCE-NAME         PIC X(07) OCCURS 3 TIMES.

002160 01  SOURCE-TOTALS.
002170     05  SOURCE-TOTAL-ENTRY OCCURS 3 TIMES.
002180         10  SRC-FOUND-FLAG     PIC X(01).
002190         10  SRC-RECORDS        PIC 9(07) COMP.
002200         10  SRC-UNITS          PIC 9(09) COMP.

002210 01  DEPT-TABLE.
002220     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
002230     05  DEPT-TABLE-ENTRY OCCURS 1 TO 101 TIMES
002240             DEPENDING ON DEPT-TABLE-COUNT.
002250         10  DT-SITE-CODE       PIC X(02).
002260         10  DT-DEPT-CODE       PIC 9(02).
002270         10  DT-DEPT-NAME       PIC X(15).
002280         10  DT-ACTIVE-FLAG     PIC X(01).
002290         10  DT-DAILY-CAPACITY  PIC 9(07).
002300         10  DT-ACTIVITY-FLAG   PIC X(01).
002310         10  DT-HORIZON-OPEN    PIC 9(03) COMP.
002320         10  DT-UNPLACED        PIC 9(09) COMP.
002330         10  DT-DAY-CELL OCCURS 42 TIMES.
002340             15  DT-DAY-CLOSED  PIC X(01).
002350             15  DT-DAY-CAPACITY
002360                                PIC 9(07) COMP.
002370             15  DT-DAY-RECEIPTS
002380                                PIC 9(09) COMP.
002390             15  DT-DAY-DEFERRED
002400                                PIC 9(09) COMP.
002410             15  DT-DAY-CARRY   PIC 9(09) COMP.
002420             15  DT-DAY-SPILL-IN
002430                                PIC 9(09) COMP.
002440             15  DT-DAY-SPILL-SUB
002450                                PIC 9(03) COMP.

002460 01  FORECAST-DETAIL-LINE.
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  FDL-DATE               PIC 9(08).
002490     05  FILLER                 PIC X(01) VALUE SPACES.
002500     05  FDL-DAY                PIC X(03).
002510     05  FILLER                 PIC X(01) VALUE SPACES.
002520     05  FDL-RECEIPTS           PIC ZZZ,ZZ9.
002530     05  FILLER                 PIC X(01) VALUE SPACES.
002540     05  FDL-DEFERRED           PIC ZZZ,ZZ9.
002550     05  FILLER                 PIC X(01) VALUE SPACES.
002560     05  FDL-CARRY              PIC ZZZ,ZZ9.
002570     05  FILLER                 PIC X(01) VALUE SPACES.
002580     05  FDL-SPILL-IN           PIC ZZZ,ZZ9.
002590     05  FILLER                 PIC X(01) VALUE SPACES.
002600     05  FDL-TOTAL              PIC Z,ZZZ,ZZ9.
002610     05  FILLER                 PIC X(01) VALUE SPACES.
002620     05  FDL-CAPACITY           PIC Z,ZZZ,ZZ9.
002630     05  FDL-CAPACITY-X REDEFINES FDL-CAPACITY
002640                                PIC X(09).
002650     05  FILLER                 PIC X(01) VALUE SPACES.
002660     05  FDL-STATUS-AREA.
002670         10  FDL-LOAD-PCT       PIC X(06).
002680         10  FILLER             PIC X(01).
002690         10  FDL-FLAG           PIC X(06).
002700     05  FDL-SPILL-TEXT REDEFINES FDL-STATUS-AREA
002710                                PIC X(13).

002720 PROCEDURE DIVISION.
002730 100-START-LOGIC.
002740     PERFORM 1000-INITIALIZE.
002750     PERFORM 2000-LOAD-EXPECTED-RECEIPTS.
002760     PERFORM 2300-LOAD-DEFERRED-QUEUE.
002770     PERFORM 2500-LOAD-PICK-FORWARD.
002780     PERFORM 2700-SPILL-CLOSED-DAYS
002790         VARYING DEPT-SUB FROM 1 BY 1
002800         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.
002810     PERFORM 3000-PRINT-FORECAST-REPORT.
002820     PERFORM 4000-TERMINATE.
002830     STOP RUN.

002840 1000-INITIALIZE.
002850     DISPLAY "=== GIGAHERTZ LOAD FORECAST v1.0 ===".
002860     ACCEPT FORECAST-PARM FROM COMMAND-LINE.
002870     IF FORECAST-DAYS-PARM IS NUMERIC
002880         MOVE FORECAST-DAYS-PARM TO FORECAST-DAYS
002890     END-IF.
002900     IF FORECAST-DAYS = ZERO
002910         MOVE 5 TO FORECAST-DAYS
002920     END-IF.
002930     IF FORECAST-DAYS > 14
002940         MOVE 14 TO FORECAST-DAYS
002950     END-IF.
002960     IF FORECAST-SITE-PARM NOT = SPACES
002970         DISPLAY "FORECAST LIMITED TO SITE " FORECAST-SITE-PARM
002980             "."
002990     END-IF.
003000     PERFORM 1050-READ-BUSINESS-DATE.
003010     PERFORM 1100-BUILD-FORECAST-DATES.
003020     OPEN OUTPUT FORECAST-REPORT.
003030     PERFORM 1200-LOAD-DEPT-MASTER.
003040     PERFORM 1300-LOAD-DEPT-CALENDAR.
003050     PERFORM 1400-SET-DEPT-CAPACITY
003060         VARYING DEPT-SUB FROM 1 BY 1
003070         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.
003080     INITIALIZE SOURCE-TOTALS.

003090 1050-READ-BUSINESS-DATE.
003100     OPEN INPUT BUSINESS-DATE-FILE.
003110     IF NOT BUSINESS-DATE-OK
003120         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
003130             "BUILD LOAD FORECAST. RUN ABORTED."
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     READ BUSINESS-DATE-FILE
003180         AT END
003190             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
003200                 "BUILD LOAD FORECAST. RUN ABORTED."
003210             CLOSE BUSINESS-DATE-FILE
003220             MOVE 16 TO RETURN-CODE
003230             STOP RUN
003240     END-READ.
003250     CLOSE BUSINESS-DATE-FILE.
003260     MOVE BD-BUSINESS-DATE TO RUN-DATE.
003270     IF BD-CATCHUP-ACTIVE
003280         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
003290             " - OPEN DATE IS " BD-RESUME-DATE "."
003300     END-IF.

003310 1100-BUILD-FORECAST-DATES.
003320*    DAY 1 IS THE DAY AFTER THE BUSINESS DATE - THE FIRST DAY
003330*    STILL TO BE WORKED WHEN THE FORECAST RUNS AT THE END OF THE
003340*    NIGHT. THE TABLE RUNS 42 CALENDAR DAYS AHEAD, LONG ENOUGH
003350*    TO FIND 14 OPEN DAYS PAST WEEKENDS AND HOLIDAYS.
003360     MOVE RUN-DATE TO WALK-DATE-NUM.
003370     PERFORM 1150-SET-FORECAST-DATE
003380         VARYING DAY-SUB FROM 1 BY 1
003390         UNTIL DAY-SUB > HORIZON-DAYS.

003400 1150-SET-FORECAST-DATE.
003410     PERFORM 1180-FORWARD-ONE-DAY.
003420     MOVE WALK-DATE-NUM TO FC-DATE (DAY-SUB).
003430     MOVE WALK-DATE TO ZW-DATE.
003440     PERFORM 1700-COMPUTE-DAY-OF-WEEK.
003450     MOVE CHECK-DAY-OF-WEEK TO FC-DAY-OF-WEEK (DAY-SUB).

003460 1180-FORWARD-ONE-DAY.
003470     MOVE MONTH-DAYS (WALK-MM) TO MONTH-LAST-DAY.
003480     IF WALK-MM = 2
003490         PERFORM 1190-ADJUST-FOR-LEAP-YEAR
003500     END-IF.
003510     IF WALK-DD < MONTH-LAST-DAY
003520         ADD 1 TO WALK-DD
003530     ELSE
003540         MOVE 1 TO WALK-DD
003550         IF WALK-MM = 12
003560             MOVE 1 TO WALK-MM
003570             ADD 1 TO WALK-YYYY
003580         ELSE
003590             ADD 1 TO WALK-MM
003600         END-IF
003610     END-IF.

003620 1190-ADJUST-FOR-LEAP-YEAR.
003630     DIVIDE WALK-YYYY BY 4 GIVING LEAP-QUOTIENT
003640         REMAINDER LEAP-REMAINDER.
003650     IF LEAP-REMAINDER = ZERO
003660         DIVIDE WALK-YYYY BY 100 GIVING LEAP-QUOTIENT
003670             REMAINDER LEAP-REMAINDER
003680         IF LEAP-REMAINDER NOT = ZERO
003690             MOVE 29 TO MONTH-LAST-DAY
003700         ELSE
003710             DIVIDE WALK-YYYY BY 400 GIVING LEAP-QUOTIENT
003720                 REMAINDER LEAP-REMAINDER
003730             IF LEAP-REMAINDER = ZERO
003740                 MOVE 29 TO MONTH-LAST-DAY
003750             END-IF
003760         END-IF
003770     END-IF.

003780 1200-LOAD-DEPT-MASTER.
003790     OPEN INPUT DEPT-MASTER-FILE.
003800     IF NOT DEPT-MASTER-OK
003810         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT BUILD "
003820             "LOAD FORECAST. RUN ABORTED."
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     PERFORM 1250-READ-DEPT-MASTER-RECORD.
003870     PERFORM 1260-ADD-DEPT-TABLE-ENTRY
003880         UNTIL DEPT-MASTER-EOF.
003890     CLOSE DEPT-MASTER-FILE.
003900     ADD 1 TO DEPT-TABLE-COUNT.
003910     INITIALIZE DEPT-TABLE-ENTRY (DEPT-TABLE-COUNT).
003920     MOVE "**" TO DT-SITE-CODE (DEPT-TABLE-COUNT).
003930     MOVE ZERO TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
003940     MOVE "UNKNOWN-DEPT"
003950         TO DT-DEPT-NAME (DEPT-TABLE-COUNT).
003960     MOVE "N" TO DT-ACTIVE-FLAG (DEPT-TABLE-COUNT).
003970     MOVE ZERO TO DT-DAILY-CAPACITY (DEPT-TABLE-COUNT).
003980     MOVE "N" TO DT-ACTIVITY-FLAG (DEPT-TABLE-COUNT).

003990 1250-READ-DEPT-MASTER-RECORD.
004000     READ DEPT-MASTER-FILE
004010         AT END
004020             SET DEPT-MASTER-EOF TO TRUE
004030     END-READ.

004040 1260-ADD-DEPT-TABLE-ENTRY.
004050     IF DEPT-TABLE-COUNT >= 100
004060         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 "
004070             "DEPARTMENTS. RUN ABORTED."
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     ADD 1 TO DEPT-TABLE-COUNT.
004120     INITIALIZE DEPT-TABLE-ENTRY (DEPT-TABLE-COUNT).
004130     IF DM-SITE-CODE = SPACES
004140         MOVE HOME-SITE-CODE TO DM-SITE-CODE
004150     END-IF.
004160     MOVE DM-SITE-CODE TO DT-SITE-CODE (DEPT-TABLE-COUNT).
004170     MOVE DM-DEPT-CODE TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
004180     MOVE DM-DEPT-NAME TO DT-DEPT-NAME (DEPT-TABLE-COUNT).
004190     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-COUNT).
004200     MOVE DM-DAILY-CAPACITY
004210         TO DT-DAILY-CAPACITY (DEPT-TABLE-COUNT).
004220     MOVE "N" TO DT-ACTIVITY-FLAG (DEPT-TABLE-COUNT).
004230     PERFORM 1250-READ-DEPT-MASTER-RECORD.

004240 1300-LOAD-DEPT-CALENDAR.
004250     OPEN INPUT DEPT-CALENDAR-FILE.
004260     IF NOT DEPT-CALENDAR-OK
004270         DISPLAY "NO DEPT-CALENDAR-FILE - EVERY DEPT TAKEN AS "
004280             "OPEN EVERY DAY AT MASTER CAPACITY."
004290     ELSE
004300         PERFORM 1350-READ-CALENDAR-RECORD
004310         PERFORM 1360-ADD-CAL-TABLE-ENTRY
004320             UNTIL DEPT-CALENDAR-EOF
004330         CLOSE DEPT-CALENDAR-FILE
004340     END-IF.

004350 1350-READ-CALENDAR-RECORD.
004360     READ DEPT-CALENDAR-FILE
004370         AT END
004380             SET DEPT-CALENDAR-EOF TO TRUE
004390     END-READ.

004400 1360-ADD-CAL-TABLE-ENTRY.
004410     IF CAL-TABLE-COUNT >= 200
004420         DISPLAY "DEPT-CALENDAR-FILE HAS MORE THAN 200 "
004430             "ENTRIES - REMAINDER IGNORED."
004440         SET DEPT-CALENDAR-EOF TO TRUE
004450     ELSE
004460         ADD 1 TO CAL-TABLE-COUNT
004470         IF DC-SITE-CODE = SPACES
004480             MOVE HOME-SITE-CODE TO DC-SITE-CODE
004490         END-IF
004500         MOVE DC-SITE-CODE
004510             TO CA-SITE-CODE (CAL-TABLE-COUNT)
004520         MOVE DC-DEPT-CODE
004530             TO CA-DEPT-CODE (CAL-TABLE-COUNT)
004540         MOVE DC-ENTRY-TYPE
004550             TO CA-ENTRY-TYPE (CAL-TABLE-COUNT)
004560         MOVE DC-CAL-DATE
004570             TO CA-CAL-DATE (CAL-TABLE-COUNT)
004580         MOVE DC-DAY-OF-WEEK
004590             TO CA-DAY-OF-WEEK (CAL-TABLE-COUNT)
004600         MOVE DC-OPEN-FLAG
004610             TO CA-OPEN-FLAG (CAL-TABLE-COUNT)
004620         MOVE DC-CAPACITY-OVERRIDE
004630             TO CA-CAPACITY-OVERRIDE (CAL-TABLE-COUNT)
004640         PERFORM 1350-READ-CALENDAR-RECORD
004650     END-IF.

004660 1400-SET-DEPT-CAPACITY.
004670     MOVE DT-SITE-CODE (DEPT-SUB) TO CW-SITE-CODE.
004680     MOVE DT-DEPT-CODE (DEPT-SUB) TO CW-DEPT-CODE.
004690     PERFORM 1450-SET-ONE-DAY-CAPACITY
004700         VARYING DAY-SUB FROM 1 BY 1
004710         UNTIL DAY-SUB > HORIZON-DAYS.

004720 1450-SET-ONE-DAY-CAPACITY.
004730*    A DEPT CLOSED ON THE CALENDAR HAS NO CAPACITY THAT DAY. A
004740*    CAPACITY OVERRIDE REPLACES DM-DAILY-CAPACITY.
004750     MOVE FC-DATE (DAY-SUB) TO CHECK-DATE.
004760     MOVE FC-DAY-OF-WEEK (DAY-SUB) TO CHECK-DAY-OF-WEEK.
004770     PERFORM 1500-LOOKUP-CALENDAR.
004780     IF CW-CLOSED-FLAG = "Y"
004790         MOVE "Y" TO DT-DAY-CLOSED (DEPT-SUB, DAY-SUB)
004800         MOVE ZERO TO DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
004810     ELSE
004820         MOVE "N" TO DT-DAY-CLOSED (DEPT-SUB, DAY-SUB)
004830         ADD 1 TO DT-HORIZON-OPEN (DEPT-SUB)
004840         IF CW-OVERRIDE-QTY > ZERO
004850             MOVE CW-OVERRIDE-QTY
004860                 TO DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
004870         ELSE
004880             MOVE DT-DAILY-CAPACITY (DEPT-SUB)
004890                 TO DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
004900         END-IF
004910     END-IF.

004920 1500-LOOKUP-CALENDAR.
004930*    A SPECIFIC-DATE ENTRY BEATS A WEEKDAY ENTRY FOR THE SAME
004940*    DAY.
004950     MOVE "N" TO CW-CLOSED-FLAG.
004960     MOVE ZERO TO CW-OVERRIDE-QTY.
004970     MOVE ZERO TO CAL-DATE-HIT-SUB.
004980     MOVE ZERO TO CAL-WEEK-HIT-SUB.
004990     PERFORM 1510-MATCH-CAL-ENTRY
005000         VARYING CAL-SUB FROM 1 BY 1
005010         UNTIL CAL-SUB > CAL-TABLE-COUNT.
005020     IF CAL-DATE-HIT-SUB > ZERO
005030         MOVE CAL-DATE-HIT-SUB TO CAL-SUB
005040         PERFORM 1520-APPLY-CAL-ENTRY
005050     ELSE
005060         IF CAL-WEEK-HIT-SUB > ZERO
005070             MOVE CAL-WEEK-HIT-SUB TO CAL-SUB
005080             PERFORM 1520-APPLY-CAL-ENTRY
005090         END-IF
005100     END-IF.

005110 1510-MATCH-CAL-ENTRY.
005120     IF CA-SITE-CODE (CAL-SUB) = CW-SITE-CODE
005130             AND CA-DEPT-CODE (CAL-SUB) = CW-DEPT-CODE
005140         EVALUATE TRUE
005150             WHEN CA-ENTRY-TYPE (CAL-SUB) = "D"
005160                     AND CA-CAL-DATE (CAL-SUB) = CHECK-DATE
005170                 IF CAL-DATE-HIT-SUB = ZERO
005180                     MOVE CAL-SUB TO CAL-DATE-HIT-SUB
005190                 END-IF
005200             WHEN CA-ENTRY-TYPE (CAL-SUB) = "W"
005210                     AND CA-DAY-OF-WEEK (CAL-SUB)
005220                     = CHECK-DAY-OF-WEEK
005230                 IF CAL-WEEK-HIT-SUB = ZERO
005240                     MOVE CAL-SUB TO CAL-WEEK-HIT-SUB
005250                 END-IF
005260             WHEN OTHER
005270                 CONTINUE
005280         END-EVALUATE
005290     END-IF.

005300 1520-APPLY-CAL-ENTRY.
005310     IF CA-OPEN-FLAG (CAL-SUB) = "N"
005320         MOVE "Y" TO CW-CLOSED-FLAG
005330     END-IF.
005340     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB) TO CW-OVERRIDE-QTY.

005350 1700-COMPUTE-DAY-OF-WEEK.
005360*    ZELLER'S CONGRUENCE ON THE DATE IN ZW-DATE, GIVING
005370*    CHECK-DAY-OF-WEEK 1=MONDAY THROUGH 7=SUNDAY.
005380     MOVE ZW-YYYY TO ZW-YEAR-ADJ.
005390     MOVE ZW-MM   TO ZW-MONTH-ADJ.
005400     IF ZW-MONTH-ADJ < 3
005410         ADD 12 TO ZW-MONTH-ADJ
005420         SUBTRACT 1 FROM ZW-YEAR-ADJ
005430     END-IF.
005440     DIVIDE ZW-YEAR-ADJ BY 100 GIVING ZW-CENTURY
005450         REMAINDER ZW-YEAR-OF-CENT.
005460     COMPUTE ZW-TERM1 = 13 * ( ZW-MONTH-ADJ + 1 ).
005470     DIVIDE ZW-TERM1 BY 5 GIVING ZW-TERM1.
005480     DIVIDE ZW-YEAR-OF-CENT BY 4 GIVING ZW-TERM2.
005490     DIVIDE ZW-CENTURY BY 4 GIVING ZW-TERM3.
005500     COMPUTE ZW-H = ZW-DD + ZW-TERM1 + ZW-YEAR-OF-CENT
005510         + ZW-TERM2 + ZW-TERM3 + ( 5 * ZW-CENTURY ).
005520     ADD 5 TO ZW-H.
005530     DIVIDE ZW-H BY 7 GIVING ZW-QUOT REMAINDER ZW-H.
005540     COMPUTE CHECK-DAY-OF-WEEK = ZW-H + 1.

005550 2000-LOAD-EXPECTED-RECEIPTS.
005560*    PURCHASING'S EXTRACT MAY CARRY SEVERAL WEEKS OF EXPECTED
005570*    RECEIPTS. EACH IS ROUTED TO A DEPT THROUGH PRODMAST.
005580     MOVE 1 TO SOURCE-SUB.
005590     OPEN INPUT EXPECTED-RECEIPTS-FILE.
005600     IF NOT EXPECTED-RECEIPTS-OK
005610         DISPLAY "EXPECTED-RECEIPTS-FILE NOT FOUND - NO "
005620             "RECEIPTS FORECAST."
005630         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
005640     ELSE
005650         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
005660         OPEN INPUT PRODUCT-MASTER-FILE
005670         IF PRODUCT-MASTER-OK
005680             SET PRODUCT-MASTER-OPEN TO TRUE
005690         ELSE
005700             DISPLAY "PRODUCT-MASTER-FILE NOT FOUND - RECEIPTS "
005710                 "CANNOT BE ROUTED TO A DEPT."
005720         END-IF
005730         MOVE "N" TO END-OF-SOURCE-SWITCH
005740         PERFORM 2050-READ-RECEIPT-RECORD
005750         PERFORM 2100-PLACE-RECEIPT
005760             UNTIL END-OF-SOURCE
005770         CLOSE EXPECTED-RECEIPTS-FILE
005780         IF PRODUCT-MASTER-OPEN
005790             CLOSE PRODUCT-MASTER-FILE
005800         END-IF
005810     END-IF.

005820 2050-READ-RECEIPT-RECORD.
005830     READ EXPECTED-RECEIPTS-FILE
005840         AT END
005850             SET END-OF-SOURCE TO TRUE
005860     END-READ.

005870 2100-PLACE-RECEIPT.
005880*    EXPRECV AND PRODMAST CARRY NO SITE, SO EVERY RECEIPT IS
005890*    WORKED AT SITE 01. A RECEIPT DUE ON OR BEFORE THE BUSINESS
005900*    DATE HAS ALREADY BEEN THROUGH DEPT-CHECKER AND IS NOT
005910*    FORECAST.
005920     IF FORECAST-SITE-PARM = SPACES
005930             OR FORECAST-SITE-PARM = HOME-SITE-CODE
005940         ADD 1 TO SRC-RECORDS (SOURCE-SUB)
005950         MOVE XR-EXPECT-DATE TO CHECK-DATE
005960         PERFORM 2150-MATCH-FORECAST-DATE
005970         EVALUATE TRUE
005980             WHEN XR-EXPECT-DATE <= RUN-DATE
005990                 ADD 1 TO RECEIPTS-DUE-COUNT
006000             WHEN DAY-HIT-SUB = ZERO
006010                 ADD 1 TO RECEIPTS-LATER-COUNT
006020             WHEN OTHER
006030                 PERFORM 2200-ROUTE-RECEIPT
006040         END-EVALUATE
006050     END-IF.
006060     PERFORM 2050-READ-RECEIPT-RECORD.

006070 2150-MATCH-FORECAST-DATE.
006080     MOVE ZERO TO DAY-HIT-SUB.
006090     PERFORM 2160-MATCH-DATE-ENTRY
006100         VARYING DAY-SUB FROM 1 BY 1
006110         UNTIL DAY-SUB > HORIZON-DAYS
006120         OR DAY-HIT-SUB > ZERO.

006130 2160-MATCH-DATE-ENTRY.
006140     IF FC-DATE (DAY-SUB) = CHECK-DATE
006150         MOVE DAY-SUB TO DAY-HIT-SUB
006160     END-IF.

006170 2200-ROUTE-RECEIPT.
006180*    A PRODUCT NOT ON PRODMAST HAS NO DEPT TO GO TO AND IS ONLY
006190*    COUNTED. A PRODUCT WHOSE DEPT IS NOT ON THE MASTER LANDS ON
006200*    UNKNOWN-DEPT.
006210     MOVE "N" TO PRODUCT-FOUND-SWITCH.
006220     IF PRODUCT-MASTER-OPEN
006230         MOVE XR-PRODUCT-NAME TO PM-PRODUCT-NAME
006240         READ PRODUCT-MASTER-FILE KEY IS PM-PRODUCT-NAME
006250             INVALID KEY
006260                 CONTINUE
006270             NOT INVALID KEY
006280                 SET PRODUCT-FOUND TO TRUE
006290         END-READ
006300     END-IF.
006310     IF PRODUCT-FOUND
006320         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
006330         MOVE PM-DEPT-CODE TO CHECK-DEPT-CODE
006340         PERFORM 2650-FIND-DEPT-ROW
006350         ADD XR-EXPECT-QTY
006360             TO DT-DAY-RECEIPTS (DEPT-HIT-SUB, DAY-HIT-SUB)
006370         ADD XR-EXPECT-QTY TO SRC-UNITS (SOURCE-SUB)
006380         MOVE "Y" TO DT-ACTIVITY-FLAG (DEPT-HIT-SUB)
006390     ELSE
006400         ADD 1 TO RECEIPTS-UNROUTED-COUNT
006410     END-IF.

006420 2300-LOAD-DEFERRED-QUEUE.
006430*    HELD WORK IS OFFERED AGAIN BY DEFER-FEEDER ON THE FIRST
006440*    MORNING OF THE FORECAST, SO IT ALL FALLS ON DAY 1.
006450     MOVE 2 TO SOURCE-SUB.
006460     OPEN INPUT DEFERRED-QUEUE-FILE.
006470     IF NOT DEFER-QUEUE-OK
006480         DISPLAY "DEFERRED-QUEUE-FILE NOT FOUND - NO DEFERRED "
006490             "WORK FORECAST."
006500         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
006510     ELSE
006520         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
006530         MOVE "N" TO END-OF-SOURCE-SWITCH
006540         PERFORM 2350-READ-DEFER-RECORD
006550         PERFORM 2400-PLACE-DEFER-RECORD
006560             UNTIL END-OF-SOURCE
006570         CLOSE DEFERRED-QUEUE-FILE
006580     END-IF.

006590 2350-READ-DEFER-RECORD.
006600     READ DEFERRED-QUEUE-FILE
006610         AT END
006620             SET END-OF-SOURCE TO TRUE
006630     END-READ.

006640 2400-PLACE-DEFER-RECORD.
006650     MOVE DQ-SITE-CODE TO CHECK-SITE-CODE.
006660     IF CHECK-SITE-CODE = SPACES
006670         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
006680     END-IF.
006690     IF FORECAST-SITE-PARM = SPACES
006700             OR FORECAST-SITE-PARM = CHECK-SITE-CODE
006710         ADD 1 TO SRC-RECORDS (SOURCE-SUB)
006720         MOVE DQ-DEPT-CODE TO CHECK-DEPT-CODE
006730         PERFORM 2650-FIND-DEPT-ROW
006740         ADD DQ-PRODUCT-QTY TO DT-DAY-DEFERRED (DEPT-HIT-SUB, 1)
006750         ADD DQ-PRODUCT-QTY TO SRC-UNITS (SOURCE-SUB)
006760         MOVE "Y" TO DT-ACTIVITY-FLAG (DEPT-HIT-SUB)
006770     END-IF.
006780     PERFORM 2350-READ-DEFER-RECORD.

006790 2500-LOAD-PICK-FORWARD.
006800*    LINES ASSIGNED BUT NEVER PICKED ARE PRINTED AGAIN ON THE
006810*    NEXT PICK LIST, SO THEY TOO FALL ON DAY 1.
006820     MOVE 3 TO SOURCE-SUB.
006830     OPEN INPUT PICK-FORWARD-FILE.
006840     IF NOT PICK-FORWARD-OK
006850         DISPLAY "PICK-FORWARD-FILE NOT FOUND - NO CARRIED "
006860             "WORK FORECAST."
006870         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
006880     ELSE
006890         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
006900         MOVE "N" TO END-OF-SOURCE-SWITCH
006910         PERFORM 2550-READ-FORWARD-RECORD
006920         PERFORM 2600-PLACE-FORWARD-RECORD
006930             UNTIL END-OF-SOURCE
006940         CLOSE PICK-FORWARD-FILE
006950     END-IF.

006960 2550-READ-FORWARD-RECORD.
006970     READ PICK-FORWARD-FILE
006980         AT END
006990             SET END-OF-SOURCE TO TRUE
007000     END-READ.

007010 2600-PLACE-FORWARD-RECORD.
007020     MOVE CF-SITE-CODE TO CHECK-SITE-CODE.
007030     IF CHECK-SITE-CODE = SPACES
007040         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
007050     END-IF.
007060     IF FORECAST-SITE-PARM = SPACES
007070             OR FORECAST-SITE-PARM = CHECK-SITE-CODE
007080         ADD 1 TO SRC-RECORDS (SOURCE-SUB)
007090         MOVE CF-DEPT-CODE TO CHECK-DEPT-CODE
007100         PERFORM 2650-FIND-DEPT-ROW
007110         ADD CF-PRODUCT-QTY TO DT-DAY-CARRY (DEPT-HIT-SUB, 1)
007120         ADD CF-PRODUCT-QTY TO SRC-UNITS (SOURCE-SUB)
007130         MOVE "Y" TO DT-ACTIVITY-FLAG (DEPT-HIT-SUB)
007140     END-IF.
007150     PERFORM 2550-READ-FORWARD-RECORD.

007160 2650-FIND-DEPT-ROW.
007170*    A SITE AND CODE NOT ON THE MASTER LANDS ON UNKNOWN-DEPT,
007180*    THE LAST ROW OF THE TABLE. A BLANK SITE IS SITE 01.
007190     IF CHECK-SITE-CODE = SPACES
007200         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
007210     END-IF.
007220     MOVE ZERO TO DEPT-HIT-SUB.
007230     PERFORM 2660-MATCH-DEPT-ENTRY
007240         VARYING DEPT-SUB FROM 1 BY 1
007250         UNTIL DEPT-SUB > DEPT-TABLE-COUNT
007260         OR DEPT-HIT-SUB > ZERO.
007270     IF DEPT-HIT-SUB = ZERO
007280         MOVE DEPT-TABLE-COUNT TO DEPT-HIT-SUB
007290     END-IF.

007300 2660-MATCH-DEPT-ENTRY.
007310     IF DT-SITE-CODE (DEPT-SUB) = CHECK-SITE-CODE
007320             AND DT-DEPT-CODE (DEPT-SUB) = CHECK-DEPT-CODE
007330         MOVE DEPT-SUB TO DEPT-HIT-SUB
007340     END-IF.

007350 2700-SPILL-CLOSED-DAYS.
007360*    WORK FALLING ON A DAY THE DEPT IS CLOSED MOVES TO ITS NEXT
007370*    OPEN DAY. WITH NO OPEN DAY LEFT IN THE 42 IT IS UNPLACED.
007380     PERFORM 2750-SPILL-ONE-DAY
007390         VARYING DAY-SUB FROM 1 BY 1
007400         UNTIL DAY-SUB > HORIZON-DAYS.

007410 2750-SPILL-ONE-DAY.
007420     IF DT-DAY-CLOSED (DEPT-SUB, DAY-SUB) = "Y"
007430         PERFORM 2800-SUM-DAY-LOAD
007440         MOVE DAY-SUB TO OPEN-SUB
007450         MOVE ZERO TO NEXT-OPEN-SUB
007460         PERFORM 2760-TRY-NEXT-DAY
007470             UNTIL NEXT-OPEN-SUB > ZERO
007480             OR OPEN-SUB >= HORIZON-DAYS
007490         MOVE NEXT-OPEN-SUB
007500             TO DT-DAY-SPILL-SUB (DEPT-SUB, DAY-SUB)
007510         IF NEXT-OPEN-SUB > ZERO
007520             ADD DAY-LOAD
007530                 TO DT-DAY-SPILL-IN (DEPT-SUB, NEXT-OPEN-SUB)
007540         ELSE
007550             ADD DAY-LOAD TO DT-UNPLACED (DEPT-SUB)
007560         END-IF
007570     END-IF.

007580 2760-TRY-NEXT-DAY.
007590     ADD 1 TO OPEN-SUB.
007600     IF DT-DAY-CLOSED (DEPT-SUB, OPEN-SUB) = "N"
007610         MOVE OPEN-SUB TO NEXT-OPEN-SUB
007620     END-IF.

007630 2800-SUM-DAY-LOAD.
007640     COMPUTE DAY-LOAD = DT-DAY-RECEIPTS (DEPT-SUB, DAY-SUB)
007650         + DT-DAY-DEFERRED (DEPT-SUB, DAY-SUB)
007660         + DT-DAY-CARRY (DEPT-SUB, DAY-SUB)
007670         + DT-DAY-SPILL-IN (DEPT-SUB, DAY-SUB).

007680 3000-PRINT-FORECAST-REPORT.
007690     MOVE SPACES TO FORECAST-REPORT-LINE.
007700     STRING "GIGAHERTZ DEPARTMENT LOAD FORECAST - BUSINESS DATE "
007710             RUN-DATE
007720             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
007730     WRITE FORECAST-REPORT-LINE.
007740     MOVE FORECAST-DAYS TO DAYS-EDIT.
007750     MOVE SPACES TO FORECAST-REPORT-LINE.
007760     IF FORECAST-SITE-PARM = SPACES
007770         STRING "NEXT " DAYS-EDIT " OPEN DAYS PER DEPT FROM "
007780                 FC-DATE (1)
007790                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
007800     ELSE
007810         STRING "NEXT " DAYS-EDIT " OPEN DAYS PER DEPT FROM "
007820                 FC-DATE (1) " - SITE " FORECAST-SITE-PARM
007830                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
007840     END-IF.
007850     WRITE FORECAST-REPORT-LINE.
007860     MOVE SPACES TO FORECAST-REPORT-LINE.
007870     STRING "TOTAL = EXPRECV + DEFERQ + PICKFWD + SPILL FROM "
007880             "CLOSED DAYS"
007890             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
007900     WRITE FORECAST-REPORT-LINE.
007910     MOVE "LOAD% = TOTAL / DEPT CALENDAR CAPACITY"
007920         TO FORECAST-REPORT-LINE.
007930     WRITE FORECAST-REPORT-LINE.
007940     PERFORM 3100-PRINT-DEPT-SECTION
007950         VARYING DEPT-SUB FROM 1 BY 1
007960         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.
007970     PERFORM 3600-PRINT-SUMMARY.

007980 3100-PRINT-DEPT-SECTION.
007990*    AN ACTIVE DEPT OF THE SITE ASKED FOR ALWAYS PRINTS. AN
008000*    INACTIVE DEPT (OR UNKNOWN-DEPT) PRINTS ONLY WHEN WORK IS
008010*    HEADED FOR IT.
008020     IF (DT-ACTIVE-FLAG (DEPT-SUB) = "Y"
008030             AND (FORECAST-SITE-PARM = SPACES
008040             OR FORECAST-SITE-PARM = DT-SITE-CODE (DEPT-SUB)))
008050             OR DT-ACTIVITY-FLAG (DEPT-SUB) = "Y"
008060         ADD 1 TO DEPTS-PRINTED
008070         PERFORM 3200-PRINT-DEPT-HEADING
008080         MOVE ZERO TO DEPT-OPEN-DAYS
008090         MOVE ZERO TO DEPT-OVER-DAYS
008100         IF DT-HORIZON-OPEN (DEPT-SUB) = ZERO
008110             MOVE "  CLOSED EVERY DAY OF THE NEXT 42."
008120                 TO FORECAST-REPORT-LINE
008130             WRITE FORECAST-REPORT-LINE
008140         ELSE
008150             PERFORM 3300-PRINT-FORECAST-DAY
008160                 VARYING DAY-SUB FROM 1 BY 1
008170                 UNTIL DAY-SUB > HORIZON-DAYS
008180                 OR DEPT-OPEN-DAYS >= FORECAST-DAYS
008190         END-IF
008200         PERFORM 3400-PRINT-DEPT-FOOTING
008210     END-IF.

008220 3200-PRINT-DEPT-HEADING.
008230     MOVE SPACES TO FORECAST-REPORT-LINE.
008240     WRITE FORECAST-REPORT-LINE.
008250     MOVE SPACES TO FORECAST-REPORT-LINE.
008260     STRING "SITE " DT-SITE-CODE (DEPT-SUB)
008270             " DEPT " DT-DEPT-CODE (DEPT-SUB) " "
008280             DT-DEPT-NAME (DEPT-SUB)
008290             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
008300     WRITE FORECAST-REPORT-LINE.
008310     MOVE SPACES TO FORECAST-REPORT-LINE.
008320     STRING "  DATE     DAY EXPRECV  DEFERQ PICKFWD   SPILL"
008330             "     TOTAL  CAPACITY  LOAD%  FLAG"
008340             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
008350     WRITE FORECAST-REPORT-LINE.
008360     MOVE ALL "-" TO FORECAST-REPORT-LINE.
008370     WRITE FORECAST-REPORT-LINE.

008380 3300-PRINT-FORECAST-DAY.
008390*    A CLOSED DAY SHOWS THE OPEN DAY ITS WORK SPILLS TO. AN OPEN
008400*    DAY WHOSE TOTAL PASSES ITS CAPACITY IS FLAGGED *OVER* -
008410*    EXCEPT ON UNKNOWN-DEPT, WHICH HAS NO CAPACITY TO RAISE.
008420     MOVE SPACES TO FDL-STATUS-AREA.
008430     MOVE FC-DATE (DAY-SUB) TO FDL-DATE.
008440     MOVE DN-DAY-NAME (FC-DAY-OF-WEEK (DAY-SUB)) TO FDL-DAY.
008450     MOVE DT-DAY-RECEIPTS (DEPT-SUB, DAY-SUB) TO FDL-RECEIPTS.
008460     MOVE DT-DAY-DEFERRED (DEPT-SUB, DAY-SUB) TO FDL-DEFERRED.
008470     MOVE DT-DAY-CARRY (DEPT-SUB, DAY-SUB)    TO FDL-CARRY.
008480     MOVE DT-DAY-SPILL-IN (DEPT-SUB, DAY-SUB) TO FDL-SPILL-IN.
008490     PERFORM 2800-SUM-DAY-LOAD.
008500     MOVE DAY-LOAD TO FDL-TOTAL.
008510     IF DT-DAY-CLOSED (DEPT-SUB, DAY-SUB) = "Y"
008520         MOVE "   CLOSED" TO FDL-CAPACITY-X
008530         MOVE DT-DAY-SPILL-SUB (DEPT-SUB, DAY-SUB)
008540             TO NEXT-OPEN-SUB
008550         IF NEXT-OPEN-SUB > ZERO
008560             STRING "TO " FC-DATE (NEXT-OPEN-SUB)
008570                     DELIMITED BY SIZE INTO FDL-SPILL-TEXT
008580         ELSE
008590             MOVE "NO OPEN DAY" TO FDL-SPILL-TEXT
008600         END-IF
008610     ELSE
008620         ADD 1 TO DEPT-OPEN-DAYS
008630         MOVE DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB) TO FDL-CAPACITY
008640         MOVE DAY-LOAD TO PCT-NUMERATOR
008650         MOVE DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
008660             TO PCT-DENOMINATOR
008670         PERFORM 3550-FORMAT-PERCENT
008680         MOVE PCT-TEXT TO FDL-LOAD-PCT
008690         IF DAY-LOAD > DT-DAY-CAPACITY (DEPT-SUB, DAY-SUB)
008700                 AND DEPT-SUB < DEPT-TABLE-COUNT
008710             MOVE "*OVER*" TO FDL-FLAG
008720             ADD 1 TO DEPT-OVER-DAYS
008730         END-IF
008740     END-IF.
008750     MOVE FORECAST-DETAIL-LINE TO FORECAST-REPORT-LINE.
008760     WRITE FORECAST-REPORT-LINE.

008770 3400-PRINT-DEPT-FOOTING.
008780     IF DEPT-SUB = DEPT-TABLE-COUNT
008790         MOVE "  WORK FOR A SITE AND DEPT NOT ON THE MASTER."
008800             TO FORECAST-REPORT-LINE
008810         WRITE FORECAST-REPORT-LINE
008820     END-IF.
008830     IF DT-HORIZON-OPEN (DEPT-SUB) > ZERO
008840             AND DEPT-OPEN-DAYS < FORECAST-DAYS
008850         MOVE DEPT-OPEN-DAYS TO DAYS-EDIT
008860         MOVE SPACES TO FORECAST-REPORT-LINE
008870         STRING "  ONLY " DAYS-EDIT
008880                 " OPEN DAYS IN THE NEXT 42."
008890                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
008900         WRITE FORECAST-REPORT-LINE
008910     END-IF.
008920     IF DT-UNPLACED (DEPT-SUB) > ZERO
008930         MOVE DT-UNPLACED (DEPT-SUB) TO UNITS-EDIT
008940         MOVE SPACES TO FORECAST-REPORT-LINE
008950         STRING "  UNITS WITH NO OPEN DAY IN THE NEXT 42 "
008960                 UNITS-EDIT
008970                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
008980         WRITE FORECAST-REPORT-LINE
008990     END-IF.
009000     IF DEPT-OVER-DAYS > ZERO
009010         ADD 1 TO OVER-DEPT-COUNT
009020         ADD DEPT-OVER-DAYS TO OVER-DAY-COUNT
009030         MOVE DEPT-OVER-DAYS TO DAYS-EDIT
009040         MOVE SPACES TO FORECAST-REPORT-LINE
009050         STRING "  OPEN DAYS OVER CAPACITY " DAYS-EDIT
009060                 " - ADD A SHIFT OR SET A DEPTCAL OVERRIDE."
009070                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
009080         WRITE FORECAST-REPORT-LINE
009090     END-IF.

009100 3550-FORMAT-PERCENT.
009110     IF PCT-DENOMINATOR = ZERO
009120         MOVE "   N/A" TO PCT-TEXT
009130     ELSE
009140         COMPUTE PCT-VALUE ROUNDED =
009150             PCT-NUMERATOR * 100 / PCT-DENOMINATOR
009160         IF PCT-VALUE > 99999
009170             MOVE 99999 TO PCT-VALUE
009180         END-IF
009190         MOVE PCT-VALUE TO PCT-EDIT
009200         MOVE PCT-EDIT TO PCT-TEXT
009210     END-IF.

009220 3600-PRINT-SUMMARY.
009230     MOVE SPACES TO FORECAST-REPORT-LINE.
009240     WRITE FORECAST-REPORT-LINE.
009250     MOVE "FORECAST SUMMARY" TO FORECAST-REPORT-LINE.
009260     WRITE FORECAST-REPORT-LINE.
009270     MOVE DEPTS-PRINTED TO COUNT-EDIT.
009280     MOVE SPACES TO FORECAST-REPORT-LINE.
009290     STRING "  DEPTS FORECAST                  " COUNT-EDIT
009300             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
009310     WRITE FORECAST-REPORT-LINE.
009320     MOVE OVER-DEPT-COUNT TO COUNT-EDIT.
009330     MOVE SPACES TO FORECAST-REPORT-LINE.
009340     STRING "  DEPTS WITH A DAY OVER CAPACITY  " COUNT-EDIT
009350             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
009360     WRITE FORECAST-REPORT-LINE.
009370     MOVE OVER-DAY-COUNT TO COUNT-EDIT.
009380     MOVE SPACES TO FORECAST-REPORT-LINE.
009390     STRING "  DEPT-DAYS OVER CAPACITY         " COUNT-EDIT
009400             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
009410     WRITE FORECAST-REPORT-LINE.
009420     MOVE SPACES TO FORECAST-REPORT-LINE.
009430     WRITE FORECAST-REPORT-LINE.
009440     MOVE "LOAD BY SOURCE" TO FORECAST-REPORT-LINE.
009450     WRITE FORECAST-REPORT-LINE.
009460     MOVE "  SOURCE    RECORDS      UNITS"
009470         TO FORECAST-REPORT-LINE.
009480     WRITE FORECAST-REPORT-LINE.
009490     MOVE ALL "-" TO FORECAST-REPORT-LINE.
009500     WRITE FORECAST-REPORT-LINE.
009510     PERFORM 3650-PRINT-SOURCE-LINE
009520         VARYING SOURCE-SUB FROM 1 BY 1
009530         UNTIL SOURCE-SUB > 3.
009540     MOVE RECEIPTS-DUE-COUNT TO COUNT-EDIT.
009550     MOVE SPACES TO FORECAST-REPORT-LINE.
009560     STRING "  RECEIPTS DUE ON OR BEFORE THE BUSINESS DATE  "
009570             COUNT-EDIT
009580             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
009590     WRITE FORECAST-REPORT-LINE.
009600     MOVE RECEIPTS-LATER-COUNT TO COUNT-EDIT.
009610     MOVE SPACES TO FORECAST-REPORT-LINE.
009620     STRING "  RECEIPTS DUE PAST THE NEXT 42 DAYS           "
009630             COUNT-EDIT
009640             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
009650     WRITE FORECAST-REPORT-LINE.
009660     MOVE RECEIPTS-UNROUTED-COUNT TO COUNT-EDIT.
009670     MOVE SPACES TO FORECAST-REPORT-LINE.
009680     STRING "  RECEIPTS NOT ROUTED (NOT ON PRODMAST)        "
009690             COUNT-EDIT
009700             DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
009710     WRITE FORECAST-REPORT-LINE.

009720 3650-PRINT-SOURCE-LINE.
009730     MOVE SPACES TO FORECAST-REPORT-LINE.
009740     IF SRC-FOUND-FLAG (SOURCE-SUB) = "Y"
009750         MOVE SRC-RECORDS (SOURCE-SUB) TO COUNT-EDIT
009760         MOVE SRC-UNITS (SOURCE-SUB)   TO UNITS-EDIT
009770         STRING "  " SN-SOURCE-NAME (SOURCE-SUB) "    "
009780                 COUNT-EDIT "  " UNITS-EDIT
009790                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
009800     ELSE
009810         STRING "  " SN-SOURCE-NAME (SOURCE-SUB)
009820                 "   FILE NOT FOUND - NOT FORECAST"
009830                 DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
009840     END-IF.
009850     WRITE FORECAST-REPORT-LINE.

009860 4000-TERMINATE.
009870     IF OVER-DAY-COUNT > ZERO
009880         MOVE OVER-DAY-COUNT TO COUNT-EDIT
009890         DISPLAY "DEPT-DAYS FORECAST OVER CAPACITY: " COUNT-EDIT
009900     END-IF.
009910     CLOSE FORECAST-REPORT.
009920     DISPLAY "LOAD FORECAST REPORT COMPLETE.".
