000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WIP-AGING.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - AGES THE OPEN WORK HELD   *
000120*                   ON DEFERQ, PICKFWD, PENDACK AND DEPTREJ BY   *
000130*                   DEPT AND PRIORITY INTO SAME DAY, 1, 2, 3-5   *
000140*                   AND OVER 5 DAYS OUTSTANDING, LISTS EVERY     *
000150*                   ITEM PAST ITS PRIORITY'S SERVICE TARGET      *
000160*                   (SERVICE-TARGET-FILE), AND PRINTS THE        *
000170*                   SERVICE LEVEL - THE SHARE OF TARGETED ITEMS  *
000180*                   STILL WITHIN TARGET.                         *
000190*  2026-10-15 EDM   OPEN WORK IS NOW AGED BY SITE AND DEPT -     *
000200*                   EACH DEPT SECTION AND LATE ITEM SHOWS ITS    *
000210*                   SITE, AND THE DEPT TABLE HOLDS 100           *
000220*                   DEPARTMENTS ACROSS ALL SITES. A BLANK SITE   *
000230*                   ON ANY FILE IS SITE 01. A PENDING ACK TAKES  *
000240*                   ITS SITE FROM THE ASSIGN LOG RECORD IT WAS   *
000250*                   EXPORTED FROM, OR SITE 01 WHEN THAT RECORD   *
000260*                   IS GONE.                                     *
000270*----------------------------------------------------------------*

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.

000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS BUSINESS-DATE-STATUS.

000350     SELECT SERVICE-TARGET-FILE ASSIGN TO "SVCTARG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS SERVICE-TARGET-STATUS.

000380     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DEPT-MASTER-STATUS.

000410     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS DEFER-QUEUE-STATUS.

000440     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS PICK-FORWARD-STATUS.

000470     SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS PENDING-IN-STATUS.

000500     SELECT DEPT-CODE-REJECT-LOG ASSIGN TO "DEPTREJ"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS REJECT-LOG-STATUS.

000530     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS ASSIGN-LOG-STATUS.

000560     SELECT AGING-REPORT ASSIGN TO "WIPRPT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS AGING-RPT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BUSINESS-DATE-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  BUSINESS-DATE-RECORD.
000640     COPY BUSDATE.

000650 FD  SERVICE-TARGET-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  SERVICE-TARGET-RECORD.
000680     COPY SVCTARG.

000690 FD  DEPT-MASTER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  DEPT-MASTER-RECORD.
000720     COPY DEPTMAST.

000730 FD  DEFERRED-QUEUE-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  DEFERRED-QUEUE-RECORD.
000770     COPY DEFERQ.

000780 FD  PICK-FORWARD-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  PICK-FORWARD-RECORD.
000820     COPY PICKFWD.

000830 FD  PENDING-IN-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  PENDING-IN-RECORD.
000870     COPY PENDACK.

000880 FD  DEPT-CODE-REJECT-LOG
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  DEPT-CODE-REJECT-RECORD.
000920     COPY REJECTLG.

000930 FD  PRODUCT-ASSIGN-LOG
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  ASSIGN-LOG-RECORD.
000970     COPY ASSNLOG.

000980 FD  AGING-REPORT
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  AGING-REPORT-LINE          PIC X(80).

001020 WORKING-STORAGE SECTION.
001030 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001040     88  BUSINESS-DATE-OK       VALUE "00".
001050 77  SERVICE-TARGET-STATUS      PIC X(02) VALUE SPACES.
001060     88  SERVICE-TARGET-OK      VALUE "00".
001070     88  SERVICE-TARGET-EOF     VALUE "10".
001080 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001090     88  DEPT-MASTER-OK         VALUE "00".
001100     88  DEPT-MASTER-EOF        VALUE "10".
001110 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001120     88  DEFER-QUEUE-OK         VALUE "00".
001130 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001140     88  PICK-FORWARD-OK        VALUE "00".
001150 77  PENDING-IN-STATUS          PIC X(02) VALUE SPACES.
001160     88  PENDING-IN-OK          VALUE "00".
001170 77  REJECT-LOG-STATUS          PIC X(02) VALUE SPACES.
001180     88  REJECT-LOG-OK          VALUE "00".
001190 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
001200     88  ASSIGN-LOG-OK          VALUE "00".
001210 77  AGING-RPT-STATUS           PIC X(02) VALUE SPACES.
001220     88  AGING-RPT-OK           VALUE "00".
001230 77  END-OF-SOURCE-SWITCH       PIC X(01) VALUE "N".
001240     88  END-OF-SOURCE          VALUE "Y".
001250 77  END-OF-LOG-SWITCH          PIC X(01) VALUE "N".
001260     88  END-OF-LOG             VALUE "Y".

001270 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001280 77  AGE-WINDOW                 PIC 9(03) COMP VALUE 366.
001290 77  ALL-ROW-SUB                PIC 9(03) COMP VALUE 102.
001300 77  CHECK-DATE                 PIC 9(08) VALUE ZERO.
001310 77  CHECK-DEPT-CODE            PIC 9(02) VALUE ZERO.
001320 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.
001330 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001340 77  CHECK-PRIORITY-CODE        PIC X(01) VALUE SPACE.

001350 77  AGE-SUB                    PIC 9(03) COMP VALUE ZERO.
001360 77  AGE-HIT-SUB                PIC 9(03) COMP VALUE ZERO.
001370 77  DEPT-SUB                   PIC 9(03) COMP VALUE ZERO.
001380 77  DEPT-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001390 77  PRI-SUB                    PIC 9(03) COMP VALUE ZERO.
001400 77  PRI-HIT-SUB                PIC 9(03) COMP VALUE ZERO.
001410 77  BUCKET-SUB                 PIC 9(03) COMP VALUE ZERO.
001420 77  SOURCE-SUB                 PIC 9(03) COMP VALUE ZERO.
001430 77  PEND-SUB                   PIC 9(04) COMP VALUE ZERO.
001440 77  PEND-HIT-SUB               PIC 9(04) COMP VALUE ZERO.

001450 77  LATE-LINE-COUNT            PIC 9(07) COMP VALUE ZERO.
001460 77  PEND-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.
001470 77  PEND-UNMATCHED-COUNT       PIC 9(05) COMP VALUE ZERO.
001480 77  PRIORITY-ROWS-PRINTED      PIC 9(03) COMP VALUE ZERO.
001490 77  PCT-NUMERATOR              PIC 9(09) COMP VALUE ZERO.
001500 77  PCT-DENOMINATOR            PIC 9(09) COMP VALUE ZERO.
001510 77  PCT-VALUE                  PIC 9(03)V9 VALUE ZERO.
001520 77  PCT-EDIT                   PIC ZZ9.9.
001530 77  PCT-TEXT                   PIC X(05) VALUE SPACES.
001540 77  COUNT-EDIT                 PIC ZZZ,ZZ9.
001550 77  COUNT-EDIT-2               PIC ZZZ,ZZ9.
001560 77  COUNT-EDIT-3               PIC ZZZ,ZZ9.
001570 77  TARGET-EDIT                PIC Z9.

001580 01  AGE-DATE-TABLE.
001590     05  AD-DATE                PIC 9(08) OCCURS 366 TIMES.

001600 01  WALK-DATE.
001610     05  WALK-YYYY              PIC 9(04).
001620     05  WALK-MM                PIC 9(02).
001630     05  WALK-DD                PIC 9(02).
001640 01  WALK-DATE-NUM REDEFINES WALK-DATE
001650                                PIC 9(08).
001660 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001670 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

001680 01  MONTH-DAYS-TABLE.
001690     05  FILLER                 PIC X(24) VALUE
001700         "312831303130313130313031".
001710 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001720     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001730*    ONE ITEM OF OPEN WORK, WHICHEVER FILE IT CAME FROM.
001740 01  ITEM-WORK.
001750     05  IW-SOURCE-SUB          PIC 9(03) COMP.
001760     05  IW-PRODUCT-NAME        PIC X(30).
001770     05  IW-SITE-CODE           PIC X(02).
001780     05  IW-DEPT-CODE           PIC 9(02).
001790     05  IW-PRODUCT-QTY         PIC 9(05).
001800     05  IW-PRIORITY-CODE       PIC X(01).
001810     05  IW-SINCE-DATE          PIC 9(08).
001820     05  IW-AGE-DAYS            PIC 9(03).

001830 01  SOURCE-NAME-VALUES.
001840     05  FILLER                 PIC X(07) VALUE "DEFERQ ".
001850     05  FILLER                 PIC X(07) VALUE "PICKFWD".
001860     05  FILLER                 PIC X(07) VALUE "PENDACK".
001870     05  FILLER                 PIC X(07) VALUE "DEPTREJ".
001880 01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
001890     05  SN-SOURCE-NAME         PIC X(07) OCCURS 4 TIMES.

001900 01  SOURCE-TOTALS.
001910     05  SOURCE-TOTAL-ENTRY OCCURS 4 TIMES.
001920         10  SRC-FOUND-FLAG     PIC X(01).
001930         10  SRC-ITEMS          PIC 9(07) COMP.
001940         10  SRC-LATE           PIC 9(07) COMP.

001950 01  PRIORITY-TABLE.
001960     05  PRIORITY-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
001970     05  PRIORITY-TABLE-ENTRY OCCURS 10 TIMES.
001980         10  PT-PRIORITY-CODE   PIC X(01).
001990         10  PT-TARGET-FLAG     PIC X(01).
002000         10  PT-TARGET-DAYS     PIC 9(02).
002010         10  PT-PRIORITY-DESC   PIC X(20).

002020 01  DEPT-TABLE.
002030     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
002040     05  DEPT-TABLE-ENTRY OCCURS 1 TO 101 TIMES
002050             DEPENDING ON DEPT-TABLE-COUNT.
002060         10  DT-SITE-CODE       PIC X(02).
002070         10  DT-DEPT-CODE       PIC 9(02).
002080         10  DT-DEPT-NAME       PIC X(15).
002090         10  DT-ACTIVITY-FLAG   PIC X(01).

002100*    ONE ROW PER DEPT TABLE ENTRY; ROW 102 (ALL-ROW-SUB) HOLDS
002110*    THE SAME COUNTS SUMMED OVER EVERY DEPT.
002120 01  AGING-GRID.
002130     05  AG-DEPT-ROW OCCURS 102 TIMES.
002140         10  AG-PRIORITY-CELL OCCURS 10 TIMES.
002150             15  AG-BUCKET      PIC 9(07) COMP OCCURS 5 TIMES.
002160             15  AG-TOTAL       PIC 9(07) COMP.
002170             15  AG-LATE        PIC 9(07) COMP.

002180*    PENDACK CARRIES NO PRIORITY, SO ITS ITEMS ARE HELD HERE
002190*    UNTIL THE ASSIGN LOG RECORD EACH WAS EXPORTED FROM IS
002200*    FOUND.
002210 01  PENDING-TABLE.
002220     05  PENDING-TABLE-COUNT    PIC 9(04) COMP VALUE ZERO.
002230     05  PENDING-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
002240             DEPENDING ON PENDING-TABLE-COUNT.
002250         10  PN-PRODUCT-NAME    PIC X(30).
002260         10  PN-SITE-CODE       PIC X(02).
002270         10  PN-DEPT-CODE       PIC 9(02).
002280         10  PN-EXPORT-QTY      PIC 9(05).
002290         10  PN-EXPORT-DATE     PIC 9(08).
002300         10  PN-AGE-DAYS        PIC 9(03).
002310         10  PN-PRIORITY-CODE   PIC X(01).
002320         10  PN-MATCH-FLAG      PIC X(01).

002330 01  ROW-WORK.
002340     05  RW-BUCKET              PIC 9(07) COMP OCCURS 5 TIMES.
002350     05  RW-TOTAL               PIC 9(07) COMP.
002360     05  RW-LATE                PIC 9(07) COMP.
002370     05  RW-TARGETED            PIC 9(07) COMP.

002380 01  SUM-WORK.
002390     05  SW-BUCKET              PIC 9(07) COMP OCCURS 5 TIMES.
002400     05  SW-TOTAL               PIC 9(07) COMP.
002410     05  SW-LATE                PIC 9(07) COMP.
002420     05  SW-TARGETED            PIC 9(07) COMP.

002430 01  AGING-DETAIL-LINE.
002440     05  FILLER                 PIC X(02) VALUE SPACES.
002450     05  ADL-PRIORITY-LABEL     PIC X(05).
002460     05  ADL-BUCKET-CELL OCCURS 5 TIMES.
002470         10  FILLER             PIC X(02).
002480         10  ADL-BUCKET         PIC ZZZ,ZZ9.
002490     05  FILLER                 PIC X(02) VALUE SPACES.
002500     05  ADL-TOTAL              PIC ZZZ,ZZ9.
002510     05  FILLER                 PIC X(02) VALUE SPACES.
002520     05  ADL-LATE               PIC ZZZ,ZZ9.
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  ADL-SERVICE-PCT        PIC X(05).
002550     05  FILLER                 PIC X(05) VALUE SPACES.

002560 01  LATE-ITEM-LINE.
002570     05  FILLER                 PIC X(02) VALUE SPACES.
002580     05  LIL-SOURCE             PIC X(07).
002590     05  FILLER                 PIC X(01) VALUE SPACES.
002600     05  LIL-SITE-CODE          PIC X(02).
002610     05  FILLER                 PIC X(01) VALUE SPACES.
002620     05  LIL-DEPT-CODE          PIC 9(02).
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  LIL-PRIORITY-CODE      PIC X(01).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  LIL-PRODUCT-NAME       PIC X(30).
002670     05  FILLER                 PIC X(01) VALUE SPACES.
002680     05  LIL-SINCE-DATE         PIC 9(08).
002690     05  FILLER                 PIC X(01) VALUE SPACES.
002700     05  LIL-AGE-DAYS           PIC ZZ9.
002710     05  FILLER                 PIC X(02) VALUE SPACES.
002720     05  LIL-TARGET-DAYS        PIC Z9.
002730     05  FILLER                 PIC X(01) VALUE SPACES.
002740     05  LIL-PRODUCT-QTY        PIC ZZ,ZZ9.
002750     05  FILLER                 PIC X(06) VALUE SPACES.

002760 PROCEDURE DIVISION.
002770 100-START-LOGIC.
002780     PERFORM 1000-INITIALIZE.
002790     PERFORM 2000-AGE-DEFERRED-QUEUE.
002800     PERFORM 2200-AGE-PICK-FORWARD.
002810     PERFORM 2400-AGE-PENDING-ACKS.
002820     PERFORM 2600-AGE-REJECT-LOG.
002830     PERFORM 3000-PRINT-AGING-SUMMARY.
002840     PERFORM 4000-TERMINATE.
002850     STOP RUN.

002860 1000-INITIALIZE.
002870     DISPLAY "=== GIGAHERTZ WIP AGING v1.0 ===".
002880     PERFORM 1050-READ-BUSINESS-DATE.
002890     PERFORM 1100-BUILD-AGE-DATES.
002900     PERFORM 1200-LOAD-DEPT-MASTER.
002910     PERFORM 1300-LOAD-SERVICE-TARGETS.
002920     INITIALIZE AGING-GRID.
002930     INITIALIZE SOURCE-TOTALS.
002940     OPEN OUTPUT AGING-REPORT.
002950     PERFORM 1400-PRINT-REPORT-HEADING.

002960 1050-READ-BUSINESS-DATE.
002970     OPEN INPUT BUSINESS-DATE-FILE.
002980     IF NOT BUSINESS-DATE-OK
002990         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
003000             "AGE OPEN WORK. RUN ABORTED."
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     READ BUSINESS-DATE-FILE
003050         AT END
003060             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
003070                 "AGE OPEN WORK. RUN ABORTED."
003080             CLOSE BUSINESS-DATE-FILE
003090             MOVE 16 TO RETURN-CODE
003100             STOP RUN
003110     END-READ.
003120     CLOSE BUSINESS-DATE-FILE.
003130     MOVE BD-BUSINESS-DATE TO RUN-DATE.
003140     IF BD-CATCHUP-ACTIVE
003150         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
003160             " - OPEN DATE IS " BD-RESUME-DATE "."
003170     END-IF.

003180 1100-BUILD-AGE-DATES.
003190*    ENTRY 1 IS THE BUSINESS DATE (AGE 0) AND EACH ENTRY AFTER
003200*    IT ONE CALENDAR DAY EARLIER, SO AN ITEM'S AGE IN DAYS IS
003210*    ITS ENTRY NUMBER LESS ONE.
003220     MOVE RUN-DATE TO WALK-DATE-NUM.
003230     PERFORM 1150-SET-AGE-DATE
003240         VARYING AGE-SUB FROM 1 BY 1
003250         UNTIL AGE-SUB > AGE-WINDOW.

003260 1150-SET-AGE-DATE.
003270     MOVE WALK-DATE-NUM TO AD-DATE (AGE-SUB).
003280     PERFORM 1180-BACK-ONE-DAY.

003290 1180-BACK-ONE-DAY.
003300     IF WALK-DD > 1
003310         SUBTRACT 1 FROM WALK-DD
003320     ELSE
003330         IF WALK-MM = 1
003340             MOVE 12 TO WALK-MM
003350             SUBTRACT 1 FROM WALK-YYYY
003360         ELSE
003370             SUBTRACT 1 FROM WALK-MM
003380         END-IF
003390         MOVE MONTH-DAYS (WALK-MM) TO WALK-DD
003400         IF WALK-MM = 2
003410             PERFORM 1190-ADJUST-FOR-LEAP-YEAR
003420         END-IF
003430     END-IF.

003440 1190-ADJUST-FOR-LEAP-YEAR.
003450     DIVIDE WALK-YYYY BY 4 GIVING LEAP-QUOTIENT
003460         REMAINDER LEAP-REMAINDER.
003470     IF LEAP-REMAINDER = ZERO
003480         DIVIDE WALK-YYYY BY 100 GIVING LEAP-QUOTIENT
003490             REMAINDER LEAP-REMAINDER
003500         IF LEAP-REMAINDER NOT = ZERO
003510             MOVE 29 TO WALK-DD
003520         ELSE
003530             DIVIDE WALK-YYYY BY 400 GIVING LEAP-QUOTIENT
003540                 REMAINDER LEAP-REMAINDER
003550             IF LEAP-REMAINDER = ZERO
003560                 MOVE 29 TO WALK-DD
003570             END-IF
003580         END-IF
003590     END-IF.

003600 1200-LOAD-DEPT-MASTER.
003610     OPEN INPUT DEPT-MASTER-FILE.
003620     IF NOT DEPT-MASTER-OK
003630         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT AGE "
003640             "OPEN WORK. RUN ABORTED."
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     PERFORM 1250-READ-DEPT-MASTER-RECORD.
003690     PERFORM 1260-ADD-DEPT-TABLE-ENTRY
003700         UNTIL DEPT-MASTER-EOF.
003710     CLOSE DEPT-MASTER-FILE.
003720     ADD 1 TO DEPT-TABLE-COUNT.
003730     MOVE "**" TO DT-SITE-CODE (DEPT-TABLE-COUNT).
003740     MOVE ZERO TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
003750     MOVE "UNKNOWN-DEPT"
003760         TO DT-DEPT-NAME (DEPT-TABLE-COUNT).
003770     MOVE "N" TO DT-ACTIVITY-FLAG (DEPT-TABLE-COUNT).

003780 1250-READ-DEPT-MASTER-RECORD.
003790     READ DEPT-MASTER-FILE
003800         AT END
003810             SET DEPT-MASTER-EOF TO TRUE
003820     END-READ.

003830 1260-ADD-DEPT-TABLE-ENTRY.
003840     IF DEPT-TABLE-COUNT >= 100
003850         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 "
003860             "DEPARTMENTS. RUN ABORTED."
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     ADD 1 TO DEPT-TABLE-COUNT.
003910     IF DM-SITE-CODE = SPACES
003920         MOVE HOME-SITE-CODE TO DM-SITE-CODE
003930     END-IF.
003940     MOVE DM-SITE-CODE TO DT-SITE-CODE (DEPT-TABLE-COUNT).
003950     MOVE DM-DEPT-CODE TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
003960     MOVE DM-DEPT-NAME TO DT-DEPT-NAME (DEPT-TABLE-COUNT).
003970     MOVE "N" TO DT-ACTIVITY-FLAG (DEPT-TABLE-COUNT).
003980     PERFORM 1250-READ-DEPT-MASTER-RECORD.

003990 1300-LOAD-SERVICE-TARGETS.
004000*    WITHOUT THE PARAMETER FILE THE HOUSE TARGETS APPLY - HIGH
004010*    SAME DAY, MEDIUM NEXT DAY, LOW WITHIN THREE DAYS. WORK
004020*    UNDER A PRIORITY WITH NO TARGET IS AGED BUT LEFT OUT OF
004030*    THE SERVICE LEVEL.
004040     OPEN INPUT SERVICE-TARGET-FILE.
004050     IF NOT SERVICE-TARGET-OK
004060         DISPLAY "NO SERVICE-TARGET-FILE - DEFAULT TARGETS "
004070             "H 0, M 1, L 3 DAYS USED."
004080         MOVE "H" TO PT-PRIORITY-CODE (1)
004090         MOVE 0 TO PT-TARGET-DAYS (1)
004100         MOVE "HIGH" TO PT-PRIORITY-DESC (1)
004110         MOVE "M" TO PT-PRIORITY-CODE (2)
004120         MOVE 1 TO PT-TARGET-DAYS (2)
004130         MOVE "MEDIUM" TO PT-PRIORITY-DESC (2)
004140         MOVE "L" TO PT-PRIORITY-CODE (3)
004150         MOVE 3 TO PT-TARGET-DAYS (3)
004160         MOVE "LOW" TO PT-PRIORITY-DESC (3)
004170         MOVE "Y" TO PT-TARGET-FLAG (1)
004180         MOVE "Y" TO PT-TARGET-FLAG (2)
004190         MOVE "Y" TO PT-TARGET-FLAG (3)
004200         MOVE 3 TO PRIORITY-TABLE-COUNT
004210     ELSE
004220         PERFORM 1350-READ-TARGET-RECORD
004230         PERFORM 1360-ADD-TARGET-ENTRY
004240             UNTIL SERVICE-TARGET-EOF
004250         CLOSE SERVICE-TARGET-FILE
004260     END-IF.
004270     ADD 1 TO PRIORITY-TABLE-COUNT.
004280     MOVE "?" TO PT-PRIORITY-CODE (PRIORITY-TABLE-COUNT).
004290     MOVE "N" TO PT-TARGET-FLAG (PRIORITY-TABLE-COUNT).
004300     MOVE ZERO TO PT-TARGET-DAYS (PRIORITY-TABLE-COUNT).
004310     MOVE "NO TARGET" TO PT-PRIORITY-DESC (PRIORITY-TABLE-COUNT).

004320 1350-READ-TARGET-RECORD.
004330     READ SERVICE-TARGET-FILE
004340         AT END
004350             SET SERVICE-TARGET-EOF TO TRUE
004360     END-READ.

004370 1360-ADD-TARGET-ENTRY.
004380*    THE LAST SLOT IS KEPT FOR "?" - WORK WITH A BLANK PRIORITY
004390*    OR ONE NOT ON THE FILE.
004400     MOVE ST-PRIORITY-CODE TO CHECK-PRIORITY-CODE.
004410     PERFORM 5200-FIND-PRIORITY-SLOT.
004420     EVALUATE TRUE
004430         WHEN ST-PRIORITY-CODE = SPACE
004440                 OR ST-PRIORITY-CODE = "?"
004450                 OR ST-TARGET-DAYS NOT NUMERIC
004460             DISPLAY "SERVICE-TARGET RECORD IGNORED: "
004470                 SERVICE-TARGET-RECORD
004480         WHEN PRI-HIT-SUB > ZERO
004490             DISPLAY "DUPLICATE SERVICE TARGET FOR PRIORITY "
004500                 ST-PRIORITY-CODE " IGNORED."
004510         WHEN PRIORITY-TABLE-COUNT >= 9
004520             DISPLAY "SERVICE-TARGET-FILE HAS MORE THAN 9 "
004530                 "PRIORITIES - REMAINDER IGNORED."
004540             SET SERVICE-TARGET-EOF TO TRUE
004550         WHEN OTHER
004560             ADD 1 TO PRIORITY-TABLE-COUNT
004570             MOVE ST-PRIORITY-CODE
004580                 TO PT-PRIORITY-CODE (PRIORITY-TABLE-COUNT)
004590             MOVE "Y" TO PT-TARGET-FLAG (PRIORITY-TABLE-COUNT)
004600             MOVE ST-TARGET-DAYS
004610                 TO PT-TARGET-DAYS (PRIORITY-TABLE-COUNT)
004620             MOVE ST-PRIORITY-DESC
004630                 TO PT-PRIORITY-DESC (PRIORITY-TABLE-COUNT)
004640     END-EVALUATE.
004650     IF NOT SERVICE-TARGET-EOF
004660         PERFORM 1350-READ-TARGET-RECORD
004670     END-IF.

004680 1400-PRINT-REPORT-HEADING.
004690     MOVE SPACES TO AGING-REPORT-LINE.
004700     STRING "GIGAHERTZ WORK-IN-PROGRESS AGING - BUSINESS DATE "
004710             RUN-DATE
004720             DELIMITED BY SIZE INTO AGING-REPORT-LINE.
004730     WRITE AGING-REPORT-LINE.
004740     MOVE "SERVICE TARGETS (DAYS OUTSTANDING ALLOWED):"
004750         TO AGING-REPORT-LINE.
004760     WRITE AGING-REPORT-LINE.
004770     PERFORM 1450-PRINT-TARGET-LINE
004780         VARYING PRI-SUB FROM 1 BY 1
004790         UNTIL PRI-SUB > PRIORITY-TABLE-COUNT.
004800     MOVE SPACES TO AGING-REPORT-LINE.
004810     STRING "AGE IS CALENDAR DAYS SINCE THE ITEM OPENED; PENDACK "
004820             "AGE IS CYCLES CHASED"
004830             DELIMITED BY SIZE INTO AGING-REPORT-LINE.
004840     WRITE AGING-REPORT-LINE.
004850     MOVE SPACES TO AGING-REPORT-LINE.
004860     STRING "LESS ONE. SL% = ITEMS WITHIN TARGET / ITEMS WITH A "
004870             "TARGET."
004880             DELIMITED BY SIZE INTO AGING-REPORT-LINE.
004890     WRITE AGING-REPORT-LINE.
004900     MOVE SPACES TO AGING-REPORT-LINE.
004910     WRITE AGING-REPORT-LINE.
004920     MOVE "ITEMS PAST SERVICE TARGET" TO AGING-REPORT-LINE.
004930     WRITE AGING-REPORT-LINE.
004940     MOVE SPACES TO AGING-REPORT-LINE.
004950     STRING "  SOURCE  ST DP  P  PRODUCT                        "
004960             "OPENED   AGE TGT    QTY"
004970             DELIMITED BY SIZE INTO AGING-REPORT-LINE.
004980     WRITE AGING-REPORT-LINE.
004990     MOVE ALL "-" TO AGING-REPORT-LINE.
005000     WRITE AGING-REPORT-LINE.

005010 1450-PRINT-TARGET-LINE.
005020     MOVE SPACES TO AGING-REPORT-LINE.
005030     IF PT-TARGET-FLAG (PRI-SUB) = "Y"
005040         MOVE PT-TARGET-DAYS (PRI-SUB) TO TARGET-EDIT
005050         STRING "  " PT-PRIORITY-CODE (PRI-SUB) "  "
005060                 PT-PRIORITY-DESC (PRI-SUB) TARGET-EDIT
005070                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
005080     ELSE
005090         STRING "  " PT-PRIORITY-CODE (PRI-SUB) "  "
005100                 PT-PRIORITY-DESC (PRI-SUB) " -"
005110                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
005120     END-IF.
005130     WRITE AGING-REPORT-LINE.

005140 2000-AGE-DEFERRED-QUEUE.
005150*    HELD ON THE DEFERRED-WORK QUEUE SINCE DQ-DEFER-DATE.
005160     MOVE 1 TO SOURCE-SUB.
005170     OPEN INPUT DEFERRED-QUEUE-FILE.
005180     IF NOT DEFER-QUEUE-OK
005190         DISPLAY "DEFERRED-QUEUE-FILE NOT FOUND - NO DEFERRED "
005200             "WORK AGED."
005210         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
005220     ELSE
005230         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
005240         MOVE "N" TO END-OF-SOURCE-SWITCH
005250         PERFORM 2050-READ-DEFER-RECORD
005260         PERFORM 2100-AGE-DEFER-RECORD
005270             UNTIL END-OF-SOURCE
005280         CLOSE DEFERRED-QUEUE-FILE
005290     END-IF.

005300 2050-READ-DEFER-RECORD.
005310     READ DEFERRED-QUEUE-FILE
005320         AT END
005330             SET END-OF-SOURCE TO TRUE
005340     END-READ.

005350 2100-AGE-DEFER-RECORD.
005360     MOVE SOURCE-SUB       TO IW-SOURCE-SUB.
005370     MOVE DQ-PRODUCT-NAME  TO IW-PRODUCT-NAME.
005380     MOVE DQ-SITE-CODE     TO IW-SITE-CODE.
005390     MOVE DQ-DEPT-CODE     TO IW-DEPT-CODE.
005400     MOVE DQ-PRODUCT-QTY   TO IW-PRODUCT-QTY.
005410     MOVE DQ-PRIORITY-CODE TO IW-PRIORITY-CODE.
005420     MOVE DQ-DEFER-DATE    TO IW-SINCE-DATE.
005430     PERFORM 5100-COMPUTE-AGE.
005440     PERFORM 5000-AGE-ONE-ITEM.
005450     PERFORM 2050-READ-DEFER-RECORD.

005460 2200-AGE-PICK-FORWARD.
005470*    ASSIGNED BUT NEVER PICKED SINCE CF-ASSIGN-DATE.
005480     MOVE 2 TO SOURCE-SUB.
005490     OPEN INPUT PICK-FORWARD-FILE.
005500     IF NOT PICK-FORWARD-OK
005510         DISPLAY "PICK-FORWARD-FILE NOT FOUND - NO UNPICKED "
005520             "WORK AGED."
005530         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
005540     ELSE
005550         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
005560         MOVE "N" TO END-OF-SOURCE-SWITCH
005570         PERFORM 2250-READ-FORWARD-RECORD
005580         PERFORM 2300-AGE-FORWARD-RECORD
005590             UNTIL END-OF-SOURCE
005600         CLOSE PICK-FORWARD-FILE
005610     END-IF.

005620 2250-READ-FORWARD-RECORD.
005630     READ PICK-FORWARD-FILE
005640         AT END
005650             SET END-OF-SOURCE TO TRUE
005660     END-READ.

005670 2300-AGE-FORWARD-RECORD.
005680     MOVE SOURCE-SUB       TO IW-SOURCE-SUB.
005690     MOVE CF-PRODUCT-NAME  TO IW-PRODUCT-NAME.
005700     MOVE CF-SITE-CODE     TO IW-SITE-CODE.
005710     MOVE CF-DEPT-CODE     TO IW-DEPT-CODE.
005720     MOVE CF-PRODUCT-QTY   TO IW-PRODUCT-QTY.
005730     MOVE CF-PRIORITY-CODE TO IW-PRIORITY-CODE.
005740     MOVE CF-ASSIGN-DATE   TO IW-SINCE-DATE.
005750     PERFORM 5100-COMPUTE-AGE.
005760     PERFORM 5000-AGE-ONE-ITEM.
005770     PERFORM 2250-READ-FORWARD-RECORD.

005780 2400-AGE-PENDING-ACKS.
005790*    EXPORTED BUT NOT YET ACKNOWLEDGED BY INVENTORY. INV-
005800*    RECONCILE CHASES EACH ITEM ONCE PER BUSINESS DAY STARTING
005810*    ON THE EXPORT DAY, SO THE DAYS OUTSTANDING ARE THE CYCLES
005820*    PENDING LESS ONE.
005830     MOVE 3 TO SOURCE-SUB.
005840     OPEN INPUT PENDING-IN-FILE.
005850     IF NOT PENDING-IN-OK
005860         DISPLAY "PENDING-ACK FILE NOT FOUND - NO UNACKNOWLEDGED "
005870             "EXPORTS AGED."
005880         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
005890     ELSE
005900         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
005910         MOVE "N" TO END-OF-SOURCE-SWITCH
005920         PERFORM 2450-READ-PENDING-RECORD
005930         PERFORM 2460-LOAD-PENDING-ENTRY
005940             UNTIL END-OF-SOURCE
005950         CLOSE PENDING-IN-FILE
005960         IF PENDING-TABLE-COUNT > ZERO
005970             PERFORM 2500-MATCH-PENDING-PRIORITY
005980             PERFORM 2560-AGE-PENDING-ENTRY
005990                 VARYING PEND-SUB FROM 1 BY 1
006000                 UNTIL PEND-SUB > PENDING-TABLE-COUNT
006010         END-IF
006020     END-IF.

006030 2450-READ-PENDING-RECORD.
006040     READ PENDING-IN-FILE
006050         AT END
006060             SET END-OF-SOURCE TO TRUE
006070     END-READ.

006080 2460-LOAD-PENDING-ENTRY.
006090*    PAST THE TABLE'S 2000 ENTRIES AN ITEM IS AGED AT ONCE
006100*    UNDER "?" RATHER THAN LEFT OFF THE REPORT.
006110     MOVE SOURCE-SUB        TO IW-SOURCE-SUB.
006120     MOVE PA-PRODUCT-NAME   TO IW-PRODUCT-NAME.
006130     MOVE HOME-SITE-CODE    TO IW-SITE-CODE.
006140     MOVE PA-DEPT-CODE      TO IW-DEPT-CODE.
006150     MOVE PA-EXPORT-QTY     TO IW-PRODUCT-QTY.
006160     MOVE SPACE             TO IW-PRIORITY-CODE.
006170     MOVE PA-EXPORT-DATE    TO IW-SINCE-DATE.
006180     IF PA-CYCLES-PENDING > ZERO
006190         COMPUTE IW-AGE-DAYS = PA-CYCLES-PENDING - 1
006200     ELSE
006210         MOVE ZERO TO IW-AGE-DAYS
006220     END-IF.
006230     IF PENDING-TABLE-COUNT >= 2000
006240         ADD 1 TO PEND-OVERFLOW-COUNT
006250         PERFORM 5000-AGE-ONE-ITEM
006260     ELSE
006270         ADD 1 TO PENDING-TABLE-COUNT
006280         MOVE IW-PRODUCT-NAME
006290             TO PN-PRODUCT-NAME (PENDING-TABLE-COUNT)
006300         MOVE IW-SITE-CODE
006310             TO PN-SITE-CODE (PENDING-TABLE-COUNT)
006320         MOVE IW-DEPT-CODE
006330             TO PN-DEPT-CODE (PENDING-TABLE-COUNT)
006340         MOVE IW-PRODUCT-QTY
006350             TO PN-EXPORT-QTY (PENDING-TABLE-COUNT)
006360         MOVE IW-SINCE-DATE
006370             TO PN-EXPORT-DATE (PENDING-TABLE-COUNT)
006380         MOVE IW-AGE-DAYS
006390             TO PN-AGE-DAYS (PENDING-TABLE-COUNT)
006400         MOVE SPACE
006410             TO PN-PRIORITY-CODE (PENDING-TABLE-COUNT)
006420         MOVE "N"
006430             TO PN-MATCH-FLAG (PENDING-TABLE-COUNT)
006440     END-IF.
006450     PERFORM 2450-READ-PENDING-RECORD.

006460 2500-MATCH-PENDING-PRIORITY.
006470*    AN EXPORT IS THE "A" LOG RECORD ASSIGNED ON THE EXPORT
006480*    DATE FOR THE SAME PRODUCT, DEPT AND QUANTITY - IT CARRIES
006490*    THE PRIORITY AND THE SITE. AN ITEM WHOSE RECORD HAS BEEN
006500*    ARCHIVED OFF THE LOG STAYS UNDER "?" AT SITE 01.
006510     OPEN INPUT PRODUCT-ASSIGN-LOG.
006520     IF NOT ASSIGN-LOG-OK
006530         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - UNACKNOWLEDGED "
006540             "EXPORTS AGED WITHOUT PRIORITY."
006550     ELSE
006560         MOVE "N" TO END-OF-LOG-SWITCH
006570         PERFORM 2510-READ-LOG-RECORD
006580         PERFORM 2520-MATCH-LOG-RECORD
006590             UNTIL END-OF-LOG
006600         CLOSE PRODUCT-ASSIGN-LOG
006610     END-IF.

006620 2510-READ-LOG-RECORD.
006630     READ PRODUCT-ASSIGN-LOG
006640         AT END
006650             SET END-OF-LOG TO TRUE
006660     END-READ.

006670 2520-MATCH-LOG-RECORD.
006680     IF LOG-TYPE-ASSIGN
006690         MOVE ZERO TO PEND-HIT-SUB
006700         PERFORM 2530-MATCH-PENDING-ENTRY
006710             VARYING PEND-SUB FROM 1 BY 1
006720             UNTIL PEND-SUB > PENDING-TABLE-COUNT
006730             OR PEND-HIT-SUB > ZERO
006740         IF PEND-HIT-SUB > ZERO
006750             MOVE "Y" TO PN-MATCH-FLAG (PEND-HIT-SUB)
006760             MOVE LOG-PRIORITY-CODE
006770                 TO PN-PRIORITY-CODE (PEND-HIT-SUB)
006780             IF LOG-SITE-CODE NOT = SPACES
006790                 MOVE LOG-SITE-CODE
006800                     TO PN-SITE-CODE (PEND-HIT-SUB)
006810             END-IF
006820         END-IF
006830     END-IF.
006840     PERFORM 2510-READ-LOG-RECORD.

006850 2530-MATCH-PENDING-ENTRY.
006860     IF PN-MATCH-FLAG (PEND-SUB) = "N"
006870         AND PN-EXPORT-DATE (PEND-SUB) = LOG-ASSIGN-DATE
006880         AND PN-PRODUCT-NAME (PEND-SUB) = LOG-PRODUCT-NAME
006890         AND PN-DEPT-CODE (PEND-SUB) = LOG-DEPT-CODE
006900         AND PN-EXPORT-QTY (PEND-SUB) = LOG-PRODUCT-QTY
006910         MOVE PEND-SUB TO PEND-HIT-SUB
006920     END-IF.

006930 2560-AGE-PENDING-ENTRY.
006940     IF PN-MATCH-FLAG (PEND-SUB) = "N"
006950         ADD 1 TO PEND-UNMATCHED-COUNT
006960     END-IF.
006970     MOVE SOURCE-SUB TO IW-SOURCE-SUB.
006980     MOVE PN-PRODUCT-NAME (PEND-SUB)  TO IW-PRODUCT-NAME.
006990     MOVE PN-SITE-CODE (PEND-SUB)     TO IW-SITE-CODE.
007000     MOVE PN-DEPT-CODE (PEND-SUB)     TO IW-DEPT-CODE.
007010     MOVE PN-EXPORT-QTY (PEND-SUB)    TO IW-PRODUCT-QTY.
007020     MOVE PN-PRIORITY-CODE (PEND-SUB) TO IW-PRIORITY-CODE.
007030     MOVE PN-EXPORT-DATE (PEND-SUB)   TO IW-SINCE-DATE.
007040     MOVE PN-AGE-DAYS (PEND-SUB)      TO IW-AGE-DAYS.
007050     PERFORM 5000-AGE-ONE-ITEM.

007060 2600-AGE-REJECT-LOG.
007070*    REJECTED AND NOT YET RESUBMITTED OR ABANDONED SINCE
007080*    RJ-RUN-DATE. REJECT-RECYCLE DROPS DECIDED REJECTS, SO
007090*    EVERY RECORD LEFT ON THE LOG IS OPEN - INCLUDING ONE THAT
007100*    FAILED AGAIN AFTER A RECYCLE.
007110     MOVE 4 TO SOURCE-SUB.
007120     OPEN INPUT DEPT-CODE-REJECT-LOG.
007130     IF NOT REJECT-LOG-OK
007140         DISPLAY "DEPT-CODE-REJECT-LOG NOT FOUND - NO REJECTED "
007150             "WORK AGED."
007160         MOVE "N" TO SRC-FOUND-FLAG (SOURCE-SUB)
007170     ELSE
007180         MOVE "Y" TO SRC-FOUND-FLAG (SOURCE-SUB)
007190         MOVE "N" TO END-OF-SOURCE-SWITCH
007200         PERFORM 2650-READ-REJECT-RECORD
007210         PERFORM 2700-AGE-REJECT-RECORD
007220             UNTIL END-OF-SOURCE
007230         CLOSE DEPT-CODE-REJECT-LOG
007240     END-IF.

007250 2650-READ-REJECT-RECORD.
007260     READ DEPT-CODE-REJECT-LOG
007270         AT END
007280             SET END-OF-SOURCE TO TRUE
007290     END-READ.

007300 2700-AGE-REJECT-RECORD.
007310     MOVE SOURCE-SUB       TO IW-SOURCE-SUB.
007320     MOVE RJ-PRODUCT-NAME  TO IW-PRODUCT-NAME.
007330     MOVE RJ-SITE-CODE     TO IW-SITE-CODE.
007340     MOVE RJ-DEPT-CODE     TO IW-DEPT-CODE.
007350     MOVE RJ-PRODUCT-QTY   TO IW-PRODUCT-QTY.
007360     MOVE RJ-PRIORITY-CODE TO IW-PRIORITY-CODE.
007370     MOVE RJ-RUN-DATE      TO IW-SINCE-DATE.
007380     PERFORM 5100-COMPUTE-AGE.
007390     PERFORM 5000-AGE-ONE-ITEM.
007400     PERFORM 2650-READ-REJECT-RECORD.

007410 3000-PRINT-AGING-SUMMARY.
007420     IF LATE-LINE-COUNT = ZERO
007430         MOVE "  NONE." TO AGING-REPORT-LINE
007440         WRITE AGING-REPORT-LINE
007450     END-IF.
007460     PERFORM 3100-PRINT-DEPT-SECTION
007470         VARYING DEPT-SUB FROM 1 BY 1
007480         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.
007490     MOVE SPACES TO AGING-REPORT-LINE.
007500     WRITE AGING-REPORT-LINE.
007510     MOVE "ALL DEPARTMENTS" TO AGING-REPORT-LINE.
007520     WRITE AGING-REPORT-LINE.
007530     MOVE ALL-ROW-SUB TO DEPT-HIT-SUB.
007540     PERFORM 3200-PRINT-PRIORITY-BLOCK.
007550     PERFORM 3600-PRINT-SOURCE-TOTALS.
007560     MOVE SPACES TO AGING-REPORT-LINE.
007570     WRITE AGING-REPORT-LINE.
007580     MOVE SW-TARGETED TO PCT-DENOMINATOR.
007590     COMPUTE PCT-NUMERATOR = SW-TARGETED - SW-LATE.
007600     PERFORM 3550-FORMAT-PERCENT.
007610     MOVE SW-TARGETED TO COUNT-EDIT.
007620     MOVE PCT-NUMERATOR TO COUNT-EDIT-2.
007630     MOVE SPACES TO AGING-REPORT-LINE.
007640     STRING "SERVICE LEVEL " PCT-TEXT "% - " COUNT-EDIT-2
007650             " OF " COUNT-EDIT " ITEMS WITHIN TARGET"
007660             DELIMITED BY SIZE INTO AGING-REPORT-LINE.
007670     WRITE AGING-REPORT-LINE.

007680 3100-PRINT-DEPT-SECTION.
007690*    ONLY DEPTS HOLDING OPEN WORK ARE PRINTED.
007700     IF DT-ACTIVITY-FLAG (DEPT-SUB) = "Y"
007710         MOVE SPACES TO AGING-REPORT-LINE
007720         WRITE AGING-REPORT-LINE
007730         MOVE SPACES TO AGING-REPORT-LINE
007740         STRING "SITE " DT-SITE-CODE (DEPT-SUB)
007750                 " DEPT " DT-DEPT-CODE (DEPT-SUB) " "
007760                 DT-DEPT-NAME (DEPT-SUB)
007770                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
007780         WRITE AGING-REPORT-LINE
007790         MOVE DEPT-SUB TO DEPT-HIT-SUB
007800         PERFORM 3200-PRINT-PRIORITY-BLOCK
007810     END-IF.

007820 3200-PRINT-PRIORITY-BLOCK.
007830*    PRINTS THE GRID ROW IN DEPT-HIT-SUB, ONE LINE PER PRIORITY
007840*    WITH OPEN WORK AND AN "ALL" LINE, LEAVING THE ALL LINE'S
007850*    COUNTS IN SUM-WORK.
007860     MOVE SPACES TO AGING-REPORT-LINE.
007870     STRING "  PRI   SAME DAY    1 DAY   2 DAYS  3-5 DAYS"
007880             "   OVER 5    TOTAL     LATE    SL%"
007890             DELIMITED BY SIZE INTO AGING-REPORT-LINE.
007900     WRITE AGING-REPORT-LINE.
007910     MOVE ALL "-" TO AGING-REPORT-LINE.
007920     WRITE AGING-REPORT-LINE.
007930     INITIALIZE SUM-WORK.
007940     MOVE ZERO TO PRIORITY-ROWS-PRINTED.
007950     PERFORM 3300-PRINT-PRIORITY-ROW
007960         VARYING PRI-SUB FROM 1 BY 1
007970         UNTIL PRI-SUB > PRIORITY-TABLE-COUNT.
007980     IF PRIORITY-ROWS-PRINTED = ZERO
007990         MOVE "  NO OPEN WORK." TO AGING-REPORT-LINE
008000         WRITE AGING-REPORT-LINE
008010     ELSE
008020         MOVE SUM-WORK TO ROW-WORK
008030         MOVE "ALL" TO ADL-PRIORITY-LABEL
008040         PERFORM 3500-WRITE-AGING-LINE
008050     END-IF.

008060 3300-PRINT-PRIORITY-ROW.
008070     IF AG-TOTAL (DEPT-HIT-SUB, PRI-SUB) > ZERO
008080         ADD 1 TO PRIORITY-ROWS-PRINTED
008090         PERFORM 3350-LOAD-ROW-BUCKET
008100             VARYING BUCKET-SUB FROM 1 BY 1
008110             UNTIL BUCKET-SUB > 5
008120         MOVE AG-TOTAL (DEPT-HIT-SUB, PRI-SUB) TO RW-TOTAL
008130         MOVE AG-LATE (DEPT-HIT-SUB, PRI-SUB)  TO RW-LATE
008140         IF PT-TARGET-FLAG (PRI-SUB) = "Y"
008150             MOVE RW-TOTAL TO RW-TARGETED
008160         ELSE
008170             MOVE ZERO TO RW-TARGETED
008180         END-IF
008190         ADD RW-TOTAL    TO SW-TOTAL
008200         ADD RW-LATE     TO SW-LATE
008210         ADD RW-TARGETED TO SW-TARGETED
008220         MOVE SPACES TO ADL-PRIORITY-LABEL
008230         MOVE PT-PRIORITY-CODE (PRI-SUB) TO ADL-PRIORITY-LABEL
008240         PERFORM 3500-WRITE-AGING-LINE
008250     END-IF.

008260 3350-LOAD-ROW-BUCKET.
008270     MOVE AG-BUCKET (DEPT-HIT-SUB, PRI-SUB, BUCKET-SUB)
008280         TO RW-BUCKET (BUCKET-SUB).
008290     ADD RW-BUCKET (BUCKET-SUB) TO SW-BUCKET (BUCKET-SUB).

008300 3500-WRITE-AGING-LINE.
008310     PERFORM 3510-EDIT-ROW-BUCKET
008320         VARYING BUCKET-SUB FROM 1 BY 1
008330         UNTIL BUCKET-SUB > 5.
008340     MOVE RW-TOTAL TO ADL-TOTAL.
008350     MOVE RW-LATE  TO ADL-LATE.
008360     MOVE RW-TARGETED TO PCT-DENOMINATOR.
008370     COMPUTE PCT-NUMERATOR = RW-TARGETED - RW-LATE.
008380     PERFORM 3550-FORMAT-PERCENT.
008390     MOVE PCT-TEXT TO ADL-SERVICE-PCT.
008400     MOVE AGING-DETAIL-LINE TO AGING-REPORT-LINE.
008410     WRITE AGING-REPORT-LINE.

008420 3510-EDIT-ROW-BUCKET.
008430     MOVE SPACES TO ADL-BUCKET-CELL (BUCKET-SUB).
008440     MOVE RW-BUCKET (BUCKET-SUB) TO ADL-BUCKET (BUCKET-SUB).

008450 3550-FORMAT-PERCENT.
008460*    A ROW WITH NO TARGETED WORK HAS NO SERVICE LEVEL.
008470     IF PCT-DENOMINATOR = ZERO
008480         MOVE "  N/A" TO PCT-TEXT
008490     ELSE
008500         COMPUTE PCT-VALUE ROUNDED =
008510             PCT-NUMERATOR * 100 / PCT-DENOMINATOR
008520         MOVE PCT-VALUE TO PCT-EDIT
008530         MOVE PCT-EDIT TO PCT-TEXT
008540     END-IF.

008550 3600-PRINT-SOURCE-TOTALS.
008560     MOVE SPACES TO AGING-REPORT-LINE.
008570     WRITE AGING-REPORT-LINE.
008580     MOVE "OPEN WORK BY SOURCE" TO AGING-REPORT-LINE.
008590     WRITE AGING-REPORT-LINE.
008600     MOVE "  SOURCE      ITEMS     LATE" TO AGING-REPORT-LINE.
008610     WRITE AGING-REPORT-LINE.
008620     MOVE ALL "-" TO AGING-REPORT-LINE.
008630     WRITE AGING-REPORT-LINE.
008640     PERFORM 3650-PRINT-SOURCE-LINE
008650         VARYING SOURCE-SUB FROM 1 BY 1
008660         UNTIL SOURCE-SUB > 4.

008670 3650-PRINT-SOURCE-LINE.
008680     MOVE SPACES TO AGING-REPORT-LINE.
008690     IF SRC-FOUND-FLAG (SOURCE-SUB) = "Y"
008700         MOVE SRC-ITEMS (SOURCE-SUB) TO COUNT-EDIT
008710         MOVE SRC-LATE (SOURCE-SUB)  TO COUNT-EDIT-2
008720         STRING "  " SN-SOURCE-NAME (SOURCE-SUB) " "
008730                 COUNT-EDIT "  " COUNT-EDIT-2
008740                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
008750     ELSE
008760         STRING "  " SN-SOURCE-NAME (SOURCE-SUB)
008770                 "   FILE NOT FOUND - NOT AGED"
008780                 DELIMITED BY SIZE INTO AGING-REPORT-LINE
008790     END-IF.
008800     WRITE AGING-REPORT-LINE.

008810 4000-TERMINATE.
008820     IF PEND-OVERFLOW-COUNT > ZERO
008830         MOVE PEND-OVERFLOW-COUNT TO COUNT-EDIT
008840         DISPLAY "PENDING ACKS PAST THE FIRST 2000 AGED WITHOUT "
008850             "PRIORITY: " COUNT-EDIT
008860     END-IF.
008870     IF PEND-UNMATCHED-COUNT > ZERO
008880         MOVE PEND-UNMATCHED-COUNT TO COUNT-EDIT
008890         DISPLAY "PENDING ACKS WITH NO ASSIGN LOG RECORD "
008900             "(AGED UNDER ?): " COUNT-EDIT
008910     END-IF.
008920     MOVE LATE-LINE-COUNT TO COUNT-EDIT.
008930     DISPLAY "ITEMS PAST SERVICE TARGET: " COUNT-EDIT.
008940     CLOSE AGING-REPORT.
008950     DISPLAY "WIP AGING REPORT COMPLETE.".

008960 5000-AGE-ONE-ITEM.
008970*    ADDS THE ITEM IN ITEM-WORK TO ITS DEPT'S ROW AND TO THE
008980*    ALL-DEPTS ROW, AND LISTS IT WHEN IT IS PAST ITS TARGET.
008990     IF IW-SITE-CODE = SPACES
009000         MOVE HOME-SITE-CODE TO IW-SITE-CODE
009010     END-IF.
009020     MOVE IW-SITE-CODE TO CHECK-SITE-CODE.
009030     MOVE IW-DEPT-CODE TO CHECK-DEPT-CODE.
009040     PERFORM 5300-FIND-DEPT-ROW.
009050     MOVE "Y" TO DT-ACTIVITY-FLAG (DEPT-HIT-SUB).
009060     MOVE IW-PRIORITY-CODE TO CHECK-PRIORITY-CODE.
009070     PERFORM 5200-FIND-PRIORITY-SLOT.
009080     IF PRI-HIT-SUB = ZERO
009090         MOVE PRIORITY-TABLE-COUNT TO PRI-HIT-SUB
009100     END-IF.
009110     EVALUATE TRUE
009120         WHEN IW-AGE-DAYS = 0
009130             MOVE 1 TO BUCKET-SUB
009140         WHEN IW-AGE-DAYS = 1
009150             MOVE 2 TO BUCKET-SUB
009160         WHEN IW-AGE-DAYS = 2
009170             MOVE 3 TO BUCKET-SUB
009180         WHEN IW-AGE-DAYS <= 5
009190             MOVE 4 TO BUCKET-SUB
009200         WHEN OTHER
009210             MOVE 5 TO BUCKET-SUB
009220     END-EVALUATE.
009230     ADD 1 TO AG-BUCKET (DEPT-HIT-SUB, PRI-HIT-SUB, BUCKET-SUB).
009240     ADD 1 TO AG-TOTAL (DEPT-HIT-SUB, PRI-HIT-SUB).
009250     ADD 1 TO AG-BUCKET (ALL-ROW-SUB, PRI-HIT-SUB, BUCKET-SUB).
009260     ADD 1 TO AG-TOTAL (ALL-ROW-SUB, PRI-HIT-SUB).
009270     ADD 1 TO SRC-ITEMS (IW-SOURCE-SUB).
009280     IF PT-TARGET-FLAG (PRI-HIT-SUB) = "Y"
009290             AND IW-AGE-DAYS > PT-TARGET-DAYS (PRI-HIT-SUB)
009300         ADD 1 TO AG-LATE (DEPT-HIT-SUB, PRI-HIT-SUB)
009310         ADD 1 TO AG-LATE (ALL-ROW-SUB, PRI-HIT-SUB)
009320         ADD 1 TO SRC-LATE (IW-SOURCE-SUB)
009330         PERFORM 5500-WRITE-LATE-ITEM
009340     END-IF.

009350 5100-COMPUTE-AGE.
009360*    A DATE AFTER THE BUSINESS DATE (A CATCH-UP RUN) AGES AS
009370*    SAME DAY; ONE OLDER THAN THE TABLE AGES AS 366.
009380     MOVE IW-SINCE-DATE TO CHECK-DATE.
009390     MOVE ZERO TO AGE-HIT-SUB.
009400     PERFORM 5150-MATCH-AGE-DATE
009410         VARYING AGE-SUB FROM 1 BY 1
009420         UNTIL AGE-SUB > AGE-WINDOW
009430         OR AGE-HIT-SUB > ZERO.
009440     IF AGE-HIT-SUB = ZERO
009450         MOVE AGE-WINDOW TO IW-AGE-DAYS
009460     ELSE
009470         COMPUTE IW-AGE-DAYS = AGE-HIT-SUB - 1
009480     END-IF.

009490 5150-MATCH-AGE-DATE.
009500     IF AD-DATE (AGE-SUB) <= CHECK-DATE
009510         MOVE AGE-SUB TO AGE-HIT-SUB
009520     END-IF.

009530 5200-FIND-PRIORITY-SLOT.
009540     MOVE ZERO TO PRI-HIT-SUB.
009550     PERFORM 5250-MATCH-PRIORITY-ENTRY
009560         VARYING PRI-SUB FROM 1 BY 1
009570         UNTIL PRI-SUB > PRIORITY-TABLE-COUNT
009580         OR PRI-HIT-SUB > ZERO.

009590 5250-MATCH-PRIORITY-ENTRY.
009600     IF PT-PRIORITY-CODE (PRI-SUB) = CHECK-PRIORITY-CODE
009610         MOVE PRI-SUB TO PRI-HIT-SUB
009620     END-IF.

009630 5300-FIND-DEPT-ROW.
009640*    A SITE AND CODE NOT ON THE MASTER LANDS ON UNKNOWN-DEPT,
009650*    THE LAST ROW OF THE TABLE.
009660     MOVE ZERO TO DEPT-HIT-SUB.
009670     PERFORM 5350-MATCH-DEPT-ENTRY
009680         VARYING DEPT-SUB FROM 1 BY 1
009690         UNTIL DEPT-SUB > DEPT-TABLE-COUNT
009700         OR DEPT-HIT-SUB > ZERO.
009710     IF DEPT-HIT-SUB = ZERO
009720         MOVE DEPT-TABLE-COUNT TO DEPT-HIT-SUB
009730     END-IF.

009740 5350-MATCH-DEPT-ENTRY.
009750     IF DT-SITE-CODE (DEPT-SUB) = CHECK-SITE-CODE
009760             AND DT-DEPT-CODE (DEPT-SUB) = CHECK-DEPT-CODE
009770         MOVE DEPT-SUB TO DEPT-HIT-SUB
009780     END-IF.

009790 5500-WRITE-LATE-ITEM.
009800     ADD 1 TO LATE-LINE-COUNT.
009810     MOVE SN-SOURCE-NAME (IW-SOURCE-SUB) TO LIL-SOURCE.
009820     MOVE IW-SITE-CODE      TO LIL-SITE-CODE.
009830     MOVE IW-DEPT-CODE      TO LIL-DEPT-CODE.
009840     MOVE PT-PRIORITY-CODE (PRI-HIT-SUB) TO LIL-PRIORITY-CODE.
009850     MOVE IW-PRODUCT-NAME   TO LIL-PRODUCT-NAME.
009860     MOVE IW-SINCE-DATE     TO LIL-SINCE-DATE.
009870     MOVE IW-AGE-DAYS       TO LIL-AGE-DAYS.
009880     MOVE PT-TARGET-DAYS (PRI-HIT-SUB) TO LIL-TARGET-DAYS.
009890     MOVE IW-PRODUCT-QTY    TO LIL-PRODUCT-QTY.
009900     MOVE LATE-ITEM-LINE TO AGING-REPORT-LINE.
009910     WRITE AGING-REPORT-LINE.
