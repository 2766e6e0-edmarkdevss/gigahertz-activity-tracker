000260*                   TWO FULL PASSES OVER THE ASSIGN LOG. DEPT  *
000270*                   ROWS ARE MATCHED BY DEPT CODE; A CODE NOT  *
000280*                   ON THE MASTER LANDS ON UNKNOWN-DEPT.       *
000290*  2026-10-15 EDM   THE REPORT DATE NOW COMES FROM THE SHARED    *
000300*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK, AND *
000310*                   THE TREND ENDS AT THAT DATE - TOTALS FOR     *
000320*                   LATER DATES (SEEN DURING A CATCH-UP) ARE     *
000330*                   LEFT OUT.                                    *
000340*  2026-10-15 EDM   DEPARTMENTS ARE NOW KEYED BY SITE AND DEPT   *
000350*                   CODE AND EACH DEPT TREND IS HEADED WITH ITS  *
000360*                   SITE. THE PARM GROWS TO NNNSS - AN OPTIONAL  *
000370*                   SITE CODE IN POSITIONS 4-5 LIMITS THE REPORT *
000380*                   TO THAT SITE. A TOTALS RECORD WITH NO SITE   *
000390*                   COUNTS AGAINST SITE 01.                      *
000400*----------------------------------------------------------------*

000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BUSINESS-DATE-STATUS.

000480     SELECT DAILY-TOTALS-FILE ASSIGN TO "DAYTOTS"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DAILY-TOTALS-STATUS.

000510     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DEPT-MASTER-STATUS.

000540     SELECT TREND-REPORT ASSIGN TO "TRNDRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS TREND-RPT-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BUSINESS-DATE-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  BUSINESS-DATE-RECORD.
000620     COPY BUSDATE.

000630 FD  DAILY-TOTALS-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  DAILY-TOTALS-RECORD.
000670     COPY DAYTOTS.

000680 FD  DEPT-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  DEPT-MASTER-RECORD.
000710     COPY DEPTMAST.

000720 FD  TREND-REPORT
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  TREND-REPORT-LINE          PIC X(80).

000760 WORKING-STORAGE SECTION.
000770 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000780     88  BUSINESS-DATE-OK       VALUE "00".
000790 77  DAILY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000800     88  DAILY-TOTALS-OK        VALUE "00".
000810 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
000820     88  DEPT-MASTER-OK         VALUE "00".
000830     88  DEPT-MASTER-EOF        VALUE "10".
000840 77  TREND-RPT-STATUS           PIC X(02) VALUE SPACES.
000850     88  TREND-RPT-OK           VALUE "00".
000860 77  END-OF-TOTALS-SWITCH       PIC X(01) VALUE "N".
000870     88  END-OF-TOTALS          VALUE "Y".
000880 77  BUBBLE-DONE-SWITCH         PIC X(01) VALUE "N".
000890     88  BUBBLE-DONE            VALUE "Y".

000900 77  SITE-SELECT-SWITCH         PIC X(01) VALUE "Y".
000910     88  SITE-SELECTED          VALUE "Y".
000920 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
000930 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.

000940 01  TREND-PARM.
000950     05  TREND-DAYS-PARM        PIC X(03) VALUE SPACES.
000960     05  TREND-SITE-PARM        PIC X(02) VALUE SPACES.
000970 77  TREND-DAYS                 PIC 9(03) VALUE ZERO.
000980 77  TREND-THRESHOLD-PCT        PIC 9(03) VALUE 50.
000990 77  RUN-DATE                   PIC 9(08) VALUE ZERO.

001000 77  DAY-SUB                    PIC 9(03) COMP VALUE ZERO.
001010 77  DAY-HIT-SUB                PIC 9(03) COMP VALUE ZERO.
001020 77  DAY-SHIFT-SUB              PIC 9(03) COMP VALUE ZERO.
001030 77  DEPT-SUB                   PIC 9(03) COMP VALUE ZERO.
001040 77  DEPT-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001050 77  WOW-SUB                    PIC 9(03) COMP VALUE ZERO.
001060 77  WOW-HIT-SUB                PIC 9(03) COMP VALUE ZERO.

001070 77  PRIOR-UNITS                PIC 9(09) COMP VALUE ZERO.
001080 77  DELTA-UNITS                PIC S9(09) COMP VALUE ZERO.
001090 77  PCT-CHANGE                 PIC S9(05) COMP VALUE ZERO.
001100 77  PCT-EDIT                   PIC +Z,ZZ9.

001110 01  DATE-LIST.
001120     05  DATE-LIST-COUNT        PIC 9(03) COMP VALUE ZERO.
001130     05  DATE-LIST-ENTRY OCCURS 1 TO 400 TIMES
001140             DEPENDING ON DATE-LIST-COUNT.
001150         10  DL-DATE            PIC 9(08).
001160 01  DATE-SWAP-HOLD             PIC 9(08) VALUE ZERO.

001170 01  WOW-TARGET-DATE.
001180     05  WOW-YYYY               PIC 9(04).
001190     05  WOW-MM                 PIC 9(02).
001200     05  WOW-DD                 PIC 9(02).
001210 01  WOW-TARGET-NUM REDEFINES WOW-TARGET-DATE
001220                                PIC 9(08).
001230 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001240 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

001250 01  MONTH-DAYS-TABLE.
001260     05  FILLER                 PIC X(24) VALUE
001270         "312831303130313130313031".
001280 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001290     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001300 01  DEPT-TABLE.
001310     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001320     05  DEPT-TABLE-ENTRY OCCURS 1 TO 101 TIMES
001330             DEPENDING ON DEPT-TABLE-COUNT.
001340         10  DT-SITE-CODE       PIC X(02).
001350         10  DT-DEPT-CODE       PIC 9(02).
001360         10  DT-DEPT-NAME       PIC X(15).

001370 01  TREND-GRID.
001380     05  TG-DEPT-ROW OCCURS 101 TIMES.
001390         10  TG-DAY-CELL OCCURS 14 TIMES.
001400             15  TG-ASSIGN-COUNT PIC 9(07) COMP.
001410             15  TG-UNIT-TOTAL   PIC 9(09) COMP.

001420 01  TREND-DETAIL-LINE.
001430     05  TDL-DATE               PIC 9(08).
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  TDL-ASSIGN-EDIT        PIC ZZZ,ZZ9.
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  TDL-UNITS-EDIT         PIC ZZZ,ZZZ,ZZ9.
001480     05  FILLER                 PIC X(03) VALUE SPACES.
001490     05  TDL-DOD-PCT            PIC X(07).
001500     05  FILLER                 PIC X(03) VALUE SPACES.
001510     05  TDL-WOW-PCT            PIC X(07).
001520     05  FILLER                 PIC X(03) VALUE SPACES.
001530     05  TDL-FLAG               PIC X(08).
001540     05  FILLER                 PIC X(19) VALUE SPACES.

001550 01  CURRENT-DATE-TIME.
001560     05  CDT-DATE               PIC 9(08).
001570     05  CDT-TIME               PIC 9(08).

001580 PROCEDURE DIVISION.
001590 100-START-LOGIC.
001600     PERFORM 1000-INITIALIZE.
001610     PERFORM 2000-COLLECT-DATE-LIST.
001620     PERFORM 2500-ACCUMULATE-GRID.
001630     PERFORM 3000-PRINT-TREND-REPORT.
001640     PERFORM 4000-TERMINATE.
001650     STOP RUN.

001660 1000-INITIALIZE.
001670     ACCEPT TREND-PARM FROM COMMAND-LINE.
001680     IF TREND-DAYS-PARM IS NUMERIC
001690         MOVE TREND-DAYS-PARM TO TREND-DAYS
001700     END-IF.
001710     IF TREND-DAYS = ZERO
001720         MOVE 7 TO TREND-DAYS
001730     END-IF.
001740     IF TREND-DAYS > 14
001750         MOVE 14 TO TREND-DAYS
001760     END-IF.
001770     IF TREND-SITE-PARM NOT = SPACES
001780         DISPLAY "TREND LIMITED TO SITE " TREND-SITE-PARM "."
001790     END-IF.
001800     PERFORM 1050-READ-BUSINESS-DATE.
001810     OPEN OUTPUT TREND-REPORT.
001820     PERFORM 1100-LOAD-DEPT-MASTER.
001830     INITIALIZE TREND-GRID.

001840 1050-READ-BUSINESS-DATE.
001850     OPEN INPUT BUSINESS-DATE-FILE.
001860     IF NOT BUSINESS-DATE-OK
001870         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
001880             "BUILD TREND REPORT. RUN ABORTED."
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     READ BUSINESS-DATE-FILE
001930         AT END
001940             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
001950                 "BUILD TREND REPORT. RUN ABORTED."
001960             CLOSE BUSINESS-DATE-FILE
001970             MOVE 16 TO RETURN-CODE
001980             STOP RUN
001990     END-READ.
002000     CLOSE BUSINESS-DATE-FILE.
002010     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002020     IF BD-CATCHUP-ACTIVE
002030         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002040             " - OPEN DATE IS " BD-RESUME-DATE "."
002050     END-IF.

002060 1100-LOAD-DEPT-MASTER.
002070     OPEN INPUT DEPT-MASTER-FILE.
002080     IF NOT DEPT-MASTER-OK
002090         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT BUILD "
002100             "TREND REPORT. RUN ABORTED."
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     PERFORM 1150-READ-DEPT-MASTER-RECORD.
002150     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
002160         UNTIL DEPT-MASTER-EOF.
002170     CLOSE DEPT-MASTER-FILE.
002180     ADD 1 TO DEPT-TABLE-COUNT.
002190     MOVE "**" TO DT-SITE-CODE (DEPT-TABLE-COUNT).
002200     MOVE ZERO TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
002210     MOVE "UNKNOWN-DEPT"
002220         TO DT-DEPT-NAME (DEPT-TABLE-COUNT).

002230 1150-READ-DEPT-MASTER-RECORD.
002240     READ DEPT-MASTER-FILE
002250         AT END
002260             SET DEPT-MASTER-EOF TO TRUE
002270     END-READ.

002280 1160-ADD-DEPT-TABLE-ENTRY.
002290     MOVE DM-SITE-CODE TO CHECK-SITE-CODE.
002300     PERFORM 1170-CHECK-SITE-SELECTED.
002310     IF SITE-SELECTED
002320         PERFORM 1180-STORE-DEPT-TABLE-ENTRY
002330     END-IF.
002340     PERFORM 1150-READ-DEPT-MASTER-RECORD.

002350 1170-CHECK-SITE-SELECTED.
002360     IF CHECK-SITE-CODE = SPACES
002370         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
002380     END-IF.
002390     IF TREND-SITE-PARM = SPACES
002400             OR TREND-SITE-PARM = CHECK-SITE-CODE
002410         MOVE "Y" TO SITE-SELECT-SWITCH
002420     ELSE
002430         MOVE "N" TO SITE-SELECT-SWITCH
002440     END-IF.

002450 1180-STORE-DEPT-TABLE-ENTRY.
002460     IF DEPT-TABLE-COUNT >= 100
002470         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
002480             "DEPARTMENTS. RUN ABORTED."
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     ADD 1 TO DEPT-TABLE-COUNT.
002530     MOVE CHECK-SITE-CODE TO DT-SITE-CODE (DEPT-TABLE-COUNT).
002540     MOVE DM-DEPT-CODE TO DT-DEPT-CODE (DEPT-TABLE-COUNT).
002550     MOVE DM-DEPT-NAME TO DT-DEPT-NAME (DEPT-TABLE-COUNT).

002560 2000-COLLECT-DATE-LIST.
002570     OPEN INPUT DAILY-TOTALS-FILE.
002580     IF NOT DAILY-TOTALS-OK
002590         DISPLAY "DAILY-TOTALS-FILE NOT FOUND - CANNOT BUILD "
002600             "TREND REPORT. RUN TOTALS-REBUILD. RUN ABORTED."
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     MOVE "N" TO END-OF-TOTALS-SWITCH.
002650     PERFORM 2100-READ-TOTALS-RECORD.
002660     PERFORM 2200-NOTE-DISTINCT-DATE
002670         UNTIL END-OF-TOTALS.
002680     CLOSE DAILY-TOTALS-FILE.

002690 2100-READ-TOTALS-RECORD.
002700     READ DAILY-TOTALS-FILE
002710         AT END
002720             SET END-OF-TOTALS TO TRUE
002730     END-READ.

002740 2200-NOTE-DISTINCT-DATE.
002750     MOVE DY-SITE-CODE TO CHECK-SITE-CODE.
002760     PERFORM 1170-CHECK-SITE-SELECTED.
002770     MOVE ZERO TO DAY-HIT-SUB.
002780     PERFORM 2250-MATCH-DATE-ENTRY
002790         VARYING DAY-SUB FROM 1 BY 1
002800         UNTIL DAY-SUB > DATE-LIST-COUNT
002810         OR DAY-HIT-SUB > ZERO.
002820     IF DAY-HIT-SUB = ZERO
002830             AND DY-TOTAL-DATE NOT > RUN-DATE
002840             AND SITE-SELECTED
002850         IF DATE-LIST-COUNT >= 400
002860             DISPLAY "MORE THAN 400 DISTINCT TOTAL DATES - "
002870                 "OLDEST DATES IGNORED."
002880         ELSE
002890             ADD 1 TO DATE-LIST-COUNT
002900             MOVE DY-TOTAL-DATE
002910                 TO DL-DATE (DATE-LIST-COUNT)
002920             MOVE DATE-LIST-COUNT TO DAY-SHIFT-SUB
002930             MOVE "N" TO BUBBLE-DONE-SWITCH
002940             PERFORM 2300-BUBBLE-DATE-UP
002950                 UNTIL BUBBLE-DONE
002960         END-IF
002970     END-IF.
002980     PERFORM 2100-READ-TOTALS-RECORD.

002990 2250-MATCH-DATE-ENTRY.
003000     IF DL-DATE (DAY-SUB) = DY-TOTAL-DATE
003010         MOVE DAY-SUB TO DAY-HIT-SUB
003020     END-IF.

003030 2300-BUBBLE-DATE-UP.
003040     IF DAY-SHIFT-SUB <= 1
003050         SET BUBBLE-DONE TO TRUE
003060     ELSE
003070         IF DL-DATE (DAY-SHIFT-SUB) <=
003080                 DL-DATE (DAY-SHIFT-SUB - 1)
003090             SET BUBBLE-DONE TO TRUE
003100         ELSE
003110             MOVE DL-DATE (DAY-SHIFT-SUB - 1)
003120                 TO DATE-SWAP-HOLD
003130             MOVE DL-DATE (DAY-SHIFT-SUB)
003140                 TO DL-DATE (DAY-SHIFT-SUB - 1)
003150             MOVE DATE-SWAP-HOLD TO DL-DATE (DAY-SHIFT-SUB)
003160             SUBTRACT 1 FROM DAY-SHIFT-SUB
003170         END-IF
003180     END-IF.

003190 2500-ACCUMULATE-GRID.
003200     IF DATE-LIST-COUNT < TREND-DAYS
003210         MOVE DATE-LIST-COUNT TO TREND-DAYS
003220     END-IF.
003230     OPEN INPUT DAILY-TOTALS-FILE.
003240     MOVE "N" TO END-OF-TOTALS-SWITCH.
003250     PERFORM 2100-READ-TOTALS-RECORD.
003260     PERFORM 2600-ACCUMULATE-TOTALS-RECORD
003270         UNTIL END-OF-TOTALS.
003280     CLOSE DAILY-TOTALS-FILE.

003290 2600-ACCUMULATE-TOTALS-RECORD.
003300*    TOTALS RECORDS ARE ALREADY NET OF "V" OFFSETS, SO THE
003310*    GRID SIMPLY SUMS THEM.
003320     MOVE DY-SITE-CODE TO CHECK-SITE-CODE.
003330     PERFORM 1170-CHECK-SITE-SELECTED.
003340     MOVE ZERO TO DAY-HIT-SUB.
003350     PERFORM 2250-MATCH-DATE-ENTRY
003360         VARYING DAY-SUB FROM 1 BY 1
003370         UNTIL DAY-SUB > TREND-DAYS
003380         OR DAY-HIT-SUB > ZERO.
003390     IF DAY-HIT-SUB > ZERO
003400             AND SITE-SELECTED
003410         MOVE ZERO TO DEPT-HIT-SUB
003420         PERFORM 2650-MATCH-DEPT-ENTRY
003430             VARYING DEPT-SUB FROM 1 BY 1
003440             UNTIL DEPT-SUB > DEPT-TABLE-COUNT
003450             OR DEPT-HIT-SUB > ZERO
003460         IF DEPT-HIT-SUB = ZERO
003470             MOVE DEPT-TABLE-COUNT TO DEPT-HIT-SUB
003480         END-IF
003490         ADD DY-ASSIGN-COUNT TO TG-ASSIGN-COUNT
003500             (DEPT-HIT-SUB, DAY-HIT-SUB)
003510         ADD DY-UNIT-TOTAL TO TG-UNIT-TOTAL
003520             (DEPT-HIT-SUB, DAY-HIT-SUB)
003530     END-IF.
003540     PERFORM 2100-READ-TOTALS-RECORD.

003550 2650-MATCH-DEPT-ENTRY.
003560     IF DT-SITE-CODE (DEPT-SUB) = CHECK-SITE-CODE
003570             AND DT-DEPT-CODE (DEPT-SUB) = DY-DEPT-CODE
003580         MOVE DEPT-SUB TO DEPT-HIT-SUB
003590     END-IF.

003600 3000-PRINT-TREND-REPORT.
003610     MOVE SPACES TO TREND-REPORT-LINE.
003620     STRING "GIGAHERTZ DEPARTMENT LOAD TREND - RUN DATE "
003630             RUN-DATE
003640             DELIMITED BY SIZE INTO TREND-REPORT-LINE.
003650     WRITE TREND-REPORT-LINE.
003660     IF DATE-LIST-COUNT = ZERO
003670         MOVE "NO ASSIGNMENTS ON FILE - NOTHING TO TREND."
003680             TO TREND-REPORT-LINE
003690         WRITE TREND-REPORT-LINE
003700     ELSE
003710         PERFORM 3100-PRINT-DEPT-TREND
003720             VARYING DEPT-SUB FROM 1 BY 1
003730             UNTIL DEPT-SUB > DEPT-TABLE-COUNT
003740     END-IF.

003750 3100-PRINT-DEPT-TREND.
003760     MOVE SPACES TO TREND-REPORT-LINE.
003770     WRITE TREND-REPORT-LINE.
003780     MOVE SPACES TO TREND-REPORT-LINE.
003790     STRING "SITE " DT-SITE-CODE (DEPT-SUB)
003800             "  DEPT: " DT-DEPT-NAME (DEPT-SUB)
003810         DELIMITED BY SIZE INTO TREND-REPORT-LINE.
003820     WRITE TREND-REPORT-LINE.
003830     MOVE SPACES TO TREND-REPORT-LINE.
003840     STRING "DATE      ASSIGNS        UNITS     DOD%    "
003850             "  WOW%   FLAG"
003860             DELIMITED BY SIZE INTO TREND-REPORT-LINE.
003870     WRITE TREND-REPORT-LINE.
003880     MOVE ALL "-" TO TREND-REPORT-LINE.
003890     WRITE TREND-REPORT-LINE.
003900     PERFORM 3200-PRINT-TREND-DAY
003910         VARYING DAY-SUB FROM 1 BY 1
003920         UNTIL DAY-SUB > TREND-DAYS.

003930 3200-PRINT-TREND-DAY.
003940     MOVE SPACES TO TREND-DETAIL-LINE.
003950     MOVE DL-DATE (DAY-SUB) TO TDL-DATE.
003960     MOVE TG-ASSIGN-COUNT (DEPT-SUB, DAY-SUB)
003970         TO TDL-ASSIGN-EDIT.
003980     MOVE TG-UNIT-TOTAL (DEPT-SUB, DAY-SUB)
003990         TO TDL-UNITS-EDIT.
004000     PERFORM 3300-SET-DOD-CHANGE.
004010     PERFORM 3400-SET-WOW-CHANGE.
004020     MOVE TREND-DETAIL-LINE TO TREND-REPORT-LINE.
004030     WRITE TREND-REPORT-LINE.

004040 3300-SET-DOD-CHANGE.
004050     MOVE "    N/A" TO TDL-DOD-PCT.
004060     MOVE SPACES TO TDL-FLAG.
004070     IF DAY-SUB < TREND-DAYS
004080         MOVE TG-UNIT-TOTAL (DEPT-SUB, DAY-SUB + 1)
004090             TO PRIOR-UNITS
004100         IF PRIOR-UNITS > ZERO
004110             COMPUTE DELTA-UNITS =
004120                 TG-UNIT-TOTAL (DEPT-SUB, DAY-SUB)
004130                 - PRIOR-UNITS
004140             COMPUTE PCT-CHANGE ROUNDED =
004150                 DELTA-UNITS * 100 / PRIOR-UNITS
004160             MOVE PCT-CHANGE TO PCT-EDIT
004170             MOVE PCT-EDIT TO TDL-DOD-PCT
004180             IF PCT-CHANGE >= TREND-THRESHOLD-PCT
004190                 MOVE "*JUMP*" TO TDL-FLAG
004200             END-IF
004210             IF (PCT-CHANGE * -1) >= TREND-THRESHOLD-PCT
004220                 MOVE "*DROP*" TO TDL-FLAG
004230             END-IF
004240         END-IF
004250     END-IF.

004260 3400-SET-WOW-CHANGE.
004270     MOVE "    N/A" TO TDL-WOW-PCT.
004280     MOVE DL-DATE (DAY-SUB) TO WOW-TARGET-NUM.
004290     PERFORM 3450-BACK-ONE-DAY 7 TIMES.
004300     MOVE ZERO TO WOW-HIT-SUB.
004310     PERFORM 3480-MATCH-WOW-DATE
004320         VARYING WOW-SUB FROM 1 BY 1
004330         UNTIL WOW-SUB > DATE-LIST-COUNT
004340         OR WOW-HIT-SUB > ZERO.
004350     IF WOW-HIT-SUB > ZERO
004360         AND WOW-HIT-SUB <= TREND-DAYS
004370         MOVE TG-UNIT-TOTAL (DEPT-SUB, WOW-HIT-SUB)
004380             TO PRIOR-UNITS
004390         IF PRIOR-UNITS > ZERO
004400             COMPUTE DELTA-UNITS =
004410                 TG-UNIT-TOTAL (DEPT-SUB, DAY-SUB)
004420                 - PRIOR-UNITS
004430             COMPUTE PCT-CHANGE ROUNDED =
004440                 DELTA-UNITS * 100 / PRIOR-UNITS
004450             MOVE PCT-CHANGE TO PCT-EDIT
004460             MOVE PCT-EDIT TO TDL-WOW-PCT
004470         END-IF
004480     END-IF.

004490 3450-BACK-ONE-DAY.
004500     IF WOW-DD > 1
004510         SUBTRACT 1 FROM WOW-DD
004520     ELSE
004530         IF WOW-MM = 1
004540             MOVE 12 TO WOW-MM
004550             SUBTRACT 1 FROM WOW-YYYY
004560         ELSE
004570             SUBTRACT 1 FROM WOW-MM
004580         END-IF
004590         MOVE MONTH-DAYS (WOW-MM) TO WOW-DD
004600         IF WOW-MM = 2
004610             PERFORM 3460-ADJUST-FOR-LEAP-YEAR
004620         END-IF
004630     END-IF.

004640 3460-ADJUST-FOR-LEAP-YEAR.
004650     DIVIDE WOW-YYYY BY 4 GIVING LEAP-QUOTIENT
004660         REMAINDER LEAP-REMAINDER.
004670     IF LEAP-REMAINDER = ZERO
004680         DIVIDE WOW-YYYY BY 100 GIVING LEAP-QUOTIENT
004690             REMAINDER LEAP-REMAINDER
004700         IF LEAP-REMAINDER NOT = ZERO
004710             MOVE 29 TO WOW-DD
004720         ELSE
004730             DIVIDE WOW-YYYY BY 400 GIVING LEAP-QUOTIENT
004740                 REMAINDER LEAP-REMAINDER
004750             IF LEAP-REMAINDER = ZERO
004760                 MOVE 29 TO WOW-DD
004770             END-IF
004780         END-IF
004790     END-IF.

004800 3480-MATCH-WOW-DATE.
004810     IF DL-DATE (WOW-SUB) = WOW-TARGET-NUM
004820         MOVE WOW-SUB TO WOW-HIT-SUB
004830     END-IF.

004840 4000-TERMINATE.
004850     CLOSE TREND-REPORT.
004860     DISPLAY "TREND REPORT COMPLETE.".
