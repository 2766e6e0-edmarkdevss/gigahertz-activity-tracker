000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EOD-ROLLOVER.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - END-OF-DAY ROLLOVER OF    *
000120*                   THE BUSINESS-DATE-FILE. A NORMAL RUN CHECKS  *
000130*                   RUN-CONTROL FOR A CLEAN (C OR W) RECORD FOR  *
000140*                   THE BUSINESS DATE FROM EVERY STEP LISTED ON  *
000150*                   THE EOD-STEPS-FILE AND ADVANCES THE DATE     *
000160*                   ONE DAY ONLY WHEN ALL ARE THERE; OTHERWISE   *
000170*                   THE DATE STAYS PUT AND THE RUN ENDS WITH     *
000180*                   CONDITION CODE 8. PARM F FORCES THE ROLL     *
000190*                   PAST MISSING STEPS (CONDITION CODE 4). PARM  *
000200*                   CYYYYMMDD STARTS A DELIBERATE CATCH-UP FOR   *
000210*                   A PRIOR DATE - THE OPEN DATE IS KEPT AND THE *
000220*                   NEXT ROLL, ONCE THE CATCH-UP DATE'S STEPS    *
000230*                   ARE CLEAN, RETURNS TO IT. TAKES THE SHARED   *
000240*                   RUN LOCK SO THE DATE NEVER MOVES UNDER A     *
000250*                   RUNNING DEPT-CHECKER.                        *
000260*  2026-10-15 EDM   ONLY SCHEDULED-RUN RUNCTL RECORDS (MODE B,   *
000270*                   OR R FOR THE DEPT-SUMMARY REPORT) NOW SET A  *
000280*                   STEP'S STATUS. AN INTERACTIVE DEPT-CHECKER   *
000290*                   ENTRY LATER THE SAME DAY CAN NO LONGER MASK  *
000300*                   A FAILED BATCH OR BLOCK A CLEAN ONE.         *
000310*----------------------------------------------------------------*

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS BUSINESS-DATE-STATUS.

000390     SELECT EOD-STEPS-FILE ASSIGN TO "EODSTEPS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS EOD-STEPS-STATUS.

000420     SELECT ROLLOVER-REPORT ASSIGN TO "EODRPT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS ROLLOVER-RPT-STATUS.

000450     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RUN-LOCK-STATUS.

000480     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS RUN-CONTROL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BUSINESS-DATE-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  BUSINESS-DATE-RECORD.
000560     COPY BUSDATE.

000570 FD  EOD-STEPS-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  EOD-STEPS-RECORD.
000600     COPY EODSTEP.

000610 FD  ROLLOVER-REPORT
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  ROLLOVER-REPORT-LINE       PIC X(80).

000650 FD  RUN-LOCK-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  RUN-LOCK-RECORD.
000680     COPY RUNLOCK.

000690 FD  RUN-CONTROL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  RUN-CONTROL-RECORD.
000730     COPY RUNCTL.

000740 WORKING-STORAGE SECTION.
000750 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000760     88  BUSINESS-DATE-OK       VALUE "00".
000770 77  EOD-STEPS-STATUS           PIC X(02) VALUE SPACES.
000780     88  EOD-STEPS-OK           VALUE "00".
000790     88  EOD-STEPS-EOF          VALUE "10".
000800 77  ROLLOVER-RPT-STATUS        PIC X(02) VALUE SPACES.
000810     88  ROLLOVER-RPT-OK        VALUE "00".
000820 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
000830     88  RUN-CONTROL-OK         VALUE "00".
000840     88  RUN-CONTROL-EOF        VALUE "10".
000850 77  RUN-LOCK-STATUS            PIC X(02) VALUE SPACES.
000860     88  RUN-LOCK-OK            VALUE "00".
000870     88  RUN-LOCK-NOT-FOUND     VALUE "35".
000880 77  RUN-LOCK-OWNED-SWITCH      PIC X(01) VALUE "N".
000890     88  RUN-LOCK-OWNED         VALUE "Y".
000900 77  LOCK-HELD-SWITCH           PIC X(01) VALUE "N".
000910     88  LOCK-HELD              VALUE "Y".
000920 77  LOCK-OVERRIDE-FLAG         PIC X(01) VALUE "N".
000930 77  REPORT-OPEN-SWITCH         PIC X(01) VALUE "N".
000940     88  REPORT-IS-OPEN         VALUE "Y".
000950 77  DATE-VALID-SWITCH          PIC X(01) VALUE "N".
000960     88  DATE-IS-VALID          VALUE "Y".
000970 77  RUN-START-DATE             PIC 9(08) VALUE ZERO.
000980 77  RUN-START-TIME             PIC 9(08) VALUE ZERO.
000990 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
001000 77  RUN-FINAL-STATUS           PIC X(01) VALUE "C".
001010 77  CLOSING-DATE               PIC 9(08) VALUE ZERO.
001020 77  NEW-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
001030 77  STEP-SUB                   PIC 9(03) COMP VALUE ZERO.
001040 77  STEP-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001050 77  CONTROL-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
001060 77  STEPS-CLEAN-COUNT          PIC 9(03) COMP VALUE ZERO.
001070 77  STEPS-MISSING-COUNT        PIC 9(03) COMP VALUE ZERO.
001080 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001090 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
001100 77  MONTH-LAST-DAY             PIC 9(02) VALUE ZERO.
001110 77  STEP-COUNT-EDIT            PIC Z9.

001120 01  ROLL-PARM.
001130     05  ROLL-MODE              PIC X(01).
001140         88  MODE-ROLL          VALUE " ", "R".
001150         88  MODE-FORCE         VALUE "F".
001160         88  MODE-CATCHUP       VALUE "C".
001170     05  ROLL-PARM-DATE         PIC X(08).

001180 01  USER-INFO.
001190     05  USER-NAME              PIC X(20) VALUE SPACES.

001200 01  STEP-TABLE.
001210     05  STEP-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001220     05  STEP-TABLE-ENTRY OCCURS 1 TO 20 TIMES
001230             DEPENDING ON STEP-TABLE-COUNT.
001240         10  ST-PROGRAM-NAME    PIC X(12).
001250         10  ST-STEP-DESC       PIC X(30).
001260         10  ST-FINAL-STATUS    PIC X(01).
001270         10  ST-RETURN-CODE     PIC 9(04).
001280         10  ST-END-DATE        PIC 9(08).
001290         10  ST-END-TIME        PIC 9(08).

001300 01  ROLL-DATE.
001310     05  RD-YYYY                PIC 9(04).
001320     05  RD-MM                  PIC 9(02).
001330     05  RD-DD                  PIC 9(02).
001340 01  ROLL-DATE-NUM REDEFINES ROLL-DATE
001350                                PIC 9(08).

001360 01  MONTH-DAYS-TABLE.
001370     05  FILLER                 PIC X(24) VALUE
001380         "312831303130313130313031".
001390 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001400     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001410 01  CURRENT-DATE-TIME.
001420     05  CDT-DATE               PIC 9(08).
001430     05  CDT-TIME               PIC 9(08).

001440 01  STEP-DETAIL-LINE.
001450     05  SDL-PROGRAM-NAME       PIC X(12).
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  SDL-STEP-DESC          PIC X(30).
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  SDL-STATUS-TEXT        PIC X(08).
001500     05  FILLER                 PIC X(02) VALUE SPACES.
001510     05  SDL-RETURN-CODE        PIC Z,ZZ9.
001520     05  FILLER                 PIC X(02) VALUE SPACES.
001530     05  SDL-END-DATE           PIC 9(08).
001540     05  FILLER                 PIC X(01) VALUE SPACES.
001550     05  SDL-END-TIME           PIC 9(06).
001560     05  FILLER                 PIC X(02) VALUE SPACES.

001570 PROCEDURE DIVISION.
001580 100-START-LOGIC.
001590     PERFORM 1000-INITIALIZE.
001600     IF MODE-CATCHUP
001610         PERFORM 3000-START-CATCHUP
001620     ELSE
001630         PERFORM 2000-CHECK-REQUIRED-STEPS
001640         PERFORM 2500-DECIDE-ROLL
001650     END-IF.
001660     PERFORM 4000-TERMINATE.
001670     PERFORM 5100-WRITE-RUN-CONTROL.
001680     MOVE RUN-RETURN-CODE TO RETURN-CODE.
001690     STOP RUN.

001700 1000-INITIALIZE.
001710     DISPLAY "=== GIGAHERTZ END-OF-DAY ROLLOVER v1.0 ===".
001720     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
001730     ACCEPT RUN-START-TIME FROM TIME.
001740     DISPLAY "USER" UPON ENVIRONMENT-NAME.
001750     ACCEPT USER-NAME FROM ENVIRONMENT-VALUE.
001760     IF USER-NAME = SPACES
001770         MOVE "UNKNOWN-USER" TO USER-NAME
001780     END-IF.
001790     MOVE SPACES TO ROLL-PARM.
001800     ACCEPT ROLL-PARM FROM COMMAND-LINE.
001810     IF NOT (MODE-ROLL OR MODE-FORCE OR MODE-CATCHUP)
001820         DISPLAY "INVALID PARM " ROLL-PARM " - USE BLANK, F, "
001830             "OR CYYYYMMDD. RUN ABORTED."
001840         PERFORM 5200-ABORT-RUN
001850     END-IF.
001860     PERFORM 1050-ACQUIRE-RUN-LOCK.
001870     PERFORM 1100-READ-BUSINESS-DATE.
001880     OPEN OUTPUT ROLLOVER-REPORT.
001890     SET REPORT-IS-OPEN TO TRUE.
001900     MOVE SPACES TO ROLLOVER-REPORT-LINE.
001910     STRING "GIGAHERTZ END-OF-DAY ROLLOVER - BUSINESS DATE "
001920             CLOSING-DATE
001930             DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE.
001940     PERFORM 3900-WRITE-REPORT-LINE.
001950     IF BD-CATCHUP-ACTIVE
001960         MOVE SPACES TO ROLLOVER-REPORT-LINE
001970         STRING "*** CATCH-UP IN PROGRESS - OPEN BUSINESS DATE "
001980                 "IS " BD-RESUME-DATE
001990                 DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE
002000         PERFORM 3900-WRITE-REPORT-LINE
002010     END-IF.

002020 1100-READ-BUSINESS-DATE.
002030     OPEN INPUT BUSINESS-DATE-FILE.
002040     IF NOT BUSINESS-DATE-OK
002050         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - NO DATE TO "
002060             "ROLL. RUN ABORTED."
002070         PERFORM 5200-ABORT-RUN
002080     END-IF.
002090     READ BUSINESS-DATE-FILE
002100         AT END
002110             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - NO DATE TO "
002120                 "ROLL. RUN ABORTED."
002130             CLOSE BUSINESS-DATE-FILE
002140             PERFORM 5200-ABORT-RUN
002150     END-READ.
002160     CLOSE BUSINESS-DATE-FILE.
002170     MOVE BD-BUSINESS-DATE TO CLOSING-DATE.
002180     MOVE BD-BUSINESS-DATE TO ROLL-DATE-NUM.
002190     PERFORM 2950-VALIDATE-ROLL-DATE.
002200     IF NOT DATE-IS-VALID
002210         DISPLAY "BUSINESS-DATE-FILE HOLDS AN INVALID DATE "
002220             BD-BUSINESS-DATE ". RUN ABORTED."
002230         PERFORM 5200-ABORT-RUN
002240     END-IF.

002250 2000-CHECK-REQUIRED-STEPS.
002260     PERFORM 2100-LOAD-EOD-STEPS.
002270     OPEN INPUT RUN-CONTROL-FILE.
002280     IF RUN-CONTROL-OK
002290         PERFORM 2200-READ-CONTROL-RECORD
002300         PERFORM 2300-NOTE-CONTROL-RECORD
002310             UNTIL RUN-CONTROL-EOF
002320         CLOSE RUN-CONTROL-FILE
002330     ELSE
002340         DISPLAY "RUN-CONTROL-FILE NOT FOUND - NO STEP HAS "
002350             "REPORTED FOR " CLOSING-DATE "."
002360     END-IF.
002370     MOVE SPACES TO ROLLOVER-REPORT-LINE.
002380     PERFORM 3900-WRITE-REPORT-LINE.
002390     MOVE "STEP          DESCRIPTION                     STATUS"
002400         TO ROLLOVER-REPORT-LINE.
002410     MOVE "RC  ENDED" TO ROLLOVER-REPORT-LINE (57:9).
002420     PERFORM 3900-WRITE-REPORT-LINE.
002430     MOVE ALL "-" TO ROLLOVER-REPORT-LINE.
002440     PERFORM 3900-WRITE-REPORT-LINE.
002450     PERFORM 2400-REPORT-ONE-STEP
002460         VARYING STEP-SUB FROM 1 BY 1
002470         UNTIL STEP-SUB > STEP-TABLE-COUNT.

002480 2100-LOAD-EOD-STEPS.
002490     OPEN INPUT EOD-STEPS-FILE.
002500     IF NOT EOD-STEPS-OK
002510         DISPLAY "EOD-STEPS-FILE NOT FOUND - CANNOT TELL WHICH "
002520             "STEPS ARE REQUIRED. RUN ABORTED."
002530         PERFORM 5200-ABORT-RUN
002540     END-IF.
002550     PERFORM 2150-READ-EOD-STEP.
002560     PERFORM 2160-ADD-STEP-ENTRY
002570         UNTIL EOD-STEPS-EOF.
002580     CLOSE EOD-STEPS-FILE.
002590     IF STEP-TABLE-COUNT = ZERO
002600         DISPLAY "EOD-STEPS-FILE IS EMPTY - NO REQUIRED STEPS "
002610             "DEFINED. RUN ABORTED."
002620         PERFORM 5200-ABORT-RUN
002630     END-IF.

002640 2150-READ-EOD-STEP.
002650     READ EOD-STEPS-FILE
002660         AT END
002670             SET EOD-STEPS-EOF TO TRUE
002680     END-READ.

002690 2160-ADD-STEP-ENTRY.
002700     IF STEP-TABLE-COUNT >= 20
002710         DISPLAY "EOD-STEPS-FILE HAS MORE THAN 20 STEPS. "
002720             "RUN ABORTED."
002730         PERFORM 5200-ABORT-RUN
002740     END-IF.
002750     IF ES-PROGRAM-NAME NOT = SPACES
002760         ADD 1 TO STEP-TABLE-COUNT
002770         MOVE STEP-TABLE-COUNT TO STEP-SUB
002780         MOVE ES-PROGRAM-NAME TO ST-PROGRAM-NAME (STEP-SUB)
002790         MOVE ES-STEP-DESC    TO ST-STEP-DESC (STEP-SUB)
002800         MOVE SPACE           TO ST-FINAL-STATUS (STEP-SUB)
002810         MOVE ZERO            TO ST-RETURN-CODE (STEP-SUB)
002820         MOVE ZERO            TO ST-END-DATE (STEP-SUB)
002830         MOVE ZERO            TO ST-END-TIME (STEP-SUB)
002840     END-IF.
002850     PERFORM 2150-READ-EOD-STEP.

002860 2200-READ-CONTROL-RECORD.
002870     READ RUN-CONTROL-FILE
002880         AT END
002890             SET RUN-CONTROL-EOF TO TRUE
002900     END-READ.

002910 2300-NOTE-CONTROL-RECORD.
002920*    ONLY SCHEDULED RUNS COUNT - BATCH MODE, OR REPORT MODE FOR
002930*    DEPT-SUMMARY. AN INTERACTIVE DEPT-CHECKER ENTRY OR A LOCK
002940*    BREAK SAYS NOTHING ABOUT THE NIGHTLY STEP. RUNCTL IS
002950*    APPEND-ONLY, SO A LATER SCHEDULED RECORD FOR THE SAME STEP
002960*    (A RERUN AFTER A FAILURE) REPLACES THE EARLIER ONE.
002970     ADD 1 TO CONTROL-READ-COUNT.
002980     IF RC-BUSINESS-DATE = CLOSING-DATE
002990             AND (RC-MODE-BATCH OR RC-MODE-REPORT)
003000         MOVE ZERO TO STEP-HIT-SUB
003010         PERFORM 2350-MATCH-STEP-ENTRY
003020             VARYING STEP-SUB FROM 1 BY 1
003030             UNTIL STEP-SUB > STEP-TABLE-COUNT
003040             OR STEP-HIT-SUB > ZERO
003050         IF STEP-HIT-SUB > ZERO
003060             MOVE RC-FINAL-STATUS
003070                 TO ST-FINAL-STATUS (STEP-HIT-SUB)
003080             MOVE RC-RETURN-CODE
003090                 TO ST-RETURN-CODE (STEP-HIT-SUB)
003100             MOVE RC-END-DATE TO ST-END-DATE (STEP-HIT-SUB)
003110             MOVE RC-END-TIME TO ST-END-TIME (STEP-HIT-SUB)
003120         END-IF
003130     END-IF.
003140     PERFORM 2200-READ-CONTROL-RECORD.

003150 2350-MATCH-STEP-ENTRY.
003160     IF ST-PROGRAM-NAME (STEP-SUB) = RC-PROGRAM-NAME
003170         MOVE STEP-SUB TO STEP-HIT-SUB
003180     END-IF.

003190 2400-REPORT-ONE-STEP.
003200     MOVE SPACES TO STEP-DETAIL-LINE.
003210     MOVE ST-PROGRAM-NAME (STEP-SUB) TO SDL-PROGRAM-NAME.
003220     MOVE ST-STEP-DESC (STEP-SUB)    TO SDL-STEP-DESC.
003230     MOVE ST-RETURN-CODE (STEP-SUB)  TO SDL-RETURN-CODE.
003240     MOVE ST-END-DATE (STEP-SUB)     TO SDL-END-DATE.
003250     MOVE ST-END-TIME (STEP-SUB) (1:6) TO SDL-END-TIME.
003260     EVALUATE ST-FINAL-STATUS (STEP-SUB)
003270         WHEN "C"
003280             MOVE "CLEAN"    TO SDL-STATUS-TEXT
003290             ADD 1 TO STEPS-CLEAN-COUNT
003300         WHEN "W"
003310             MOVE "WARNINGS" TO SDL-STATUS-TEXT
003320             ADD 1 TO STEPS-CLEAN-COUNT
003330         WHEN "F"
003340             MOVE "FAILED"   TO SDL-STATUS-TEXT
003350             ADD 1 TO STEPS-MISSING-COUNT
003360         WHEN OTHER
003370             MOVE "NOT RUN"  TO SDL-STATUS-TEXT
003380             MOVE ZERO       TO SDL-END-DATE
003390             MOVE ZERO       TO SDL-END-TIME
003400             ADD 1 TO STEPS-MISSING-COUNT
003410     END-EVALUATE.
003420     MOVE STEP-DETAIL-LINE TO ROLLOVER-REPORT-LINE.
003430     PERFORM 3900-WRITE-REPORT-LINE.

003440 2500-DECIDE-ROLL.
003450     MOVE SPACES TO ROLLOVER-REPORT-LINE.
003460     PERFORM 3900-WRITE-REPORT-LINE.
003470     MOVE STEPS-MISSING-COUNT TO STEP-COUNT-EDIT.
003480     IF STEPS-MISSING-COUNT > ZERO
003490             AND NOT MODE-FORCE
003500         MOVE SPACES TO ROLLOVER-REPORT-LINE
003510         STRING "*** ROLLOVER REFUSED - " STEP-COUNT-EDIT
003520                 " REQUIRED STEP(S) NOT CLEAN FOR " CLOSING-DATE
003530                 DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE
003540         PERFORM 3900-WRITE-REPORT-LINE
003550         MOVE "*** RERUN THE FAILED STEPS, OR RERUN WITH PARM F "
003560             TO ROLLOVER-REPORT-LINE
003570         MOVE "TO FORCE." TO ROLLOVER-REPORT-LINE (50:9)
003580         PERFORM 3900-WRITE-REPORT-LINE
003590         MOVE "F" TO RUN-FINAL-STATUS
003600         MOVE 8 TO RUN-RETURN-CODE
003610     ELSE
003620         IF STEPS-MISSING-COUNT > ZERO
003630             MOVE SPACES TO ROLLOVER-REPORT-LINE
003640             STRING "*** ROLLOVER FORCED PAST " STEP-COUNT-EDIT
003650                     " STEP(S) NOT CLEAN."
003660                     DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE
003670             PERFORM 3900-WRITE-REPORT-LINE
003680             MOVE "W" TO RUN-FINAL-STATUS
003690             MOVE 4 TO RUN-RETURN-CODE
003700         END-IF
003710         PERFORM 2600-ADVANCE-BUSINESS-DATE
003720     END-IF.

003730 2600-ADVANCE-BUSINESS-DATE.
003740*    CLOSING A CATCH-UP DATE RETURNS TO THE DATE THAT WAS OPEN
003750*    WHEN THE CATCH-UP STARTED. AN ORDINARY CLOSE MAY NOT RUN
003760*    AHEAD OF THE CLOCK - THAT MEANS THE DAY WAS ALREADY ROLLED.
003770     IF BD-CATCHUP-ACTIVE
003780         MOVE BD-RESUME-DATE TO NEW-BUSINESS-DATE
003790         MOVE "N"  TO BD-CATCHUP-FLAG
003800         MOVE ZERO TO BD-RESUME-DATE
003810     ELSE
003820         IF CLOSING-DATE > RUN-START-DATE
003830             DISPLAY "BUSINESS DATE " CLOSING-DATE " IS AHEAD OF "
003840                 "THE CLOCK - ALREADY ROLLED. RUN ABORTED."
003850             PERFORM 5200-ABORT-RUN
003860         END-IF
003870         MOVE CLOSING-DATE TO ROLL-DATE-NUM
003880         PERFORM 2700-FORWARD-ONE-DAY
003890         MOVE ROLL-DATE-NUM TO NEW-BUSINESS-DATE
003900     END-IF.
003910     PERFORM 2800-WRITE-BUSINESS-DATE.
003920     MOVE SPACES TO ROLLOVER-REPORT-LINE.
003930     STRING "BUSINESS DATE ROLLED FROM " CLOSING-DATE " TO "
003940             NEW-BUSINESS-DATE
003950             DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE.
003960     PERFORM 3900-WRITE-REPORT-LINE.

003970 2700-FORWARD-ONE-DAY.
003980     MOVE MONTH-DAYS (RD-MM) TO MONTH-LAST-DAY.
003990     IF RD-MM = 2
004000         PERFORM 2960-ADJUST-FOR-LEAP-YEAR
004010     END-IF.
004020     IF RD-DD < MONTH-LAST-DAY
004030         ADD 1 TO RD-DD
004040     ELSE
004050         MOVE 1 TO RD-DD
004060         IF RD-MM = 12
004070             MOVE 1 TO RD-MM
004080             ADD 1 TO RD-YYYY
004090         ELSE
004100             ADD 1 TO RD-MM
004110         END-IF
004120     END-IF.

004130 2800-WRITE-BUSINESS-DATE.
004140     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
004150     ACCEPT CDT-TIME FROM TIME.
004160     MOVE NEW-BUSINESS-DATE TO BD-BUSINESS-DATE.
004170     MOVE CDT-DATE          TO BD-LAST-ROLL-DATE.
004180     MOVE CDT-TIME          TO BD-LAST-ROLL-TIME.
004190     MOVE USER-NAME         TO BD-LAST-ROLL-USER.
004200     OPEN OUTPUT BUSINESS-DATE-FILE.
004210     WRITE BUSINESS-DATE-RECORD.
004220     CLOSE BUSINESS-DATE-FILE.

004230 2950-VALIDATE-ROLL-DATE.
004240     MOVE "N" TO DATE-VALID-SWITCH.
004250     IF RD-YYYY >= 2000
004260             AND RD-MM >= 1 AND RD-MM <= 12
004270         MOVE MONTH-DAYS (RD-MM) TO MONTH-LAST-DAY
004280         IF RD-MM = 2
004290             PERFORM 2960-ADJUST-FOR-LEAP-YEAR
004300         END-IF
004310         IF RD-DD >= 1 AND RD-DD <= MONTH-LAST-DAY
004320             SET DATE-IS-VALID TO TRUE
004330         END-IF
004340     END-IF.

004350 2960-ADJUST-FOR-LEAP-YEAR.
004360     DIVIDE RD-YYYY BY 4 GIVING LEAP-QUOTIENT
004370         REMAINDER LEAP-REMAINDER.
004380     IF LEAP-REMAINDER = ZERO
004390         DIVIDE RD-YYYY BY 100 GIVING LEAP-QUOTIENT
004400             REMAINDER LEAP-REMAINDER
004410         IF LEAP-REMAINDER NOT = ZERO
004420             MOVE 29 TO MONTH-LAST-DAY
004430         ELSE
004440             DIVIDE RD-YYYY BY 400 GIVING LEAP-QUOTIENT
004450                 REMAINDER LEAP-REMAINDER
004460             IF LEAP-REMAINDER = ZERO
004470                 MOVE 29 TO MONTH-LAST-DAY
004480             END-IF
004490         END-IF
004500     END-IF.

004510 3000-START-CATCHUP.
004520*    THE CATCH-UP DATE MUST BE A REAL DATE BEFORE THE ONE NOW
004530*    OPEN. A SECOND CATCH-UP DURING A CATCH-UP KEEPS THE
004540*    ORIGINAL RESUME DATE.
004550     IF ROLL-PARM-DATE IS NOT NUMERIC
004560         DISPLAY "CATCH-UP DATE " ROLL-PARM-DATE " IS NOT "
004570             "NUMERIC. RUN ABORTED."
004580         PERFORM 5200-ABORT-RUN
004590     END-IF.
004600     MOVE ROLL-PARM-DATE TO ROLL-DATE-NUM.
004610     PERFORM 2950-VALIDATE-ROLL-DATE.
004620     IF NOT DATE-IS-VALID
004630         DISPLAY "CATCH-UP DATE " ROLL-PARM-DATE " IS NOT A "
004640             "VALID YYYYMMDD DATE. RUN ABORTED."
004650         PERFORM 5200-ABORT-RUN
004660     END-IF.
004670     IF BD-CATCHUP-ACTIVE
004680         IF ROLL-DATE-NUM NOT < BD-RESUME-DATE
004690             DISPLAY "CATCH-UP DATE " ROLL-DATE-NUM " IS NOT "
004700                 "BEFORE THE OPEN DATE " BD-RESUME-DATE
004710                 ". RUN ABORTED."
004720             PERFORM 5200-ABORT-RUN
004730         END-IF
004740     ELSE
004750         IF ROLL-DATE-NUM NOT < CLOSING-DATE
004760             DISPLAY "CATCH-UP DATE " ROLL-DATE-NUM " IS NOT "
004770                 "BEFORE THE OPEN DATE " CLOSING-DATE
004780                 ". RUN ABORTED."
004790             PERFORM 5200-ABORT-RUN
004800         END-IF
004810         MOVE CLOSING-DATE TO BD-RESUME-DATE
004820         MOVE "Y" TO BD-CATCHUP-FLAG
004830     END-IF.
004840     MOVE ROLL-DATE-NUM TO NEW-BUSINESS-DATE.
004850     PERFORM 2800-WRITE-BUSINESS-DATE.
004860     MOVE SPACES TO ROLLOVER-REPORT-LINE.
004870     PERFORM 3900-WRITE-REPORT-LINE.
004880     MOVE SPACES TO ROLLOVER-REPORT-LINE.
004890     STRING "*** CATCH-UP STARTED - BUSINESS DATE SET BACK TO "
004900             NEW-BUSINESS-DATE
004910             DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE.
004920     PERFORM 3900-WRITE-REPORT-LINE.
004930     MOVE SPACES TO ROLLOVER-REPORT-LINE.
004940     STRING "*** RERUN THE STEPS FOR " NEW-BUSINESS-DATE
004950             ", THEN ROLL TO RETURN TO " BD-RESUME-DATE
004960             DELIMITED BY SIZE INTO ROLLOVER-REPORT-LINE.
004970     PERFORM 3900-WRITE-REPORT-LINE.
004980     MOVE "W" TO RUN-FINAL-STATUS.
004990     MOVE 4 TO RUN-RETURN-CODE.

005000 3900-WRITE-REPORT-LINE.
005010     WRITE ROLLOVER-REPORT-LINE.
005020     DISPLAY ROLLOVER-REPORT-LINE.

005030 4000-TERMINATE.
005040     IF REPORT-IS-OPEN
005050         CLOSE ROLLOVER-REPORT
005060         MOVE "N" TO REPORT-OPEN-SWITCH
005070     END-IF.
005080     PERFORM 4100-RELEASE-RUN-LOCK.

005090 1050-ACQUIRE-RUN-LOCK.
005100*    THE BUSINESS DATE MAY NOT MOVE UNDER DEPT-CHECKER,
005110*    REJECT-RECYCLE, OR THE MAINTENANCE PROGRAMS.
005120     MOVE "N" TO LOCK-HELD-SWITCH.
005130     OPEN INPUT RUN-LOCK-FILE.
005140     IF RUN-LOCK-OK
005150         READ RUN-LOCK-FILE
005160             AT END
005170                 CONTINUE
005180             NOT AT END
005190                 SET LOCK-HELD TO TRUE
005200         END-READ
005210         CLOSE RUN-LOCK-FILE
005220     END-IF.
005230     IF LOCK-HELD
005240         PERFORM 1060-HANDLE-HELD-LOCK
005250     END-IF.
005260     PERFORM 1070-WRITE-RUN-LOCK.

005270 1060-HANDLE-HELD-LOCK.
005280     DISPLAY "GIGAHERTZ_LOCK_OVERRIDE" UPON ENVIRONMENT-NAME.
005290     ACCEPT LOCK-OVERRIDE-FLAG FROM ENVIRONMENT-VALUE.
005300     IF LOCK-OVERRIDE-FLAG NOT = "Y"
005310         MOVE "N" TO LOCK-OVERRIDE-FLAG
005320     END-IF.
005330     IF LOCK-OVERRIDE-FLAG = "Y"
005340         DISPLAY "*** BREAKING STALE RUN LOCK HELD BY "
005350             LK-PROGRAM-NAME " / " LK-USER-NAME " SINCE "
005360             LK-START-DATE " " LK-START-TIME "."
005370         PERFORM 1080-WRITE-LOCK-BREAK-RECORD
005380     ELSE
005390         DISPLAY "*** RUN LOCK IS HELD BY " LK-PROGRAM-NAME
005400             " / " LK-USER-NAME " SINCE " LK-START-DATE " "
005410             LK-START-TIME " - RUN REFUSED."
005420         DISPLAY "*** IF THAT RUN CRASHED, RERUN WITH "
005430             "GIGAHERTZ_LOCK_OVERRIDE=Y TO BREAK THE LOCK."
005440         PERFORM 5200-ABORT-RUN
005450     END-IF.

005460 1070-WRITE-RUN-LOCK.
005470     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
005480     ACCEPT CDT-TIME FROM TIME.
005490     OPEN OUTPUT RUN-LOCK-FILE.
005500     MOVE "EOD-ROLLOVER" TO LK-PROGRAM-NAME.
005510     MOVE USER-NAME      TO LK-USER-NAME.
005520     MOVE CDT-DATE       TO LK-START-DATE.
005530     MOVE CDT-TIME       TO LK-START-TIME.
005540     WRITE RUN-LOCK-RECORD.
005550     CLOSE RUN-LOCK-FILE.
005560     SET RUN-LOCK-OWNED TO TRUE.

005570 1080-WRITE-LOCK-BREAK-RECORD.
005580*    WHO BROKE A LOCK, AND WHEN, GOES ON RUN-CONTROL AS A
005590*    MODE-L RECORD.
005600     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
005610     ACCEPT CDT-TIME FROM TIME.
005620     OPEN EXTEND RUN-CONTROL-FILE.
005630     IF NOT RUN-CONTROL-OK
005640         OPEN OUTPUT RUN-CONTROL-FILE
005650     END-IF.
005660     MOVE "EOD-ROLLOVER" TO RC-PROGRAM-NAME.
005670     MOVE CDT-DATE       TO RC-START-DATE.
005680     MOVE CDT-TIME       TO RC-START-TIME.
005690     MOVE CDT-DATE       TO RC-END-DATE.
005700     MOVE CDT-TIME       TO RC-END-TIME.
005710     MOVE "L"            TO RC-RUN-MODE.
005720     MOVE ZERO           TO RC-RECORDS-READ.
005730     MOVE ZERO           TO RC-RECORDS-ASSIGNED.
005740     MOVE ZERO           TO RC-RECORDS-REJECTED.
005750     MOVE ZERO           TO RC-CONFLICT-COUNT.
005760     MOVE "W"            TO RC-FINAL-STATUS.
005770     MOVE ZERO           TO RC-RETURN-CODE.
005780     MOVE USER-NAME      TO RC-USER-NAME.
005790     MOVE ZERO           TO RC-BUSINESS-DATE.
005800     WRITE RUN-CONTROL-RECORD.
005810     CLOSE RUN-CONTROL-FILE.

005820 4100-RELEASE-RUN-LOCK.
005830*    RELEASING EMPTIES THE FILE - AN EMPTY LOCK FILE READS AS
005840*    NOT HELD. SKIPPED WHEN THIS RUN NEVER OWNED THE LOCK.
005850     IF RUN-LOCK-OWNED
005860         OPEN OUTPUT RUN-LOCK-FILE
005870         CLOSE RUN-LOCK-FILE
005880         MOVE "N" TO RUN-LOCK-OWNED-SWITCH
005890     END-IF.

005900 5100-WRITE-RUN-CONTROL.
005910     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
005920     ACCEPT CDT-TIME FROM TIME.
005930     OPEN EXTEND RUN-CONTROL-FILE.
005940     IF NOT RUN-CONTROL-OK
005950         OPEN OUTPUT RUN-CONTROL-FILE
005960     END-IF.
005970     MOVE "EOD-ROLLOVER"      TO RC-PROGRAM-NAME.
005980     MOVE RUN-START-DATE      TO RC-START-DATE.
005990     MOVE RUN-START-TIME      TO RC-START-TIME.
006000     MOVE CDT-DATE            TO RC-END-DATE.
006010     MOVE CDT-TIME            TO RC-END-TIME.
006020     MOVE "B"                 TO RC-RUN-MODE.
006030     MOVE CONTROL-READ-COUNT  TO RC-RECORDS-READ.
006040     MOVE STEPS-CLEAN-COUNT   TO RC-RECORDS-ASSIGNED.
006050     MOVE STEPS-MISSING-COUNT TO RC-RECORDS-REJECTED.
006060     MOVE ZERO                TO RC-CONFLICT-COUNT.
006070     MOVE RUN-FINAL-STATUS    TO RC-FINAL-STATUS.
006080     MOVE RUN-RETURN-CODE     TO RC-RETURN-CODE.
006090     MOVE USER-NAME           TO RC-USER-NAME.
006100     MOVE CLOSING-DATE        TO RC-BUSINESS-DATE.
006110     WRITE RUN-CONTROL-RECORD.
006120     CLOSE RUN-CONTROL-FILE.

006130 5200-ABORT-RUN.
006140     MOVE "F" TO RUN-FINAL-STATUS.
006150     MOVE 16 TO RUN-RETURN-CODE.
006160     PERFORM 4000-TERMINATE.
006170     PERFORM 5100-WRITE-RUN-CONTROL.
006180     MOVE RUN-RETURN-CODE TO RETURN-CODE.
006190     STOP RUN.
