000270*                   DEPT CODE NOT ON THE MASTER COUNTS AS       *
000280*                   UNKNOWN-DEPT AND STILL ENDS THE RUN WITH    *
000290*                   CONDITION CODE 4.                           *
000300*  2026-10-15 EDM   THE SUMMARY DATE NOW COMES FROM THE SHARED   *
000310*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK, AND *
000320*                   THE RUN-CONTROL RECORD CARRIES THAT BUSINESS *
000330*                   DATE SO EOD-ROLLOVER CAN SEE THE DAY WAS     *
000340*                   SUMMARIZED.                                  *
000350*  2026-10-15 EDM   DEPARTMENTS ARE NOW KEYED BY SITE AND DEPT   *
000360*                   CODE. THE SUMMARY PRINTS ONE GROUP PER SITE  *
000370*                   ON DEPT-MASTER-FILE WITH A SITE TOTAL LINE,  *
000380*                   AND A TOTALS RECORD WITH NO SITE COUNTS      *
000390*                   AGAINST SITE 01.                             *
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

000540     SELECT SUMMARY-REPORT ASSIGN TO "SUMRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS SUMMARY-RPT-STATUS.

000570     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS RUN-CONTROL-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BUSINESS-DATE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  BUSINESS-DATE-RECORD.
000650     COPY BUSDATE.

000660 FD  DAILY-TOTALS-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  DAILY-TOTALS-RECORD.
000700     COPY DAYTOTS.

000710 FD  DEPT-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  DEPT-MASTER-RECORD.
000740     COPY DEPTMAST.

000750 FD  SUMMARY-REPORT
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  SUMMARY-REPORT-LINE        PIC X(80).

000790 FD  RUN-CONTROL-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  RUN-CONTROL-RECORD.
000830     COPY RUNCTL.

000840 WORKING-STORAGE SECTION.
000850 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000860     88  BUSINESS-DATE-OK       VALUE "00".
000870 77  DAILY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000880     88  DAILY-TOTALS-OK        VALUE "00".
000890 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
000900     88  DEPT-MASTER-OK         VALUE "00".
000910     88  DEPT-MASTER-EOF        VALUE "10".
000920 77  SUMMARY-RPT-STATUS         PIC X(02) VALUE SPACES.
000930     88  SUMMARY-RPT-OK         VALUE "00".
000940 77  END-OF-TOTALS-SWITCH       PIC X(01) VALUE "N".
000950     88  END-OF-TOTALS          VALUE "Y".
000960 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
000970     88  RUN-CONTROL-OK         VALUE "00".
000980 77  RUN-START-DATE             PIC 9(08) VALUE ZERO.
000990 77  RUN-START-TIME             PIC 9(08) VALUE ZERO.
001000 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
001010 77  RUN-FINAL-STATUS           PIC X(01) VALUE "C".
001020 77  TOTALS-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
001030 77  UNKNOWN-DEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
001040 77  TOTAL-ASSIGN-COUNT         PIC 9(07) COMP VALUE ZERO.
001050 77  SITE-ASSIGN-COUNT          PIC 9(07) COMP VALUE ZERO.
001060 77  SITE-UNIT-TOTAL            PIC 9(09) COMP VALUE ZERO.
001070 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001080 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.

001090 01  DEPT-TABLE.
001100     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001110     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
001120             DEPENDING ON DEPT-TABLE-COUNT
001130             INDEXED BY DEPT-TABLE-IDX.
001140         10  DT-SITE-CODE       PIC X(02).
001150         10  DT-DEPT-CODE       PIC 9(02).
001160         10  DT-DEPT-NAME       PIC X(15).
001170         10  DT-ASSIGN-COUNT    PIC 9(07) COMP.
001180         10  DT-UNIT-TOTAL      PIC 9(09) COMP.

001190 01  SITE-TABLE.
001200     05  SITE-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001210     05  SITE-TABLE-ENTRY OCCURS 1 TO 100 TIMES
001220             DEPENDING ON SITE-TABLE-COUNT
001230             INDEXED BY SITE-TABLE-IDX.
001240         10  ST-SITE-CODE       PIC X(02).

001250 01  RUN-DATE                   PIC 9(08) VALUE ZERO.

001260 01  CURRENT-DATE-TIME.
001270     05  CDT-DATE               PIC 9(08).
001280     05  CDT-TIME               PIC 9(08).

001290 01  SUMMARY-DETAIL-LINE.
001300     05  SDL-DEPT-NAME          PIC X(15).
001310     05  FILLER                 PIC X(03) VALUE SPACES.
001320     05  SDL-ASSIGN-EDIT        PIC ZZZ,ZZ9.
001330     05  FILLER                 PIC X(03) VALUE SPACES.
001340     05  SDL-UNITS-EDIT         PIC ZZZ,ZZZ,ZZ9.
001350     05  FILLER                 PIC X(41) VALUE SPACES.

001360 PROCEDURE DIVISION.
001370 100-START-LOGIC.
001380     PERFORM 1000-INITIALIZE.
001390     PERFORM 2000-PROCESS-TOTALS-RECORDS
001400         UNTIL END-OF-TOTALS.
001410     PERFORM 3000-PRINT-SUMMARY.
001420     PERFORM 4000-TERMINATE.
001430     PERFORM 5000-SET-FINAL-STATUS.
001440     PERFORM 5100-WRITE-RUN-CONTROL.
001450     MOVE RUN-RETURN-CODE TO RETURN-CODE.
001460     STOP RUN.

001470 1000-INITIALIZE.
001480     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
001490     ACCEPT RUN-START-TIME FROM TIME.
001500     PERFORM 1050-READ-BUSINESS-DATE.
001510     OPEN INPUT DAILY-TOTALS-FILE.
001520     IF NOT DAILY-TOTALS-OK
001530         DISPLAY "DAILY-TOTALS-FILE NOT FOUND - CANNOT BUILD "
001540             "SUMMARY. RUN TOTALS-REBUILD. RUN ABORTED."
001550         PERFORM 5200-ABORT-RUN
001560     END-IF.
001570     OPEN OUTPUT SUMMARY-REPORT.
001580     PERFORM 1100-LOAD-DEPT-MASTER.
001590     PERFORM 2100-READ-TOTALS-RECORD.

001600 1050-READ-BUSINESS-DATE.
001610     OPEN INPUT BUSINESS-DATE-FILE.
001620     IF NOT BUSINESS-DATE-OK
001630         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
001640             "BUILD SUMMARY. RUN ABORTED."
001650         PERFORM 5200-ABORT-RUN
001660     END-IF.
001670     READ BUSINESS-DATE-FILE
001680         AT END
001690             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
001700                 "BUILD SUMMARY. RUN ABORTED."
001710             CLOSE BUSINESS-DATE-FILE
001720             PERFORM 5200-ABORT-RUN
001730     END-READ.
001740     CLOSE BUSINESS-DATE-FILE.
001750     MOVE BD-BUSINESS-DATE TO RUN-DATE.
001760     IF BD-CATCHUP-ACTIVE
001770         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
001780             " - OPEN DATE IS " BD-RESUME-DATE "."
001790     END-IF.

001800 1100-LOAD-DEPT-MASTER.
001810     OPEN INPUT DEPT-MASTER-FILE.
001820     IF NOT DEPT-MASTER-OK
001830         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT BUILD "
001840             "SUMMARY. RUN ABORTED."
001850         PERFORM 5200-ABORT-RUN
001860     END-IF.
001870     PERFORM 1150-READ-DEPT-MASTER-RECORD.
001880     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
001890         UNTIL DEPT-MASTER-EOF.
001900     CLOSE DEPT-MASTER-FILE.

001910 1150-READ-DEPT-MASTER-RECORD.
001920     READ DEPT-MASTER-FILE
001930         AT END
001940             SET DEPT-MASTER-EOF TO TRUE
001950     END-READ.

001960 1160-ADD-DEPT-TABLE-ENTRY.
001970     IF DEPT-TABLE-COUNT >= 100
001980         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
001990             "DEPARTMENTS. RUN ABORTED."
002000         PERFORM 5200-ABORT-RUN
002010     END-IF.
002020     IF DM-SITE-CODE = SPACES
002030         MOVE HOME-SITE-CODE TO DM-SITE-CODE
002040     END-IF.
002050     ADD 1 TO DEPT-TABLE-COUNT.
002060     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
002070     MOVE DM-SITE-CODE TO DT-SITE-CODE (DEPT-TABLE-IDX).
002080     MOVE DM-DEPT-CODE TO DT-DEPT-CODE (DEPT-TABLE-IDX).
002090     MOVE DM-DEPT-NAME TO DT-DEPT-NAME (DEPT-TABLE-IDX).
002100     MOVE ZERO TO DT-ASSIGN-COUNT (DEPT-TABLE-IDX).
002110     MOVE ZERO TO DT-UNIT-TOTAL (DEPT-TABLE-IDX).
002120     PERFORM 1170-ADD-SITE-TABLE-ENTRY.
002130     PERFORM 1150-READ-DEPT-MASTER-RECORD.

002140 1170-ADD-SITE-TABLE-ENTRY.
002150     SET SITE-TABLE-IDX TO 1.
002160     SEARCH SITE-TABLE-ENTRY
002170         AT END
002180             ADD 1 TO SITE-TABLE-COUNT
002190             SET SITE-TABLE-IDX TO SITE-TABLE-COUNT
002200             MOVE DM-SITE-CODE TO ST-SITE-CODE (SITE-TABLE-IDX)
002210         WHEN ST-SITE-CODE (SITE-TABLE-IDX) = DM-SITE-CODE
002220             CONTINUE
002230     END-SEARCH.

002240 2000-PROCESS-TOTALS-RECORDS.
002250     ADD 1 TO TOTALS-READ-COUNT.
002260     IF DY-TOTAL-DATE = RUN-DATE
002270         MOVE DY-SITE-CODE TO CHECK-SITE-CODE
002280         IF CHECK-SITE-CODE = SPACES
002290             MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
002300         END-IF
002310         SET DEPT-TABLE-IDX TO 1
002320         SEARCH DEPT-TABLE-ENTRY
002330             AT END
002340                 ADD DY-ASSIGN-COUNT TO UNKNOWN-DEPT-COUNT
002350                 ADD DY-ASSIGN-COUNT TO TOTAL-ASSIGN-COUNT
002360             WHEN DT-SITE-CODE (DEPT-TABLE-IDX) = CHECK-SITE-CODE
002370              AND DT-DEPT-CODE (DEPT-TABLE-IDX) = DY-DEPT-CODE
002380                 ADD DY-ASSIGN-COUNT
002390                     TO DT-ASSIGN-COUNT (DEPT-TABLE-IDX)
002400                 ADD DY-UNIT-TOTAL
002410                     TO DT-UNIT-TOTAL (DEPT-TABLE-IDX)
002420                 ADD DY-ASSIGN-COUNT TO TOTAL-ASSIGN-COUNT
002430         END-SEARCH
002440     END-IF.
002450     PERFORM 2100-READ-TOTALS-RECORD.

002460 2100-READ-TOTALS-RECORD.
002470     READ DAILY-TOTALS-FILE
002480         AT END
002490             SET END-OF-TOTALS TO TRUE
002500     END-READ.

002510 3000-PRINT-SUMMARY.
002520     MOVE SPACES TO SUMMARY-REPORT-LINE.
002530     STRING "GIGAHERTZ DEPARTMENT LOAD SUMMARY - RUN DATE "
002540             RUN-DATE
002550             DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
002560     WRITE SUMMARY-REPORT-LINE.
002570     MOVE "DEPT NAME          ASSIGNS        UNITS"
002580         TO SUMMARY-REPORT-LINE.
002590     WRITE SUMMARY-REPORT-LINE.
002600     MOVE ALL "-" TO SUMMARY-REPORT-LINE.
002610     WRITE SUMMARY-REPORT-LINE.
002620     PERFORM 3050-WRITE-SITE-GROUP
002630         VARYING SITE-TABLE-IDX FROM 1 BY 1
002640         UNTIL SITE-TABLE-IDX > SITE-TABLE-COUNT.
002650     MOVE SPACES TO SUMMARY-DETAIL-LINE.
002660     MOVE "UNKNOWN-DEPT" TO SDL-DEPT-NAME.
002670     MOVE UNKNOWN-DEPT-COUNT TO SDL-ASSIGN-EDIT.
002680     MOVE ZERO TO SDL-UNITS-EDIT.
002690     PERFORM 3200-WRITE-SUMMARY-LINE.
002700     MOVE SPACES TO SUMMARY-DETAIL-LINE.
002710     MOVE "TOTAL" TO SDL-DEPT-NAME.
002720     MOVE TOTAL-ASSIGN-COUNT TO SDL-ASSIGN-EDIT.
002730     MOVE ZERO TO SDL-UNITS-EDIT.
002740     PERFORM 3200-WRITE-SUMMARY-LINE.

002750 3050-WRITE-SITE-GROUP.
002760     MOVE SPACES TO SUMMARY-REPORT-LINE.
002770     STRING "SITE " ST-SITE-CODE (SITE-TABLE-IDX)
002780         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
002790     WRITE SUMMARY-REPORT-LINE.
002800     DISPLAY SUMMARY-REPORT-LINE.
002810     MOVE ZERO TO SITE-ASSIGN-COUNT.
002820     MOVE ZERO TO SITE-UNIT-TOTAL.
002830     PERFORM 3100-WRITE-DEPT-LINE
002840         VARYING DEPT-TABLE-IDX FROM 1 BY 1
002850         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.
002860     MOVE SPACES TO SUMMARY-DETAIL-LINE.
002870     STRING "SITE " ST-SITE-CODE (SITE-TABLE-IDX) " TOTAL"
002880         DELIMITED BY SIZE INTO SDL-DEPT-NAME.
002890     MOVE SITE-ASSIGN-COUNT TO SDL-ASSIGN-EDIT.
002900     MOVE SITE-UNIT-TOTAL TO SDL-UNITS-EDIT.
002910     PERFORM 3200-WRITE-SUMMARY-LINE.

002920 3100-WRITE-DEPT-LINE.
002930     IF DT-SITE-CODE (DEPT-TABLE-IDX)
002940             = ST-SITE-CODE (SITE-TABLE-IDX)
002950         PERFORM 3150-WRITE-SITE-DEPT-LINE
002960     END-IF.

002970 3150-WRITE-SITE-DEPT-LINE.
002980     ADD DT-ASSIGN-COUNT (DEPT-TABLE-IDX) TO SITE-ASSIGN-COUNT.
002990     ADD DT-UNIT-TOTAL (DEPT-TABLE-IDX) TO SITE-UNIT-TOTAL.
003000     MOVE SPACES TO SUMMARY-DETAIL-LINE.
003010     MOVE DT-DEPT-NAME (DEPT-TABLE-IDX)    TO SDL-DEPT-NAME.
003020     MOVE DT-ASSIGN-COUNT (DEPT-TABLE-IDX) TO SDL-ASSIGN-EDIT.
003030     MOVE DT-UNIT-TOTAL (DEPT-TABLE-IDX)   TO SDL-UNITS-EDIT.
003040     PERFORM 3200-WRITE-SUMMARY-LINE.

003050 3200-WRITE-SUMMARY-LINE.
003060     MOVE SUMMARY-DETAIL-LINE TO SUMMARY-REPORT-LINE.
003070     WRITE SUMMARY-REPORT-LINE.
003080     DISPLAY SUMMARY-REPORT-LINE.

003090 4000-TERMINATE.
003100     CLOSE DAILY-TOTALS-FILE.
003110     CLOSE SUMMARY-REPORT.

003120 5000-SET-FINAL-STATUS.
003130     IF UNKNOWN-DEPT-COUNT > ZERO
003140         MOVE "W" TO RUN-FINAL-STATUS
003150         MOVE 4 TO RUN-RETURN-CODE
003160     ELSE
003170         MOVE "C" TO RUN-FINAL-STATUS
003180         MOVE ZERO TO RUN-RETURN-CODE
003190     END-IF.

003200 5100-WRITE-RUN-CONTROL.
003210     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
003220     ACCEPT CDT-TIME FROM TIME.
003230     OPEN EXTEND RUN-CONTROL-FILE.
003240     IF NOT RUN-CONTROL-OK
003250         OPEN OUTPUT RUN-CONTROL-FILE
003260     END-IF.
003270     MOVE "DEPT-SUMMARY" TO RC-PROGRAM-NAME.
003280     MOVE RUN-START-DATE TO RC-START-DATE.
003290     MOVE RUN-START-TIME TO RC-START-TIME.
003300     MOVE CDT-DATE       TO RC-END-DATE.
003310     MOVE CDT-TIME       TO RC-END-TIME.
003320     MOVE "R"            TO RC-RUN-MODE.
003330     MOVE TOTALS-READ-COUNT TO RC-RECORDS-READ.
003340     MOVE TOTAL-ASSIGN-COUNT TO RC-RECORDS-ASSIGNED.
003350     MOVE ZERO           TO RC-RECORDS-REJECTED.
003360     MOVE UNKNOWN-DEPT-COUNT TO RC-CONFLICT-COUNT.
003370     MOVE RUN-FINAL-STATUS TO RC-FINAL-STATUS.
003380     MOVE RUN-RETURN-CODE  TO RC-RETURN-CODE.
003390     MOVE SPACES           TO RC-USER-NAME.
003400     MOVE RUN-DATE         TO RC-BUSINESS-DATE.
003410     WRITE RUN-CONTROL-RECORD.
003420     CLOSE RUN-CONTROL-FILE.

003430 5200-ABORT-RUN.
003440     MOVE "F" TO RUN-FINAL-STATUS.
003450     MOVE 16 TO RUN-RETURN-CODE.
003460     PERFORM 5100-WRITE-RUN-CONTROL.
003470     MOVE RUN-RETURN-CODE TO RETURN-CODE.
003480     STOP RUN.
