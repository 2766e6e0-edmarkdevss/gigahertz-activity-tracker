000300*                   ARCHIVED FIGURES ARE NET.                  *
000310*  2026-09-02 EDM   RECORDS WIDENED TO 82 BYTES FOR THE NEW    *
000320*                   LOG-RECEIPT-FLAG.                          *
000330*  2026-10-15 EDM   THE RETENTION CUTOFF AND THE ROLLUP REPORT   *
000340*                   DATE NOW COUNT FROM THE SHARED BUSINESS-     *
000350*                   DATE-FILE INSTEAD OF THE CLOCK.              *
000360*  2026-10-15 EDM   RECORDS WIDENED TO 90 BYTES FOR THE NEW LOG- *
000370*                   BATCH-ID.                                    *
000380*  2026-10-15 EDM   RECORDS WIDENED TO 100 BYTES FOR THE NEW     *
000390*                   LOG-PRODUCT-CODE.                            *
000400*  2026-10-15 EDM   ARCHIVE AND KEEP RECORDS WIDENED TO 102      *
000410*                   BYTES FOR THE NEW LOG-SITE-CODE.             *
000420*----------------------------------------------------------------*

000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS BUSINESS-DATE-STATUS.

000500     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS ASSIGN-LOG-STATUS.

000530     SELECT ARCHIVE-OUT-FILE ASSIGN TO "ARCHOUT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS ARCHIVE-OUT-STATUS.

000560     SELECT KEEP-OUT-FILE ASSIGN TO "ASSNNEW"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS KEEP-OUT-STATUS.

000590     SELECT ROLLUP-REPORT ASSIGN TO "ROLLRPT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS ROLLUP-RPT-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BUSINESS-DATE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  BUSINESS-DATE-RECORD.
000670     COPY BUSDATE.

000680 FD  PRODUCT-ASSIGN-LOG
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  ASSIGN-LOG-RECORD.
000720     COPY ASSNLOG.

000730 FD  ARCHIVE-OUT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  ARCHIVE-OUT-RECORD         PIC X(102).

000770 FD  KEEP-OUT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  KEEP-OUT-RECORD            PIC X(102).

000810 FD  ROLLUP-REPORT
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  ROLLUP-REPORT-LINE         PIC X(80).

000850 WORKING-STORAGE SECTION.
000860 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000870     88  BUSINESS-DATE-OK       VALUE "00".
000880 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
000890     88  ASSIGN-LOG-OK          VALUE "00".
000900 77  ARCHIVE-OUT-STATUS         PIC X(02) VALUE SPACES.
000910     88  ARCHIVE-OUT-OK         VALUE "00".
000920 77  KEEP-OUT-STATUS            PIC X(02) VALUE SPACES.
000930     88  KEEP-OUT-OK            VALUE "00".
000940 77  ROLLUP-RPT-STATUS          PIC X(02) VALUE SPACES.
000950     88  ROLLUP-RPT-OK          VALUE "00".
000960 77  END-OF-LOG-SWITCH          PIC X(01) VALUE "N".
000970     88  END-OF-LOG             VALUE "Y".

000980 77  RETENTION-PARM             PIC X(03) VALUE SPACES.
000990 77  RETENTION-DAYS             PIC 9(03) VALUE ZERO.
001000 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001010 77  ARCHIVED-COUNT             PIC 9(07) COMP VALUE ZERO.
001020 77  KEPT-COUNT                 PIC 9(07) COMP VALUE ZERO.
001030 77  COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
001040 77  ROLLUP-SUB                 PIC 9(03) COMP VALUE ZERO.
001050 77  ROLLUP-HIT-SUB             PIC 9(03) COMP VALUE ZERO.

001060 01  CUTOFF-DATE.
001070     05  CUT-YYYY               PIC 9(04).
001080     05  CUT-MM                 PIC 9(02).
001090     05  CUT-DD                 PIC 9(02).
001100 01  CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE
001110                                PIC 9(08).
001120 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001130 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

001140 01  MONTH-DAYS-TABLE.
001150     05  FILLER                 PIC X(24) VALUE
001160         "312831303130313130313031".
001170 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
001180     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

001190 01  LOG-ASSIGN-MONTH-WORK.
001200     05  LAM-YYYYMM             PIC 9(06).

001210 01  ROLLUP-TABLE.
001220     05  ROLLUP-COUNT           PIC 9(03) COMP VALUE ZERO.
001230     05  ROLLUP-ENTRY OCCURS 1 TO 240 TIMES
001240             DEPENDING ON ROLLUP-COUNT.
001250         10  RU-MONTH           PIC 9(06).
001260         10  RU-DEPT-NAME       PIC X(15).
001270         10  RU-ASSIGN-COUNT    PIC 9(07) COMP.
001280         10  RU-UNIT-TOTAL      PIC 9(09) COMP.

001290 01  ROLLUP-DETAIL-LINE.
001300     05  RUD-MONTH              PIC 9(06).
001310     05  FILLER                 PIC X(03) VALUE SPACES.
001320     05  RUD-DEPT-NAME          PIC X(15).
001330     05  FILLER                 PIC X(03) VALUE SPACES.
001340     05  RUD-ASSIGN-EDIT        PIC Z,ZZZ,ZZ9.
001350     05  FILLER                 PIC X(03) VALUE SPACES.
001360     05  RUD-UNITS-EDIT         PIC ZZZ,ZZZ,ZZ9.
001370     05  FILLER                 PIC X(30) VALUE SPACES.

001380 01  CURRENT-DATE-TIME.
001390     05  CDT-DATE               PIC 9(08).
001400     05  CDT-TIME               PIC 9(08).

001410 PROCEDURE DIVISION.
001420 100-START-LOGIC.
001430     PERFORM 1000-INITIALIZE.
001440     PERFORM 2000-SPLIT-LOG-RECORD
001450         UNTIL END-OF-LOG.
001460     PERFORM 3000-PRINT-ROLLUP-REPORT.
001470     PERFORM 4000-TERMINATE.
001480     STOP RUN.

001490 1000-INITIALIZE.
001500     DISPLAY "=== GIGAHERTZ ASSIGNMENT LOG ARCHIVE v1.0 ===".
001510     PERFORM 1050-READ-BUSINESS-DATE.
001520     OPEN INPUT PRODUCT-ASSIGN-LOG.
001530     IF NOT ASSIGN-LOG-OK
001540         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - NOTHING TO "
001550             "ARCHIVE. RUN ABORTED."
001560         MOVE 16 TO RETURN-CODE
001570         STOP RUN
001580     END-IF.
001590     OPEN OUTPUT ARCHIVE-OUT-FILE.
001600     OPEN OUTPUT KEEP-OUT-FILE.
001610     OPEN OUTPUT ROLLUP-REPORT.
001620     PERFORM 1100-SET-RETENTION-CUTOFF.
001630     PERFORM 2100-READ-LOG-RECORD.

001640 1050-READ-BUSINESS-DATE.
001650     OPEN INPUT BUSINESS-DATE-FILE.
001660     IF NOT BUSINESS-DATE-OK
001670         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
001680             "SET THE RETENTION CUTOFF. RUN ABORTED."
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     READ BUSINESS-DATE-FILE
001730         AT END
001740             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
001750                 "SET THE RETENTION CUTOFF. RUN ABORTED."
001760             CLOSE BUSINESS-DATE-FILE
001770             MOVE 16 TO RETURN-CODE
001780             STOP RUN
001790     END-READ.
001800     CLOSE BUSINESS-DATE-FILE.
001810     MOVE BD-BUSINESS-DATE TO RUN-DATE.
001820     IF BD-CATCHUP-ACTIVE
001830         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
001840             " - OPEN DATE IS " BD-RESUME-DATE "."
001850     END-IF.

001860 1100-SET-RETENTION-CUTOFF.
001870     ACCEPT RETENTION-PARM FROM COMMAND-LINE.
001880     IF RETENTION-PARM IS NUMERIC
001890         MOVE RETENTION-PARM TO RETENTION-DAYS
001900     END-IF.
001910     IF RETENTION-DAYS = ZERO
001920         MOVE 30 TO RETENTION-DAYS
001930     END-IF.
001940     MOVE RUN-DATE TO CUTOFF-DATE-NUM.
001950     PERFORM 1200-BACK-ONE-DAY RETENTION-DAYS TIMES.
001960     DISPLAY "RETENTION DAYS: " RETENTION-DAYS.
001970     DISPLAY "ARCHIVING ASSIGNMENTS DATED BEFORE "
001980         CUTOFF-DATE-NUM.

001990 1200-BACK-ONE-DAY.
002000     IF CUT-DD > 1
002010         SUBTRACT 1 FROM CUT-DD
002020     ELSE
002030         IF CUT-MM = 1
002040             MOVE 12 TO CUT-MM
002050             SUBTRACT 1 FROM CUT-YYYY
002060         ELSE
002070             SUBTRACT 1 FROM CUT-MM
002080         END-IF
002090         MOVE MONTH-DAYS (CUT-MM) TO CUT-DD
002100         IF CUT-MM = 2
002110             PERFORM 1250-ADJUST-FOR-LEAP-YEAR
002120         END-IF
002130     END-IF.

002140 1250-ADJUST-FOR-LEAP-YEAR.
002150     DIVIDE CUT-YYYY BY 4 GIVING LEAP-QUOTIENT
002160         REMAINDER LEAP-REMAINDER.
002170     IF LEAP-REMAINDER = ZERO
002180         DIVIDE CUT-YYYY BY 100 GIVING LEAP-QUOTIENT
002190             REMAINDER LEAP-REMAINDER
002200         IF LEAP-REMAINDER NOT = ZERO
002210             MOVE 29 TO CUT-DD
002220         ELSE
002230             DIVIDE CUT-YYYY BY 400 GIVING LEAP-QUOTIENT
002240                 REMAINDER LEAP-REMAINDER
002250             IF LEAP-REMAINDER = ZERO
002260                 MOVE 29 TO CUT-DD
002270             END-IF
002280         END-IF
002290     END-IF.

002300 2000-SPLIT-LOG-RECORD.
002310     IF LOG-ASSIGN-DATE < CUTOFF-DATE-NUM
002320         WRITE ARCHIVE-OUT-RECORD FROM ASSIGN-LOG-RECORD
002330         ADD 1 TO ARCHIVED-COUNT
002340         PERFORM 2200-ACCUMULATE-ROLLUP
002350     ELSE
002360         WRITE KEEP-OUT-RECORD FROM ASSIGN-LOG-RECORD
002370         ADD 1 TO KEPT-COUNT
002380     END-IF.
002390     PERFORM 2100-READ-LOG-RECORD.

002400 2100-READ-LOG-RECORD.
002410     READ PRODUCT-ASSIGN-LOG
002420         AT END
002430             SET END-OF-LOG TO TRUE
002440     END-READ.

002450 2200-ACCUMULATE-ROLLUP.
002460     MOVE LOG-ASSIGN-DATE (1:6) TO LAM-YYYYMM.
002470     MOVE ZERO TO ROLLUP-HIT-SUB.
002480     PERFORM 2250-MATCH-ROLLUP-ENTRY
002490         VARYING ROLLUP-SUB FROM 1 BY 1
002500         UNTIL ROLLUP-SUB > ROLLUP-COUNT
002510         OR ROLLUP-HIT-SUB > ZERO.
002520     IF ROLLUP-HIT-SUB = ZERO
002530         IF ROLLUP-COUNT >= 240
002540             DISPLAY "MORE THAN 240 MONTH/DEPT ROLLUP GROUPS - "
002550                 "REMAINDER NOT ROLLED UP."
002560         ELSE
002570             ADD 1 TO ROLLUP-COUNT
002580             MOVE ROLLUP-COUNT TO ROLLUP-HIT-SUB
002590             MOVE LAM-YYYYMM TO RU-MONTH (ROLLUP-HIT-SUB)
002600             MOVE LOG-DEPT-NAME
002610                 TO RU-DEPT-NAME (ROLLUP-HIT-SUB)
002620             MOVE ZERO TO RU-ASSIGN-COUNT (ROLLUP-HIT-SUB)
002630             MOVE ZERO TO RU-UNIT-TOTAL (ROLLUP-HIT-SUB)
002640         END-IF
002650     END-IF.
002660     IF ROLLUP-HIT-SUB > ZERO
002670         IF LOG-TYPE-REVERSAL
002680             IF RU-ASSIGN-COUNT (ROLLUP-HIT-SUB) > ZERO
002690                 SUBTRACT 1
002700                     FROM RU-ASSIGN-COUNT (ROLLUP-HIT-SUB)
002710             END-IF
002720             IF RU-UNIT-TOTAL (ROLLUP-HIT-SUB)
002730                     >= LOG-PRODUCT-QTY
002740                 SUBTRACT LOG-PRODUCT-QTY
002750                     FROM RU-UNIT-TOTAL (ROLLUP-HIT-SUB)
002760             ELSE
002770                 MOVE ZERO TO RU-UNIT-TOTAL (ROLLUP-HIT-SUB)
002780             END-IF
002790         ELSE
002800             ADD 1 TO RU-ASSIGN-COUNT (ROLLUP-HIT-SUB)
002810             ADD LOG-PRODUCT-QTY
002820                 TO RU-UNIT-TOTAL (ROLLUP-HIT-SUB)
002830         END-IF
002840     END-IF.

002850 2250-MATCH-ROLLUP-ENTRY.
002860     IF RU-MONTH (ROLLUP-SUB) = LAM-YYYYMM
002870         AND RU-DEPT-NAME (ROLLUP-SUB) = LOG-DEPT-NAME
002880         MOVE ROLLUP-SUB TO ROLLUP-HIT-SUB
002890     END-IF.

002900 3000-PRINT-ROLLUP-REPORT.
002910     MOVE SPACES TO ROLLUP-REPORT-LINE.
002920     STRING "GIGAHERTZ MONTH-END ASSIGNMENT ROLLUP - RUN DATE "
002930             RUN-DATE
002940             DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
002950     WRITE ROLLUP-REPORT-LINE.
002960     MOVE "MONTH    DEPT NAME         ASSIGNS       UNITS"
002970         TO ROLLUP-REPORT-LINE.
002980     WRITE ROLLUP-REPORT-LINE.
002990     MOVE ALL "-" TO ROLLUP-REPORT-LINE.
003000     WRITE ROLLUP-REPORT-LINE.
003010     PERFORM 3100-PRINT-ROLLUP-LINE
003020         VARYING ROLLUP-SUB FROM 1 BY 1
003030         UNTIL ROLLUP-SUB > ROLLUP-COUNT.
003040     IF ROLLUP-COUNT = ZERO
003050         MOVE "NO RECORDS WERE OLD ENOUGH TO ARCHIVE."
003060             TO ROLLUP-REPORT-LINE
003070         WRITE ROLLUP-REPORT-LINE
003080     END-IF.

003090 3100-PRINT-ROLLUP-LINE.
003100     MOVE SPACES TO ROLLUP-DETAIL-LINE.
003110     MOVE RU-MONTH (ROLLUP-SUB)        TO RUD-MONTH.
003120     MOVE RU-DEPT-NAME (ROLLUP-SUB)    TO RUD-DEPT-NAME.
003130     MOVE RU-ASSIGN-COUNT (ROLLUP-SUB) TO RUD-ASSIGN-EDIT.
003140     MOVE RU-UNIT-TOTAL (ROLLUP-SUB)   TO RUD-UNITS-EDIT.
003150     MOVE ROLLUP-DETAIL-LINE TO ROLLUP-REPORT-LINE.
003160     WRITE ROLLUP-REPORT-LINE.

003170 4000-TERMINATE.
003180     CLOSE PRODUCT-ASSIGN-LOG.
003190     CLOSE ARCHIVE-OUT-FILE.
003200     CLOSE KEEP-OUT-FILE.
003210     CLOSE ROLLUP-REPORT.
003220     MOVE ARCHIVED-COUNT TO COUNT-EDIT.
003230     DISPLAY "RECORDS ARCHIVED: " COUNT-EDIT.
003240     MOVE KEPT-COUNT TO COUNT-EDIT.
003250     DISPLAY "RECORDS KEPT:     " COUNT-EDIT.
003260     DISPLAY "ARCHIVE COMPLETE.".
