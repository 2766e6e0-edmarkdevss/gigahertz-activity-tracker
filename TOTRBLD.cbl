000190*                   ABORT PATHS END WITH CONDITION CODE 16.      *
000200*  2026-09-02 EDM   ARCHIN RECORD WIDENED TO 82 BYTES FOR THE   *
000210*                   NEW LOG-RECEIPT-FLAG.                       *
000220*  2026-10-15 EDM   ARCHIN RECORD WIDENED TO 90 BYTES FOR THE    *
000230*                   NEW LOG-BATCH-ID.                            *
000240*  2026-10-15 EDM   ARCHIN RECORD WIDENED TO 100 BYTES FOR THE   *
000250*                   NEW LOG-PRODUCT-CODE.                        *
000260*  2026-10-15 EDM   TOTALS ARE NOW REBUILT PER DATE, SITE AND    *
000270*                   DEPT, MATCHING THE SITE-KEYED DAILY-TOTALS   *
000280*                   FILE. ARCHIN RECORD WIDENED TO 102 BYTES FOR *
000290*                   THE NEW LOG-SITE-CODE.                       *
000300*  2026-10-15 EDM   AN ASSIGN LOG, ARCHIVE OR REJECT RECORD WITH *
000310*                   A BLANK SITE CODE - ONE WRITTEN BEFORE SITES *
000320*                   EXISTED, OR AN ARCHIVE GENERATION FROM THE   *
000330*                   LAYOUT CONVERSION - NOW COUNTS TOWARD SITE   *
000340*                   01 INSTEAD OF A BLANK SITE THE DAILY JOBS    *
000350*                   NEVER READ.                                  *
000360*----------------------------------------------------------------*

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS ASSIGN-LOG-STATUS.

000440     SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS ARCHIVE-IN-STATUS.

000470     SELECT DEPT-CODE-REJECT-LOG ASSIGN TO "DEPTREJ"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS REJECT-LOG-STATUS.

000500     SELECT DAILY-TOTALS-FILE ASSIGN TO "DAYTOTS"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DAILY-TOTALS-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PRODUCT-ASSIGN-LOG
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  ASSIGN-LOG-RECORD.
000590     COPY ASSNLOG.

000600 FD  ARCHIVE-IN-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  ARCHIVE-IN-RECORD          PIC X(102).

000640 FD  DEPT-CODE-REJECT-LOG
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  DEPT-CODE-REJECT-RECORD.
000680     COPY REJECTLG.

000690 FD  DAILY-TOTALS-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  DAILY-TOTALS-RECORD.
000730     COPY DAYTOTS.

000740 WORKING-STORAGE SECTION.
000750 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
000760     88  ASSIGN-LOG-OK          VALUE "00".
000770 77  ARCHIVE-IN-STATUS          PIC X(02) VALUE SPACES.
000780     88  ARCHIVE-IN-OK          VALUE "00".
000790 77  REJECT-LOG-STATUS          PIC X(02) VALUE SPACES.
000800     88  REJECT-LOG-OK          VALUE "00".
000810 77  DAILY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000820     88  DAILY-TOTALS-OK        VALUE "00".
000830 77  END-OF-LOG-SWITCH          PIC X(01) VALUE "N".
000840     88  END-OF-LOG             VALUE "Y".
000850 77  END-OF-ARCHIVE-SWITCH      PIC X(01) VALUE "N".
000860     88  END-OF-ARCHIVE         VALUE "Y".
000870 77  END-OF-REJECTS-SWITCH      PIC X(01) VALUE "N".
000880     88  END-OF-REJECTS         VALUE "Y".

000890 77  TOTALS-SUB                 PIC 9(04) COMP VALUE ZERO.
000900 77  TOTALS-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
000910 77  LOG-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
000920 77  REJECT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000930 77  COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
000940*    A RECORD WRITTEN BEFORE SITES EXISTED BELONGS TO SITE 01.
000950 77  HOME-SITE-CODE             PIC X(02) VALUE "01".

000960 01  TOTALS-KEY-WORK.
000970     05  TK-DATE                PIC 9(08).
000980     05  TK-SITE-CODE           PIC X(02).
000990     05  TK-DEPT-CODE           PIC 9(02).

001000 01  TOTALS-TABLE.
001010     05  TOTALS-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
001020     05  TOTALS-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
001030             DEPENDING ON TOTALS-TABLE-COUNT.
001040         10  TT-TOTAL-DATE      PIC 9(08).
001050         10  TT-SITE-CODE       PIC X(02).
001060         10  TT-DEPT-CODE       PIC 9(02).
001070         10  TT-ASSIGN-COUNT    PIC 9(07) COMP.
001080         10  TT-UNIT-TOTAL      PIC 9(09) COMP.
001090         10  TT-REJECT-COUNT    PIC 9(07) COMP.
001100         10  TT-OVERCAP-COUNT   PIC 9(07) COMP.

001110 PROCEDURE DIVISION.
001120 100-START-LOGIC.
001130     DISPLAY "=== GIGAHERTZ DAILY-TOTALS REBUILD v1.0 ===".
001140     PERFORM 2000-ACCUMULATE-LIVE-LOG.
001150     PERFORM 2500-ACCUMULATE-ARCHIVE.
001160     PERFORM 3000-ACCUMULATE-REJECTS.
001170     PERFORM 4000-WRITE-TOTALS-FILE.
001180     MOVE LOG-READ-COUNT TO COUNT-EDIT.
001190     DISPLAY "LOG RECORDS READ:    " COUNT-EDIT.
001200     MOVE REJECT-READ-COUNT TO COUNT-EDIT.
001210     DISPLAY "REJECT RECORDS READ: " COUNT-EDIT.
001220     MOVE TOTALS-TABLE-COUNT TO COUNT-EDIT.
001230     DISPLAY "DAY TOTALS WRITTEN:  " COUNT-EDIT.
001240     DISPLAY "DAILY-TOTALS REBUILD COMPLETE.".
001250     MOVE ZERO TO RETURN-CODE.
001260     STOP RUN.

001270 2000-ACCUMULATE-LIVE-LOG.
001280     OPEN INPUT PRODUCT-ASSIGN-LOG.
001290     IF NOT ASSIGN-LOG-OK
001300         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - NOTHING TO "
001310             "REBUILD FROM. RUN ABORTED."
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001350     PERFORM 2100-READ-LOG-RECORD.
001360     PERFORM 2200-APPLY-LOG-RECORD
001370         UNTIL END-OF-LOG.
001380     CLOSE PRODUCT-ASSIGN-LOG.

001390 2100-READ-LOG-RECORD.
001400     READ PRODUCT-ASSIGN-LOG
001410         AT END
001420             SET END-OF-LOG TO TRUE
001430     END-READ.

001440 2200-APPLY-LOG-RECORD.
001450     ADD 1 TO LOG-READ-COUNT.
001460     MOVE LOG-ASSIGN-DATE TO TK-DATE.
001470     IF LOG-SITE-CODE = SPACES
001480         MOVE HOME-SITE-CODE TO LOG-SITE-CODE
001490     END-IF.
001500     MOVE LOG-SITE-CODE   TO TK-SITE-CODE.
001510     MOVE LOG-DEPT-CODE   TO TK-DEPT-CODE.
001520     PERFORM 5000-FIND-TOTALS-ENTRY.
001530     IF TOTALS-HIT-SUB > ZERO
001540         IF LOG-TYPE-REVERSAL
001550             IF TT-ASSIGN-COUNT (TOTALS-HIT-SUB) > ZERO
001560                 SUBTRACT 1
001570                     FROM TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
001580             END-IF
001590             IF TT-UNIT-TOTAL (TOTALS-HIT-SUB)
001600                     >= LOG-PRODUCT-QTY
001610                 SUBTRACT LOG-PRODUCT-QTY
001620                     FROM TT-UNIT-TOTAL (TOTALS-HIT-SUB)
001630             ELSE
001640                 MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
001650             END-IF
001660         ELSE
001670             ADD 1 TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
001680             ADD LOG-PRODUCT-QTY
001690                 TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
001700             IF LOG-OVER-CAPACITY
001710                 ADD 1 TO TT-OVERCAP-COUNT (TOTALS-HIT-SUB)
001720             END-IF
001730         END-IF
001740     END-IF.
001750     PERFORM 2100-READ-LOG-RECORD.

001760 2500-ACCUMULATE-ARCHIVE.
001770*    THE ARCHIVE EXTRACT IS OPTIONAL - POINT ARCHIN AT ARCHOUT
001780*    WHEN HISTORY BEFORE THE LAST ARCHIVE CUT IS WANTED.
001790     OPEN INPUT ARCHIVE-IN-FILE.
001800     IF NOT ARCHIVE-IN-OK
001810         DISPLAY "NO ARCHIVE EXTRACT SUPPLIED - REBUILDING "
001820             "FROM THE LIVE LOG ONLY."
001830     ELSE
001840         PERFORM 2600-READ-ARCHIVE-RECORD
001850         PERFORM 2700-APPLY-ARCHIVE-RECORD
001860             UNTIL END-OF-ARCHIVE
001870         CLOSE ARCHIVE-IN-FILE
001880     END-IF.

001890 2600-READ-ARCHIVE-RECORD.
001900     READ ARCHIVE-IN-FILE
001910         AT END
001920             SET END-OF-ARCHIVE TO TRUE
001930     END-READ.

001940 2700-APPLY-ARCHIVE-RECORD.
001950     MOVE ARCHIVE-IN-RECORD TO ASSIGN-LOG-RECORD.
001960     ADD 1 TO LOG-READ-COUNT.
001970     MOVE LOG-ASSIGN-DATE TO TK-DATE.
001980     IF LOG-SITE-CODE = SPACES
001990         MOVE HOME-SITE-CODE TO LOG-SITE-CODE
002000     END-IF.
002010     MOVE LOG-SITE-CODE   TO TK-SITE-CODE.
002020     MOVE LOG-DEPT-CODE   TO TK-DEPT-CODE.
002030     PERFORM 5000-FIND-TOTALS-ENTRY.
002040     IF TOTALS-HIT-SUB > ZERO
002050         IF LOG-TYPE-REVERSAL
002060             IF TT-ASSIGN-COUNT (TOTALS-HIT-SUB) > ZERO
002070                 SUBTRACT 1
002080                     FROM TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
002090             END-IF
002100             IF TT-UNIT-TOTAL (TOTALS-HIT-SUB)
002110                     >= LOG-PRODUCT-QTY
002120                 SUBTRACT LOG-PRODUCT-QTY
002130                     FROM TT-UNIT-TOTAL (TOTALS-HIT-SUB)
002140             ELSE
002150                 MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
002160             END-IF
002170         ELSE
002180             ADD 1 TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
002190             ADD LOG-PRODUCT-QTY
002200                 TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
002210             IF LOG-OVER-CAPACITY
002220                 ADD 1 TO TT-OVERCAP-COUNT (TOTALS-HIT-SUB)
002230             END-IF
002240         END-IF
002250     END-IF.
002260     PERFORM 2600-READ-ARCHIVE-RECORD.

002270 3000-ACCUMULATE-REJECTS.
002280     OPEN INPUT DEPT-CODE-REJECT-LOG.
002290     IF NOT REJECT-LOG-OK
002300         DISPLAY "NO REJECT LOG SUPPLIED - REJECT COUNTS "
002310             "REBUILT AS ZERO."
002320     ELSE
002330         PERFORM 3100-READ-REJECT-RECORD
002340         PERFORM 3200-APPLY-REJECT-RECORD
002350             UNTIL END-OF-REJECTS
002360         CLOSE DEPT-CODE-REJECT-LOG
002370     END-IF.

002380 3100-READ-REJECT-RECORD.
002390     READ DEPT-CODE-REJECT-LOG
002400         AT END
002410             SET END-OF-REJECTS TO TRUE
002420     END-READ.

002430 3200-APPLY-REJECT-RECORD.
002440     ADD 1 TO REJECT-READ-COUNT.
002450     MOVE RJ-RUN-DATE   TO TK-DATE.
002460     IF RJ-SITE-CODE = SPACES
002470         MOVE HOME-SITE-CODE TO RJ-SITE-CODE
002480     END-IF.
002490     MOVE RJ-SITE-CODE  TO TK-SITE-CODE.
002500     MOVE RJ-DEPT-CODE  TO TK-DEPT-CODE.
002510     PERFORM 5000-FIND-TOTALS-ENTRY.
002520     IF TOTALS-HIT-SUB > ZERO
002530         ADD 1 TO TT-REJECT-COUNT (TOTALS-HIT-SUB)
002540     END-IF.
002550     PERFORM 3100-READ-REJECT-RECORD.

002560 4000-WRITE-TOTALS-FILE.
002570     OPEN OUTPUT DAILY-TOTALS-FILE.
002580     PERFORM 4100-WRITE-TOTALS-RECORD
002590         VARYING TOTALS-SUB FROM 1 BY 1
002600         UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT.
002610     CLOSE DAILY-TOTALS-FILE.

002620 4100-WRITE-TOTALS-RECORD.
002630     MOVE TT-TOTAL-DATE (TOTALS-SUB)   TO DY-TOTAL-DATE.
002640     MOVE TT-SITE-CODE (TOTALS-SUB)    TO DY-SITE-CODE.
002650     MOVE TT-DEPT-CODE (TOTALS-SUB)    TO DY-DEPT-CODE.
002660     MOVE TT-ASSIGN-COUNT (TOTALS-SUB) TO DY-ASSIGN-COUNT.
002670     MOVE TT-UNIT-TOTAL (TOTALS-SUB)   TO DY-UNIT-TOTAL.
002680     MOVE TT-REJECT-COUNT (TOTALS-SUB) TO DY-REJECT-COUNT.
002690     MOVE TT-OVERCAP-COUNT (TOTALS-SUB)
002700         TO DY-OVERCAP-COUNT.
002710     WRITE DAILY-TOTALS-RECORD.

002720 5000-FIND-TOTALS-ENTRY.
002730     MOVE ZERO TO TOTALS-HIT-SUB.
002740     PERFORM 5100-MATCH-TOTALS-ENTRY
002750         VARYING TOTALS-SUB FROM 1 BY 1
002760         UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT
002770         OR TOTALS-HIT-SUB > ZERO.
002780     IF TOTALS-HIT-SUB = ZERO
002790         IF TOTALS-TABLE-COUNT >= 1000
002800             DISPLAY "MORE THAN 1000 DATE/SITE/DEPT KEYS - "
002810                 "REMAINDER NOT REBUILT. ARCHIVE IS OVERDUE."
002820         ELSE
002830             ADD 1 TO TOTALS-TABLE-COUNT
002840             MOVE TOTALS-TABLE-COUNT TO TOTALS-HIT-SUB
002850             MOVE TK-DATE
002860                 TO TT-TOTAL-DATE (TOTALS-HIT-SUB)
002870             MOVE TK-SITE-CODE
002880                 TO TT-SITE-CODE (TOTALS-HIT-SUB)
002890             MOVE TK-DEPT-CODE
002900                 TO TT-DEPT-CODE (TOTALS-HIT-SUB)
002910             MOVE ZERO TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
002920             MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
002930             MOVE ZERO TO TT-REJECT-COUNT (TOTALS-HIT-SUB)
002940             MOVE ZERO TO TT-OVERCAP-COUNT (TOTALS-HIT-SUB)
002950         END-IF
002960     END-IF.

002970 5100-MATCH-TOTALS-ENTRY.
002980     IF TT-TOTAL-DATE (TOTALS-SUB) = TK-DATE
002990         AND TT-SITE-CODE (TOTALS-SUB) = TK-SITE-CODE
003000         AND TT-DEPT-CODE (TOTALS-SUB) = TK-DEPT-CODE
003010         MOVE TOTALS-SUB TO TOTALS-HIT-SUB
003020     END-IF.
