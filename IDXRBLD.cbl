000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ASSIGN-INDEX-REBUILD.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - REGENERATES THE KEYED     *
000120*                   ASSIGN INDEX (ASSNIDX) FROM THE LIVE ASSIGN  *
000130*                   LOG WHEN IT IS LOST OR SUSPECT, AND AFTER    *
000140*                   EVERY ASSIGN-LOG ARCHIVE SO THE INDEX HOLDS  *
000150*                   ONLY WHAT IS STILL ON THE LOG. EVERY "A"     *
000160*                   RECORD GETS AN INDEX ENTRY; EVERY "V"        *
000170*                   OFFSET TURNS OFF THE LIVE FLAG ON THE FIRST  *
000180*                   LIVE ENTRY OF THE SAME DATE, SITE, DEPT,     *
000190*                   PRODUCT AND QTY - THE SAME RESULT DEPT-      *
000200*                   CHECKER MAINTAINS IN FLIGHT. ABORT PATHS     *
000210*                   END WITH CONDITION CODE 16.                  *
000220*  2026-10-15 EDM   THE I-O REOPEN OF THE EMPTIED INDEX IS NOW   *
000230*                   STATUS-CHECKED AND ABORTS WITH CONDITION     *
000240*                   CODE 16 ON FAILURE, LIKE THE OTHER OPENS.    *
000250*----------------------------------------------------------------*

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS ASSIGN-LOG-STATUS.

000330     SELECT ASSIGN-INDEX-FILE ASSIGN TO "ASSNIDX"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AX-KEY
000370         FILE STATUS IS ASSIGN-INDEX-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PRODUCT-ASSIGN-LOG
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430 01  ASSIGN-LOG-RECORD.
000440     COPY ASSNLOG.

000450 FD  ASSIGN-INDEX-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  ASSIGN-INDEX-RECORD.
000480     COPY ASSNIDX.

000490 WORKING-STORAGE SECTION.
000500 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
000510     88  ASSIGN-LOG-OK          VALUE "00".
000520 77  ASSIGN-INDEX-STATUS        PIC X(02) VALUE SPACES.
000530     88  ASSIGN-INDEX-OK        VALUE "00".
000540     88  ASSIGN-INDEX-DUPLICATE VALUE "22".
000550 77  END-OF-LOG-SWITCH          PIC X(01) VALUE "N".
000560     88  END-OF-LOG             VALUE "Y".
000570 77  INDEX-SCAN-SWITCH          PIC X(01) VALUE "N".
000580     88  INDEX-SCAN-DONE        VALUE "Y".
000590 77  INDEX-WRITE-SWITCH         PIC X(01) VALUE "N".
000600     88  INDEX-WRITE-DONE       VALUE "Y".
000610 77  OFFSET-MATCH-SWITCH        PIC X(01) VALUE "N".
000620     88  OFFSET-MATCHED         VALUE "Y".
000630 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
000640 77  MATCH-PRODUCT-KEY          PIC X(42) VALUE SPACES.

000650 77  LOG-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
000660 77  INDEX-WRITTEN-COUNT        PIC 9(07) COMP VALUE ZERO.
000670 77  OFFSET-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
000680 77  OFFSET-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
000690 77  INDEX-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
000700 77  COUNT-EDIT                 PIC Z,ZZZ,ZZ9.

000710 PROCEDURE DIVISION.
000720 100-START-LOGIC.
000730     DISPLAY "=== GIGAHERTZ ASSIGN-INDEX REBUILD v1.0 ===".
000740     PERFORM 1000-OPEN-FILES.
000750     PERFORM 2100-READ-LOG-RECORD.
000760     PERFORM 2200-APPLY-LOG-RECORD
000770         UNTIL END-OF-LOG.
000780     CLOSE PRODUCT-ASSIGN-LOG.
000790     CLOSE ASSIGN-INDEX-FILE.
000800     MOVE LOG-READ-COUNT TO COUNT-EDIT.
000810     DISPLAY "LOG RECORDS READ:      " COUNT-EDIT.
000820     MOVE INDEX-WRITTEN-COUNT TO COUNT-EDIT.
000830     DISPLAY "INDEX ENTRIES WRITTEN: " COUNT-EDIT.
000840     MOVE OFFSET-APPLIED-COUNT TO COUNT-EDIT.
000850     DISPLAY "OFFSETS APPLIED:       " COUNT-EDIT.
000860     MOVE OFFSET-UNMATCHED-COUNT TO COUNT-EDIT.
000870     DISPLAY "OFFSETS UNMATCHED:     " COUNT-EDIT.
000880     IF INDEX-ERROR-COUNT > ZERO
000890         MOVE INDEX-ERROR-COUNT TO COUNT-EDIT
000900         DISPLAY "INDEX WRITE ERRORS:    " COUNT-EDIT
000910         DISPLAY "ASSIGN-INDEX REBUILD INCOMPLETE."
000920         MOVE 16 TO RETURN-CODE
000930     ELSE
000940         DISPLAY "ASSIGN-INDEX REBUILD COMPLETE."
000950         MOVE ZERO TO RETURN-CODE
000960     END-IF.
000970     STOP RUN.

000980 1000-OPEN-FILES.
000990     OPEN INPUT PRODUCT-ASSIGN-LOG.
001000     IF NOT ASSIGN-LOG-OK
001010         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - NOTHING TO "
001020             "REBUILD FROM. RUN ABORTED."
001030         MOVE 16 TO RETURN-CODE
001040         STOP RUN
001050     END-IF.
001060*    THE INDEX IS RELOADED FROM EMPTY, THEN REOPENED I-O SO A
001070*    "V" OFFSET CAN FIND AND REWRITE THE ENTRY IT BACKS OUT.
001080     OPEN OUTPUT ASSIGN-INDEX-FILE.
001090     IF NOT ASSIGN-INDEX-OK
001100         DISPLAY "ASSIGN INDEX COULD NOT BE OPENED - STATUS "
001110             ASSIGN-INDEX-STATUS ". RUN ABORTED."
001120         CLOSE PRODUCT-ASSIGN-LOG
001130         MOVE 16 TO RETURN-CODE
001140         STOP RUN
001150     END-IF.
001160     CLOSE ASSIGN-INDEX-FILE.
001170     OPEN I-O ASSIGN-INDEX-FILE.
001180     IF NOT ASSIGN-INDEX-OK
001190         DISPLAY "ASSIGN INDEX COULD NOT BE OPENED - STATUS "
001200             ASSIGN-INDEX-STATUS ". RUN ABORTED."
001210         CLOSE PRODUCT-ASSIGN-LOG
001220         MOVE 16 TO RETURN-CODE
001230         STOP RUN
001240     END-IF.

001250 2100-READ-LOG-RECORD.
001260     READ PRODUCT-ASSIGN-LOG
001270         AT END
001280             SET END-OF-LOG TO TRUE
001290     END-READ.

001300 2200-APPLY-LOG-RECORD.
001310*    A RECORD LOGGED BEFORE SITES EXISTED BELONGS TO SITE 01.
001320     ADD 1 TO LOG-READ-COUNT.
001330     IF LOG-SITE-CODE = SPACES
001340         MOVE HOME-SITE-CODE TO LOG-SITE-CODE
001350     END-IF.
001360     IF LOG-TYPE-REVERSAL
001370         PERFORM 3000-APPLY-OFFSET
001380     ELSE
001390         PERFORM 2300-WRITE-INDEX-ENTRY
001400     END-IF.
001410     PERFORM 2100-READ-LOG-RECORD.

001420 2300-WRITE-INDEX-ENTRY.
001430     MOVE LOG-ASSIGN-DATE   TO AX-ASSIGN-DATE.
001440     MOVE LOG-SITE-CODE     TO AX-SITE-CODE.
001450     MOVE LOG-DEPT-CODE     TO AX-DEPT-CODE.
001460     MOVE LOG-PRODUCT-NAME  TO AX-PRODUCT-NAME.
001470     MOVE LOG-RUN-DATE      TO AX-RUN-DATE.
001480     MOVE LOG-RUN-TIME      TO AX-RUN-TIME.
001490     MOVE ZERO              TO AX-KEY-SEQUENCE.
001500     MOVE "Y"               TO AX-LIVE-FLAG.
001510     MOVE LOG-PRODUCT-QTY   TO AX-PRODUCT-QTY.
001520     MOVE LOG-PRIORITY-CODE TO AX-PRIORITY-CODE.
001530     MOVE LOG-PRODUCT-CODE  TO AX-PRODUCT-CODE.
001540     MOVE LOG-BATCH-ID      TO AX-BATCH-ID.
001550     MOVE "N" TO INDEX-WRITE-SWITCH.
001560     PERFORM 2400-ADD-INDEX-RECORD
001570         UNTIL INDEX-WRITE-DONE.

001580 2400-ADD-INDEX-RECORD.
001590*    TWO ASSIGNMENTS OF ONE PRODUCT IN THE SAME HUNDREDTH OF A
001600*    SECOND TAKE THE NEXT SEQUENCE NUMBER RATHER THAN COLLIDE.
001610     WRITE ASSIGN-INDEX-RECORD
001620         INVALID KEY
001630             CONTINUE
001640     END-WRITE.
001650     IF ASSIGN-INDEX-DUPLICATE
001660             AND AX-KEY-SEQUENCE < 999
001670         ADD 1 TO AX-KEY-SEQUENCE
001680     ELSE
001690         IF ASSIGN-INDEX-OK
001700             ADD 1 TO INDEX-WRITTEN-COUNT
001710         ELSE
001720             ADD 1 TO INDEX-ERROR-COUNT
001730             DISPLAY "*** INDEX ENTRY NOT WRITTEN FOR "
001740                 LOG-PRODUCT-NAME " - STATUS "
001750                 ASSIGN-INDEX-STATUS
001760         END-IF
001770         SET INDEX-WRITE-DONE TO TRUE
001780     END-IF.

001790 3000-APPLY-OFFSET.
001800*    TRANSFERRED OR REVERSED WORK STAYS ON THE INDEX, MARKED
001810*    NO LONGER LIVE, SO EVERY READER SKIPS IT.
001820     MOVE "N" TO OFFSET-MATCH-SWITCH.
001830     MOVE "N" TO INDEX-SCAN-SWITCH.
001840     MOVE LOG-ASSIGN-DATE  TO AX-ASSIGN-DATE.
001850     MOVE LOG-SITE-CODE    TO AX-SITE-CODE.
001860     MOVE LOG-DEPT-CODE    TO AX-DEPT-CODE.
001870     MOVE LOG-PRODUCT-NAME TO AX-PRODUCT-NAME.
001880     MOVE ZERO             TO AX-RUN-DATE.
001890     MOVE ZERO             TO AX-RUN-TIME.
001900     MOVE ZERO             TO AX-KEY-SEQUENCE.
001910     MOVE AX-PRODUCT-KEY TO MATCH-PRODUCT-KEY.
001920     START ASSIGN-INDEX-FILE KEY IS NOT LESS THAN AX-KEY
001930         INVALID KEY
001940             SET INDEX-SCAN-DONE TO TRUE
001950     END-START.
001960     PERFORM 3100-READ-OFFSET-CANDIDATE
001970         UNTIL INDEX-SCAN-DONE
001980         OR OFFSET-MATCHED.
001990     IF OFFSET-MATCHED
002000         MOVE "N" TO AX-LIVE-FLAG
002010         REWRITE ASSIGN-INDEX-RECORD
002020             INVALID KEY
002030                 ADD 1 TO INDEX-ERROR-COUNT
002040                 DISPLAY "*** INDEX ENTRY NOT REWRITTEN FOR "
002050                     LOG-PRODUCT-NAME " - STATUS "
002060                     ASSIGN-INDEX-STATUS
002070             NOT INVALID KEY
002080                 ADD 1 TO OFFSET-APPLIED-COUNT
002090         END-REWRITE
002100     ELSE
002110         ADD 1 TO OFFSET-UNMATCHED-COUNT
002120     END-IF.

002130 3100-READ-OFFSET-CANDIDATE.
002140     READ ASSIGN-INDEX-FILE NEXT RECORD
002150         AT END
002160             SET INDEX-SCAN-DONE TO TRUE
002170     END-READ.
002180     IF NOT INDEX-SCAN-DONE
002190         IF AX-PRODUCT-KEY NOT = MATCH-PRODUCT-KEY
002200             SET INDEX-SCAN-DONE TO TRUE
002210         ELSE
002220             IF AX-LIVE
002230                 AND AX-PRODUCT-QTY = LOG-PRODUCT-QTY
002240                 SET OFFSET-MATCHED TO TRUE
002250             END-IF
002260         END-IF
002270     END-IF.
