000350*                   PENDOUT AND RECONRPT AS NOT CONFIRMED      *
000360*                   FOREVER. TODAY'S EXPORTS ARE NOW NETTED    *
000370*                   IN A TABLE BEFORE RECONCILING.             *
000380*  2026-10-15 EDM   THE RECONCILE DATE NOW COMES FROM THE SHARED *
000390*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK.     *
000400*                   EVERY RUN NOW APPENDS A RUN-CONTROL RECORD   *
000410*                   CARRYING THE BUSINESS DATE (STATUS C, F ON   *
000420*                   ABORT) SO EOD-ROLLOVER CAN SEE THE DAY WAS   *
000430*                   RECONCILED. EXCEPTIONS STILL END WITH        *
000440*                   CONDITION CODE 0 - THEY ARE CARRIED ON       *
000450*                   PENDOUT AND THE SWAP STEP MUST RUN.          *
000460*  2026-10-15 EDM   TODAY'S EXPORTS NOW COME FROM THE KEYED      *
000470*                   ASSIGN INDEX (ASSNIDX) - THE RUN POSITIONS   *
000480*                   ON THE RUN DATE'S SLICE AND READS ONLY THAT, *
000490*                   AND A TRANSFERRED OR REVERSED ASSIGNMENT IS  *
000500*                   ALREADY MARKED NO LONGER LIVE THERE, SO THE  *
000510*                   2000-LINE EXPORT TABLE AND ITS CANCEL PASS   *
000520*                   ARE GONE. THE ACK FILE IS LOADED TO THE      *
000530*                   KEYED ACKWORK WORK FILE INSTEAD OF A         *
000540*                   2000-LINE TABLE AND EACH EXPECTATION         *
000550*                   POSITIONS STRAIGHT ON ITS PRODUCT AND DEPT.  *
000560*                   NEITHER SIDE HAS A DAILY CEILING NOW. ORPHAN *
000570*                   ACKS LIST IN PRODUCT NAME ORDER.             *
000580*----------------------------------------------------------------*

000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.

000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS BUSINESS-DATE-STATUS.

000660     SELECT ASSIGN-INDEX-FILE ASSIGN TO "ASSNIDX"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS AX-KEY
000700         FILE STATUS IS ASSIGN-INDEX-STATUS.

000710     SELECT INVENTORY-ACK-FILE ASSIGN TO "INVACK"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS INV-ACK-STATUS.

000740     SELECT ACK-WORK-FILE ASSIGN TO "ACKWORK"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS AW-KEY
000780         FILE STATUS IS ACK-WORK-STATUS.

000790     SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS PENDING-IN-STATUS.

000820     SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS PENDING-OUT-STATUS.

000850     SELECT RECON-REPORT ASSIGN TO "RECONRPT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS RECON-RPT-STATUS.

000880     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS RUN-CONTROL-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  BUSINESS-DATE-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  BUSINESS-DATE-RECORD.
000960     COPY BUSDATE.

000970 FD  ASSIGN-INDEX-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  ASSIGN-INDEX-RECORD.
001000     COPY ASSNIDX.

001010 FD  INVENTORY-ACK-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  INVENTORY-ACK-RECORD.
001040     COPY INVACK.

001050 FD  ACK-WORK-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  ACK-WORK-RECORD.
001080     05  AW-KEY.
001090         10  AW-MATCH-KEY.
001100             15  AW-PRODUCT-NAME PIC X(30).
001110             15  AW-DEPT-CODE    PIC 9(02).
001120         10  AW-ACK-SEQUENCE     PIC 9(07).
001130     05  AW-ACK-QTY              PIC 9(05).
001140     05  AW-USED-FLAG            PIC X(01).

001150 FD  PENDING-IN-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  PENDING-IN-RECORD.
001190     COPY PENDACK.

001200 FD  PENDING-OUT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  PENDING-OUT-RECORD         PIC X(47).

001240 FD  RECON-REPORT
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  RECON-REPORT-LINE          PIC X(80).

001280 FD  RUN-CONTROL-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  RUN-CONTROL-RECORD.
001320     COPY RUNCTL.

001330 WORKING-STORAGE SECTION.
001340 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001350     88  BUSINESS-DATE-OK       VALUE "00".
001360 77  ASSIGN-INDEX-STATUS        PIC X(02) VALUE SPACES.
001370     88  ASSIGN-INDEX-OK        VALUE "00".
001380 77  INV-ACK-STATUS             PIC X(02) VALUE SPACES.
001390     88  INV-ACK-OK             VALUE "00".
001400     88  INV-ACK-EOF            VALUE "10".
001410 77  ACK-WORK-STATUS            PIC X(02) VALUE SPACES.
001420     88  ACK-WORK-OK            VALUE "00".
001430 77  PENDING-IN-STATUS          PIC X(02) VALUE SPACES.
001440     88  PENDING-IN-OK          VALUE "00".
001450     88  PENDING-IN-EOF         VALUE "10".
001460 77  PENDING-OUT-STATUS         PIC X(02) VALUE SPACES.
001470     88  PENDING-OUT-OK         VALUE "00".
001480 77  RECON-RPT-STATUS           PIC X(02) VALUE SPACES.
001490     88  RECON-RPT-OK           VALUE "00".
001500 77  INDEX-SCAN-SWITCH          PIC X(01) VALUE "N".
001510     88  INDEX-SCAN-DONE        VALUE "Y".
001520 77  ACK-SCAN-SWITCH            PIC X(01) VALUE "N".
001530     88  ACK-SCAN-DONE          VALUE "Y".
001540 77  ACK-MATCH-SWITCH           PIC X(01) VALUE "N".
001550     88  ACK-MATCH-FOUND        VALUE "Y".
001560 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001570     88  RUN-CONTROL-OK         VALUE "00".

001580 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001590 77  ACK-LOAD-COUNT             PIC 9(07) COMP VALUE ZERO.
001600 77  MATCH-ACK-KEY              PIC X(32) VALUE SPACES.
001610 77  CONFIRMED-COUNT            PIC 9(05) COMP VALUE ZERO.
001620 77  MISMATCH-COUNT             PIC 9(05) COMP VALUE ZERO.
001630 77  UNCONFIRMED-COUNT          PIC 9(05) COMP VALUE ZERO.
001640 77  ORPHAN-ACK-COUNT           PIC 9(05) COMP VALUE ZERO.
001650 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001660 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
001670 77  RUN-FINAL-STATUS           PIC X(01) VALUE "C".
001680 77  RUN-START-DATE             PIC 9(08) VALUE ZERO.
001690 77  RUN-START-TIME             PIC 9(08) VALUE ZERO.
001700 77  EXPECT-READ-COUNT          PIC 9(05) COMP VALUE ZERO.

001710 01  CURRENT-DATE-TIME.
001720     05  CDT-DATE               PIC 9(08).
001730     05  CDT-TIME               PIC 9(08).

001740 01  EXPECT-WORK-DATA.
001750     05  EXPECT-PRODUCT-NAME    PIC X(30).
001760     05  EXPECT-DEPT-CODE       PIC 9(02).
001770     05  EXPECT-QTY             PIC 9(05).
001780     05  EXPECT-DATE            PIC 9(08).
001790     05  EXPECT-CYCLES          PIC 9(02).

001800 01  PENDING-BUILD-AREA.
001810     05  PO-PRODUCT-NAME        PIC X(30).
001820     05  PO-DEPT-CODE           PIC 9(02).
001830     05  PO-EXPORT-QTY          PIC 9(05).
001840     05  PO-EXPORT-DATE         PIC 9(08).
001850     05  PO-CYCLES-PENDING      PIC 9(02).

001860 01  RECON-DETAIL-LINE.
001870     05  RCD-PRODUCT-NAME       PIC X(30).
001880     05  FILLER                 PIC X(02) VALUE SPACES.
001890     05  RCD-DEPT-CODE          PIC 9(02).
001900     05  FILLER                 PIC X(02) VALUE SPACES.
001910     05  RCD-EXPECT-QTY         PIC ZZ,ZZ9.
001920     05  FILLER                 PIC X(02) VALUE SPACES.
001930     05  RCD-ACK-QTY            PIC X(06).
001940     05  FILLER                 PIC X(02) VALUE SPACES.
001950     05  RCD-STATUS-TEXT        PIC X(24).

001960 PROCEDURE DIVISION.
001970 100-START-LOGIC.
001980     PERFORM 1000-INITIALIZE.
001990     PERFORM 2000-RECONCILE-PENDING-FILE.
002000     PERFORM 2500-RECONCILE-TODAYS-EXPORTS.
002010     PERFORM 3000-REPORT-ORPHAN-ACKS.
002020     PERFORM 3500-DISPLAY-TOTALS.
002030     PERFORM 4000-TERMINATE.
002040     PERFORM 5100-WRITE-RUN-CONTROL.
002050     MOVE RUN-RETURN-CODE TO RETURN-CODE.
002060     STOP RUN.

002070 1000-INITIALIZE.
002080     DISPLAY "=== GIGAHERTZ INVENTORY RECONCILIATION v1.0 ===".
002090     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
002100     ACCEPT RUN-START-TIME FROM TIME.
002110     PERFORM 1050-READ-BUSINESS-DATE.
002120     OPEN INPUT ASSIGN-INDEX-FILE.
002130     IF NOT ASSIGN-INDEX-OK
002140         DISPLAY "ASSIGN INDEX NOT FOUND - CANNOT "
002150             "RECONCILE. RUN ABORTED."
002160         PERFORM 5200-ABORT-RUN
002170     END-IF.
002180     OPEN OUTPUT PENDING-OUT-FILE.
002190     OPEN OUTPUT RECON-REPORT.
002200     PERFORM 1100-WRITE-RECON-HEADING.
002210     PERFORM 1200-LOAD-ACK-WORK-FILE.

002220 1050-READ-BUSINESS-DATE.
002230     OPEN INPUT BUSINESS-DATE-FILE.
002240     IF NOT BUSINESS-DATE-OK
002250         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002260             "RECONCILE. RUN ABORTED."
002270         PERFORM 5200-ABORT-RUN
002280     END-IF.
002290     READ BUSINESS-DATE-FILE
002300         AT END
002310             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002320                 "RECONCILE. RUN ABORTED."
002330             CLOSE BUSINESS-DATE-FILE
002340             PERFORM 5200-ABORT-RUN
002350     END-READ.
002360     CLOSE BUSINESS-DATE-FILE.
002370     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002380     IF BD-CATCHUP-ACTIVE
002390         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002400             " - OPEN DATE IS " BD-RESUME-DATE "."
002410     END-IF.

002420 1100-WRITE-RECON-HEADING.
002430     MOVE SPACES TO RECON-REPORT-LINE.
002440     STRING "GIGAHERTZ INVENTORY ACK EXCEPTIONS - RUN DATE "
002450             RUN-DATE
002460             DELIMITED BY SIZE INTO RECON-REPORT-LINE.
002470     WRITE RECON-REPORT-LINE.
002480     MOVE "PRODUCT NAME                    CD  EXPECT  ACKED "
002490         TO RECON-REPORT-LINE.
002500     WRITE RECON-REPORT-LINE.
002510     MOVE ALL "-" TO RECON-REPORT-LINE.
002520     WRITE RECON-REPORT-LINE.

002530 1200-LOAD-ACK-WORK-FILE.
002540*    THE ACKS ARE LOADED TO A KEYED WORK FILE SO EACH
002550*    EXPECTATION CAN POSITION STRAIGHT ON ITS PRODUCT AND
002560*    DEPT. THE LOAD SEQUENCE KEEPS DUPLICATE ACKS APART AND
002570*    IN FILE ORDER, SO THE FIRST UNUSED ONE STILL WINS.
002580     OPEN OUTPUT ACK-WORK-FILE.
002590     IF NOT ACK-WORK-OK
002600         DISPLAY "ACK WORK FILE CANNOT BE OPENED - CANNOT "
002610             "RECONCILE. RUN ABORTED."
002620         PERFORM 5200-ABORT-RUN
002630     END-IF.
002640     OPEN INPUT INVENTORY-ACK-FILE.
002650     IF NOT INV-ACK-OK
002660         DISPLAY "INVENTORY-ACK-FILE NOT FOUND - EVERY EXPORT "
002670             "WILL BE TREATED AS UNCONFIRMED."
002680     ELSE
002690         PERFORM 1250-READ-ACK-RECORD
002700         PERFORM 1260-ADD-ACK-WORK-RECORD
002710             UNTIL INV-ACK-EOF
002720         CLOSE INVENTORY-ACK-FILE
002730     END-IF.
002740     CLOSE ACK-WORK-FILE.
002750     OPEN I-O ACK-WORK-FILE.

002760 1250-READ-ACK-RECORD.
002770     READ INVENTORY-ACK-FILE
002780         AT END
002790             SET INV-ACK-EOF TO TRUE
002800     END-READ.

002810 1260-ADD-ACK-WORK-RECORD.
002820     ADD 1 TO ACK-LOAD-COUNT.
002830     MOVE AK-PRODUCT-NAME TO AW-PRODUCT-NAME.
002840     MOVE AK-DEPT-CODE    TO AW-DEPT-CODE.
002850     MOVE ACK-LOAD-COUNT  TO AW-ACK-SEQUENCE.
002860     MOVE AK-ACK-QTY      TO AW-ACK-QTY.
002870     MOVE "N"             TO AW-USED-FLAG.
002880     WRITE ACK-WORK-RECORD
002890         INVALID KEY
002900             DISPLAY "ACK WORK WRITE FAILED FOR "
002910                 AK-PRODUCT-NAME " - STATUS " ACK-WORK-STATUS
002920     END-WRITE.
002930     PERFORM 1250-READ-ACK-RECORD.

002940 2000-RECONCILE-PENDING-FILE.
002950     OPEN INPUT PENDING-IN-FILE.
002960     IF NOT PENDING-IN-OK
002970         DISPLAY "NO PENDING FILE FROM LAST CYCLE - STARTING "
002980             "FRESH."
002990     ELSE
003000         PERFORM 2100-READ-PENDING-RECORD
003010         PERFORM 2200-RECONCILE-PENDING-RECORD
003020             UNTIL PENDING-IN-EOF
003030         CLOSE PENDING-IN-FILE
003040     END-IF.

003050 2100-READ-PENDING-RECORD.
003060     READ PENDING-IN-FILE
003070         AT END
003080             SET PENDING-IN-EOF TO TRUE
003090     END-READ.

003100 2200-RECONCILE-PENDING-RECORD.
003110     MOVE PA-PRODUCT-NAME   TO EXPECT-PRODUCT-NAME.
003120     MOVE PA-DEPT-CODE      TO EXPECT-DEPT-CODE.
003130     MOVE PA-EXPORT-QTY     TO EXPECT-QTY.
003140     MOVE PA-EXPORT-DATE    TO EXPECT-DATE.
003150     MOVE PA-CYCLES-PENDING TO EXPECT-CYCLES.
003160     PERFORM 2700-RECONCILE-ONE-EXPORT.
003170     PERFORM 2100-READ-PENDING-RECORD.

003180 2500-RECONCILE-TODAYS-EXPORTS.
003190*    TODAY'S EXPORTS SIT TOGETHER AT THE FRONT OF THE RUN
003200*    DATE'S SLICE OF THE ASSIGN INDEX. A "V" OFFSET HAS
003210*    ALREADY TURNED OFF THE LIVE FLAG ON THE "A" ROW IT BACKS
003220*    OUT - THE INVENTORY SYSTEM NETS THE PAIR TO ZERO AND
003230*    ACKS NEITHER - SO ONLY LIVE ROWS ARE RECONCILED.
003240     MOVE "N" TO INDEX-SCAN-SWITCH.
003250     MOVE RUN-DATE   TO AX-ASSIGN-DATE.
003260     MOVE LOW-VALUES TO AX-SITE-CODE.
003270     MOVE ZERO       TO AX-DEPT-CODE.
003280     MOVE LOW-VALUES TO AX-PRODUCT-NAME.
003290     MOVE ZERO       TO AX-RUN-DATE.
003300     MOVE ZERO       TO AX-RUN-TIME.
003310     MOVE ZERO       TO AX-KEY-SEQUENCE.
003320     START ASSIGN-INDEX-FILE KEY IS NOT LESS THAN AX-KEY
003330         INVALID KEY
003340             SET INDEX-SCAN-DONE TO TRUE
003350     END-START.
003360     IF NOT INDEX-SCAN-DONE
003370         PERFORM 2600-READ-INDEX-RECORD
003380     END-IF.
003390     PERFORM 2650-RECONCILE-INDEX-ENTRY
003400         UNTIL INDEX-SCAN-DONE.
003410     CLOSE ASSIGN-INDEX-FILE.

003420 2600-READ-INDEX-RECORD.
003430     READ ASSIGN-INDEX-FILE NEXT RECORD
003440         AT END
003450             SET INDEX-SCAN-DONE TO TRUE
003460     END-READ.
003470     IF NOT INDEX-SCAN-DONE
003480         IF AX-ASSIGN-DATE NOT = RUN-DATE
003490             SET INDEX-SCAN-DONE TO TRUE
003500         END-IF
003510     END-IF.

003520 2650-RECONCILE-INDEX-ENTRY.
003530     IF AX-LIVE
003540         MOVE AX-PRODUCT-NAME TO EXPECT-PRODUCT-NAME
003550         MOVE AX-DEPT-CODE    TO EXPECT-DEPT-CODE
003560         MOVE AX-PRODUCT-QTY  TO EXPECT-QTY
003570         MOVE RUN-DATE        TO EXPECT-DATE
003580         MOVE ZERO            TO EXPECT-CYCLES
003590         PERFORM 2700-RECONCILE-ONE-EXPORT
003600     END-IF.
003610     PERFORM 2600-READ-INDEX-RECORD.

003620 2700-RECONCILE-ONE-EXPORT.
003630     ADD 1 TO EXPECT-READ-COUNT.
003640     PERFORM 2750-FIND-ACK-RECORD.
003650     IF NOT ACK-MATCH-FOUND
003660         PERFORM 2800-CARRY-FORWARD-PENDING
003670     ELSE
003680         IF AW-ACK-QTY = EXPECT-QTY
003690             ADD 1 TO CONFIRMED-COUNT
003700         ELSE
003710             ADD 1 TO MISMATCH-COUNT
003720             PERFORM 2900-WRITE-MISMATCH-LINE
003730         END-IF
003740         MOVE "Y" TO AW-USED-FLAG
003750         REWRITE ACK-WORK-RECORD
003760             INVALID KEY
003770                 DISPLAY "ACK WORK REWRITE FAILED FOR "
003780                     AW-PRODUCT-NAME " - STATUS "
003790                     ACK-WORK-STATUS
003800         END-REWRITE
003810     END-IF.

003820 2750-FIND-ACK-RECORD.
003830*    ACKS FOR ONE PRODUCT AND DEPT SIT TOGETHER ON THE WORK
003840*    FILE - POSITION ON THE FIRST AND READ FORWARD FOR ONE
003850*    NOT YET USED.
003860     MOVE "N" TO ACK-MATCH-SWITCH.
003870     MOVE "N" TO ACK-SCAN-SWITCH.
003880     MOVE EXPECT-PRODUCT-NAME TO AW-PRODUCT-NAME.
003890     MOVE EXPECT-DEPT-CODE    TO AW-DEPT-CODE.
003900     MOVE ZERO                TO AW-ACK-SEQUENCE.
003910     MOVE AW-MATCH-KEY TO MATCH-ACK-KEY.
003920     START ACK-WORK-FILE KEY IS NOT LESS THAN AW-KEY
003930         INVALID KEY
003940             SET ACK-SCAN-DONE TO TRUE
003950     END-START.
003960     PERFORM 2760-READ-ACK-CANDIDATE
003970         UNTIL ACK-SCAN-DONE
003980         OR ACK-MATCH-FOUND.

003990 2760-READ-ACK-CANDIDATE.
004000     READ ACK-WORK-FILE NEXT RECORD
004010         AT END
004020             SET ACK-SCAN-DONE TO TRUE
004030     END-READ.
004040     IF NOT ACK-SCAN-DONE
004050         IF AW-MATCH-KEY NOT = MATCH-ACK-KEY
004060             SET ACK-SCAN-DONE TO TRUE
004070         ELSE
004080             IF AW-USED-FLAG = "N"
004090                 SET ACK-MATCH-FOUND TO TRUE
004100             END-IF
004110         END-IF
004120     END-IF.

004130 2800-CARRY-FORWARD-PENDING.
004140     ADD 1 TO UNCONFIRMED-COUNT.
004150     ADD 1 TO EXPECT-CYCLES.
004160     MOVE EXPECT-PRODUCT-NAME TO PO-PRODUCT-NAME.
004170     MOVE EXPECT-DEPT-CODE    TO PO-DEPT-CODE.
004180     MOVE EXPECT-QTY          TO PO-EXPORT-QTY.
004190     MOVE EXPECT-DATE         TO PO-EXPORT-DATE.
004200     MOVE EXPECT-CYCLES       TO PO-CYCLES-PENDING.
004210     WRITE PENDING-OUT-RECORD FROM PENDING-BUILD-AREA.
004220     MOVE SPACES TO RECON-DETAIL-LINE.
004230     MOVE EXPECT-PRODUCT-NAME TO RCD-PRODUCT-NAME.
004240     MOVE EXPECT-DEPT-CODE    TO RCD-DEPT-CODE.
004250     MOVE EXPECT-QTY          TO RCD-EXPECT-QTY.
004260     MOVE "NONE"              TO RCD-ACK-QTY.
004270     MOVE SPACES TO RCD-STATUS-TEXT.
004280     STRING "NOT CONFIRMED - CYCLE " EXPECT-CYCLES
004290         DELIMITED BY SIZE INTO RCD-STATUS-TEXT.
004300     MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE.
004310     WRITE RECON-REPORT-LINE.

004320 2900-WRITE-MISMATCH-LINE.
004330     MOVE SPACES TO RECON-DETAIL-LINE.
004340     MOVE EXPECT-PRODUCT-NAME TO RCD-PRODUCT-NAME.
004350     MOVE EXPECT-DEPT-CODE    TO RCD-DEPT-CODE.
004360     MOVE EXPECT-QTY          TO RCD-EXPECT-QTY.
004370     MOVE AW-ACK-QTY          TO RCD-ACK-QTY.
004380     MOVE "QUANTITY MISMATCH"      TO RCD-STATUS-TEXT.
004390     MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE.
004400     WRITE RECON-REPORT-LINE.

004410 3000-REPORT-ORPHAN-ACKS.
004420     MOVE "N" TO ACK-SCAN-SWITCH.
004430     MOVE LOW-VALUES TO AW-KEY.
004440     START ACK-WORK-FILE KEY IS NOT LESS THAN AW-KEY
004450         INVALID KEY
004460             SET ACK-SCAN-DONE TO TRUE
004470     END-START.
004480     IF NOT ACK-SCAN-DONE
004490         PERFORM 3050-READ-NEXT-ACK
004500     END-IF.
004510     PERFORM 3100-CHECK-ORPHAN-ACK
004520         UNTIL ACK-SCAN-DONE.
004530     CLOSE ACK-WORK-FILE.

004540 3050-READ-NEXT-ACK.
004550     READ ACK-WORK-FILE NEXT RECORD
004560         AT END
004570             SET ACK-SCAN-DONE TO TRUE
004580     END-READ.

004590 3100-CHECK-ORPHAN-ACK.
004600     IF AW-USED-FLAG = "N"
004610         ADD 1 TO ORPHAN-ACK-COUNT
004620         MOVE SPACES TO RECON-DETAIL-LINE
004630         MOVE AW-PRODUCT-NAME          TO RCD-PRODUCT-NAME
004640         MOVE AW-DEPT-CODE             TO RCD-DEPT-CODE
004650         MOVE ZERO                     TO RCD-EXPECT-QTY
004660         MOVE AW-ACK-QTY               TO RCD-ACK-QTY
004670         MOVE "ACK FOR UNKNOWN EXPORT" TO RCD-STATUS-TEXT
004680         MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
004690         WRITE RECON-REPORT-LINE
004700     END-IF.
004710     PERFORM 3050-READ-NEXT-ACK.

004720 3500-DISPLAY-TOTALS.
004730     MOVE CONFIRMED-COUNT TO COUNT-EDIT.
004740     DISPLAY "EXPORTS CONFIRMED:      " COUNT-EDIT.
004750     MOVE MISMATCH-COUNT TO COUNT-EDIT.
004760     DISPLAY "QUANTITY MISMATCHES:    " COUNT-EDIT.
004770     MOVE UNCONFIRMED-COUNT TO COUNT-EDIT.
004780     DISPLAY "CARRIED FORWARD:        " COUNT-EDIT.
004790     MOVE ORPHAN-ACK-COUNT TO COUNT-EDIT.
004800     DISPLAY "ACKS MATCHING NOTHING:  " COUNT-EDIT.

004810 4000-TERMINATE.
004820     CLOSE PENDING-OUT-FILE.
004830     CLOSE RECON-REPORT.
004840     DISPLAY "RECONCILIATION COMPLETE.".

004850 5100-WRITE-RUN-CONTROL.
004860     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
004870     ACCEPT CDT-TIME FROM TIME.
004880     OPEN EXTEND RUN-CONTROL-FILE.
004890     IF NOT RUN-CONTROL-OK
004900         OPEN OUTPUT RUN-CONTROL-FILE
004910     END-IF.
004920     MOVE "INV-RECON"    TO RC-PROGRAM-NAME.
004930     MOVE RUN-START-DATE TO RC-START-DATE.
004940     MOVE RUN-START-TIME TO RC-START-TIME.
004950     MOVE CDT-DATE       TO RC-END-DATE.
004960     MOVE CDT-TIME       TO RC-END-TIME.
004970     MOVE "B"            TO RC-RUN-MODE.
004980     MOVE EXPECT-READ-COUNT TO RC-RECORDS-READ.
004990     MOVE CONFIRMED-COUNT   TO RC-RECORDS-ASSIGNED.
005000     MOVE UNCONFIRMED-COUNT TO RC-RECORDS-REJECTED.
005010     COMPUTE RC-CONFLICT-COUNT = MISMATCH-COUNT
005020         + ORPHAN-ACK-COUNT.
005030     MOVE RUN-FINAL-STATUS TO RC-FINAL-STATUS.
005040     MOVE RUN-RETURN-CODE  TO RC-RETURN-CODE.
005050     MOVE SPACES           TO RC-USER-NAME.
005060     MOVE RUN-DATE         TO RC-BUSINESS-DATE.
005070     WRITE RUN-CONTROL-RECORD.
005080     CLOSE RUN-CONTROL-FILE.

005090 5200-ABORT-RUN.
005100     MOVE "F" TO RUN-FINAL-STATUS.
005110     MOVE 16 TO RUN-RETURN-CODE.
005120     PERFORM 5100-WRITE-RUN-CONTROL.
005130     MOVE RUN-RETURN-CODE TO RETURN-CODE.
005140     STOP RUN.
