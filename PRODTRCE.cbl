000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRODUCT-TRACE.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION.                            *
000120*  2026-10-15 EDM   EVERY EVENT NOW SHOWS THE SITE OF ITS DEPT   *
000130*                   (ST COLUMN) WHERE THE SOURCE FILE CARRIES    *
000140*                   ONE - A BLANK SITE ON THOSE FILES IS SITE    *
000150*                   01. THE ASSIGN LOG AND ITS ARCHIVE ARE READ  *
000160*                   AT 102 BYTES.                                *
000170*----------------------------------------------------------------*

000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.

000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUDT"
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS PRODUCT-AUDIT-STATUS.

000250     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS ASSIGN-LOG-STATUS.

000280     SELECT ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS ARCHIVE-IN-STATUS.

000310     SELECT DEPT-CODE-REJECT-LOG ASSIGN TO "DEPTREJ"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS REJECT-LOG-STATUS.

000340     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS DEFER-QUEUE-STATUS.

000370     SELECT SHIFT-HISTORY-FILE ASSIGN TO "SHFTHST"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS SHIFT-HISTORY-STATUS.

000400     SELECT PICK-CONFIRM-FILE ASSIGN TO "PICKCONF"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PICK-CONFIRM-STATUS.

000430     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS PICK-FORWARD-STATUS.

000460     SELECT INVENTORY-ACK-FILE ASSIGN TO "INVACK"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS INVENTORY-ACK-STATUS.

000490     SELECT PENDING-IN-FILE ASSIGN TO "PENDIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS PENDING-IN-STATUS.

000520     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS BATCH-REGISTER-STATUS.

000550     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS RUN-CONTROL-STATUS.

000580     SELECT TRACE-REPORT ASSIGN TO "TRACERPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS TRACE-RPT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRODUCT-AUDIT-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  PRODUCT-AUDIT-RECORD.
000670     COPY PRODAUD.

000680 FD  PRODUCT-ASSIGN-LOG
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  ASSIGN-LOG-IN-RECORD       PIC X(102).

000720 FD  ARCHIVE-IN-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  ARCHIVE-IN-RECORD          PIC X(102).

000760 FD  DEPT-CODE-REJECT-LOG
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  DEPT-CODE-REJECT-RECORD.
000800     COPY REJECTLG.

000810 FD  DEFERRED-QUEUE-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  DEFERRED-QUEUE-RECORD.
000850     COPY DEFERQ.

000860 FD  SHIFT-HISTORY-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  SHIFT-HISTORY-RECORD.
000900     COPY SHIFTHST.

000910 FD  PICK-CONFIRM-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  PICK-CONFIRM-RECORD.
000940     COPY PICKCONF.

000950 FD  PICK-FORWARD-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  PICK-FORWARD-RECORD.
000990     COPY PICKFWD.

001000 FD  INVENTORY-ACK-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  INVENTORY-ACK-RECORD.
001030     COPY INVACK.

001040 FD  PENDING-IN-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  PENDING-IN-RECORD.
001080     COPY PENDACK.

001090 FD  BATCH-REGISTER-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  BATCH-REGISTER-RECORD.
001130     COPY BATCHREG.

001140 FD  RUN-CONTROL-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  RUN-CONTROL-RECORD.
001180     COPY RUNCTL.

001190 FD  TRACE-REPORT
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  TRACE-REPORT-LINE          PIC X(80).

001230 WORKING-STORAGE SECTION.
001240 77  PRODUCT-AUDIT-STATUS       PIC X(02) VALUE SPACES.
001250     88  PRODUCT-AUDIT-OK       VALUE "00".
001260 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
001270     88  ASSIGN-LOG-OK          VALUE "00".
001280 77  ARCHIVE-IN-STATUS          PIC X(02) VALUE SPACES.
001290     88  ARCHIVE-IN-OK          VALUE "00".
001300 77  REJECT-LOG-STATUS          PIC X(02) VALUE SPACES.
001310     88  REJECT-LOG-OK          VALUE "00".
001320 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001330     88  DEFER-QUEUE-OK         VALUE "00".
001340 77  SHIFT-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001350     88  SHIFT-HISTORY-OK       VALUE "00".
001360 77  PICK-CONFIRM-STATUS        PIC X(02) VALUE SPACES.
001370     88  PICK-CONFIRM-OK        VALUE "00".
001380 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001390     88  PICK-FORWARD-OK        VALUE "00".
001400 77  INVENTORY-ACK-STATUS       PIC X(02) VALUE SPACES.
001410     88  INVENTORY-ACK-OK       VALUE "00".
001420 77  PENDING-IN-STATUS          PIC X(02) VALUE SPACES.
001430     88  PENDING-IN-OK          VALUE "00".
001440 77  BATCH-REGISTER-STATUS      PIC X(02) VALUE SPACES.
001450     88  BATCH-REGISTER-OK      VALUE "00".
001460 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001470     88  RUN-CONTROL-OK         VALUE "00".
001480 77  TRACE-RPT-STATUS           PIC X(02) VALUE SPACES.
001490     88  TRACE-RPT-OK           VALUE "00".
001500 77  END-OF-SOURCE-SWITCH       PIC X(01) VALUE "N".
001510     88  END-OF-SOURCE          VALUE "Y".
001520 77  NAME-ADDED-SWITCH          PIC X(01) VALUE "N".
001530     88  NAME-ADDED             VALUE "Y".
001540 77  BUBBLE-DONE-SWITCH         PIC X(01) VALUE "N".
001550     88  BUBBLE-DONE            VALUE "Y".
001560 77  ARCHIVE-SWITCH             PIC X(01) VALUE "N".
001570     88  READING-ARCHIVE        VALUE "Y".

001580 77  TRACE-PRODUCT-NAME         PIC X(30) VALUE SPACES.
001590 77  FROM-DATE-ENTRY            PIC X(08) VALUE SPACES.
001600 77  FROM-DATE-ENTRY-N REDEFINES FROM-DATE-ENTRY
001610                                PIC 9(08).
001620 77  TO-DATE-ENTRY              PIC X(08) VALUE SPACES.
001630 77  TO-DATE-ENTRY-N REDEFINES TO-DATE-ENTRY
001640                                PIC 9(08).
001650 77  TRACE-FROM-DATE            PIC 9(08) VALUE ZERO.
001660 77  TRACE-TO-DATE              PIC 9(08) VALUE 99999999.
001670 77  HISTORY-LAST-DATE          PIC 9(08) VALUE ZERO.
001680 77  CHECK-NAME                 PIC X(30) VALUE SPACES.
001690 77  MAX-EVENTS                 PIC 9(04) COMP VALUE 999.

001700 77  NAME-SUB                   PIC 9(03) COMP VALUE ZERO.
001710 77  NAME-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001720 77  EVENT-SUB                  PIC 9(04) COMP VALUE ZERO.
001730 77  EVENT-MOVE-SUB             PIC 9(04) COMP VALUE ZERO.
001740 77  EVENTS-DROPPED             PIC 9(05) COMP VALUE ZERO.
001750 77  BATCH-EVENT-COUNT          PIC 9(04) COMP VALUE ZERO.
001760 77  USER-EVENT-COUNT           PIC 9(04) COMP VALUE ZERO.
001770 77  VARIANCE-QTY               PIC S9(05) VALUE ZERO.
001780 77  VARIANCE-EDIT              PIC +ZZ,ZZ9.
001790 77  QTY-EDIT                   PIC ZZ,ZZ9.
001800 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001810 77  CYCLES-EDIT                PIC Z9.
001820 77  HOME-SITE-CODE             PIC X(02) VALUE "01".

001830 01  NAME-TABLE.
001840     05  NAME-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001850     05  NAME-TABLE-ENTRY OCCURS 10 TIMES.
001860         10  NT-PRODUCT-NAME    PIC X(30).

001870*    THE ASSIGN LOG AND ITS ARCHIVE SHARE ONE LAYOUT; EACH IS
001880*    READ INTO THIS AREA.
001890 01  ASSIGN-LOG-RECORD.
001900     COPY ASSNLOG.

001910 01  TIME-WORK.
001920     05  TW-HH                  PIC 9(02).
001930     05  TW-MM                  PIC 9(02).
001940     05  TW-SS                  PIC 9(02).
001950     05  TW-CC                  PIC 9(02).
001960 01  TIME-WORK-NUM REDEFINES TIME-WORK
001970                                PIC 9(08).

001980 01  LOG-FLAG-TEXT.
001990     05  LF-PRIORITY            PIC X(06).
002000     05  LF-CONFLICT            PIC X(09).
002010     05  LF-OVER-CAP            PIC X(09).
002020     05  LF-AUTO-ROUTE          PIC X(09).
002030     05  LF-RECEIPT             PIC X(09).
002040     05  LF-ARCHIVED            PIC X(08).

002050*    ONE EVENT, BUILT BY EACH COLLECTOR BEFORE IT IS FILED.
002060 01  EVENT-WORK.
002070     05  EW-SORT-KEY.
002080         10  EW-DATE            PIC 9(08).
002090         10  EW-SORT-TIME       PIC 9(08).
002100     05  EW-TIME-FLAG           PIC X(01).
002110     05  EW-KIND                PIC X(01).
002120     05  EW-EVENT-TEXT          PIC X(22).
002130     05  EW-SITE-CODE           PIC X(02).
002140     05  EW-DEPT-CODE           PIC 9(02).
002150     05  EW-QTY                 PIC 9(05).
002160     05  EW-QTY-FLAG            PIC X(01).
002170     05  EW-USER-NAME           PIC X(20).
002180     05  EW-USER-NEEDED         PIC X(01).
002190     05  EW-BATCH-ID            PIC X(08).
002200     05  EW-BATCH-SOURCE        PIC X(03).
002210     05  EW-DETAIL              PIC X(50).

002220 01  EVENT-HOLD                 PIC X(132).

002230*    THE TRACE, KEPT IN DATE AND TIME ORDER AS IT IS BUILT.
002240*    EVENTS WITHOUT A CLOCK TIME SORT AT FIXED POINTS IN THEIR
002250*    DAY - HOLDS BEFORE THE DAY'S RUNS, PICKS AND ACKS AFTER.
002260 01  EVENT-TABLE.
002270     05  EVENT-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
002280     05  EVENT-TABLE-ENTRY OCCURS 1 TO 999 TIMES
002290             DEPENDING ON EVENT-TABLE-COUNT.
002300         10  EV-SORT-KEY.
002310             15  EV-DATE        PIC 9(08).
002320             15  EV-SORT-TIME   PIC 9(08).
002330         10  EV-TIME-FLAG       PIC X(01).
002340         10  EV-KIND            PIC X(01).
002350         10  EV-EVENT-TEXT      PIC X(22).
002360         10  EV-SITE-CODE       PIC X(02).
002370         10  EV-DEPT-CODE       PIC 9(02).
002380         10  EV-QTY             PIC 9(05).
002390         10  EV-QTY-FLAG        PIC X(01).
002400         10  EV-USER-NAME       PIC X(20).
002410         10  EV-USER-NEEDED     PIC X(01).
002420         10  EV-BATCH-ID        PIC X(08).
002430         10  EV-BATCH-SOURCE    PIC X(03).
002440         10  EV-DETAIL          PIC X(50).

002450 01  TRACE-EVENT-LINE.
002460     05  TEL-DATE               PIC 9(08).
002470     05  FILLER                 PIC X(01) VALUE SPACES.
002480     05  TEL-TIME               PIC X(05).
002490     05  FILLER                 PIC X(02) VALUE SPACES.
002500     05  TEL-EVENT-TEXT         PIC X(22).
002510     05  FILLER                 PIC X(01) VALUE SPACES.
002520     05  TEL-SITE-CODE          PIC X(02).
002530     05  FILLER                 PIC X(01) VALUE SPACES.
002540     05  TEL-DEPT-CODE          PIC 9(02).
002550     05  FILLER                 PIC X(02) VALUE SPACES.
002560     05  TEL-QTY                PIC X(06).
002570     05  FILLER                 PIC X(02) VALUE SPACES.
002580     05  TEL-USER-NAME          PIC X(20).
002590     05  FILLER                 PIC X(06) VALUE SPACES.

002600 01  TRACE-DETAIL-LINE.
002610     05  FILLER                 PIC X(08) VALUE SPACES.
002620     05  TDL-DETAIL             PIC X(72).

002630 PROCEDURE DIVISION.
002640 100-START-LOGIC.
002650     PERFORM 1000-INITIALIZE.
002660     PERFORM 1500-COLLECT-PRODUCT-NAMES.
002670     PERFORM 2000-COLLECT-AUDIT-EVENTS.
002680     PERFORM 2100-COLLECT-LOG-EVENTS.
002690     PERFORM 2200-COLLECT-ARCHIVE-EVENTS.
002700     PERFORM 2300-COLLECT-REJECT-EVENTS.
002710     PERFORM 2400-COLLECT-DEFER-EVENTS.
002720     PERFORM 2500-COLLECT-PICK-HISTORY.
002730     PERFORM 2550-COLLECT-PICK-CONFIRMS.
002740     PERFORM 2600-COLLECT-CARRY-EVENTS.
002750     PERFORM 2700-COLLECT-ACK-EVENTS.
002760     PERFORM 2800-COLLECT-PENDING-EVENTS.
002770     PERFORM 2900-FILL-BATCH-SOURCES.
002780     PERFORM 2950-FILL-RUN-USERS.
002790     PERFORM 3000-PRINT-TRACE.
002800     PERFORM 4000-TERMINATE.
002810     STOP RUN.

002820 1000-INITIALIZE.
002830     DISPLAY "=== GIGAHERTZ PRODUCT TRACE v1.0 ===".
002840     PERFORM 1100-GET-TRACE-REQUEST.
002850     OPEN OUTPUT TRACE-REPORT.

002860 1100-GET-TRACE-REQUEST.
002870*    A BLANK FROM OR TO DATE LEAVES THAT END OF THE RANGE OPEN.
002880     DISPLAY "INPUT PRODUCT NAME (UP TO 30 CHARACTERS): ".
002890     ACCEPT TRACE-PRODUCT-NAME.
002900     IF TRACE-PRODUCT-NAME = SPACES
002910         DISPLAY "PRODUCT NAME IS REQUIRED. RUN ABORTED."
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     DISPLAY "INPUT FROM DATE YYYYMMDD (BLANK FOR NO LIMIT): ".
002960     ACCEPT FROM-DATE-ENTRY.
002970     IF FROM-DATE-ENTRY NOT = SPACES
002980         IF FROM-DATE-ENTRY IS NUMERIC
002990             MOVE FROM-DATE-ENTRY-N TO TRACE-FROM-DATE
003000         ELSE
003010             DISPLAY "FROM DATE MUST BE YYYYMMDD. RUN ABORTED."
003020             MOVE 16 TO RETURN-CODE
003030             STOP RUN
003040         END-IF
003050     END-IF.
003060     DISPLAY "INPUT TO DATE YYYYMMDD (BLANK FOR NO LIMIT): ".
003070     ACCEPT TO-DATE-ENTRY.
003080     IF TO-DATE-ENTRY NOT = SPACES
003090         IF TO-DATE-ENTRY IS NUMERIC
003100             MOVE TO-DATE-ENTRY-N TO TRACE-TO-DATE
003110         ELSE
003120             DISPLAY "TO DATE MUST BE YYYYMMDD. RUN ABORTED."
003130             MOVE 16 TO RETURN-CODE
003140             STOP RUN
003150         END-IF
003160     END-IF.
003170     IF TRACE-FROM-DATE > TRACE-TO-DATE
003180         DISPLAY "FROM DATE IS AFTER TO DATE. RUN ABORTED."
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     MOVE 1 TO NAME-TABLE-COUNT.
003230     MOVE TRACE-PRODUCT-NAME TO NT-PRODUCT-NAME (1).

003240 1500-COLLECT-PRODUCT-NAMES.
003250*    A RENAME ON THE PRODUCT AUDIT FILE LEAVES THE OLDER
003260*    RECORDS UNDER THE OLD NAME, SO EVERY NAME THE PRODUCT HAS
003270*    CARRIED - EARLIER OR LATER - IS TRACED. THE FILE IS
003280*    RE-READ UNTIL A PASS FINDS NO NEW NAME, WHICH FOLLOWS A
003290*    CHAIN OF RENAMES IN EITHER DIRECTION.
003300     MOVE "Y" TO NAME-ADDED-SWITCH.
003310     PERFORM 1550-SCAN-AUDIT-FOR-RENAMES
003320         UNTIL NOT NAME-ADDED.

003330 1550-SCAN-AUDIT-FOR-RENAMES.
003340     MOVE "N" TO NAME-ADDED-SWITCH.
003350     OPEN INPUT PRODUCT-AUDIT-FILE.
003360     IF PRODUCT-AUDIT-OK
003370         MOVE "N" TO END-OF-SOURCE-SWITCH
003380         PERFORM 1580-READ-AUDIT-RECORD
003390         PERFORM 1560-CHECK-RENAME-RECORD
003400             UNTIL END-OF-SOURCE
003410         CLOSE PRODUCT-AUDIT-FILE
003420     END-IF.

003430 1560-CHECK-RENAME-RECORD.
003440     IF AU-OLD-PRODUCT-NAME NOT = SPACES
003450             AND AU-OLD-PRODUCT-NAME NOT = AU-PRODUCT-NAME
003460         MOVE AU-PRODUCT-NAME TO CHECK-NAME
003470         PERFORM 5100-MATCH-TRACE-NAME
003480         IF NAME-HIT-SUB > ZERO
003490             MOVE AU-OLD-PRODUCT-NAME TO CHECK-NAME
003500             PERFORM 1570-ADD-TRACE-NAME
003510         ELSE
003520             MOVE AU-OLD-PRODUCT-NAME TO CHECK-NAME
003530             PERFORM 5100-MATCH-TRACE-NAME
003540             IF NAME-HIT-SUB > ZERO
003550                 MOVE AU-PRODUCT-NAME TO CHECK-NAME
003560                 PERFORM 1570-ADD-TRACE-NAME
003570             END-IF
003580         END-IF
003590     END-IF.
003600     PERFORM 1580-READ-AUDIT-RECORD.

003610 1570-ADD-TRACE-NAME.
003620     PERFORM 5100-MATCH-TRACE-NAME.
003630     IF NAME-HIT-SUB = ZERO
003640         IF NAME-TABLE-COUNT >= 10
003650             DISPLAY "MORE THAN 10 NAMES FOR THIS PRODUCT - "
003660                 CHECK-NAME " NOT TRACED."
003670         ELSE
003680             ADD 1 TO NAME-TABLE-COUNT
003690             MOVE CHECK-NAME
003700                 TO NT-PRODUCT-NAME (NAME-TABLE-COUNT)
003710             SET NAME-ADDED TO TRUE
003720         END-IF
003730     END-IF.

003740 1580-READ-AUDIT-RECORD.
003750     READ PRODUCT-AUDIT-FILE
003760         AT END
003770             SET END-OF-SOURCE TO TRUE
003780     END-READ.

003790 2000-COLLECT-AUDIT-EVENTS.
003800*    MASTER MAINTENANCE AND CONFLICT DECISIONS. TRANSFER AND
003810*    REVERSAL AUDIT RECORDS ARE LEFT OUT - THE SAME MOVES ARE
003820*    TRACED FROM THE ASSIGN LOG.
003830     OPEN INPUT PRODUCT-AUDIT-FILE.
003840     IF NOT PRODUCT-AUDIT-OK
003850         DISPLAY "PRODUCT-AUDIT-FILE NOT FOUND - MASTER CHANGES "
003860             "AND CONFLICT DECISIONS NOT TRACED."
003870     ELSE
003880         MOVE "N" TO END-OF-SOURCE-SWITCH
003890         PERFORM 1580-READ-AUDIT-RECORD
003900         PERFORM 2050-ADD-AUDIT-EVENT
003910             UNTIL END-OF-SOURCE
003920         CLOSE PRODUCT-AUDIT-FILE
003930     END-IF.

003940 2050-ADD-AUDIT-EVENT.
003950     MOVE AU-PRODUCT-NAME TO CHECK-NAME.
003960     PERFORM 5100-MATCH-TRACE-NAME.
003970     IF NAME-HIT-SUB = ZERO
003980             AND AU-OLD-PRODUCT-NAME NOT = SPACES
003990         MOVE AU-OLD-PRODUCT-NAME TO CHECK-NAME
004000         PERFORM 5100-MATCH-TRACE-NAME
004010     END-IF.
004020     IF NAME-HIT-SUB > ZERO
004030             AND AU-ACTION NOT = "TRANSFER"
004040             AND AU-ACTION NOT = "REVERSAL"
004050         INITIALIZE EVENT-WORK
004060         MOVE AU-RUN-DATE      TO EW-DATE
004070         MOVE AU-RUN-TIME      TO EW-SORT-TIME
004080         MOVE "Y"              TO EW-TIME-FLAG
004090         MOVE "M"              TO EW-KIND
004100         MOVE AU-NEW-DEPT-CODE TO EW-DEPT-CODE
004110         MOVE "N"              TO EW-QTY-FLAG
004120         MOVE AU-USER-NAME     TO EW-USER-NAME
004130         MOVE "N"              TO EW-USER-NEEDED
004140         EVALUATE AU-ACTION
004150             WHEN "APPROVE"
004160                 MOVE "CONFLICT APPROVED" TO EW-EVENT-TEXT
004170                 STRING "MASTER DEPT " AU-OLD-DEPT-CODE
004180                         " CHANGED TO LOGGED DEPT "
004190                         AU-NEW-DEPT-CODE
004200                         DELIMITED BY SIZE INTO EW-DETAIL
004210             WHEN "REJECT"
004220                 MOVE "CONFLICT REJECTED" TO EW-EVENT-TEXT
004230                 MOVE AU-OLD-DEPT-CODE TO EW-DEPT-CODE
004240                 STRING "LOGGED DEPT " AU-NEW-DEPT-CODE
004250                         " REFUSED - MASTER KEEPS "
004260                         AU-OLD-DEPT-CODE
004270                         DELIMITED BY SIZE INTO EW-DETAIL
004280             WHEN "RCPT-OK"
004290                 MOVE "RECEIPT EXC CLEARED" TO EW-EVENT-TEXT
004300                 MOVE "NOT ON / OVER EXPECTED RECEIPTS - "
004310                     & "ACKNOWLEDGED" TO EW-DETAIL
004320             WHEN "ADD"
004330                 MOVE "ADDED TO MASTER" TO EW-EVENT-TEXT
004340                 STRING "CODE " AU-PRODUCT-CODE
004350                         DELIMITED BY SIZE INTO EW-DETAIL
004360             WHEN "DELETE"
004370                 MOVE "DELETED FROM MASTER" TO EW-EVENT-TEXT
004380                 MOVE AU-OLD-DEPT-CODE TO EW-DEPT-CODE
004390             WHEN "CHANGE"
004400                 IF AU-OLD-PRODUCT-NAME NOT = SPACES
004410                         AND AU-OLD-PRODUCT-NAME
004420                         NOT = AU-PRODUCT-NAME
004430                     MOVE "RENAMED ON MASTER" TO EW-EVENT-TEXT
004440                     STRING "FROM " AU-OLD-PRODUCT-NAME
004450                             DELIMITED BY SIZE INTO EW-DETAIL
004460                 ELSE
004470                     MOVE "MASTER CHANGED" TO EW-EVENT-TEXT
004480                     STRING "DEPT " AU-OLD-DEPT-CODE " TO "
004490                             AU-NEW-DEPT-CODE
004500                             DELIMITED BY SIZE INTO EW-DETAIL
004510                 END-IF
004520             WHEN OTHER
004530                 STRING "MASTER " AU-ACTION
004540                         DELIMITED BY SIZE INTO EW-EVENT-TEXT
004550         END-EVALUATE
004560         PERFORM 5000-FILE-EVENT
004570     END-IF.
004580     PERFORM 1580-READ-AUDIT-RECORD.

004590 2100-COLLECT-LOG-EVENTS.
004600     MOVE "N" TO ARCHIVE-SWITCH.
004610     OPEN INPUT PRODUCT-ASSIGN-LOG.
004620     IF NOT ASSIGN-LOG-OK
004630         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - ASSIGNMENTS "
004640             "NOT TRACED."
004650     ELSE
004660         MOVE "N" TO END-OF-SOURCE-SWITCH
004670         PERFORM 2150-READ-LOG-RECORD
004680         PERFORM 2250-ADD-LOG-EVENT
004690             UNTIL END-OF-SOURCE
004700         CLOSE PRODUCT-ASSIGN-LOG
004710     END-IF.

004720 2150-READ-LOG-RECORD.
004730     READ PRODUCT-ASSIGN-LOG
004740         AT END
004750             SET END-OF-SOURCE TO TRUE
004760         NOT AT END
004770             MOVE ASSIGN-LOG-IN-RECORD TO ASSIGN-LOG-RECORD
004780     END-READ.

004790 2200-COLLECT-ARCHIVE-EVENTS.
004800*    ARCHIVED ASSIGN LOG RECORDS (ASSIGN-ARCHIVE'S ARCHOUT).
004810     MOVE "Y" TO ARCHIVE-SWITCH.
004820     OPEN INPUT ARCHIVE-IN-FILE.
004830     IF NOT ARCHIVE-IN-OK
004840         DISPLAY "ASSIGN LOG ARCHIVE NOT FOUND - ONLY THE LIVE "
004850             "LOG IS TRACED."
004860     ELSE
004870         MOVE "N" TO END-OF-SOURCE-SWITCH
004880         PERFORM 2210-READ-ARCHIVE-RECORD
004890         PERFORM 2250-ADD-LOG-EVENT
004900             UNTIL END-OF-SOURCE
004910         CLOSE ARCHIVE-IN-FILE
004920     END-IF.

004930 2210-READ-ARCHIVE-RECORD.
004940     READ ARCHIVE-IN-FILE
004950         AT END
004960             SET END-OF-SOURCE TO TRUE
004970         NOT AT END
004980             MOVE ARCHIVE-IN-RECORD TO ASSIGN-LOG-RECORD
004990     END-READ.

005000 2250-ADD-LOG-EVENT.
005010*    AN "A" RECORD IS AN ASSIGNMENT AND A "V" RECORD THE
005020*    OFFSET OF A TRANSFER OR REVERSAL. THE USER IS FILLED IN
005030*    LATER FROM THE DEPT-CHECKER RUN THAT WROTE THE RECORD,
005040*    AND THE BATCH SOURCE FROM THE BATCH REGISTER.
005050     MOVE LOG-PRODUCT-NAME TO CHECK-NAME.
005060     PERFORM 5100-MATCH-TRACE-NAME.
005070     IF NAME-HIT-SUB > ZERO
005080         INITIALIZE EVENT-WORK
005090         MOVE LOG-RUN-DATE     TO EW-DATE
005100         MOVE LOG-RUN-TIME     TO EW-SORT-TIME
005110         MOVE "Y"              TO EW-TIME-FLAG
005120         MOVE LOG-SITE-CODE    TO EW-SITE-CODE
005130         IF EW-SITE-CODE = SPACES
005140             MOVE HOME-SITE-CODE TO EW-SITE-CODE
005150         END-IF
005160         MOVE LOG-DEPT-CODE    TO EW-DEPT-CODE
005170         MOVE LOG-PRODUCT-QTY  TO EW-QTY
005180         MOVE "Y"              TO EW-QTY-FLAG
005190         MOVE "Y"              TO EW-USER-NEEDED
005200         MOVE LOG-BATCH-ID     TO EW-BATCH-ID
005210         IF LOG-TYPE-REVERSAL
005220             MOVE "V"            TO EW-KIND
005230             MOVE "REVERSED OUT" TO EW-EVENT-TEXT
005240         ELSE
005250             MOVE "A"            TO EW-KIND
005260             MOVE "ASSIGNED"     TO EW-EVENT-TEXT
005270         END-IF
005280         MOVE SPACES TO LOG-FLAG-TEXT
005290         STRING "PRI " LOG-PRIORITY-CODE
005300                 DELIMITED BY SIZE INTO LF-PRIORITY
005310         IF LOG-HAS-CONFLICT
005320             MOVE "CONFLICT" TO LF-CONFLICT
005330         END-IF
005340         IF LOG-OVER-CAPACITY
005350             MOVE "OVER-CAP" TO LF-OVER-CAP
005360         END-IF
005370         IF LOG-AUTO-ROUTED
005380             MOVE "AUTO-RTE" TO LF-AUTO-ROUTE
005390         END-IF
005400         IF LOG-RECEIPT-EXCEPTION
005410             MOVE "RCPT-EXC" TO LF-RECEIPT
005420         END-IF
005430         IF READING-ARCHIVE
005440             MOVE "ARCHIVED" TO LF-ARCHIVED
005450         END-IF
005460         MOVE LOG-FLAG-TEXT TO EW-DETAIL
005470         PERFORM 5000-FILE-EVENT
005480     END-IF.
005490     IF READING-ARCHIVE
005500         PERFORM 2210-READ-ARCHIVE-RECORD
005510     ELSE
005520         PERFORM 2150-READ-LOG-RECORD
005530     END-IF.

005540 2300-COLLECT-REJECT-EVENTS.
005550*    OPEN REJECTS. ONE ALREADY RECYCLED ONCE AND REJECTED AGAIN
005560*    CARRIES THE "R" FLAG; A SUCCESSFUL RECYCLE SHOWS AS AN
005570*    ASSIGNMENT FROM AN "RCY" BATCH.
005580     OPEN INPUT DEPT-CODE-REJECT-LOG.
005590     IF NOT REJECT-LOG-OK
005600         DISPLAY "DEPT-CODE-REJECT-LOG NOT FOUND - REJECTS NOT "
005610             "TRACED."
005620     ELSE
005630         MOVE "N" TO END-OF-SOURCE-SWITCH
005640         PERFORM 2350-READ-REJECT-RECORD
005650         PERFORM 2360-ADD-REJECT-EVENT
005660             UNTIL END-OF-SOURCE
005670         CLOSE DEPT-CODE-REJECT-LOG
005680     END-IF.

005690 2350-READ-REJECT-RECORD.
005700     READ DEPT-CODE-REJECT-LOG
005710         AT END
005720             SET END-OF-SOURCE TO TRUE
005730     END-READ.

005740 2360-ADD-REJECT-EVENT.
005750     MOVE RJ-PRODUCT-NAME TO CHECK-NAME.
005760     PERFORM 5100-MATCH-TRACE-NAME.
005770     IF NAME-HIT-SUB > ZERO
005780         INITIALIZE EVENT-WORK
005790         MOVE RJ-RUN-DATE      TO EW-DATE
005800         MOVE RJ-RUN-TIME      TO EW-SORT-TIME
005810         MOVE "Y"              TO EW-TIME-FLAG
005820         MOVE "J"              TO EW-KIND
005830         MOVE RJ-SITE-CODE     TO EW-SITE-CODE
005840         IF EW-SITE-CODE = SPACES
005850             MOVE HOME-SITE-CODE TO EW-SITE-CODE
005860         END-IF
005870         MOVE RJ-DEPT-CODE     TO EW-DEPT-CODE
005880         MOVE RJ-PRODUCT-QTY   TO EW-QTY
005890         MOVE "Y"              TO EW-QTY-FLAG
005900         MOVE "Y"              TO EW-USER-NEEDED
005910         IF RJ-WAS-RECYCLED
005920             MOVE "REJECTED AFTER RECYCLE" TO EW-EVENT-TEXT
005930         ELSE
005940             MOVE "REJECTED" TO EW-EVENT-TEXT
005950         END-IF
005960         MOVE RJ-REJECT-REASON TO EW-DETAIL
005970         PERFORM 5000-FILE-EVENT
005980     END-IF.
005990     PERFORM 2350-READ-REJECT-RECORD.

006000 2400-COLLECT-DEFER-EVENTS.
006010*    WORK STILL HELD. A RELEASE SHOWS AS AN ASSIGNMENT FROM A
006020*    "DEF" BATCH.
006030     OPEN INPUT DEFERRED-QUEUE-FILE.
006040     IF NOT DEFER-QUEUE-OK
006050         DISPLAY "DEFERRED-QUEUE-FILE NOT FOUND - HELD WORK NOT "
006060             "TRACED."
006070     ELSE
006080         MOVE "N" TO END-OF-SOURCE-SWITCH
006090         PERFORM 2450-READ-DEFER-RECORD
006100         PERFORM 2460-ADD-DEFER-EVENT
006110             UNTIL END-OF-SOURCE
006120         CLOSE DEFERRED-QUEUE-FILE
006130     END-IF.

006140 2450-READ-DEFER-RECORD.
006150     READ DEFERRED-QUEUE-FILE
006160         AT END
006170             SET END-OF-SOURCE TO TRUE
006180     END-READ.

006190 2460-ADD-DEFER-EVENT.
006200     MOVE DQ-PRODUCT-NAME TO CHECK-NAME.
006210     PERFORM 5100-MATCH-TRACE-NAME.
006220     IF NAME-HIT-SUB > ZERO
006230         INITIALIZE EVENT-WORK
006240         MOVE DQ-DEFER-DATE    TO EW-DATE
006250         MOVE ZERO             TO EW-SORT-TIME
006260         MOVE "N"              TO EW-TIME-FLAG
006270         MOVE "D"              TO EW-KIND
006280         MOVE "DEFERRED - HELD" TO EW-EVENT-TEXT
006290         MOVE DQ-SITE-CODE     TO EW-SITE-CODE
006300         IF EW-SITE-CODE = SPACES
006310             MOVE HOME-SITE-CODE TO EW-SITE-CODE
006320         END-IF
006330         MOVE DQ-DEPT-CODE     TO EW-DEPT-CODE
006340         MOVE DQ-PRODUCT-QTY   TO EW-QTY
006350         MOVE "Y"              TO EW-QTY-FLAG
006360         MOVE "N"              TO EW-USER-NEEDED
006370         STRING "PRI " DQ-PRIORITY-CODE
006380                 " - STILL ON THE DEFERRED QUEUE"
006390                 DELIMITED BY SIZE INTO EW-DETAIL
006400         PERFORM 5000-FILE-EVENT
006410     END-IF.
006420     PERFORM 2450-READ-DEFER-RECORD.

006430 2500-COLLECT-PICK-HISTORY.
006440*    SETTLED PICK LINES, WITH THE VARIANCE AGAINST THE
006450*    ASSIGNED QUANTITY, FROM PICK-RECONCILE'S SHIFT HISTORY.
006460     OPEN INPUT SHIFT-HISTORY-FILE.
006470     IF NOT SHIFT-HISTORY-OK
006480         DISPLAY "SHIFT-HISTORY-FILE NOT FOUND - ONLY TODAY'S "
006490             "PICK CONFIRMATIONS ARE TRACED."
006500     ELSE
006510         MOVE "N" TO END-OF-SOURCE-SWITCH
006520         PERFORM 2510-READ-HISTORY-RECORD
006530         PERFORM 2520-ADD-HISTORY-EVENT
006540             UNTIL END-OF-SOURCE
006550         CLOSE SHIFT-HISTORY-FILE
006560     END-IF.

006570 2510-READ-HISTORY-RECORD.
006580     READ SHIFT-HISTORY-FILE
006590         AT END
006600             SET END-OF-SOURCE TO TRUE
006610     END-READ.

006620 2520-ADD-HISTORY-EVENT.
006630     IF SH-PICK-DATE > HISTORY-LAST-DATE
006640         MOVE SH-PICK-DATE TO HISTORY-LAST-DATE
006650     END-IF.
006660     MOVE SH-PRODUCT-NAME TO CHECK-NAME.
006670     PERFORM 5100-MATCH-TRACE-NAME.
006680     IF NAME-HIT-SUB > ZERO
006690         INITIALIZE EVENT-WORK
006700         MOVE SH-PICK-DATE     TO EW-DATE
006710         MOVE 99999990         TO EW-SORT-TIME
006720         MOVE "N"              TO EW-TIME-FLAG
006730         MOVE "P"              TO EW-KIND
006740         MOVE SH-SITE-CODE     TO EW-SITE-CODE
006750         IF EW-SITE-CODE = SPACES
006760             MOVE HOME-SITE-CODE TO EW-SITE-CODE
006770         END-IF
006780         MOVE SH-DEPT-CODE     TO EW-DEPT-CODE
006790         MOVE SH-PICKED-QTY    TO EW-QTY
006800         MOVE "Y"              TO EW-QTY-FLAG
006810         MOVE "N"              TO EW-USER-NEEDED
006820         IF NOT SH-NEVER-WORKED
006830             STRING "SHIFT " SH-SHIFT-CODE
006840                     DELIMITED BY SIZE INTO EW-USER-NAME
006850         END-IF
006860         COMPUTE VARIANCE-QTY = SH-PICKED-QTY - SH-ASSIGN-QTY
006870         MOVE VARIANCE-QTY  TO VARIANCE-EDIT
006880         MOVE SH-ASSIGN-QTY TO QTY-EDIT
006890         EVALUATE TRUE
006900             WHEN SH-PICKED-CLEAN
006910                 MOVE "PICK CONFIRMED" TO EW-EVENT-TEXT
006920             WHEN SH-SHORT-PICK
006930                 MOVE "SHORT PICK" TO EW-EVENT-TEXT
006940             WHEN SH-OVER-PICK
006950                 MOVE "OVER PICK" TO EW-EVENT-TEXT
006960             WHEN SH-NEVER-WORKED
006970                 MOVE "NOT PICKED" TO EW-EVENT-TEXT
006980                 MOVE SH-ASSIGN-QTY TO EW-QTY
006990             WHEN OTHER
007000                 MOVE "PICKED, NOT ASSIGNED" TO EW-EVENT-TEXT
007010         END-EVALUATE
007020         EVALUATE TRUE
007030             WHEN SH-NEVER-WORKED
007040                 STRING "ASSIGNED " SH-ASSIGN-DATE
007050                         " - CARRIED TO THE NEXT PICK LIST"
007060                         DELIMITED BY SIZE INTO EW-DETAIL
007070             WHEN SH-NOT-ASSIGNED
007080                 MOVE "NO OPEN ASSIGNMENT MATCHED THE PICK"
007090                     TO EW-DETAIL
007100             WHEN OTHER
007110                 STRING "ASSIGNED " QTY-EDIT " ON "
007120                         SH-ASSIGN-DATE "  VARIANCE "
007130                         VARIANCE-EDIT
007140                         DELIMITED BY SIZE INTO EW-DETAIL
007150         END-EVALUATE
007160         PERFORM 5000-FILE-EVENT
007170     END-IF.
007180     PERFORM 2510-READ-HISTORY-RECORD.

007190 2550-COLLECT-PICK-CONFIRMS.
007200*    ONLY CONFIRMATIONS FOR A DAY NOT YET ON THE SHIFT HISTORY
007210*    ARE TRACED FROM PICKCONF - THE REST ARE ALREADY THERE.
007220     OPEN INPUT PICK-CONFIRM-FILE.
007230     IF NOT PICK-CONFIRM-OK
007240         DISPLAY "PICK-CONFIRM-FILE NOT FOUND - UNRECONCILED "
007250             "PICKS NOT TRACED."
007260     ELSE
007270         MOVE "N" TO END-OF-SOURCE-SWITCH
007280         PERFORM 2560-READ-CONFIRM-RECORD
007290         PERFORM 2570-ADD-CONFIRM-EVENT
007300             UNTIL END-OF-SOURCE
007310         CLOSE PICK-CONFIRM-FILE
007320     END-IF.

007330 2560-READ-CONFIRM-RECORD.
007340     READ PICK-CONFIRM-FILE
007350         AT END
007360             SET END-OF-SOURCE TO TRUE
007370     END-READ.

007380 2570-ADD-CONFIRM-EVENT.
007390     MOVE PC-PRODUCT-NAME TO CHECK-NAME.
007400     PERFORM 5100-MATCH-TRACE-NAME.
007410     IF NAME-HIT-SUB > ZERO
007420             AND PC-PICK-DATE > HISTORY-LAST-DATE
007430         INITIALIZE EVENT-WORK
007440         MOVE PC-PICK-DATE     TO EW-DATE
007450         MOVE 99999990         TO EW-SORT-TIME
007460         MOVE "N"              TO EW-TIME-FLAG
007470         MOVE "P"              TO EW-KIND
007480         MOVE "PICK CONFIRMED" TO EW-EVENT-TEXT
007490         MOVE PC-SITE-CODE     TO EW-SITE-CODE
007500         IF EW-SITE-CODE = SPACES
007510             MOVE HOME-SITE-CODE TO EW-SITE-CODE
007520         END-IF
007530         MOVE PC-DEPT-CODE     TO EW-DEPT-CODE
007540         MOVE PC-PICKED-QTY    TO EW-QTY
007550         MOVE "Y"              TO EW-QTY-FLAG
007560         MOVE "N"              TO EW-USER-NEEDED
007570         STRING "SHIFT " PC-SHIFT-CODE
007580                 DELIMITED BY SIZE INTO EW-USER-NAME
007590         MOVE "NOT YET RECONCILED - VARIANCE NOT KNOWN"
007600             TO EW-DETAIL
007610         PERFORM 5000-FILE-EVENT
007620     END-IF.
007630     PERFORM 2560-READ-CONFIRM-RECORD.

007640 2600-COLLECT-CARRY-EVENTS.
007650     OPEN INPUT PICK-FORWARD-FILE.
007660     IF NOT PICK-FORWARD-OK
007670         DISPLAY "PICK-FORWARD-FILE NOT FOUND - UNPICKED WORK "
007680             "NOT TRACED."
007690     ELSE
007700         MOVE "N" TO END-OF-SOURCE-SWITCH
007710         PERFORM 2650-READ-FORWARD-RECORD
007720         PERFORM 2660-ADD-FORWARD-EVENT
007730             UNTIL END-OF-SOURCE
007740         CLOSE PICK-FORWARD-FILE
007750     END-IF.

007760 2650-READ-FORWARD-RECORD.
007770     READ PICK-FORWARD-FILE
007780         AT END
007790             SET END-OF-SOURCE TO TRUE
007800     END-READ.

007810 2660-ADD-FORWARD-EVENT.
007820     MOVE CF-PRODUCT-NAME TO CHECK-NAME.
007830     PERFORM 5100-MATCH-TRACE-NAME.
007840     IF NAME-HIT-SUB > ZERO
007850         INITIALIZE EVENT-WORK
007860         MOVE CF-ASSIGN-DATE   TO EW-DATE
007870         MOVE 99999991         TO EW-SORT-TIME
007880         MOVE "N"              TO EW-TIME-FLAG
007890         MOVE "F"              TO EW-KIND
007900         MOVE "STILL UNPICKED" TO EW-EVENT-TEXT
007910         MOVE CF-SITE-CODE     TO EW-SITE-CODE
007920         IF EW-SITE-CODE = SPACES
007930             MOVE HOME-SITE-CODE TO EW-SITE-CODE
007940         END-IF
007950         MOVE CF-DEPT-CODE     TO EW-DEPT-CODE
007960         MOVE CF-PRODUCT-QTY   TO EW-QTY
007970         MOVE "Y"              TO EW-QTY-FLAG
007980         MOVE "N"              TO EW-USER-NEEDED
007990         STRING "PRI " CF-PRIORITY-CODE
008000                 " - ON THE PICK CARRY-FORWARD FILE"
008010                 DELIMITED BY SIZE INTO EW-DETAIL
008020         PERFORM 5000-FILE-EVENT
008030     END-IF.
008040     PERFORM 2650-READ-FORWARD-RECORD.

008050 2700-COLLECT-ACK-EVENTS.
008060     OPEN INPUT INVENTORY-ACK-FILE.
008070     IF NOT INVENTORY-ACK-OK
008080         DISPLAY "INVENTORY-ACK-FILE NOT FOUND - ACKS NOT "
008090             "TRACED."
008100     ELSE
008110         MOVE "N" TO END-OF-SOURCE-SWITCH
008120         PERFORM 2750-READ-ACK-RECORD
008130         PERFORM 2760-ADD-ACK-EVENT
008140             UNTIL END-OF-SOURCE
008150         CLOSE INVENTORY-ACK-FILE
008160     END-IF.

008170 2750-READ-ACK-RECORD.
008180     READ INVENTORY-ACK-FILE
008190         AT END
008200             SET END-OF-SOURCE TO TRUE
008210     END-READ.

008220 2760-ADD-ACK-EVENT.
008230     MOVE AK-PRODUCT-NAME TO CHECK-NAME.
008240     PERFORM 5100-MATCH-TRACE-NAME.
008250     IF NAME-HIT-SUB > ZERO
008260         INITIALIZE EVENT-WORK
008270         MOVE AK-ACK-DATE      TO EW-DATE
008280         MOVE 99999992         TO EW-SORT-TIME
008290         MOVE "N"              TO EW-TIME-FLAG
008300         MOVE "K"              TO EW-KIND
008310         MOVE "INVENTORY ACK"  TO EW-EVENT-TEXT
008320         MOVE AK-DEPT-CODE     TO EW-DEPT-CODE
008330         MOVE AK-ACK-QTY       TO EW-QTY
008340         MOVE "Y"              TO EW-QTY-FLAG
008350         MOVE "N"              TO EW-USER-NEEDED
008360         MOVE "INVENTORY SYSTEM" TO EW-USER-NAME
008370         PERFORM 5000-FILE-EVENT
008380     END-IF.
008390     PERFORM 2750-READ-ACK-RECORD.

008400 2800-COLLECT-PENDING-EVENTS.
008410     OPEN INPUT PENDING-IN-FILE.
008420     IF NOT PENDING-IN-OK
008430         DISPLAY "PENDING-ACK FILE NOT FOUND - UNACKNOWLEDGED "
008440             "EXPORTS NOT TRACED."
008450     ELSE
008460         MOVE "N" TO END-OF-SOURCE-SWITCH
008470         PERFORM 2850-READ-PENDING-RECORD
008480         PERFORM 2860-ADD-PENDING-EVENT
008490             UNTIL END-OF-SOURCE
008500         CLOSE PENDING-IN-FILE
008510     END-IF.

008520 2850-READ-PENDING-RECORD.
008530     READ PENDING-IN-FILE
008540         AT END
008550             SET END-OF-SOURCE TO TRUE
008560     END-READ.

008570 2860-ADD-PENDING-EVENT.
008580     MOVE PA-PRODUCT-NAME TO CHECK-NAME.
008590     PERFORM 5100-MATCH-TRACE-NAME.
008600     IF NAME-HIT-SUB > ZERO
008610         INITIALIZE EVENT-WORK
008620         MOVE PA-EXPORT-DATE   TO EW-DATE
008630         MOVE 99999993         TO EW-SORT-TIME
008640         MOVE "N"              TO EW-TIME-FLAG
008650         MOVE "K"              TO EW-KIND
008660         MOVE "AWAITING INV ACK" TO EW-EVENT-TEXT
008670         MOVE PA-DEPT-CODE     TO EW-DEPT-CODE
008680         MOVE PA-EXPORT-QTY    TO EW-QTY
008690         MOVE "Y"              TO EW-QTY-FLAG
008700         MOVE "N"              TO EW-USER-NEEDED
008710         MOVE PA-CYCLES-PENDING TO CYCLES-EDIT
008720         STRING "EXPORTED, NOT CONFIRMED AFTER " CYCLES-EDIT
008730                 " RECONCILE CYCLES"
008740                 DELIMITED BY SIZE INTO EW-DETAIL
008750         PERFORM 5000-FILE-EVENT
008760     END-IF.
008770     PERFORM 2850-READ-PENDING-RECORD.

008780 2900-FILL-BATCH-SOURCES.
008790*    THE BATCH REGISTER GIVES EACH INTAKE BATCH ITS SOURCE -
008800*    "DEF" IS A RELEASE FROM THE DEFERRED QUEUE AND "RCY" A
008810*    RECYCLED REJECT. A BATCH NOT ON THE REGISTER SHOWS "???".
008820     MOVE ZERO TO BATCH-EVENT-COUNT.
008830     PERFORM 2910-MARK-BATCH-EVENT
008840         VARYING EVENT-SUB FROM 1 BY 1
008850         UNTIL EVENT-SUB > EVENT-TABLE-COUNT.
008860     IF BATCH-EVENT-COUNT > ZERO
008870         OPEN INPUT BATCH-REGISTER-FILE
008880         IF NOT BATCH-REGISTER-OK
008890             DISPLAY "BATCH-REGISTER-FILE NOT FOUND - BATCH "
008900                 "SOURCES NOT SHOWN."
008910         ELSE
008920             MOVE "N" TO END-OF-SOURCE-SWITCH
008930             PERFORM 2920-READ-REGISTER-RECORD
008940             PERFORM 2930-APPLY-REGISTER-RECORD
008950                 UNTIL END-OF-SOURCE
008960             CLOSE BATCH-REGISTER-FILE
008970         END-IF
008980     END-IF.
008990     PERFORM 2940-LABEL-BATCH-EVENT
009000         VARYING EVENT-SUB FROM 1 BY 1
009010         UNTIL EVENT-SUB > EVENT-TABLE-COUNT.

009020 2910-MARK-BATCH-EVENT.
009030     IF EV-BATCH-ID (EVENT-SUB) NOT = SPACES
009040         MOVE "???" TO EV-BATCH-SOURCE (EVENT-SUB)
009050         ADD 1 TO BATCH-EVENT-COUNT
009060     END-IF.

009070 2920-READ-REGISTER-RECORD.
009080     READ BATCH-REGISTER-FILE
009090         AT END
009100             SET END-OF-SOURCE TO TRUE
009110     END-READ.

009120 2930-APPLY-REGISTER-RECORD.
009130     PERFORM 2935-MATCH-BATCH-EVENT
009140         VARYING EVENT-SUB FROM 1 BY 1
009150         UNTIL EVENT-SUB > EVENT-TABLE-COUNT.
009160     PERFORM 2920-READ-REGISTER-RECORD.

009170 2935-MATCH-BATCH-EVENT.
009180     IF EV-BATCH-ID (EVENT-SUB) = BR-BATCH-ID
009190         MOVE BR-SOURCE-CODE TO EV-BATCH-SOURCE (EVENT-SUB)
009200     END-IF.

009210 2940-LABEL-BATCH-EVENT.
009220     IF EV-KIND (EVENT-SUB) = "A"
009230         EVALUATE EV-BATCH-SOURCE (EVENT-SUB)
009240             WHEN "DEF"
009250                 MOVE "RELEASED AND ASSIGNED"
009260                     TO EV-EVENT-TEXT (EVENT-SUB)
009270             WHEN "RCY"
009280                 MOVE "RECYCLED AND ASSIGNED"
009290                     TO EV-EVENT-TEXT (EVENT-SUB)
009300             WHEN OTHER
009310                 CONTINUE
009320         END-EVALUATE
009330     END-IF.

009340 2950-FILL-RUN-USERS.
009350*    THE ASSIGN LOG AND REJECT LOG CARRY NO USER. EACH RECORD
009360*    IS CREDITED TO THE DEPT-CHECKER RUN WHOSE RUN-CONTROL
009370*    RECORD HAS ITS BUSINESS DATE AND WHOSE START AND END TIMES
009380*    SPAN ITS TIME STAMP.
009390     MOVE ZERO TO USER-EVENT-COUNT.
009400     PERFORM 2955-COUNT-USER-EVENT
009410         VARYING EVENT-SUB FROM 1 BY 1
009420         UNTIL EVENT-SUB > EVENT-TABLE-COUNT.
009430     IF USER-EVENT-COUNT > ZERO
009440         OPEN INPUT RUN-CONTROL-FILE
009450         IF NOT RUN-CONTROL-OK
009460             DISPLAY "RUN-CONTROL-FILE NOT FOUND - USERS NOT "
009470                 "SHOWN FOR ASSIGNMENTS AND REJECTS."
009480         ELSE
009490             MOVE "N" TO END-OF-SOURCE-SWITCH
009500             PERFORM 2960-READ-CONTROL-RECORD
009510             PERFORM 2970-APPLY-CONTROL-RECORD
009520                 UNTIL END-OF-SOURCE
009530             CLOSE RUN-CONTROL-FILE
009540         END-IF
009550     END-IF.

009560 2955-COUNT-USER-EVENT.
009570     IF EV-USER-NEEDED (EVENT-SUB) = "Y"
009580         ADD 1 TO USER-EVENT-COUNT
009590     END-IF.

009600 2960-READ-CONTROL-RECORD.
009610     READ RUN-CONTROL-FILE
009620         AT END
009630             SET END-OF-SOURCE TO TRUE
009640     END-READ.

009650 2970-APPLY-CONTROL-RECORD.
009660     IF RC-PROGRAM-NAME = "DEPT-CHECKER"
009670         PERFORM 2975-MATCH-RUN-EVENT
009680             VARYING EVENT-SUB FROM 1 BY 1
009690             UNTIL EVENT-SUB > EVENT-TABLE-COUNT
009700     END-IF.
009710     PERFORM 2960-READ-CONTROL-RECORD.

009720 2975-MATCH-RUN-EVENT.
009730*    A RUN THAT CROSSED MIDNIGHT ENDS ON A LATER CLOCK DATE.
009740     IF EV-USER-NEEDED (EVENT-SUB) = "Y"
009750             AND EV-DATE (EVENT-SUB) = RC-BUSINESS-DATE
009760         IF RC-END-DATE > RC-START-DATE
009770             IF EV-SORT-TIME (EVENT-SUB) >= RC-START-TIME
009780                     OR EV-SORT-TIME (EVENT-SUB) <= RC-END-TIME
009790                 MOVE RC-USER-NAME
009800                     TO EV-USER-NAME (EVENT-SUB)
009810                 MOVE "N" TO EV-USER-NEEDED (EVENT-SUB)
009820             END-IF
009830         ELSE
009840             IF EV-SORT-TIME (EVENT-SUB) >= RC-START-TIME
009850                     AND EV-SORT-TIME (EVENT-SUB)
009860                     <= RC-END-TIME
009870                 MOVE RC-USER-NAME
009880                     TO EV-USER-NAME (EVENT-SUB)
009890                 MOVE "N" TO EV-USER-NEEDED (EVENT-SUB)
009900             END-IF
009910         END-IF
009920     END-IF.

009930 3000-PRINT-TRACE.
009940     PERFORM 3050-PAIR-TRANSFER-EVENT
009950         VARYING EVENT-SUB FROM 1 BY 1
009960         UNTIL EVENT-SUB >= EVENT-TABLE-COUNT.
009970     MOVE SPACES TO TRACE-REPORT-LINE.
009980     STRING "GIGAHERTZ PRODUCT TRACE - " TRACE-PRODUCT-NAME
009990             DELIMITED BY SIZE INTO TRACE-REPORT-LINE.
010000     PERFORM 3900-EMIT-LINE.
010010     MOVE SPACES TO TRACE-REPORT-LINE.
010020     IF TRACE-FROM-DATE = ZERO
010030             AND TRACE-TO-DATE = 99999999
010040         MOVE "DATES: ALL ON FILE" TO TRACE-REPORT-LINE
010050     ELSE
010060         STRING "DATES: " TRACE-FROM-DATE " THRU "
010070                 TRACE-TO-DATE
010080                 DELIMITED BY SIZE INTO TRACE-REPORT-LINE
010090     END-IF.
010100     PERFORM 3900-EMIT-LINE.
010110     PERFORM 3100-PRINT-OTHER-NAME
010120         VARYING NAME-SUB FROM 2 BY 1
010130         UNTIL NAME-SUB > NAME-TABLE-COUNT.
010140     MOVE SPACES TO TRACE-REPORT-LINE.
010150     PERFORM 3900-EMIT-LINE.
010160     MOVE SPACES TO TRACE-REPORT-LINE.
010170     STRING "DATE     TIME   EVENT                  ST DP"
010180             "     QTY  USER"
010190             DELIMITED BY SIZE INTO TRACE-REPORT-LINE.
010200     PERFORM 3900-EMIT-LINE.
010210     MOVE ALL "-" TO TRACE-REPORT-LINE.
010220     PERFORM 3900-EMIT-LINE.
010230     IF EVENT-TABLE-COUNT = ZERO
010240         MOVE "NO EVENTS FOUND FOR THIS PRODUCT."
010250             TO TRACE-REPORT-LINE
010260         PERFORM 3900-EMIT-LINE
010270     ELSE
010280         PERFORM 3200-PRINT-EVENT
010290             VARYING EVENT-SUB FROM 1 BY 1
010300             UNTIL EVENT-SUB > EVENT-TABLE-COUNT
010310     END-IF.
010320     MOVE ALL "-" TO TRACE-REPORT-LINE.
010330     PERFORM 3900-EMIT-LINE.
010340     MOVE EVENT-TABLE-COUNT TO COUNT-EDIT.
010350     MOVE SPACES TO TRACE-REPORT-LINE.
010360     STRING "EVENTS TRACED: " COUNT-EDIT
010370             DELIMITED BY SIZE INTO TRACE-REPORT-LINE.
010380     PERFORM 3900-EMIT-LINE.
010390     IF EVENTS-DROPPED > ZERO
010400         MOVE EVENTS-DROPPED TO COUNT-EDIT
010410         MOVE SPACES TO TRACE-REPORT-LINE
010420         STRING "EVENTS NOT SHOWN (MORE THAN 999): " COUNT-EDIT
010430                 " - NARROW THE DATE RANGE"
010440                 DELIMITED BY SIZE INTO TRACE-REPORT-LINE
010450         PERFORM 3900-EMIT-LINE
010460     END-IF.

010470 3050-PAIR-TRANSFER-EVENT.
010480*    A TRANSFER LOGS A "V" OUT OF THE OLD DEPT FOLLOWED AT ONCE
010490*    BY AN "A" INTO THE NEW ONE IN THE SAME RUN. A "V" WITH NO
010500*    SUCH "A" BEHIND IT IS A REVERSAL.
010510     IF EV-KIND (EVENT-SUB) = "V"
010520             AND EV-KIND (EVENT-SUB + 1) = "A"
010530             AND EV-DATE (EVENT-SUB) = EV-DATE (EVENT-SUB + 1)
010540             AND EV-BATCH-ID (EVENT-SUB)
010550             = EV-BATCH-ID (EVENT-SUB + 1)
010560         MOVE "TRANSFERRED OUT" TO EV-EVENT-TEXT (EVENT-SUB)
010570         MOVE "TRANSFERRED IN"
010580             TO EV-EVENT-TEXT (EVENT-SUB + 1)
010590     END-IF.

010600 3100-PRINT-OTHER-NAME.
010610     MOVE SPACES TO TRACE-REPORT-LINE.
010620     STRING "ALSO TRACED UNDER FORMER/LATER NAME "
010630             NT-PRODUCT-NAME (NAME-SUB)
010640             DELIMITED BY SIZE INTO TRACE-REPORT-LINE.
010650     PERFORM 3900-EMIT-LINE.

010660 3200-PRINT-EVENT.
010670     MOVE EV-DATE (EVENT-SUB) TO TEL-DATE.
010680     IF EV-TIME-FLAG (EVENT-SUB) = "Y"
010690         MOVE EV-SORT-TIME (EVENT-SUB) TO TIME-WORK-NUM
010700         MOVE SPACES TO TEL-TIME
010710         STRING TW-HH ":" TW-MM
010720                 DELIMITED BY SIZE INTO TEL-TIME
010730     ELSE
010740         MOVE SPACES TO TEL-TIME
010750     END-IF.
010760     MOVE EV-EVENT-TEXT (EVENT-SUB) TO TEL-EVENT-TEXT.
010770     MOVE EV-SITE-CODE (EVENT-SUB) TO TEL-SITE-CODE.
010780     MOVE EV-DEPT-CODE (EVENT-SUB) TO TEL-DEPT-CODE.
010790     IF EV-QTY-FLAG (EVENT-SUB) = "Y"
010800         MOVE EV-QTY (EVENT-SUB) TO QTY-EDIT
010810         MOVE QTY-EDIT TO TEL-QTY
010820     ELSE
010830         MOVE SPACES TO TEL-QTY
010840     END-IF.
010850     IF EV-USER-NAME (EVENT-SUB) = SPACES
010860         MOVE "-" TO TEL-USER-NAME
010870     ELSE
010880         MOVE EV-USER-NAME (EVENT-SUB) TO TEL-USER-NAME
010890     END-IF.
010900     MOVE TRACE-EVENT-LINE TO TRACE-REPORT-LINE.
010910     PERFORM 3900-EMIT-LINE.
010920     MOVE SPACES TO TDL-DETAIL.
010930     IF EV-KIND (EVENT-SUB) = "A" OR EV-KIND (EVENT-SUB) = "V"
010940         IF EV-BATCH-ID (EVENT-SUB) = SPACES
010950             STRING "KEYED ONLINE  " EV-DETAIL (EVENT-SUB)
010960                     DELIMITED BY SIZE INTO TDL-DETAIL
010970         ELSE
010980             STRING "BATCH " EV-BATCH-ID (EVENT-SUB) " ("
010990                     EV-BATCH-SOURCE (EVENT-SUB) ")  "
011000                     EV-DETAIL (EVENT-SUB)
011010                     DELIMITED BY SIZE INTO TDL-DETAIL
011020         END-IF
011030     ELSE
011040         MOVE EV-DETAIL (EVENT-SUB) TO TDL-DETAIL
011050     END-IF.
011060     IF TDL-DETAIL NOT = SPACES
011070         MOVE TRACE-DETAIL-LINE TO TRACE-REPORT-LINE
011080         PERFORM 3900-EMIT-LINE
011090     END-IF.

011100 3900-EMIT-LINE.
011110*    THE TRACE GOES TO THE REPORT AND TO THE SCREEN.
011120     WRITE TRACE-REPORT-LINE.
011130     DISPLAY TRACE-REPORT-LINE.

011140 4000-TERMINATE.
011150     CLOSE TRACE-REPORT.
011160     DISPLAY "PRODUCT TRACE COMPLETE.".

011170 5000-FILE-EVENT.
011180*    FILES EVENT-WORK IN DATE AND TIME ORDER IF IT FALLS IN THE
011190*    REQUESTED RANGE. AN EVENT IS ONLY MOVED PAST ONE THAT IS
011200*    LATER, SO SAME-TIME EVENTS KEEP THE ORDER THEY WERE READ.
011210     IF EW-DATE >= TRACE-FROM-DATE
011220             AND EW-DATE <= TRACE-TO-DATE
011230         IF EVENT-TABLE-COUNT >= MAX-EVENTS
011240             ADD 1 TO EVENTS-DROPPED
011250         ELSE
011260             ADD 1 TO EVENT-TABLE-COUNT
011270             MOVE EVENT-WORK
011280                 TO EVENT-TABLE-ENTRY (EVENT-TABLE-COUNT)
011290             MOVE EVENT-TABLE-COUNT TO EVENT-MOVE-SUB
011300             MOVE "N" TO BUBBLE-DONE-SWITCH
011310             PERFORM 5050-BUBBLE-EVENT-UP
011320                 UNTIL BUBBLE-DONE
011330         END-IF
011340     END-IF.

011350 5050-BUBBLE-EVENT-UP.
011360     IF EVENT-MOVE-SUB <= 1
011370         SET BUBBLE-DONE TO TRUE
011380     ELSE
011390         IF EV-SORT-KEY (EVENT-MOVE-SUB) >=
011400                 EV-SORT-KEY (EVENT-MOVE-SUB - 1)
011410             SET BUBBLE-DONE TO TRUE
011420         ELSE
011430             MOVE EVENT-TABLE-ENTRY (EVENT-MOVE-SUB - 1)
011440                 TO EVENT-HOLD
011450             MOVE EVENT-TABLE-ENTRY (EVENT-MOVE-SUB)
011460                 TO EVENT-TABLE-ENTRY (EVENT-MOVE-SUB - 1)
011470             MOVE EVENT-HOLD
011480                 TO EVENT-TABLE-ENTRY (EVENT-MOVE-SUB)
011490             SUBTRACT 1 FROM EVENT-MOVE-SUB
011500         END-IF
011510     END-IF.

011520 5100-MATCH-TRACE-NAME.
011530     MOVE ZERO TO NAME-HIT-SUB.
011540     PERFORM 5150-MATCH-NAME-ENTRY
011550         VARYING NAME-SUB FROM 1 BY 1
011560         UNTIL NAME-SUB > NAME-TABLE-COUNT
011570         OR NAME-HIT-SUB > ZERO.

011580 5150-MATCH-NAME-ENTRY.
011590     IF NT-PRODUCT-NAME (NAME-SUB) = CHECK-NAME
011600         MOVE NAME-SUB TO NAME-HIT-SUB
011610     END-IF.
