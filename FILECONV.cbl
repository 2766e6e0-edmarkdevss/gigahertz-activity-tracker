000370*                   APPEND-ONLY, SO WITHOUT THIS THE FIRST     *
000380*                   CYCLE ON THE NEW LAYOUT WOULD MIX RECORD   *
000390*                   LENGTHS ON THE LIVE FILE.                  *
000400*  2026-10-15 EDM   RE-POINTED AT THE BUSINESS-DATE CONVERSION: *
000410*                   RUN-CONTROL GOES FROM 94 TO 102 BYTES. THE  *
000420*                   NEW RC-BUSINESS-DATE TAKES THE OLD START    *
000430*                   DATE, SINCE UNTIL NOW EVERY RUN POSTED TO   *
000440*                   THE DAY IT STARTED; MODE-L LOCK-BREAK       *
000450*                   RECORDS GET ZERO. THE ASSIGN LOG IS ALREADY *
000460*                   CURRENT (82 BYTES) AND IS COPIED THROUGH    *
000470*                   UNCHANGED.                                  *
000480*  2026-10-15 EDM   NEW LOG-BATCH-ID SPACED ON PRE-CONVERSION   *
000490*                   RECORDS - THE ASSIGN LOG CONVERSION IS NOW  *
000500*                   82 TO 90 BYTES. ADDED A BATCH-REGISTER      *
000510*                   CONVERSION (43 TO 76 BYTES): THE NEW BYPASS *
000520*                   AND TRANSFER TALLIES ARE ZEROED AND BR-     *
000530*                   AUDIT-FLAG SET TO "N", SINCE THE OLD        *
000540*                   REGISTER NEVER RECORDED THEM AND FILE-AUDIT *
000550*                   MUST NOT RECONCILE THOSE BATCHES.           *
000560*  2026-10-15 EDM   RE-POINTED AT THE PRODUCT-CODE CONVERSION.   *
000570*                   THE PRODUCT MASTER (47 BYTES, KEYED BY NAME) *
000580*                   IS UNLOADED TO THE NEW 80-BYTE LAYOUT: EACH  *
000590*                   PRODUCT IS GIVEN A GENERATED CODE, "P" AND A *
000600*                   9-DIGIT SEQUENCE IN NAME ORDER, AND DEFAULT  *
000610*                   ATTRIBUTES (UNIT OF MEASURE EA, CASE PACK 1, *
000620*                   WEIGHT AND CUBE ZERO) FOR PRODUCT-MAINT TO   *
000630*                   CORRECT; THE JOB RELOADS THE UNLOAD INTO THE *
000640*                   NEW CODE-KEYED CLUSTER. THE ASSIGN LOG (90   *
000650*                   TO 100 BYTES) AND THE PRODUCT AUDIT FILE     *
000660*                   (110 TO 150 BYTES) TAKE THE NEW LOG-PRODUCT- *
000670*                   CODE / AU-PRODUCT-CODE FROM THE SAME NAME-   *
000680*                   TO-CODE TABLE (SPACES FOR A NAME NO LONGER   *
000690*                   ON THE MASTER). RUN-CONTROL AND THE BATCH    *
000700*                   REGISTER ARE ALREADY CURRENT AND ARE COPIED  *
000710*                   THROUGH UNCHANGED.                           *
000720*  2026-10-15 EDM   RE-POINTED AT THE SITE-CODE CONVERSION FOR   *
000730*                   THE SECOND WAREHOUSE. EVERY RECORD ON FILE   *
000740*                   BELONGS TO THE ORIGINAL WAREHOUSE, SO THE    *
000750*                   NEW SITE CODE IS SET TO 01 ON THE DEPT       *
000760*                   MASTER (26 TO 28 BYTES), DEPT CALENDAR (20   *
000770*                   TO 22), ASSIGN LOG (100 TO 102), REJECT LOG  *
000780*                   (95 TO 97), DAILY TOTALS (40 TO 42),         *
000790*                   DEFERRED QUEUE (46 TO 48), PICK CARRY-       *
000800*                   FORWARD (46 TO 48) AND SHIFT HISTORY (61 TO  *
000810*                   63). THE PRODUCT MASTER, PRODUCT AUDIT, RUN- *
000820*                   CONTROL AND BATCH REGISTER CONVERSIONS ARE   *
000830*                   RETIRED - THOSE FILES ARE CURRENT AND THE    *
000840*                   SITE CHANGE DOES NOT TOUCH THEM.             *
000850*  2026-10-15 EDM   THE CONVERSION NOW TAKES EVERY FILE STRAIGHT *
000860*                   FROM THE LAYOUT STILL IN PRODUCTION TO THE   *
000870*                   CURRENT ONE IN A SINGLE PASS, SO NO EARLIER  *
000880*                   CONVERSION HAS TO BE RUN FIRST. THE PRODUCT  *
000890*                   MASTER UNLOAD, PRODUCT AUDIT (110 TO 150),   *
000900*                   RUN-CONTROL (94 TO 102) AND BATCH REGISTER   *
000910*                   (43 TO 76) CONVERSIONS ARE BACK, AS          *
000920*                   DESCRIBED ABOVE. THE ASSIGN LOG GOES FROM 82 *
000930*                   TO 102 BYTES: BATCH ID SPACED, PRODUCT CODE  *
000940*                   BY NAME, SITE 01. THE ASSIGN ARCHIVE         *
000950*                   GENERATIONS (ARCHOLD, 82 TO 102) ARE         *
000960*                   CONVERTED WITH THE BATCH ID, PRODUCT CODE    *
000970*                   AND SITE LEFT BLANK; NO GENERATIONS IS NOT   *
000980*                   AN ABORT. THE SHIFT HISTORY CONVERSION IS    *
000990*                   DROPPED - THAT FILE IS NEW IN THIS RELEASE   *
001000*                   AND THE JOB ALLOCATES IT EMPTY.              *
001010*----------------------------------------------------------------*

001020 ENVIRONMENT DIVISION.
001030 CONFIGURATION SECTION.

001040 INPUT-OUTPUT SECTION.
001050 FILE-CONTROL.
001060     SELECT PRODUCT-MASTER-OLD ASSIGN TO "PRODOLD"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS SEQUENTIAL
001090         RECORD KEY IS OLD-PM-PRODUCT-NAME
001100         FILE STATUS IS PRODUCT-OLD-STATUS.

001110     SELECT PRODUCT-MASTER-UNLOAD ASSIGN TO "PRODNEW"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS PRODUCT-NEW-STATUS.

001140     SELECT PRODUCT-AUDIT-OLD ASSIGN TO "AUDOLD"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS AUDIT-OLD-STATUS.

001170     SELECT PRODUCT-AUDIT-NEW ASSIGN TO "AUDNEW"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS AUDIT-NEW-STATUS.

001200     SELECT ASSIGN-LOG-OLD ASSIGN TO "ASSNOLD"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS ASSIGN-OLD-STATUS.

001230     SELECT ASSIGN-LOG-NEW ASSIGN TO "ASSNNEW"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS ASSIGN-NEW-STATUS.

001260     SELECT ASSIGN-ARCHIVE-OLD ASSIGN TO "ARCHOLD"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS ARCHIVE-OLD-STATUS.

001290     SELECT ASSIGN-ARCHIVE-NEW ASSIGN TO "ARCHNEW"
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS ARCHIVE-NEW-STATUS.

001320     SELECT REJECT-LOG-OLD ASSIGN TO "REJOLD"
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS REJECT-OLD-STATUS.

001350     SELECT REJECT-LOG-NEW ASSIGN TO "REJNEW"
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS REJECT-NEW-STATUS.

001380     SELECT TOTALS-OLD ASSIGN TO "TOTSOLD"
001390         ORGANIZATION IS SEQUENTIAL
001400         FILE STATUS IS TOTALS-OLD-STATUS.

001410     SELECT TOTALS-NEW ASSIGN TO "TOTSNEW"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS TOTALS-NEW-STATUS.

001440     SELECT DEFER-QUEUE-OLD ASSIGN TO "DEFROLD"
001450         ORGANIZATION IS SEQUENTIAL
001460         FILE STATUS IS DEFER-OLD-STATUS.

001470     SELECT DEFER-QUEUE-NEW ASSIGN TO "DEFRNEW"
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS DEFER-NEW-STATUS.

001500     SELECT PICK-FORWARD-OLD ASSIGN TO "PFWDOLD"
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS FORWARD-OLD-STATUS.

001530     SELECT PICK-FORWARD-NEW ASSIGN TO "PFWDNEW"
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS FORWARD-NEW-STATUS.

001560     SELECT RUN-CONTROL-OLD ASSIGN TO "RCTLOLD"
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS CONTROL-OLD-STATUS.

001590     SELECT RUN-CONTROL-NEW ASSIGN TO "RCTLNEW"
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS CONTROL-NEW-STATUS.

001620     SELECT REGISTER-OLD ASSIGN TO "REGOLD"
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS REGISTER-OLD-STATUS.

001650     SELECT REGISTER-NEW ASSIGN TO "REGNEW"
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS REGISTER-NEW-STATUS.

001680     SELECT DEPT-MASTER-OLD ASSIGN TO "DMSTOLD"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS MASTER-OLD-STATUS.

001710     SELECT DEPT-MASTER-NEW ASSIGN TO "DMSTNEW"
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS MASTER-NEW-STATUS.

001740     SELECT DEPT-CALENDAR-OLD ASSIGN TO "DCALOLD"
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS CALENDAR-OLD-STATUS.

001770     SELECT DEPT-CALENDAR-NEW ASSIGN TO "DCALNEW"
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS CALENDAR-NEW-STATUS.

001800 DATA DIVISION.
001810 FILE SECTION.
001820 FD  PRODUCT-MASTER-OLD
001830     LABEL RECORDS ARE STANDARD.
001840 01  OLD-PRODUCT-RECORD.
001850     05  OLD-PM-PRODUCT-NAME    PIC X(30).
001860     05  OLD-PM-DEPT-CODE       PIC 9(02).
001870     05  OLD-PM-DEPT-NAME       PIC X(15).

001880 FD  PRODUCT-MASTER-UNLOAD
001890     RECORDING MODE IS F
001900     LABEL RECORDS ARE STANDARD.
001910 01  PRODUCT-MASTER-RECORD.
001920     COPY PRODMAST.

001930 FD  PRODUCT-AUDIT-OLD
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 01  OLD-AUDIT-RECORD           PIC X(110).

001970 FD  PRODUCT-AUDIT-NEW
001980     RECORDING MODE IS F
001990     LABEL RECORDS ARE STANDARD.
002000 01  PRODUCT-AUDIT-RECORD.
002010     COPY PRODAUD.

002020 FD  ASSIGN-LOG-OLD
002030     RECORDING MODE IS F
002040     LABEL RECORDS ARE STANDARD.
002050 01  OLD-ASSIGN-RECORD          PIC X(82).

002060 FD  ASSIGN-LOG-NEW
002070     RECORDING MODE IS F
002080     LABEL RECORDS ARE STANDARD.
002090 01  ASSIGN-LOG-RECORD.
002100     COPY ASSNLOG.

002110 FD  ASSIGN-ARCHIVE-OLD
002120     RECORDING MODE IS F
002130     LABEL RECORDS ARE STANDARD.
002140 01  OLD-ARCHIVE-RECORD         PIC X(82).

002150 FD  ASSIGN-ARCHIVE-NEW
002160     RECORDING MODE IS F
002170     LABEL RECORDS ARE STANDARD.
002180 01  ARCHIVE-NEW-RECORD         PIC X(102).

002190 FD  REJECT-LOG-OLD
002200     RECORDING MODE IS F
002210     LABEL RECORDS ARE STANDARD.
002220 01  OLD-REJECT-RECORD          PIC X(95).

002230 FD  REJECT-LOG-NEW
002240     RECORDING MODE IS F
002250     LABEL RECORDS ARE STANDARD.
002260 01  DEPT-CODE-REJECT-RECORD.
002270     COPY REJECTLG.

002280 FD  TOTALS-OLD
002290     RECORDING MODE IS F
002300     LABEL RECORDS ARE STANDARD.
002310 01  OLD-TOTALS-RECORD          PIC X(40).

002320 FD  TOTALS-NEW
002330     RECORDING MODE IS F
002340     LABEL RECORDS ARE STANDARD.
002350 01  DAILY-TOTALS-RECORD.
002360     COPY DAYTOTS.

002370 FD  DEFER-QUEUE-OLD
002380     RECORDING MODE IS F
002390     LABEL RECORDS ARE STANDARD.
002400 01  OLD-DEFER-RECORD           PIC X(46).

002410 FD  DEFER-QUEUE-NEW
002420     RECORDING MODE IS F
002430     LABEL RECORDS ARE STANDARD.
002440 01  DEFERRED-QUEUE-RECORD.
002450     COPY DEFERQ.

002460 FD  PICK-FORWARD-OLD
002470     RECORDING MODE IS F
002480     LABEL RECORDS ARE STANDARD.
002490 01  OLD-FORWARD-RECORD         PIC X(46).

002500 FD  PICK-FORWARD-NEW
002510     RECORDING MODE IS F
002520     LABEL RECORDS ARE STANDARD.
002530 01  PICK-FORWARD-RECORD.
002540     COPY PICKFWD.

002550 FD  RUN-CONTROL-OLD
002560     RECORDING MODE IS F
002570     LABEL RECORDS ARE STANDARD.
002580 01  OLD-CONTROL-RECORD.
002590     05  OC-PROGRAM-NAME        PIC X(12).
002600     05  OC-START-DATE          PIC 9(08).
002610     05  OC-START-TIME          PIC 9(08).
002620     05  OC-END-DATE            PIC 9(08).
002630     05  OC-END-TIME            PIC 9(08).
002640     05  OC-RUN-MODE            PIC X(01).
002650     05  OC-RECORDS-READ        PIC 9(06).
002660     05  OC-RECORDS-ASSIGNED    PIC 9(06).
002670     05  OC-RECORDS-REJECTED    PIC 9(06).
002680     05  OC-CONFLICT-COUNT      PIC 9(06).
002690     05  OC-FINAL-STATUS        PIC X(01).
002700     05  OC-RETURN-CODE         PIC 9(04).
002710     05  OC-USER-NAME           PIC X(20).

002720 FD  RUN-CONTROL-NEW
002730     RECORDING MODE IS F
002740     LABEL RECORDS ARE STANDARD.
002750 01  RUN-CONTROL-RECORD.
002760     COPY RUNCTL.

002770 FD  REGISTER-OLD
002780     RECORDING MODE IS F
002790     LABEL RECORDS ARE STANDARD.
002800 01  OLD-REGISTER-RECORD        PIC X(43).

002810 FD  REGISTER-NEW
002820     RECORDING MODE IS F
002830     LABEL RECORDS ARE STANDARD.
002840 01  BATCH-REGISTER-RECORD.
002850     COPY BATCHREG.

002860 FD  DEPT-MASTER-OLD
002870     LABEL RECORDS ARE STANDARD.
002880 01  OLD-MASTER-RECORD          PIC X(26).

002890 FD  DEPT-MASTER-NEW
002900     LABEL RECORDS ARE STANDARD.
002910 01  DEPT-MASTER-RECORD.
002920     COPY DEPTMAST.

002930 FD  DEPT-CALENDAR-OLD
002940     LABEL RECORDS ARE STANDARD.
002950 01  OLD-CALENDAR-RECORD        PIC X(20).

002960 FD  DEPT-CALENDAR-NEW
002970     LABEL RECORDS ARE STANDARD.
002980 01  DEPT-CALENDAR-RECORD.
002990     COPY DEPTCAL.

003000 WORKING-STORAGE SECTION.
003010 77  PRODUCT-OLD-STATUS         PIC X(02) VALUE SPACES.
003020     88  PRODUCT-OLD-OK         VALUE "00".
003030 77  PRODUCT-NEW-STATUS         PIC X(02) VALUE SPACES.
003040     88  PRODUCT-NEW-OK         VALUE "00".
003050 77  END-OF-PRODUCT-SWITCH      PIC X(01) VALUE "N".
003060     88  END-OF-PRODUCT         VALUE "Y".
003070 77  AUDIT-OLD-STATUS           PIC X(02) VALUE SPACES.
003080     88  AUDIT-OLD-OK           VALUE "00".
003090 77  AUDIT-NEW-STATUS           PIC X(02) VALUE SPACES.
003100     88  AUDIT-NEW-OK           VALUE "00".
003110 77  END-OF-AUDIT-SWITCH        PIC X(01) VALUE "N".
003120     88  END-OF-AUDIT           VALUE "Y".
003130 77  ASSIGN-OLD-STATUS          PIC X(02) VALUE SPACES.
003140     88  ASSIGN-OLD-OK          VALUE "00".
003150 77  ASSIGN-NEW-STATUS          PIC X(02) VALUE SPACES.
003160     88  ASSIGN-NEW-OK          VALUE "00".
003170 77  END-OF-ASSIGN-SWITCH       PIC X(01) VALUE "N".
003180     88  END-OF-ASSIGN          VALUE "Y".
003190 77  ARCHIVE-OLD-STATUS         PIC X(02) VALUE SPACES.
003200     88  ARCHIVE-OLD-OK         VALUE "00".
003210 77  ARCHIVE-NEW-STATUS         PIC X(02) VALUE SPACES.
003220     88  ARCHIVE-NEW-OK         VALUE "00".
003230 77  END-OF-ARCHIVE-SWITCH      PIC X(01) VALUE "N".
003240     88  END-OF-ARCHIVE         VALUE "Y".
003250 77  REJECT-OLD-STATUS          PIC X(02) VALUE SPACES.
003260     88  REJECT-OLD-OK          VALUE "00".
003270 77  REJECT-NEW-STATUS          PIC X(02) VALUE SPACES.
003280     88  REJECT-NEW-OK          VALUE "00".
003290 77  END-OF-REJECT-SWITCH       PIC X(01) VALUE "N".
003300     88  END-OF-REJECT          VALUE "Y".
003310 77  TOTALS-OLD-STATUS          PIC X(02) VALUE SPACES.
003320     88  TOTALS-OLD-OK          VALUE "00".
003330 77  TOTALS-NEW-STATUS          PIC X(02) VALUE SPACES.
003340     88  TOTALS-NEW-OK          VALUE "00".
003350 77  END-OF-TOTALS-SWITCH       PIC X(01) VALUE "N".
003360     88  END-OF-TOTALS          VALUE "Y".
003370 77  DEFER-OLD-STATUS           PIC X(02) VALUE SPACES.
003380     88  DEFER-OLD-OK           VALUE "00".
003390 77  DEFER-NEW-STATUS           PIC X(02) VALUE SPACES.
003400     88  DEFER-NEW-OK           VALUE "00".
003410 77  END-OF-DEFER-SWITCH        PIC X(01) VALUE "N".
003420     88  END-OF-DEFER           VALUE "Y".
003430 77  FORWARD-OLD-STATUS         PIC X(02) VALUE SPACES.
003440     88  FORWARD-OLD-OK         VALUE "00".
003450 77  FORWARD-NEW-STATUS         PIC X(02) VALUE SPACES.
003460     88  FORWARD-NEW-OK         VALUE "00".
003470 77  END-OF-FORWARD-SWITCH      PIC X(01) VALUE "N".
003480     88  END-OF-FORWARD         VALUE "Y".
003490 77  CONTROL-OLD-STATUS         PIC X(02) VALUE SPACES.
003500     88  CONTROL-OLD-OK         VALUE "00".
003510 77  CONTROL-NEW-STATUS         PIC X(02) VALUE SPACES.
003520     88  CONTROL-NEW-OK         VALUE "00".
003530 77  END-OF-CONTROL-SWITCH      PIC X(01) VALUE "N".
003540     88  END-OF-CONTROL         VALUE "Y".
003550 77  REGISTER-OLD-STATUS        PIC X(02) VALUE SPACES.
003560     88  REGISTER-OLD-OK        VALUE "00".
003570 77  REGISTER-NEW-STATUS        PIC X(02) VALUE SPACES.
003580     88  REGISTER-NEW-OK        VALUE "00".
003590 77  END-OF-REGISTER-SWITCH     PIC X(01) VALUE "N".
003600     88  END-OF-REGISTER        VALUE "Y".
003610 77  MASTER-OLD-STATUS          PIC X(02) VALUE SPACES.
003620     88  MASTER-OLD-OK          VALUE "00".
003630 77  MASTER-NEW-STATUS          PIC X(02) VALUE SPACES.
003640     88  MASTER-NEW-OK          VALUE "00".
003650 77  END-OF-MASTER-SWITCH       PIC X(01) VALUE "N".
003660     88  END-OF-MASTER          VALUE "Y".
003670 77  CALENDAR-OLD-STATUS        PIC X(02) VALUE SPACES.
003680     88  CALENDAR-OLD-OK        VALUE "00".
003690 77  CALENDAR-NEW-STATUS        PIC X(02) VALUE SPACES.
003700     88  CALENDAR-NEW-OK        VALUE "00".
003710 77  END-OF-CALENDAR-SWITCH     PIC X(01) VALUE "N".
003720     88  END-OF-CALENDAR        VALUE "Y".
003730 77  PRODUCT-CONV-COUNT         PIC 9(07) COMP VALUE ZERO.
003740 77  AUDIT-CONV-COUNT           PIC 9(07) COMP VALUE ZERO.
003750 77  ASSIGN-CONV-COUNT          PIC 9(07) COMP VALUE ZERO.
003760 77  ARCHIVE-CONV-COUNT         PIC 9(07) COMP VALUE ZERO.
003770 77  REJECT-CONV-COUNT          PIC 9(07) COMP VALUE ZERO.
003780 77  TOTALS-CONV-COUNT          PIC 9(07) COMP VALUE ZERO.
003790 77  DEFER-CONV-COUNT           PIC 9(07) COMP VALUE ZERO.
003800 77  FORWARD-CONV-COUNT         PIC 9(07) COMP VALUE ZERO.
003810 77  CONTROL-CONV-COUNT         PIC 9(07) COMP VALUE ZERO.
003820 77  REGISTER-CONV-COUNT        PIC 9(07) COMP VALUE ZERO.
003830 77  MASTER-CONV-COUNT          PIC 9(07) COMP VALUE ZERO.
003840 77  CALENDAR-CONV-COUNT        PIC 9(07) COMP VALUE ZERO.
003850 77  COUNT-EDIT                 PIC Z,ZZZ,ZZ9.
003860 77  LOOKUP-PRODUCT-NAME        PIC X(30) VALUE SPACES.
003870 77  LOOKUP-PRODUCT-CODE        PIC X(10) VALUE SPACES.
003880*    EVERYTHING ON FILE BEFORE THE SECOND WAREHOUSE BELONGS TO
003890*    THE ORIGINAL ONE.
003900 77  HOME-SITE-CODE             PIC X(02) VALUE "01".

003910 01  GENERATED-PRODUCT-CODE.
003920     05  GEN-CODE-PREFIX        PIC X(01) VALUE "P".
003930     05  GEN-CODE-NUMBER        PIC 9(09) VALUE ZERO.

003940*    NAME-TO-CODE TABLE BUILT AS THE OLD MASTER IS UNLOADED.
003950*    THE OLD MASTER IS READ IN NAME ORDER, SO THE TABLE IS IN
003960*    ASCENDING NAME ORDER FOR SEARCH ALL.
003970 01  PRODUCT-CODE-TABLE.
003980     05  CODE-TABLE-COUNT       PIC 9(05) COMP VALUE ZERO.
003990     05  CODE-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
004000             DEPENDING ON CODE-TABLE-COUNT
004010             ASCENDING KEY IS CT-PRODUCT-NAME
004020             INDEXED BY CODE-TABLE-IDX.
004030         10  CT-PRODUCT-NAME    PIC X(30).
004040         10  CT-PRODUCT-CODE    PIC X(10).

004050 PROCEDURE DIVISION.
004060 100-START-LOGIC.
004070     DISPLAY "=== GIGAHERTZ FILE LAYOUT CONVERSION v1.0 ===".
004080     PERFORM 1000-CONVERT-PRODUCT-MASTER.
004090     PERFORM 1400-CONVERT-PRODUCT-AUDIT.
004100     PERFORM 8000-CONVERT-DEPT-MASTER.
004110     PERFORM 9000-CONVERT-DEPT-CALENDAR.
004120     PERFORM 2000-CONVERT-ASSIGN-LOG.
004130     PERFORM 2400-CONVERT-ASSIGN-ARCHIVE.
004140     PERFORM 3000-CONVERT-REJECT-LOG.
004150     PERFORM 4000-CONVERT-DAILY-TOTALS.
004160     PERFORM 5000-CONVERT-DEFER-QUEUE.
004170     PERFORM 6000-CONVERT-PICK-FORWARD.
004180     PERFORM 7000-CONVERT-RUN-CONTROL.
004190     PERFORM 7400-CONVERT-BATCH-REGISTER.
004200     MOVE PRODUCT-CONV-COUNT TO COUNT-EDIT.
004210     DISPLAY "PRODUCT MASTER RECORDS CONVERTED: " COUNT-EDIT.
004220     MOVE AUDIT-CONV-COUNT TO COUNT-EDIT.
004230     DISPLAY "PRODUCT AUDIT RECORDS CONVERTED: " COUNT-EDIT.
004240     MOVE MASTER-CONV-COUNT TO COUNT-EDIT.
004250     DISPLAY "DEPT MASTER RECORDS CONVERTED: " COUNT-EDIT.
004260     MOVE CALENDAR-CONV-COUNT TO COUNT-EDIT.
004270     DISPLAY "DEPT CALENDAR RECORDS CONVERTED: " COUNT-EDIT.
004280     MOVE ASSIGN-CONV-COUNT TO COUNT-EDIT.
004290     DISPLAY "ASSIGN LOG RECORDS CONVERTED: " COUNT-EDIT.
004300     MOVE ARCHIVE-CONV-COUNT TO COUNT-EDIT.
004310     DISPLAY "ASSIGN ARCHIVE RECORDS CONVERTED: " COUNT-EDIT.
004320     MOVE REJECT-CONV-COUNT TO COUNT-EDIT.
004330     DISPLAY "REJECT LOG RECORDS CONVERTED: " COUNT-EDIT.
004340     MOVE TOTALS-CONV-COUNT TO COUNT-EDIT.
004350     DISPLAY "DAILY TOTALS RECORDS CONVERTED: " COUNT-EDIT.
004360     MOVE DEFER-CONV-COUNT TO COUNT-EDIT.
004370     DISPLAY "DEFERRED QUEUE RECORDS CONVERTED: " COUNT-EDIT.
004380     MOVE FORWARD-CONV-COUNT TO COUNT-EDIT.
004390     DISPLAY "PICK CARRY-FORWARD RECORDS CONVERTED: "
004400         COUNT-EDIT.
004410     MOVE CONTROL-CONV-COUNT TO COUNT-EDIT.
004420     DISPLAY "RUN CONTROL RECORDS CONVERTED: " COUNT-EDIT.
004430     MOVE REGISTER-CONV-COUNT TO COUNT-EDIT.
004440     DISPLAY "BATCH REGISTER RECORDS CONVERTED: " COUNT-EDIT.
004450     DISPLAY "CONVERSION COMPLETE.".
004460     MOVE ZERO TO RETURN-CODE.
004470     STOP RUN.

004480 1000-CONVERT-PRODUCT-MASTER.
004490     OPEN INPUT PRODUCT-MASTER-OLD.
004500     IF NOT PRODUCT-OLD-OK
004510         DISPLAY "OLD PRODUCT-MASTER-FILE NOT FOUND - NOTHING "
004520             "TO CONVERT. RUN ABORTED."
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     OPEN OUTPUT PRODUCT-MASTER-UNLOAD.
004570     PERFORM 1100-READ-OLD-PRODUCT-RECORD.
004580     PERFORM 1200-WRITE-NEW-PRODUCT-RECORD
004590         UNTIL END-OF-PRODUCT.
004600     CLOSE PRODUCT-MASTER-OLD.
004610     CLOSE PRODUCT-MASTER-UNLOAD.

004620 1100-READ-OLD-PRODUCT-RECORD.
004630     READ PRODUCT-MASTER-OLD
004640         AT END
004650             SET END-OF-PRODUCT TO TRUE
004660     END-READ.

004670 1200-WRITE-NEW-PRODUCT-RECORD.
004680     IF CODE-TABLE-COUNT >= 9999
004690         DISPLAY "MORE THAN 9999 PRODUCTS ON THE OLD MASTER - "
004700             "RUN ABORTED."
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     ADD 1 TO GEN-CODE-NUMBER.
004750     MOVE GENERATED-PRODUCT-CODE TO PM-PRODUCT-CODE.
004760     MOVE OLD-PM-PRODUCT-NAME    TO PM-PRODUCT-NAME.
004770     MOVE OLD-PM-DEPT-CODE       TO PM-DEPT-CODE.
004780     MOVE OLD-PM-DEPT-NAME       TO PM-DEPT-NAME.
004790     MOVE "EA"                   TO PM-UNIT-OF-MEASURE.
004800     MOVE 1                      TO PM-CASE-PACK.
004810     MOVE ZERO                   TO PM-UNIT-WEIGHT.
004820     MOVE ZERO                   TO PM-UNIT-CUBE.
004830     WRITE PRODUCT-MASTER-RECORD.
004840     ADD 1 TO CODE-TABLE-COUNT.
004850     MOVE OLD-PM-PRODUCT-NAME
004860         TO CT-PRODUCT-NAME (CODE-TABLE-COUNT).
004870     MOVE GENERATED-PRODUCT-CODE
004880         TO CT-PRODUCT-CODE (CODE-TABLE-COUNT).
004890     ADD 1 TO PRODUCT-CONV-COUNT.
004900     PERFORM 1100-READ-OLD-PRODUCT-RECORD.

004910 1300-LOOKUP-PRODUCT-CODE.
004920     MOVE SPACES TO LOOKUP-PRODUCT-CODE.
004930     IF CODE-TABLE-COUNT > ZERO
004940         SEARCH ALL CODE-TABLE-ENTRY
004950             AT END
004960                 CONTINUE
004970             WHEN CT-PRODUCT-NAME (CODE-TABLE-IDX)
004980                     = LOOKUP-PRODUCT-NAME
004990                 MOVE CT-PRODUCT-CODE (CODE-TABLE-IDX)
005000                     TO LOOKUP-PRODUCT-CODE
005010         END-SEARCH
005020     END-IF.

005030 1400-CONVERT-PRODUCT-AUDIT.
005040     OPEN INPUT PRODUCT-AUDIT-OLD.
005050     IF NOT AUDIT-OLD-OK
005060         DISPLAY "OLD PRODUCT-AUDIT-FILE NOT FOUND - NOTHING "
005070             "TO CONVERT. RUN ABORTED."
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     OPEN OUTPUT PRODUCT-AUDIT-NEW.
005120     PERFORM 1500-READ-OLD-AUDIT-RECORD.
005130     PERFORM 1600-WRITE-NEW-AUDIT-RECORD
005140         UNTIL END-OF-AUDIT.
005150     CLOSE PRODUCT-AUDIT-OLD.
005160     CLOSE PRODUCT-AUDIT-NEW.

005170 1500-READ-OLD-AUDIT-RECORD.
005180     READ PRODUCT-AUDIT-OLD
005190         AT END
005200             SET END-OF-AUDIT TO TRUE
005210     END-READ.

005220 1600-WRITE-NEW-AUDIT-RECORD.
005230     MOVE OLD-AUDIT-RECORD TO PRODUCT-AUDIT-RECORD.
005240     MOVE AU-PRODUCT-NAME  TO LOOKUP-PRODUCT-NAME.
005250     PERFORM 1300-LOOKUP-PRODUCT-CODE.
005260     MOVE LOOKUP-PRODUCT-CODE TO AU-PRODUCT-CODE.
005270     MOVE SPACES           TO AU-OLD-PRODUCT-NAME.
005280     WRITE PRODUCT-AUDIT-RECORD.
005290     ADD 1 TO AUDIT-CONV-COUNT.
005300     PERFORM 1500-READ-OLD-AUDIT-RECORD.

005310 2000-CONVERT-ASSIGN-LOG.
005320     OPEN INPUT ASSIGN-LOG-OLD.
005330     IF NOT ASSIGN-OLD-OK
005340         DISPLAY "OLD PRODUCT-ASSIGN-LOG NOT FOUND - NOTHING "
005350             "TO CONVERT. RUN ABORTED."
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     OPEN OUTPUT ASSIGN-LOG-NEW.
005400     PERFORM 2100-READ-OLD-ASSIGN-RECORD.
005410     PERFORM 2200-WRITE-NEW-ASSIGN-RECORD
005420         UNTIL END-OF-ASSIGN.
005430     CLOSE ASSIGN-LOG-OLD.
005440     CLOSE ASSIGN-LOG-NEW.

005450 2100-READ-OLD-ASSIGN-RECORD.
005460     READ ASSIGN-LOG-OLD
005470         AT END
005480             SET END-OF-ASSIGN TO TRUE
005490     END-READ.

005500 2200-WRITE-NEW-ASSIGN-RECORD.
005510     MOVE OLD-ASSIGN-RECORD TO ASSIGN-LOG-RECORD.
005520     MOVE SPACES            TO LOG-BATCH-ID.
005530     MOVE LOG-PRODUCT-NAME  TO LOOKUP-PRODUCT-NAME.
005540     PERFORM 1300-LOOKUP-PRODUCT-CODE.
005550     MOVE LOOKUP-PRODUCT-CODE TO LOG-PRODUCT-CODE.
005560     MOVE HOME-SITE-CODE    TO LOG-SITE-CODE.
005570     WRITE ASSIGN-LOG-RECORD.
005580     ADD 1 TO ASSIGN-CONV-COUNT.
005590     PERFORM 2100-READ-OLD-ASSIGN-RECORD.

005600 2400-CONVERT-ASSIGN-ARCHIVE.
005610*    A SITE THAT HAS NEVER RUN ASSIGN-ARCHIVE HAS NO GENERATIONS
005620*    TO CONVERT - NOT AN ABORT. THE MOVE TO THE LONGER RECORD
005630*    LEAVES THE BATCH ID, PRODUCT CODE AND SITE BLANK; READERS
005640*    OF THE ARCHIVE TREAT A BLANK SITE AS SITE 01.
005650     OPEN INPUT ASSIGN-ARCHIVE-OLD.
005660     IF NOT ARCHIVE-OLD-OK
005670         DISPLAY "NO OLD ASSIGN ARCHIVE - EMPTY ARCHIVE "
005680             "WRITTEN."
005690         OPEN OUTPUT ASSIGN-ARCHIVE-NEW
005700         CLOSE ASSIGN-ARCHIVE-NEW
005710     ELSE
005720         OPEN OUTPUT ASSIGN-ARCHIVE-NEW
005730         PERFORM 2500-READ-OLD-ARCHIVE-RECORD
005740         PERFORM 2600-WRITE-NEW-ARCHIVE-RECORD
005750             UNTIL END-OF-ARCHIVE
005760         CLOSE ASSIGN-ARCHIVE-OLD
005770         CLOSE ASSIGN-ARCHIVE-NEW
005780     END-IF.

005790 2500-READ-OLD-ARCHIVE-RECORD.
005800     READ ASSIGN-ARCHIVE-OLD
005810         AT END
005820             SET END-OF-ARCHIVE TO TRUE
005830     END-READ.

005840 2600-WRITE-NEW-ARCHIVE-RECORD.
005850     MOVE OLD-ARCHIVE-RECORD TO ARCHIVE-NEW-RECORD.
005860     WRITE ARCHIVE-NEW-RECORD.
005870     ADD 1 TO ARCHIVE-CONV-COUNT.
005880     PERFORM 2500-READ-OLD-ARCHIVE-RECORD.

005890 3000-CONVERT-REJECT-LOG.
005900     OPEN INPUT REJECT-LOG-OLD.
005910     IF NOT REJECT-OLD-OK
005920         DISPLAY "OLD DEPT-CODE-REJECT-LOG NOT FOUND - NOTHING "
005930             "TO CONVERT. RUN ABORTED."
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     OPEN OUTPUT REJECT-LOG-NEW.
005980     PERFORM 3100-READ-OLD-REJECT-RECORD.
005990     PERFORM 3200-WRITE-NEW-REJECT-RECORD
006000         UNTIL END-OF-REJECT.
006010     CLOSE REJECT-LOG-OLD.
006020     CLOSE REJECT-LOG-NEW.

006030 3100-READ-OLD-REJECT-RECORD.
006040     READ REJECT-LOG-OLD
006050         AT END
006060             SET END-OF-REJECT TO TRUE
006070     END-READ.

006080 3200-WRITE-NEW-REJECT-RECORD.
006090     MOVE OLD-REJECT-RECORD TO DEPT-CODE-REJECT-RECORD.
006100     MOVE HOME-SITE-CODE    TO RJ-SITE-CODE.
006110     WRITE DEPT-CODE-REJECT-RECORD.
006120     ADD 1 TO REJECT-CONV-COUNT.
006130     PERFORM 3100-READ-OLD-REJECT-RECORD.

006140 4000-CONVERT-DAILY-TOTALS.
006150     OPEN INPUT TOTALS-OLD.
006160     IF NOT TOTALS-OLD-OK
006170         DISPLAY "OLD DAILY-TOTALS-FILE NOT FOUND - NOTHING "
006180             "TO CONVERT. RUN ABORTED."
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF.
006220     OPEN OUTPUT TOTALS-NEW.
006230     PERFORM 4100-READ-OLD-TOTALS-RECORD.
006240     PERFORM 4200-WRITE-NEW-TOTALS-RECORD
006250         UNTIL END-OF-TOTALS.
006260     CLOSE TOTALS-OLD.
006270     CLOSE TOTALS-NEW.

006280 4100-READ-OLD-TOTALS-RECORD.
006290     READ TOTALS-OLD
006300         AT END
006310             SET END-OF-TOTALS TO TRUE
006320     END-READ.

006330 4200-WRITE-NEW-TOTALS-RECORD.
006340     MOVE OLD-TOTALS-RECORD TO DAILY-TOTALS-RECORD.
006350     MOVE HOME-SITE-CODE    TO DY-SITE-CODE.
006360     WRITE DAILY-TOTALS-RECORD.
006370     ADD 1 TO TOTALS-CONV-COUNT.
006380     PERFORM 4100-READ-OLD-TOTALS-RECORD.

006390 5000-CONVERT-DEFER-QUEUE.
006400     OPEN INPUT DEFER-QUEUE-OLD.
006410     IF NOT DEFER-OLD-OK
006420         DISPLAY "OLD DEFERRED-QUEUE-FILE NOT FOUND - NOTHING "
006430             "TO CONVERT. RUN ABORTED."
006440         MOVE 16 TO RETURN-CODE
006450         STOP RUN
006460     END-IF.
006470     OPEN OUTPUT DEFER-QUEUE-NEW.
006480     PERFORM 5100-READ-OLD-DEFER-RECORD.
006490     PERFORM 5200-WRITE-NEW-DEFER-RECORD
006500         UNTIL END-OF-DEFER.
006510     CLOSE DEFER-QUEUE-OLD.
006520     CLOSE DEFER-QUEUE-NEW.

006530 5100-READ-OLD-DEFER-RECORD.
006540     READ DEFER-QUEUE-OLD
006550         AT END
006560             SET END-OF-DEFER TO TRUE
006570     END-READ.

006580 5200-WRITE-NEW-DEFER-RECORD.
006590     MOVE OLD-DEFER-RECORD TO DEFERRED-QUEUE-RECORD.
006600     MOVE HOME-SITE-CODE   TO DQ-SITE-CODE.
006610     WRITE DEFERRED-QUEUE-RECORD.
006620     ADD 1 TO DEFER-CONV-COUNT.
006630     PERFORM 5100-READ-OLD-DEFER-RECORD.

006640 6000-CONVERT-PICK-FORWARD.
006650     OPEN INPUT PICK-FORWARD-OLD.
006660     IF NOT FORWARD-OLD-OK
006670         DISPLAY "OLD PICK-FORWARD-FILE NOT FOUND - NOTHING "
006680             "TO CONVERT. RUN ABORTED."
006690         MOVE 16 TO RETURN-CODE
006700         STOP RUN
006710     END-IF.
006720     OPEN OUTPUT PICK-FORWARD-NEW.
006730     PERFORM 6100-READ-OLD-FORWARD-RECORD.
006740     PERFORM 6200-WRITE-NEW-FORWARD-RECORD
006750         UNTIL END-OF-FORWARD.
006760     CLOSE PICK-FORWARD-OLD.
006770     CLOSE PICK-FORWARD-NEW.

006780 6100-READ-OLD-FORWARD-RECORD.
006790     READ PICK-FORWARD-OLD
006800         AT END
006810             SET END-OF-FORWARD TO TRUE
006820     END-READ.

006830 6200-WRITE-NEW-FORWARD-RECORD.
006840     MOVE OLD-FORWARD-RECORD TO PICK-FORWARD-RECORD.
006850     MOVE HOME-SITE-CODE     TO CF-SITE-CODE.
006860     WRITE PICK-FORWARD-RECORD.
006870     ADD 1 TO FORWARD-CONV-COUNT.
006880     PERFORM 6100-READ-OLD-FORWARD-RECORD.

006890 7000-CONVERT-RUN-CONTROL.
006900     OPEN INPUT RUN-CONTROL-OLD.
006910     IF NOT CONTROL-OLD-OK
006920         DISPLAY "OLD RUN-CONTROL-FILE NOT FOUND - NOTHING "
006930             "TO CONVERT. RUN ABORTED."
006940         MOVE 16 TO RETURN-CODE
006950         STOP RUN
006960     END-IF.
006970     OPEN OUTPUT RUN-CONTROL-NEW.
006980     PERFORM 7100-READ-OLD-CONTROL-RECORD.
006990     PERFORM 7200-WRITE-NEW-CONTROL-RECORD
007000         UNTIL END-OF-CONTROL.
007010     CLOSE RUN-CONTROL-OLD.
007020     CLOSE RUN-CONTROL-NEW.

007030 7100-READ-OLD-CONTROL-RECORD.
007040     READ RUN-CONTROL-OLD
007050         AT END
007060             SET END-OF-CONTROL TO TRUE
007070     END-READ.

007080 7200-WRITE-NEW-CONTROL-RECORD.
007090     MOVE OC-PROGRAM-NAME     TO RC-PROGRAM-NAME.
007100     MOVE OC-START-DATE       TO RC-START-DATE.
007110     MOVE OC-START-TIME       TO RC-START-TIME.
007120     MOVE OC-END-DATE         TO RC-END-DATE.
007130     MOVE OC-END-TIME         TO RC-END-TIME.
007140     MOVE OC-RUN-MODE         TO RC-RUN-MODE.
007150     MOVE OC-RECORDS-READ     TO RC-RECORDS-READ.
007160     MOVE OC-RECORDS-ASSIGNED TO RC-RECORDS-ASSIGNED.
007170     MOVE OC-RECORDS-REJECTED TO RC-RECORDS-REJECTED.
007180     MOVE OC-CONFLICT-COUNT   TO RC-CONFLICT-COUNT.
007190     MOVE OC-FINAL-STATUS     TO RC-FINAL-STATUS.
007200     MOVE OC-RETURN-CODE      TO RC-RETURN-CODE.
007210     MOVE OC-USER-NAME        TO RC-USER-NAME.
007220     IF OC-RUN-MODE = "L"
007230         MOVE ZERO            TO RC-BUSINESS-DATE
007240     ELSE
007250         MOVE OC-START-DATE   TO RC-BUSINESS-DATE
007260     END-IF.
007270     WRITE RUN-CONTROL-RECORD.
007280     ADD 1 TO CONTROL-CONV-COUNT.
007290     PERFORM 7100-READ-OLD-CONTROL-RECORD.

007300 7400-CONVERT-BATCH-REGISTER.
007310     OPEN INPUT REGISTER-OLD.
007320     IF NOT REGISTER-OLD-OK
007330         DISPLAY "OLD BATCH-REGISTER-FILE NOT FOUND - NOTHING "
007340             "TO CONVERT. RUN ABORTED."
007350         MOVE 16 TO RETURN-CODE
007360         STOP RUN
007370     END-IF.
007380     OPEN OUTPUT REGISTER-NEW.
007390     PERFORM 7500-READ-OLD-REGISTER-RECORD.
007400     PERFORM 7600-WRITE-NEW-REGISTER-RECORD
007410         UNTIL END-OF-REGISTER.
007420     CLOSE REGISTER-OLD.
007430     CLOSE REGISTER-NEW.

007440 7500-READ-OLD-REGISTER-RECORD.
007450     READ REGISTER-OLD
007460         AT END
007470             SET END-OF-REGISTER TO TRUE
007480     END-READ.

007490 7600-WRITE-NEW-REGISTER-RECORD.
007500     MOVE OLD-REGISTER-RECORD TO BATCH-REGISTER-RECORD.
007510     MOVE ZERO                TO BR-BYPASS-COUNT.
007520     MOVE ZERO                TO BR-BYPASS-QTY.
007530     MOVE ZERO                TO BR-XFER-COUNT.
007540     MOVE ZERO                TO BR-XFER-QTY.
007550     MOVE "N"                 TO BR-AUDIT-FLAG.
007560     WRITE BATCH-REGISTER-RECORD.
007570     ADD 1 TO REGISTER-CONV-COUNT.
007580     PERFORM 7500-READ-OLD-REGISTER-RECORD.

007590 8000-CONVERT-DEPT-MASTER.
007600     OPEN INPUT DEPT-MASTER-OLD.
007610     IF NOT MASTER-OLD-OK
007620         DISPLAY "OLD DEPT-MASTER-FILE NOT FOUND - NOTHING "
007630             "TO CONVERT. RUN ABORTED."
007640         MOVE 16 TO RETURN-CODE
007650         STOP RUN
007660     END-IF.
007670     OPEN OUTPUT DEPT-MASTER-NEW.
007680     PERFORM 8100-READ-OLD-MASTER-RECORD.
007690     PERFORM 8200-WRITE-NEW-MASTER-RECORD
007700         UNTIL END-OF-MASTER.
007710     CLOSE DEPT-MASTER-OLD.
007720     CLOSE DEPT-MASTER-NEW.

007730 8100-READ-OLD-MASTER-RECORD.
007740     READ DEPT-MASTER-OLD
007750         AT END
007760             SET END-OF-MASTER TO TRUE
007770     END-READ.

007780 8200-WRITE-NEW-MASTER-RECORD.
007790     MOVE OLD-MASTER-RECORD TO DEPT-MASTER-RECORD.
007800     MOVE HOME-SITE-CODE    TO DM-SITE-CODE.
007810     WRITE DEPT-MASTER-RECORD.
007820     ADD 1 TO MASTER-CONV-COUNT.
007830     PERFORM 8100-READ-OLD-MASTER-RECORD.

007840 9000-CONVERT-DEPT-CALENDAR.
007850*    THE CALENDAR IS OPTIONAL TO EVERY READER, SO A SITE THAT
007860*    NEVER SET ONE UP HAS NOTHING TO CONVERT - NOT AN ABORT.
007870     OPEN INPUT DEPT-CALENDAR-OLD.
007880     IF NOT CALENDAR-OLD-OK
007890         DISPLAY "NO OLD DEPT-CALENDAR-FILE - EMPTY CALENDAR "
007900             "WRITTEN."
007910         OPEN OUTPUT DEPT-CALENDAR-NEW
007920         CLOSE DEPT-CALENDAR-NEW
007930     ELSE
007940         OPEN OUTPUT DEPT-CALENDAR-NEW
007950         PERFORM 9100-READ-OLD-CALENDAR-RECORD
007960         PERFORM 9200-WRITE-NEW-CALENDAR-RECORD
007970             UNTIL END-OF-CALENDAR
007980         CLOSE DEPT-CALENDAR-OLD
007990         CLOSE DEPT-CALENDAR-NEW
008000     END-IF.

008010 9100-READ-OLD-CALENDAR-RECORD.
008020     READ DEPT-CALENDAR-OLD
008030         AT END
008040             SET END-OF-CALENDAR TO TRUE
008050     END-READ.

008060 9200-WRITE-NEW-CALENDAR-RECORD.
008070     MOVE OLD-CALENDAR-RECORD TO DEPT-CALENDAR-RECORD.
008080     MOVE HOME-SITE-CODE      TO DC-SITE-CODE.
008090     WRITE DEPT-CALENDAR-RECORD.
008100     ADD 1 TO CALENDAR-CONV-COUNT.
008110     PERFORM 9100-READ-OLD-CALENDAR-RECORD.
