001640*                   LOCK LEFT BY A CRASH AND IS LOGGED TO       *
001650*                   RUN-CONTROL AS A MODE-L RECORD WITH THE     *
001660*                   BREAKING USER'S NAME.                       *
001670*  2026-10-15 EDM   EVERY PROCESSING-DAY DATE - THE ASSIGN LOG, *
001680*                   REJECTS, DEFERRED QUEUE, BATCH REGISTER,    *
001690*                   DAILY TOTALS, CALENDAR RULE, EXPECTED       *
001700*                   RECEIPTS, AND REPORT HEADINGS - NOW COMES   *
001710*                   FROM THE SHARED BUSINESS-DATE-FILE INSTEAD  *
001720*                   OF THE SYSTEM CLOCK, SO A LATE OR CATCH-UP  *
001730*                   RUN POSTS TO THE DAY IT BELONGS TO. RUN-    *
001740*                   CONTROL CARRIES THE BUSINESS DATE. CLOCK    *
001750*                   TIMES, THE RUN LOCK, AND PRODUCT AUDIT      *
001760*                   STAMPS STAY ON THE CLOCK.                   *
001770*  2026-10-15 EDM   EVERY LOG RECORD NOW CARRIES THE TRANSIN    *
001780*                   BATCH ID THAT POSTED IT, AND THE BATCH      *
001790*                   REGISTER RECORDS HOW MANY OF THE BATCH'S    *
001800*                   DETAILS WERE BYPASSED (REJECTED OR          *
001810*                   DEFERRED) AND HOW MANY WERE TRANSFERS, SO   *
001820*                   FILE-AUDIT CAN PROVE THE REGISTER AGAINST   *
001830*                   THE LOG. THE RESTART CHECKPOINT CARRIES THE *
001840*                   SAME TALLIES ACROSS A RESUMED BATCH.        *
001850*  2026-10-15 EDM   PRODUCTS ARE NOW IDENTIFIED BY PRODUCT      *
001860*                   CODE. A DETAIL, TRANSFER OR REVERSAL        *
001870*                   CARRYING A CODE IS LOOKED UP BY CODE (THE   *
001880*                   MASTER NAME WINS OVER A MISSPELLED INPUT    *
001890*                   NAME); ONE WITH A BLANK CODE IS LOOKED UP   *
001900*                   BY NAME ON THE ALTERNATE KEY. A PRODUCT NOT *
001910*                   ON THE PRODUCT MASTER IS REJECTED ("PRODUCT *
001920*                   NOT ON PRODUCT MASTER") INSTEAD OF BEING    *
001930*                   ADDED TO THE MASTER - NEW PRODUCTS ARE SET  *
001940*                   UP THROUGH PRODUCT-MAINT. THE INTERACTIVE   *
001950*                   PROMPT ASKS FOR THE CODE AND RE-PROMPTS     *
001960*                   UNTIL THE PRODUCT IS KNOWN. THE ASSIGN LOG, *
001970*                   THE PRODUCT AUDIT AND THE CSV EXPORT (NEW   *
001980*                   LAST COLUMN) CARRY THE CODE.                *
001990*  2026-10-15 EDM   SECOND WAREHOUSE. EVERY DEPARTMENT NOW       *
002000*                   BELONGS TO A SITE AND IS LOOKED UP BY SITE   *
002010*                   AND DEPT CODE, SO EACH SITE NUMBERS ITS OWN  *
002020*                   DEPARTMENTS WITH ITS OWN CAPACITY AND        *
002030*                   CALENDAR. A BATCH TAKES ITS SITE FROM THE    *
002040*                   HEADER (BLANK MEANS SITE 01); INTERACTIVE    *
002050*                   ENTRY ASKS FOR IT. THE SITE IS CARRIED ON    *
002060*                   THE LOG, REJECT, DEFERRED QUEUE AND DAILY    *
002070*                   TOTALS RECORDS, THE PRINTED AND CAPACITY     *
002080*                   REPORTS, AND AS A NEW LAST CSV COLUMN. DEPT  *
002090*                   TABLE RAISED TO 100 ENTRIES.                 *
002100*  2026-10-15 EDM   EVERY ASSIGNMENT LOGGED IS NOW ALSO WRITTEN  *
002110*                   TO THE KEYED ASSIGN INDEX (ASSNIDX) BY       *
002120*                   ASSIGN DATE, SITE, DEPT AND PRODUCT.         *
002130*                   TRANSFER AND REVERSAL PROOF POSITIONS ON THE *
002140*                   PRODUCT IN THE INDEX INSTEAD OF RELOADING    *
002150*                   THE WHOLE LOG INTO A 2000-LINE TABLE, AND    *
002160*                   THE ASSIGNMENT BACKED OUT IS MARKED NO       *
002170*                   LONGER LIVE THERE, SO THERE IS NO DAILY      *
002180*                   CEILING. RUN ASSIGN-INDEX-REBUILD IF THE     *
002190*                   INDEX IS EVER LOST OR SUSPECT.               *
002200*  2026-10-15 EDM   A DEPT MASTER, DEPT CALENDAR OR DAILY-TOTALS *
002210*                   RECORD WITH A BLANK SITE CODE IS NOW LOADED  *
002220*                   AS SITE 01, AS THE BATCH HEADER ALREADY WAS, *
002230*                   SO A RECORD ADDED BY HAND WITHOUT A SITE     *
002240*                   STILL MATCHES THE HOME WAREHOUSE.            *
002250*----------------------------------------------------------------*

002260 ENVIRONMENT DIVISION.
002270 CONFIGURATION SECTION.

002280 INPUT-OUTPUT SECTION.
002290 FILE-CONTROL.
002300     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
002310         ORGANIZATION IS LINE SEQUENTIAL
002320         FILE STATUS IS BUSINESS-DATE-STATUS.

002330     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
002340         ORGANIZATION IS SEQUENTIAL
002350         FILE STATUS IS ASSIGN-LOG-STATUS.

002360     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS DEPT-MASTER-STATUS.

002390     SELECT DEPT-CODE-REJECT-LOG ASSIGN TO "DEPTREJ"
002400         ORGANIZATION IS SEQUENTIAL
002410         FILE STATUS IS REJECT-LOG-STATUS.

002420     SELECT BATCH-TRANS-FILE ASSIGN TO "TRANSIN"
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS BATCH-TRANS-STATUS.

002450     SELECT RESTART-POINT-FILE ASSIGN TO "RESTARTF"
002460         ORGANIZATION IS LINE SEQUENTIAL
002470         FILE STATUS IS RESTART-STATUS.

002480     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
002490         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS BATCH-REGISTER-STATUS.

002510     SELECT USER-ACTIVITY-LOG ASSIGN TO "USERACT"
002520         ORGANIZATION IS SEQUENTIAL
002530         FILE STATUS IS USER-ACTIVITY-STATUS.

002540     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
002550         ORGANIZATION IS INDEXED
002560         ACCESS MODE IS DYNAMIC
002570         RECORD KEY IS PM-PRODUCT-CODE
002580         ALTERNATE RECORD KEY IS PM-PRODUCT-NAME
002590         FILE STATUS IS PRODUCT-MASTER-STATUS.

002600     SELECT ASSIGN-INDEX-FILE ASSIGN TO "ASSNIDX"
002610         ORGANIZATION IS INDEXED
002620         ACCESS MODE IS DYNAMIC
002630         RECORD KEY IS AX-KEY
002640         FILE STATUS IS ASSIGN-INDEX-STATUS.

002650     SELECT ASSIGNMENT-PRINT-FILE ASSIGN TO "ASSNRPT"
002660         ORGANIZATION IS SEQUENTIAL
002670         FILE STATUS IS PRINT-RPT-STATUS.

002680     SELECT CSV-EXPORT-FILE ASSIGN TO "CSVEXP"
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS CSV-EXPORT-STATUS.

002710     SELECT CAPACITY-RPT-FILE ASSIGN TO "CAPRPT"
002720         ORGANIZATION IS SEQUENTIAL
002730         FILE STATUS IS CAPACITY-RPT-STATUS.

002740     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS USER-MASTER-STATUS.

002770     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
002780         ORGANIZATION IS SEQUENTIAL
002790         FILE STATUS IS RUN-CONTROL-STATUS.

002800     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
002810         ORGANIZATION IS SEQUENTIAL
002820         FILE STATUS IS DEFER-QUEUE-STATUS.

002830     SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUDT"
002840         ORGANIZATION IS SEQUENTIAL
002850         FILE STATUS IS PRODUCT-AUDIT-STATUS.

002860     SELECT DAILY-TOTALS-FILE ASSIGN TO "DAYTOTS"
002870         ORGANIZATION IS SEQUENTIAL
002880         FILE STATUS IS DAILY-TOTALS-STATUS.

002890     SELECT DEPT-CALENDAR-FILE ASSIGN TO "DEPTCAL"
002900         ORGANIZATION IS LINE SEQUENTIAL
002910         FILE STATUS IS DEPT-CALENDAR-STATUS.

002920     SELECT EXPECTED-RECEIPTS-FILE ASSIGN TO "EXPRECV"
002930         ORGANIZATION IS LINE SEQUENTIAL
002940         FILE STATUS IS EXPECTED-RECEIPTS-STATUS.

002950     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
002960         ORGANIZATION IS LINE SEQUENTIAL
002970         FILE STATUS IS RUN-LOCK-STATUS.

002980 DATA DIVISION.
002990 FILE SECTION.
003000 FD  BUSINESS-DATE-FILE
003010     LABEL RECORDS ARE STANDARD.
003020 01  BUSINESS-DATE-RECORD.
003030     COPY BUSDATE.

003040 FD  PRODUCT-ASSIGN-LOG
003050     RECORDING MODE IS F
003060     LABEL RECORDS ARE STANDARD.
003070 01  ASSIGN-LOG-RECORD.
003080     COPY ASSNLOG.

003090 FD  DEPT-MASTER-FILE
003100     LABEL RECORDS ARE STANDARD.
003110 01  DEPT-MASTER-RECORD.
003120     COPY DEPTMAST.

003130 FD  DEPT-CODE-REJECT-LOG
003140     RECORDING MODE IS F
003150     LABEL RECORDS ARE STANDARD.
003160 01  DEPT-CODE-REJECT-RECORD.
003170     COPY REJECTLG.

003180 FD  BATCH-TRANS-FILE
003190     LABEL RECORDS ARE STANDARD.
003200 01  BATCH-TRANS-RECORD.
003210     COPY TRANSREC.

003220 FD  RESTART-POINT-FILE
003230     LABEL RECORDS ARE STANDARD.
003240 01  RESTART-POINT-RECORD.
003250     COPY RESTARTC.

003260 FD  BATCH-REGISTER-FILE
003270     RECORDING MODE IS F
003280     LABEL RECORDS ARE STANDARD.
003290 01  BATCH-REGISTER-RECORD.
003300     COPY BATCHREG.

003310 FD  USER-ACTIVITY-LOG
003320     RECORDING MODE IS F
003330     LABEL RECORDS ARE STANDARD.
003340 01  USER-ACTIVITY-RECORD.
003350     COPY USERACT.

003360 FD  PRODUCT-MASTER-FILE
003370     LABEL RECORDS ARE STANDARD.
003380 01  PRODUCT-MASTER-RECORD.
003390     COPY PRODMAST.

003400 FD  ASSIGN-INDEX-FILE
003410     LABEL RECORDS ARE STANDARD.
003420 01  ASSIGN-INDEX-RECORD.
003430     COPY ASSNIDX.

003440 FD  ASSIGNMENT-PRINT-FILE
003450     RECORDING MODE IS F
003460     LABEL RECORDS ARE STANDARD.
003470 01  PRINT-REPORT-LINE          PIC X(80).

003480 FD  CSV-EXPORT-FILE
003490     LABEL RECORDS ARE STANDARD.
003500 01  CSV-EXPORT-RECORD          PIC X(80).

003510 FD  CAPACITY-RPT-FILE
003520     RECORDING MODE IS F
003530     LABEL RECORDS ARE STANDARD.
003540 01  CAPACITY-RPT-LINE          PIC X(80).

003550 FD  USER-MASTER-FILE
003560     LABEL RECORDS ARE STANDARD.
003570 01  USER-MASTER-RECORD.
003580     COPY USERMAST.

003590 FD  RUN-CONTROL-FILE
003600     RECORDING MODE IS F
003610     LABEL RECORDS ARE STANDARD.
003620 01  RUN-CONTROL-RECORD.
003630     COPY RUNCTL.

003640 FD  DEFERRED-QUEUE-FILE
003650     RECORDING MODE IS F
003660     LABEL RECORDS ARE STANDARD.
003670 01  DEFERRED-QUEUE-RECORD.
003680     COPY DEFERQ.

003690 FD  PRODUCT-AUDIT-FILE
003700     RECORDING MODE IS F
003710     LABEL RECORDS ARE STANDARD.
003720 01  PRODUCT-AUDIT-RECORD.
003730     COPY PRODAUD.

003740 FD  DAILY-TOTALS-FILE
003750     RECORDING MODE IS F
003760     LABEL RECORDS ARE STANDARD.
003770 01  DAILY-TOTALS-RECORD.
003780     COPY DAYTOTS.

003790 FD  DEPT-CALENDAR-FILE
003800     LABEL RECORDS ARE STANDARD.
003810 01  DEPT-CALENDAR-RECORD.
003820     COPY DEPTCAL.

003830 FD  EXPECTED-RECEIPTS-FILE
003840     LABEL RECORDS ARE STANDARD.
003850 01  EXPECTED-RECEIPTS-RECORD.
003860     COPY EXPRECV.

003870 FD  RUN-LOCK-FILE
003880     LABEL RECORDS ARE STANDARD.
003890 01  RUN-LOCK-RECORD.
003900     COPY RUNLOCK.

003910 WORKING-STORAGE SECTION.
003920 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
003930     88  BUSINESS-DATE-OK       VALUE "00".
003940 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
003950     88  ASSIGN-LOG-OK          VALUE "00".
003960 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
003970     88  DEPT-MASTER-OK         VALUE "00".
003980     88  DEPT-MASTER-EOF        VALUE "10".
003990 77  REJECT-LOG-STATUS          PIC X(02) VALUE SPACES.
004000     88  REJECT-LOG-OK          VALUE "00".
004010 77  BATCH-TRANS-STATUS         PIC X(02) VALUE SPACES.
004020     88  BATCH-TRANS-OK         VALUE "00".
004030     88  BATCH-TRANS-EOF        VALUE "10".
004040 77  RESTART-STATUS             PIC X(02) VALUE SPACES.
004050     88  RESTART-OK             VALUE "00".
004060     88  RESTART-NOT-FOUND      VALUE "35".
004070 77  USER-ACTIVITY-STATUS       PIC X(02) VALUE SPACES.
004080     88  USER-ACTIVITY-OK       VALUE "00".
004090     88  USER-ACTIVITY-NOT-FOUND VALUE "35".
004100 77  PRODUCT-MASTER-STATUS      PIC X(02) VALUE SPACES.
004110     88  PRODUCT-MASTER-OK      VALUE "00".
004120     88  PRODUCT-MASTER-NOT-FOUND VALUE "35".
004130 77  ASSIGN-INDEX-STATUS        PIC X(02) VALUE SPACES.
004140     88  ASSIGN-INDEX-OK        VALUE "00".
004150     88  ASSIGN-INDEX-DUPLICATE VALUE "22".
004160 77  PRINT-RPT-STATUS           PIC X(02) VALUE SPACES.
004170     88  PRINT-RPT-OK           VALUE "00".
004180 77  CSV-EXPORT-STATUS          PIC X(02) VALUE SPACES.
004190     88  CSV-EXPORT-OK          VALUE "00".
004200 77  CAPACITY-RPT-STATUS        PIC X(02) VALUE SPACES.
004210     88  CAPACITY-RPT-OK        VALUE "00".
004220 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
004230     88  RUN-CONTROL-OK         VALUE "00".
004240 77  USER-MASTER-STATUS         PIC X(02) VALUE SPACES.
004250     88  USER-MASTER-OK         VALUE "00".
004260     88  USER-MASTER-EOF        VALUE "10".
004270 77  CSV-EOF-SWITCH             PIC X(01) VALUE "N".
004280     88  CSV-AT-EOF             VALUE "Y".
004290 77  CSV-RUN-DATE               PIC 9(08).
004300 77  CSV-TYPE-CODE              PIC X(01) VALUE "A".
004310 77  DEPT-CODE-VALID-SWITCH     PIC X(01) VALUE "N".
004320     88  DEPT-CODE-IS-VALID     VALUE "Y".
004330 77  BATCH-MODE-SWITCH          PIC X(01) VALUE "N".
004340     88  BATCH-MODE-ACTIVE      VALUE "Y".
004350 77  PRODUCT-CONFLICT-SWITCH    PIC X(01) VALUE "N".
004360     88  PRODUCT-CONFLICT       VALUE "Y".
004370 77  AUTO-ROUTE-SWITCH          PIC X(01) VALUE "N".
004380     88  AUTO-ROUTED            VALUE "Y".
004390 77  AUTO-ROUTE-FAIL-SWITCH     PIC X(01) VALUE "N".
004400     88  AUTO-ROUTE-FAILED      VALUE "Y".
004410 77  PRODUCT-KNOWN-SWITCH       PIC X(01) VALUE "Y".
004420     88  PRODUCT-IS-KNOWN       VALUE "Y".
004430     88  PRODUCT-UNKNOWN        VALUE "N".
004440 77  AUTO-ROUTE-COUNT           PIC 9(06) COMP VALUE ZERO.
004450 77  OVER-CAPACITY-SWITCH       PIC X(01) VALUE "N".
004460     88  OVER-CAPACITY          VALUE "Y".
004470 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
004480     88  DEFER-QUEUE-OK         VALUE "00".
004490 77  ASSIGN-DEFER-SWITCH        PIC X(01) VALUE "N".
004500     88  ASSIGN-DEFERRED        VALUE "Y".
004510 77  DEFER-COUNT                PIC 9(06) COMP VALUE ZERO.
004520 77  BATCH-QTY-DEFERRED         PIC 9(10) COMP VALUE ZERO.
004530 77  PRODUCT-AUDIT-STATUS       PIC X(02) VALUE SPACES.
004540     88  PRODUCT-AUDIT-OK       VALUE "00".
004550 77  TRANSFER-COUNT             PIC 9(06) COMP VALUE ZERO.
004560 77  REVERSAL-COUNT             PIC 9(06) COMP VALUE ZERO.
004570 77  XFER-REJECT-SWITCH         PIC X(01) VALUE "N".
004580     88  XFER-NO-MATCH          VALUE "Y".
004590 77  XFER-MATCH-SWITCH          PIC X(01) VALUE "N".
004600     88  XFER-MATCH-FOUND       VALUE "Y".
004610 77  INDEX-SCAN-SWITCH          PIC X(01) VALUE "N".
004620     88  INDEX-SCAN-DONE        VALUE "Y".
004630 77  INDEX-WRITE-SWITCH         PIC X(01) VALUE "N".
004640     88  INDEX-WRITE-DONE       VALUE "Y".
004650 77  MATCH-PRODUCT-KEY          PIC X(42) VALUE SPACES.
004660 77  DAILY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
004670     88  DAILY-TOTALS-OK        VALUE "00".
004680 77  TOTALS-LOADED-SWITCH       PIC X(01) VALUE "N".
004690     88  TOTALS-LOADED          VALUE "Y".
004700 77  TOTALS-EOF-SWITCH          PIC X(01) VALUE "N".
004710     88  TOTALS-EOF             VALUE "Y".
004720 77  TOTALS-SUB                 PIC 9(04) COMP VALUE ZERO.
004730 77  TOTALS-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
004740 77  UNITS-BACKOUT              PIC 9(05) COMP VALUE ZERO.

004750 77  DEPT-CALENDAR-STATUS       PIC X(02) VALUE SPACES.
004760     88  DEPT-CALENDAR-OK       VALUE "00".
004770     88  DEPT-CALENDAR-EOF      VALUE "10".
004780 77  DEPT-CLOSED-SWITCH         PIC X(01) VALUE "N".
004790     88  DEPT-CLOSED-TODAY      VALUE "Y".
004800 77  CAL-SUB                    PIC 9(03) COMP VALUE ZERO.
004810 77  CAL-DATE-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
004820 77  CAL-WEEK-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
004830 77  RUN-DAY-OF-WEEK            PIC 9(01) VALUE ZERO.
004840 77  EXPECTED-RECEIPTS-STATUS   PIC X(02) VALUE SPACES.
004850     88  EXPECTED-RECEIPTS-OK   VALUE "00".
004860     88  EXPECTED-RECEIPTS-EOF  VALUE "10".
004870 77  RUN-LOCK-STATUS            PIC X(02) VALUE SPACES.
004880     88  RUN-LOCK-OK            VALUE "00".
004890     88  RUN-LOCK-NOT-FOUND     VALUE "35".
004900 77  RUN-LOCK-OWNED-SWITCH      PIC X(01) VALUE "N".
004910     88  RUN-LOCK-OWNED         VALUE "Y".
004920 77  LOCK-HELD-SWITCH           PIC X(01) VALUE "N".
004930     88  LOCK-HELD              VALUE "Y".
004940 77  LOCK-OVERRIDE-FLAG         PIC X(01) VALUE "N".
004950 77  RECEIPTS-LOADED-SWITCH     PIC X(01) VALUE "N".
004960     88  RECEIPTS-LOADED        VALUE "Y".
004970 77  RECEIPT-EXCEPTION-SWITCH   PIC X(01) VALUE "N".
004980     88  RECEIPT-EXCEPTION      VALUE "Y".
004990 77  UNEXPECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
005000 77  OVER-RECEIPT-COUNT         PIC 9(05) COMP VALUE ZERO.
005010 77  NEVER-ARRIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
005020 77  XR-SUB                     PIC 9(03) COMP VALUE ZERO.
005030 77  XR-HIT-SUB                 PIC 9(03) COMP VALUE ZERO.

005040 01  EXPECT-TABLE.
005050     05  EXPECT-TABLE-COUNT     PIC 9(03) COMP VALUE ZERO.
005060     05  EXPECT-TABLE-ENTRY OCCURS 1 TO 500 TIMES
005070             DEPENDING ON EXPECT-TABLE-COUNT.
005080         10  XT-PRODUCT-NAME    PIC X(30).
005090         10  XT-EXPECT-QTY      PIC 9(07) COMP.
005100         10  XT-RECEIVED-QTY    PIC 9(09) COMP.

005110 01  RECEIPT-VARIANCE-LINE.
005120     05  RVL-PRODUCT-NAME       PIC X(30).
005130     05  FILLER                 PIC X(02) VALUE SPACES.
005140     05  RVL-EXPECT-EDIT        PIC Z,ZZZ,ZZ9.
005150     05  FILLER                 PIC X(02) VALUE SPACES.
005160     05  RVL-RECEIVED-EDIT      PIC ZZZ,ZZZ,ZZ9.
005170     05  FILLER                 PIC X(02) VALUE SPACES.
005180     05  RVL-STATUS-TEXT        PIC X(16).
005190     05  FILLER                 PIC X(08) VALUE SPACES.

005200 01  UNEXPECT-LIST.
005210     05  UNEXPECT-LIST-COUNT    PIC 9(03) COMP VALUE ZERO.
005220     05  UNEXPECT-LIST-ENTRY OCCURS 1 TO 15 TIMES
005230             DEPENDING ON UNEXPECT-LIST-COUNT.
005240         10  UL-PRODUCT-NAME    PIC X(30).
005250         10  UL-PRODUCT-QTY     PIC 9(05).

005260 01  CAL-LOOKUP-WORK.
005270     05  CW-SITE-CODE           PIC X(02).
005280     05  CW-DEPT-CODE           PIC 9(02).
005290     05  CW-CLOSED-FLAG         PIC X(01).
005300     05  CW-OVERRIDE-QTY        PIC 9(07).

005310 01  CAL-TABLE.
005320     05  CAL-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
005330     05  CAL-TABLE-ENTRY OCCURS 1 TO 200 TIMES
005340             DEPENDING ON CAL-TABLE-COUNT.
005350         10  CA-SITE-CODE       PIC X(02).
005360         10  CA-DEPT-CODE       PIC 9(02).
005370         10  CA-ENTRY-TYPE      PIC X(01).
005380         10  CA-CAL-DATE        PIC 9(08).
005390         10  CA-DAY-OF-WEEK     PIC 9(01).
005400         10  CA-OPEN-FLAG       PIC X(01).
005410         10  CA-CAPACITY-OVERRIDE
005420                                PIC 9(07).

005430 01  ZELLER-WORK.
005440     05  ZW-DATE.
005450         10  ZW-YYYY            PIC 9(04).
005460         10  ZW-MM              PIC 9(02).
005470         10  ZW-DD              PIC 9(02).
005480     05  ZW-YEAR-ADJ            PIC 9(04).
005490     05  ZW-MONTH-ADJ           PIC 9(02).
005500     05  ZW-CENTURY             PIC 9(02).
005510     05  ZW-YEAR-OF-CENT        PIC 9(02).
005520     05  ZW-TERM1               PIC 9(04).
005530     05  ZW-TERM2               PIC 9(04).
005540     05  ZW-TERM3               PIC 9(04).
005550     05  ZW-QUOT                PIC 9(04).
005560     05  ZW-H                   PIC 9(04).

005570 01  TOTALS-WORK.
005580     05  TW-SITE-CODE           PIC X(02).
005590     05  TW-DEPT-CODE           PIC 9(02).
005600     05  TW-ASSIGN-ADJ          PIC S9(01).
005610     05  TW-UNITS-ADJ           PIC S9(05).
005620     05  TW-REJECT-ADJ          PIC 9(01).
005630     05  TW-OVERCAP-ADJ         PIC 9(01).

005640 01  TOTALS-TABLE.
005650     05  TOTALS-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
005660     05  TOTALS-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
005670             DEPENDING ON TOTALS-TABLE-COUNT.
005680         10  TT-TOTAL-DATE      PIC 9(08).
005690         10  TT-SITE-CODE       PIC X(02).
005700         10  TT-DEPT-CODE       PIC 9(02).
005710         10  TT-ASSIGN-COUNT    PIC 9(07) COMP.
005720         10  TT-UNIT-TOTAL      PIC 9(09) COMP.
005730         10  TT-REJECT-COUNT    PIC 9(07) COMP.
005740         10  TT-OVERCAP-COUNT   PIC 9(07) COMP.

005750 01  XFER-WORK-DATA.
005760     05  XFER-FROM-DEPT         PIC 9(02).
005770     05  XFER-TO-DEPT           PIC 9(02).

005780 77  PRINT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
005790 77  PRINT-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
005800 77  PRINT-PAGE-EDIT            PIC ZZ9.
005810 77  PRINT-LINES-PER-PAGE       PIC 9(02) COMP VALUE 15.

005820 01  CAP-DETAIL-LINE.
005830     05  CAP-SITE-CODE          PIC X(02).
005840     05  FILLER                 PIC X(02) VALUE SPACES.
005850     05  CAP-DEPT-NAME          PIC X(15).
005860     05  FILLER                 PIC X(03) VALUE SPACES.
005870     05  CAP-CAPACITY-EDIT      PIC Z,ZZZ,ZZ9.
005880     05  FILLER                 PIC X(03) VALUE SPACES.
005890     05  CAP-ASSIGNED-EDIT      PIC Z,ZZZ,ZZ9.
005900     05  FILLER                 PIC X(03) VALUE SPACES.
005910     05  CAP-OVER-TAG           PIC X(14).
005920     05  FILLER                 PIC X(20) VALUE SPACES.

005930 01  PRINT-DETAIL-LINE.
005940     05  PDL-PRODUCT-NAME       PIC X(30).
005950     05  FILLER                 PIC X(02) VALUE SPACES.
005960     05  PDL-SITE-CODE          PIC X(02).
005970     05  FILLER                 PIC X(01) VALUE SPACES.
005980     05  PDL-DEPT-CODE          PIC 9(02).
005990     05  FILLER                 PIC X(02) VALUE SPACES.
006000     05  PDL-DEPT-NAME          PIC X(15).
006010     05  FILLER                 PIC X(06) VALUE SPACES.
006020     05  PDL-ROUTE-TAG          PIC X(12).
006030     05  FILLER                 PIC X(08) VALUE SPACES.

006040 01  BATCH-RECORD-NUM           PIC 9(06) COMP VALUE ZERO.

006050 77  RUN-START-DATE             PIC 9(08) VALUE ZERO.
006060 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
006070 77  RUN-START-TIME             PIC 9(08) VALUE ZERO.
006080 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
006090 77  RUN-FINAL-STATUS           PIC X(01) VALUE "C".
006100 77  CONFLICT-COUNT             PIC 9(06) COMP VALUE ZERO.

006110 77  BATCH-REGISTER-STATUS      PIC X(02) VALUE SPACES.
006120     88  BATCH-REGISTER-OK      VALUE "00".
006130     88  BATCH-REGISTER-EOF     VALUE "10".
006140 77  BATCH-OPEN-SWITCH          PIC X(01) VALUE "N".
006150     88  BATCH-OPEN             VALUE "Y".
006160 77  SKIP-BATCH-SWITCH          PIC X(01) VALUE "N".
006170     88  SKIP-BATCH             VALUE "Y".
006180 77  ANY-UNBALANCED-SWITCH      PIC X(01) VALUE "N".
006190     88  ANY-BATCH-UNBALANCED   VALUE "Y".
006200 77  PB-DETAIL-COUNT            PIC 9(06) COMP VALUE ZERO.
006210 77  PB-QTY-IN                  PIC 9(10) COMP VALUE ZERO.
006220 77  PB-BYPASS-COUNT            PIC 9(06) COMP VALUE ZERO.
006230 77  PB-BYPASS-QTY              PIC 9(10) COMP VALUE ZERO.
006240 77  PB-XFER-COUNT              PIC 9(06) COMP VALUE ZERO.
006250 77  PB-XFER-QTY                PIC 9(10) COMP VALUE ZERO.
006260 77  DUPLICATE-BATCH-COUNT      PIC 9(03) COMP VALUE ZERO.
006270 77  BATCHES-POSTED-COUNT       PIC 9(03) COMP VALUE ZERO.
006280 77  CURRENT-BATCH-ID           PIC X(08) VALUE SPACES.
006290 77  CURRENT-SOURCE-CODE       PIC X(03) VALUE SPACES.
006300 77  CURRENT-SITE-CODE         PIC X(02) VALUE "01".
006310 77  HOME-SITE-CODE            PIC X(02) VALUE "01".
006320 77  RESTART-BATCH-ID           PIC X(08) VALUE SPACES.
006330 77  RESTART-BYPASS-COUNT       PIC 9(06) COMP VALUE ZERO.
006340 77  RESTART-BYPASS-QTY         PIC 9(10) COMP VALUE ZERO.
006350 77  RESTART-XFER-COUNT         PIC 9(06) COMP VALUE ZERO.
006360 77  RESTART-XFER-QTY           PIC 9(10) COMP VALUE ZERO.
006370 77  REG-SUB                    PIC 9(03) COMP VALUE ZERO.
006380 77  REG-HIT-SUB                PIC 9(03) COMP VALUE ZERO.

006390 01  BATCH-REG-TABLE.
006400     05  BATCH-REG-COUNT        PIC 9(03) COMP VALUE ZERO.
006410     05  BATCH-REG-ENTRY OCCURS 1 TO 500 TIMES
006420             DEPENDING ON BATCH-REG-COUNT.
006430         10  BG-BATCH-ID        PIC X(08).

006440 77  TRAILER-FOUND-SWITCH       PIC X(01) VALUE "N".
006450     88  TRAILER-FOUND          VALUE "Y".
006460 77  BATCH-BALANCED-SWITCH      PIC X(01) VALUE "N".
006470     88  BATCH-BALANCED         VALUE "Y".
006480 77  BATCH-DETAIL-COUNT         PIC 9(06) COMP VALUE ZERO.
006490 77  BATCH-ACCEPT-COUNT         PIC 9(06) COMP VALUE ZERO.
006500 77  BATCH-REJECT-COUNT         PIC 9(06) COMP VALUE ZERO.
006510 77  BATCH-QTY-IN               PIC 9(10) COMP VALUE ZERO.
006520 77  BATCH-QTY-ASSIGNED         PIC 9(10) COMP VALUE ZERO.
006530 77  TRAILER-RECORD-COUNT       PIC 9(06) VALUE ZERO.
006540 77  TRAILER-QTY-HASH           PIC 9(10) VALUE ZERO.
006550 77  BAL-COUNT-EDIT             PIC ZZZ,ZZ9.
006560 77  BAL-QTY-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.

006570 01  BALANCE-SUMMARY-LINE.
006580     05  BSL-LABEL              PIC X(22).
006590     05  BSL-VALUE              PIC X(14).
006600     05  FILLER                 PIC X(44) VALUE SPACES.
006610 01  RESTART-LAST-RECORD-NUM    PIC 9(06) VALUE ZERO.

006620 01  DEPT-TABLE.
006630     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
006640     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
006650             DEPENDING ON DEPT-TABLE-COUNT
006660             INDEXED BY DEPT-TABLE-IDX.
006670         10  DT-SITE-CODE       PIC X(02).
006680         10  DT-DEPT-CODE       PIC 9(02).
006690         10  DT-DEPT-NAME       PIC X(15).
006700         10  DT-ACTIVE-FLAG     PIC X(01).
006710         10  DT-DAILY-CAPACITY  PIC 9(07).
006720         10  DT-ASSIGNED-QTY    PIC 9(09) COMP.
006730         10  DT-DEFER-FLAG      PIC X(01).
006740         10  DT-CLOSED-FLAG     PIC X(01).

006750 01  USER-INFO.
006760     05  USER-NAME        PIC X(20) VALUE SPACES.
006770     05  IS-AI-USER       PIC X(1)  VALUE "N".

006780 77  AI-FLAG-LIMIT              PIC 9(03) VALUE 3.
006790 77  USER-AI-FLAG-COUNT         PIC 9(03) VALUE ZERO.
006800 77  USER-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
006810 77  USER-SUB                   PIC 9(03) COMP VALUE ZERO.
006820 77  ACTIVITY-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
006830     88  ACTIVITY-SCAN-EOF      VALUE "Y".

006840 01  USER-TABLE.
006850     05  USER-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
006860     05  USER-TABLE-ENTRY OCCURS 1 TO 100 TIMES
006870             DEPENDING ON USER-TABLE-COUNT.
006880         10  UT-USER-NAME       PIC X(20).
006890         10  UT-AUTH-LEVEL      PIC X(01).
006900         10  UT-STATUS-FLAG     PIC X(01).
006910         10  UT-AI-FLAG-COUNT   PIC 9(03).

006920 01  VIBE-CHECK-RESULT    PIC X(15) VALUE SPACES.

006930 01  PRODUCT-DATA.
006940     05  PRODUCT-CODE     PIC X(10).
006950     05  PRODUCT-NAME     PIC X(30).
006960     05  SITE-CODE        PIC X(2).
006970     05  DEPT-CODE        PIC 9(2).
006980     05  DEPT-NAME        PIC X(15).
006990     05  PRODUCT-QTY      PIC 9(05).
007000     05  PRIORITY-CODE    PIC X(01).
007010         88  PRIORITY-HIGH    VALUE "H".
007020         88  PRIORITY-MEDIUM  VALUE "M".
007030         88  PRIORITY-LOW     VALUE "L".
007040     05  ASSIGN-DATE      PIC 9(08).
007050     05  RECYCLE-FLAG     PIC X(01).
007060         88  RECYCLED-INPUT   VALUE "R".

007070 01  JUMPSCARE-ASSETS.
007080     05  GHOST-FACE       PIC X(50) VALUE
007090         " (╯°□°）╯︵ ┻━┻ ".
007100     05  HULI-MSG         PIC X(50) VALUE
007110         "HULI KA! GUMAGAMIT KA NG AI MESSAGE!".

007120 01  CURRENT-DATE-TIME.
007130     05  CDT-DATE             PIC 9(08).
007140     05  CDT-TIME             PIC 9(08).

007150 PROCEDURE DIVISION.
007160 100-START-LOGIC.
007170     DISPLAY "=== GIGAHERTZ DEPT CHECKER v1.0 ===".
007180     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
007190     ACCEPT RUN-START-TIME FROM TIME.
007200     PERFORM 110-OBTAIN-USER-IDENTITY.
007210     PERFORM 102-READ-BUSINESS-DATE.
007220     PERFORM 105-ACQUIRE-RUN-LOCK.
007230     OPEN EXTEND PRODUCT-ASSIGN-LOG.
007240     IF NOT ASSIGN-LOG-OK
007250         OPEN OUTPUT PRODUCT-ASSIGN-LOG
007260     END-IF.
007270     OPEN EXTEND DEPT-CODE-REJECT-LOG.
007280     IF NOT REJECT-LOG-OK
007290         OPEN OUTPUT DEPT-CODE-REJECT-LOG
007300     END-IF.
007310     OPEN EXTEND USER-ACTIVITY-LOG.
007320     IF NOT USER-ACTIVITY-OK
007330         OPEN OUTPUT USER-ACTIVITY-LOG
007340     END-IF.
007350     OPEN I-O PRODUCT-MASTER-FILE.
007360     IF NOT PRODUCT-MASTER-OK
007370         OPEN OUTPUT PRODUCT-MASTER-FILE
007380         CLOSE PRODUCT-MASTER-FILE
007390         OPEN I-O PRODUCT-MASTER-FILE
007400     END-IF.
007410     OPEN I-O ASSIGN-INDEX-FILE.
007420     IF NOT ASSIGN-INDEX-OK
007430         DISPLAY "ASSIGN INDEX NOT FOUND - STARTING A NEW ONE. "
007440             "RUN ASSIGN-INDEX-REBUILD IF TODAY'S LOG IS "
007450             "NOT EMPTY."
007460         OPEN OUTPUT ASSIGN-INDEX-FILE
007470         CLOSE ASSIGN-INDEX-FILE
007480         OPEN I-O ASSIGN-INDEX-FILE
007490     END-IF.
007500     OPEN OUTPUT ASSIGNMENT-PRINT-FILE.
007510     OPEN EXTEND PRODUCT-AUDIT-FILE.
007520     IF NOT PRODUCT-AUDIT-OK
007530         OPEN OUTPUT PRODUCT-AUDIT-FILE
007540     END-IF.
007550     OPEN EXTEND DEFERRED-QUEUE-FILE.
007560     IF NOT DEFER-QUEUE-OK
007570         OPEN OUTPUT DEFERRED-QUEUE-FILE
007580     END-IF.
007590     PERFORM 150-LOAD-DEPT-MASTER.
007600     PERFORM 175-LOAD-DEPT-CALENDAR.
007610     PERFORM 178-APPLY-CALENDAR-TODAY.
007620     PERFORM 140-LOAD-DAILY-TOTALS.
007630     PERFORM 146-LOAD-EXPECTED-RECEIPTS.
007640     PERFORM 155-SEED-DEPT-CAPACITY.
007650     PERFORM 180-DETERMINE-RUN-MODE.
007660     PERFORM 120-AUTHORIZE-USER.

007670     IF BATCH-MODE-ACTIVE
007680         PERFORM 190-PROCESS-BATCH
007690     ELSE
007700         PERFORM 195-PROCESS-INTERACTIVE
007710     END-IF.

007720     CLOSE PRODUCT-ASSIGN-LOG.
007730     CLOSE DEPT-CODE-REJECT-LOG.
007740     CLOSE USER-ACTIVITY-LOG.
007750     CLOSE PRODUCT-MASTER-FILE.
007760     CLOSE ASSIGN-INDEX-FILE.
007770     CLOSE DEFERRED-QUEUE-FILE.
007780     CLOSE PRODUCT-AUDIT-FILE.
007790     PERFORM 820-WRITE-RECEIPTS-VARIANCE.
007800     PERFORM 630-CLOSE-PRINT-REPORT.
007810     PERFORM 700-EXPORT-ASSIGNMENT-CSV.
007820     PERFORM 800-WRITE-CAPACITY-REPORT.
007830     PERFORM 920-WRITE-DAILY-TOTALS.
007840     PERFORM 900-SET-FINAL-STATUS.
007850     PERFORM 910-WRITE-RUN-CONTROL.
007860     PERFORM 955-RELEASE-RUN-LOCK.
007870     DISPLAY "SMILE PARA KAY IZUMI! 😊".
007880     MOVE RUN-RETURN-CODE TO RETURN-CODE.
007890     STOP RUN.

007900 102-READ-BUSINESS-DATE.
007910     OPEN INPUT BUSINESS-DATE-FILE.
007920     IF NOT BUSINESS-DATE-OK
007930         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
007940             "DATE THIS RUN. RUN ABORTED."
007950         PERFORM 950-ABORT-RUN
007960     END-IF.
007970     READ BUSINESS-DATE-FILE
007980         AT END
007990             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
008000                 "DATE THIS RUN. RUN ABORTED."
008010             CLOSE BUSINESS-DATE-FILE
008020             PERFORM 950-ABORT-RUN
008030     END-READ.
008040     CLOSE BUSINESS-DATE-FILE.
008050     MOVE BD-BUSINESS-DATE TO RUN-DATE.
008060     IF BD-CATCHUP-ACTIVE
008070         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
008080             " - OPEN DATE IS " BD-RESUME-DATE "."
008090     END-IF.

008100 105-ACQUIRE-RUN-LOCK.
008110*    DEPT-CHECKER, REJECT-RECYCLE, AND PRODUCT-MAINT ALL
008120*    UPDATE THE SAME LIVE FILES - ONLY ONE MAY RUN AT A TIME.
008130     MOVE "N" TO LOCK-HELD-SWITCH.
008140     OPEN INPUT RUN-LOCK-FILE.
008150     IF RUN-LOCK-OK
008160         READ RUN-LOCK-FILE
008170             AT END
008180                 CONTINUE
008190             NOT AT END
008200                 SET LOCK-HELD TO TRUE
008210         END-READ
008220         CLOSE RUN-LOCK-FILE
008230     END-IF.
008240     IF LOCK-HELD
008250         PERFORM 106-HANDLE-HELD-LOCK
008260     END-IF.
008270     PERFORM 107-WRITE-RUN-LOCK.

008280 106-HANDLE-HELD-LOCK.
008290     DISPLAY "GIGAHERTZ_LOCK_OVERRIDE" UPON ENVIRONMENT-NAME.
008300     ACCEPT LOCK-OVERRIDE-FLAG FROM ENVIRONMENT-VALUE.
008310     IF LOCK-OVERRIDE-FLAG NOT = "Y"
008320         MOVE "N" TO LOCK-OVERRIDE-FLAG
008330     END-IF.
008340     IF LOCK-OVERRIDE-FLAG = "Y"
008350         DISPLAY "*** BREAKING STALE RUN LOCK HELD BY "
008360             LK-PROGRAM-NAME " / " LK-USER-NAME " SINCE "
008370             LK-START-DATE " " LK-START-TIME "."
008380         PERFORM 108-WRITE-LOCK-BREAK-RECORD
008390     ELSE
008400         DISPLAY "*** RUN LOCK IS HELD BY " LK-PROGRAM-NAME
008410             " / " LK-USER-NAME " SINCE " LK-START-DATE " "
008420             LK-START-TIME " - RUN REFUSED."
008430         DISPLAY "*** IF THAT RUN CRASHED, RERUN WITH "
008440             "GIGAHERTZ_LOCK_OVERRIDE=Y TO BREAK THE LOCK."
008450         PERFORM 950-ABORT-RUN
008460     END-IF.

008470 107-WRITE-RUN-LOCK.
008480     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
008490     ACCEPT CDT-TIME FROM TIME.
008500     OPEN OUTPUT RUN-LOCK-FILE.
008510     MOVE "DEPT-CHECKER" TO LK-PROGRAM-NAME.
008520     MOVE USER-NAME      TO LK-USER-NAME.
008530     MOVE CDT-DATE       TO LK-START-DATE.
008540     MOVE CDT-TIME       TO LK-START-TIME.
008550     WRITE RUN-LOCK-RECORD.
008560     CLOSE RUN-LOCK-FILE.
008570     SET RUN-LOCK-OWNED TO TRUE.

008580 108-WRITE-LOCK-BREAK-RECORD.
008590*    WHO BROKE A LOCK, AND WHEN, GOES ON RUN-CONTROL AS A
008600*    MODE-L RECORD.
008610     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
008620     ACCEPT CDT-TIME FROM TIME.
008630     OPEN EXTEND RUN-CONTROL-FILE.
008640     IF NOT RUN-CONTROL-OK
008650         OPEN OUTPUT RUN-CONTROL-FILE
008660     END-IF.
008670     MOVE "DEPT-CHECKER" TO RC-PROGRAM-NAME.
008680     MOVE CDT-DATE       TO RC-START-DATE.
008690     MOVE CDT-TIME       TO RC-START-TIME.
008700     MOVE CDT-DATE       TO RC-END-DATE.
008710     MOVE CDT-TIME       TO RC-END-TIME.
008720     MOVE "L"            TO RC-RUN-MODE.
008730     MOVE ZERO           TO RC-BUSINESS-DATE.
008740     MOVE ZERO           TO RC-RECORDS-READ.
008750     MOVE ZERO           TO RC-RECORDS-ASSIGNED.
008760     MOVE ZERO           TO RC-RECORDS-REJECTED.
008770     MOVE ZERO           TO RC-CONFLICT-COUNT.
008780     MOVE "W"            TO RC-FINAL-STATUS.
008790     MOVE ZERO           TO RC-RETURN-CODE.
008800     MOVE USER-NAME      TO RC-USER-NAME.
008810     WRITE RUN-CONTROL-RECORD.
008820     CLOSE RUN-CONTROL-FILE.

008830 955-RELEASE-RUN-LOCK.
008840*    RELEASING EMPTIES THE FILE - AN EMPTY LOCK FILE READS AS
008850*    NOT HELD. SKIPPED WHEN THIS RUN NEVER OWNED THE LOCK, SO
008860*    A REFUSED START CANNOT FREE THE OTHER RUN'S LOCK.
008870     IF RUN-LOCK-OWNED
008880         OPEN OUTPUT RUN-LOCK-FILE
008890         CLOSE RUN-LOCK-FILE
008900         MOVE "N" TO RUN-LOCK-OWNED-SWITCH
008910     END-IF.

008920 110-OBTAIN-USER-IDENTITY.
008930     ACCEPT USER-NAME FROM COMMAND-LINE.
008940     IF USER-NAME = SPACES
008950         DISPLAY "USER" UPON ENVIRONMENT-NAME
008960         ACCEPT USER-NAME FROM ENVIRONMENT-VALUE
008970     END-IF.
008980     IF USER-NAME = SPACES
008990         MOVE "UNKNOWN-USER" TO USER-NAME
009000     END-IF.

009010     DISPLAY "GIGAHERTZ_AI_FLAG" UPON ENVIRONMENT-NAME.
009020     ACCEPT IS-AI-USER FROM ENVIRONMENT-VALUE.
009030     IF IS-AI-USER NOT = "Y"
009040         MOVE "N" TO IS-AI-USER
009050     END-IF.

009060 112-LOAD-USER-MASTER.
009070     OPEN INPUT USER-MASTER-FILE.
009080     IF NOT USER-MASTER-OK
009090         DISPLAY "USER-MASTER-FILE NOT FOUND - CANNOT "
009100             "AUTHORIZE USERS. RUN ABORTED."
009110         PERFORM 950-ABORT-RUN
009120     END-IF.
009130     PERFORM 113-READ-USER-MASTER-RECORD.
009140     PERFORM 114-ADD-USER-TABLE-ENTRY
009150         UNTIL USER-MASTER-EOF.
009160     CLOSE USER-MASTER-FILE.

009170 113-READ-USER-MASTER-RECORD.
009180     READ USER-MASTER-FILE
009190         AT END
009200             SET USER-MASTER-EOF TO TRUE
009210     END-READ.

009220 114-ADD-USER-TABLE-ENTRY.
009230     IF USER-TABLE-COUNT >= 100
009240         DISPLAY "USER-MASTER-FILE HAS MORE THAN 100 USERS. "
009250             "RUN ABORTED."
009260         PERFORM 950-ABORT-RUN
009270     END-IF.
009280     ADD 1 TO USER-TABLE-COUNT.
009290     MOVE UM-USER-NAME     TO UT-USER-NAME (USER-TABLE-COUNT).
009300     MOVE UM-AUTH-LEVEL    TO UT-AUTH-LEVEL (USER-TABLE-COUNT).
009310     MOVE UM-STATUS-FLAG   TO UT-STATUS-FLAG (USER-TABLE-COUNT).
009320     MOVE UM-AI-FLAG-COUNT TO UT-AI-FLAG-COUNT
009330         (USER-TABLE-COUNT).
009340     PERFORM 113-READ-USER-MASTER-RECORD.

009350 115-COUNT-AI-FLAGS.
009360     MOVE ZERO TO USER-AI-FLAG-COUNT.
009370     CLOSE USER-ACTIVITY-LOG.
009380     OPEN INPUT USER-ACTIVITY-LOG.
009390     IF NOT USER-ACTIVITY-OK
009400         OPEN EXTEND USER-ACTIVITY-LOG
009410     ELSE
009420         MOVE "N" TO ACTIVITY-SCAN-EOF-SWITCH
009430         PERFORM 116-READ-ACTIVITY-RECORD
009440         PERFORM 117-COUNT-AI-FLAG-RECORD
009450             UNTIL ACTIVITY-SCAN-EOF
009460         CLOSE USER-ACTIVITY-LOG
009470         OPEN EXTEND USER-ACTIVITY-LOG
009480     END-IF.

009490 116-READ-ACTIVITY-RECORD.
009500     READ USER-ACTIVITY-LOG
009510         AT END
009520             SET ACTIVITY-SCAN-EOF TO TRUE
009530     END-READ.

009540 117-COUNT-AI-FLAG-RECORD.
009550     IF UA-USER-NAME = USER-NAME
009560             AND UA-VIBE-RESULT = "FLAGGED-AS-AI"
009570         ADD 1 TO USER-AI-FLAG-COUNT
009580     END-IF.
009590     PERFORM 116-READ-ACTIVITY-RECORD.

009600 120-AUTHORIZE-USER.
009610     PERFORM 112-LOAD-USER-MASTER.
009620     MOVE ZERO TO USER-HIT-SUB.
009630     PERFORM 121-MATCH-USER-ENTRY
009640         VARYING USER-SUB FROM 1 BY 1
009650         UNTIL USER-SUB > USER-TABLE-COUNT
009660         OR USER-HIT-SUB > ZERO.
009670     IF USER-HIT-SUB = ZERO
009680         MOVE "DENIED-UNKNOWN" TO VIBE-CHECK-RESULT
009690         PERFORM 125-DENY-RUN
009700     END-IF.
009710     PERFORM 115-COUNT-AI-FLAGS.
009720     IF UT-STATUS-FLAG (USER-HIT-SUB) = "A"
009730             AND USER-AI-FLAG-COUNT >= AI-FLAG-LIMIT
009740         PERFORM 128-SUSPEND-USER
009750     END-IF.
009760     IF UT-STATUS-FLAG (USER-HIT-SUB) = "S"
009770         MOVE "DENIED-SUSPEND" TO VIBE-CHECK-RESULT
009780         PERFORM 125-DENY-RUN
009790     END-IF.
009800     IF BATCH-MODE-ACTIVE
009810         IF UT-AUTH-LEVEL (USER-HIT-SUB) NOT = "B"
009820                 AND UT-AUTH-LEVEL (USER-HIT-SUB) NOT = "A"
009830             MOVE "DENIED-AUTHLVL" TO VIBE-CHECK-RESULT
009840             PERFORM 125-DENY-RUN
009850         END-IF
009860     ELSE
009870         IF UT-AUTH-LEVEL (USER-HIT-SUB) NOT = "I"
009880                 AND UT-AUTH-LEVEL (USER-HIT-SUB) NOT = "A"
009890             MOVE "DENIED-AUTHLVL" TO VIBE-CHECK-RESULT
009900             PERFORM 125-DENY-RUN
009910         END-IF
009920     END-IF.

009930 121-MATCH-USER-ENTRY.
009940     IF UT-USER-NAME (USER-SUB) = USER-NAME
009950         MOVE USER-SUB TO USER-HIT-SUB
009960     END-IF.

009970 125-DENY-RUN.
009980     DISPLAY "*** RUN REFUSED FOR USER " USER-NAME " - "
009990         VIBE-CHECK-RESULT.
010000     PERFORM 210-WRITE-USER-ACTIVITY.
010010     CLOSE USER-ACTIVITY-LOG.
010020     PERFORM 950-ABORT-RUN.

010030 128-SUSPEND-USER.
010040     MOVE "S" TO UT-STATUS-FLAG (USER-HIT-SUB).
010050     MOVE USER-AI-FLAG-COUNT
010060         TO UT-AI-FLAG-COUNT (USER-HIT-SUB).
010070     OPEN OUTPUT USER-MASTER-FILE.
010080     PERFORM 129-WRITE-USER-MASTER-RECORD
010090         VARYING USER-SUB FROM 1 BY 1
010100         UNTIL USER-SUB > USER-TABLE-COUNT.
010110     CLOSE USER-MASTER-FILE.
010120     DISPLAY "*** USER " USER-NAME " AUTOMATICALLY SUSPENDED "
010130         "AFTER " USER-AI-FLAG-COUNT " AI FLAGS.".
010140     MOVE "SUSPENDED" TO VIBE-CHECK-RESULT.
010150     PERFORM 210-WRITE-USER-ACTIVITY.

010160 129-WRITE-USER-MASTER-RECORD.
010170     MOVE UT-USER-NAME (USER-SUB)     TO UM-USER-NAME.
010180     MOVE UT-AUTH-LEVEL (USER-SUB)    TO UM-AUTH-LEVEL.
010190     MOVE UT-STATUS-FLAG (USER-SUB)   TO UM-STATUS-FLAG.
010200     MOVE UT-AI-FLAG-COUNT (USER-SUB) TO UM-AI-FLAG-COUNT.
010210     WRITE USER-MASTER-RECORD.

010220 180-DETERMINE-RUN-MODE.
010230     OPEN INPUT BATCH-TRANS-FILE.
010240     IF BATCH-TRANS-OK
010250         SET BATCH-MODE-ACTIVE TO TRUE
010260         DISPLAY "BATCH TRANSACTION FILE FOUND - RUNNING BATCH."
010270     ELSE
010280         DISPLAY "NO BATCH TRANSACTION FILE - RUNNING INTERACTIVE"
010290     END-IF.

010300 195-PROCESS-INTERACTIVE.
010310     MOVE "N" TO PRODUCT-KNOWN-SWITCH.
010320     PERFORM 226-PROMPT-PRODUCT
010330         UNTIL PRODUCT-IS-KNOWN.
010340     DISPLAY "INPUT SITE CODE (BLANK FOR 01): ".
010350     ACCEPT SITE-CODE.
010360     IF SITE-CODE = SPACES
010370         MOVE HOME-SITE-CODE TO SITE-CODE
010380     END-IF.
010390     MOVE SITE-CODE TO CURRENT-SITE-CODE.
010400     DISPLAY "INPUT DEPT CODE (01-03): ".
010410     ACCEPT DEPT-CODE.
010420     DISPLAY "INPUT PRODUCT QTY: ".
010430     ACCEPT PRODUCT-QTY.
010440     DISPLAY "INPUT PRIORITY CODE (H/M/L): ".
010450     ACCEPT PRIORITY-CODE.
010460     MOVE SPACE TO RECYCLE-FLAG.
010470     MOVE "N" TO AUTO-ROUTE-SWITCH.
010480     MOVE "N" TO AUTO-ROUTE-FAIL-SWITCH.

010490     MOVE "N" TO DEPT-CODE-VALID-SWITCH.
010500     PERFORM 250-VALIDATE-DEPT-CODE
010510         UNTIL DEPT-CODE-IS-VALID.

010520     PERFORM 200-VALIDATE-USER.
010530     PERFORM 300-CHECK-DEPARTMENT.
010540     ADD 1 TO BATCH-DETAIL-COUNT.
010550     ADD 1 TO BATCH-ACCEPT-COUNT.

010560 190-PROCESS-BATCH.
010570     PERFORM 181-LOAD-BATCH-REGISTER.
010580     PERFORM 500-READ-RESTART-POINT.
010590     PERFORM 191-READ-BATCH-RECORD.
010600     PERFORM 192-SKIP-PROCESSED-RECORD
010610         UNTIL BATCH-TRANS-EOF
010620         OR BATCH-RECORD-NUM > RESTART-LAST-RECORD-NUM.
010630     PERFORM 189-VERIFY-RESTART-BATCH.
010640     PERFORM 188-RESTORE-BATCH-TALLIES.
010650     PERFORM 193-PROCESS-BATCH-RECORD
010660         UNTIL BATCH-TRANS-EOF.
010670     CLOSE BATCH-TRANS-FILE.
010680     IF BATCH-OPEN
010690         SET ANY-BATCH-UNBALANCED TO TRUE
010700         DISPLAY "*** BATCH " CURRENT-BATCH-ID " HAS NO "
010710             "TRAILER - FILE MAY BE TRUNCATED. NOT DECLARED "
010720             "COMPLETE."
010730     END-IF.
010740     IF ANY-BATCH-UNBALANCED
010750         DISPLAY "*** ONE OR MORE BATCHES NOT DECLARED "
010760             "COMPLETE - RESTART POINT KEPT FOR RERUN."
010770     ELSE
010780         PERFORM 510-RESET-RESTART-POINT
010790     END-IF.
010800     PERFORM 205-PRINT-RUN-SUMMARY.

010810 181-LOAD-BATCH-REGISTER.
010820     OPEN INPUT BATCH-REGISTER-FILE.
010830     IF NOT BATCH-REGISTER-OK
010840         DISPLAY "NO BATCH REGISTER ON FILE - STARTING A NEW "
010850             "ONE."
010860     ELSE
010870         PERFORM 182-READ-REGISTER-RECORD
010880         PERFORM 183-ADD-REGISTER-ENTRY
010890             UNTIL BATCH-REGISTER-EOF
010900         CLOSE BATCH-REGISTER-FILE
010910     END-IF.

010920 182-READ-REGISTER-RECORD.
010930     READ BATCH-REGISTER-FILE
010940         AT END
010950             SET BATCH-REGISTER-EOF TO TRUE
010960     END-READ.

010970 183-ADD-REGISTER-ENTRY.
010980*    THE REGISTER IS APPEND-ONLY, SO A PARTIAL LOAD WOULD
010990*    HOLD THE OLDEST IDS AND LEAVE EXACTLY THE NEWEST
011000*    BATCHES UNCHECKED - A FILE RE-PRESENTED TWO DAYS IN A
011010*    ROW WOULD THEN DOUBLE-POST. ABORT INSTEAD.
011020     IF BATCH-REG-COUNT >= 500
011030         DISPLAY "BATCH REGISTER HAS MORE THAN 500 ENTRIES - "
011040             "DUPLICATE CHECKING WOULD MISS THE NEWEST "
011050             "BATCHES. TRIM THE REGISTER AND RERUN. "
011060             "RUN ABORTED."
011070         PERFORM 950-ABORT-RUN
011080     ELSE
011090         ADD 1 TO BATCH-REG-COUNT
011100         MOVE BR-BATCH-ID TO BG-BATCH-ID (BATCH-REG-COUNT)
011110         PERFORM 182-READ-REGISTER-RECORD
011120     END-IF.

011130 184-MATCH-REGISTER-ENTRY.
011140     IF BG-BATCH-ID (REG-SUB) = CURRENT-BATCH-ID
011150         MOVE REG-SUB TO REG-HIT-SUB
011160     END-IF.

011170 186-START-NEW-BATCH.
011180*    EACH HEADER OPENS A NEW BATCH - SEVERAL MAY BE
011190*    CONCATENATED INTO ONE TRANSIN STREAM. A BATCH ID ALREADY
011200*    ON THE REGISTER IS REFUSED SO A RE-PRESENTED FILE CANNOT
011210*    DOUBLE-POST.
011220     IF BATCH-OPEN
011230         SET ANY-BATCH-UNBALANCED TO TRUE
011240         DISPLAY "*** BATCH " CURRENT-BATCH-ID " HAS NO "
011250             "TRAILER - NOT DECLARED COMPLETE."
011260     END-IF.
011270     MOVE TR-HDR-BATCH-ID TO CURRENT-BATCH-ID.
011280     MOVE TR-HDR-SOURCE-CODE TO CURRENT-SOURCE-CODE.
011290*    A HEADER WITHOUT A SITE COMES FROM A FEED THAT PREDATES
011300*    THE SECOND WAREHOUSE - ITS WORK BELONGS TO THE HOME SITE.
011310     MOVE TR-HDR-SITE-CODE TO CURRENT-SITE-CODE.
011320     IF CURRENT-SITE-CODE = SPACES
011330         MOVE HOME-SITE-CODE TO CURRENT-SITE-CODE
011340     END-IF.
011350     MOVE ZERO TO PB-DETAIL-COUNT.
011360     MOVE ZERO TO PB-QTY-IN.
011370     MOVE ZERO TO PB-BYPASS-COUNT.
011380     MOVE ZERO TO PB-BYPASS-QTY.
011390     MOVE ZERO TO PB-XFER-COUNT.
011400     MOVE ZERO TO PB-XFER-QTY.
011410     MOVE "N" TO TRAILER-FOUND-SWITCH.
011420     MOVE "N" TO SKIP-BATCH-SWITCH.
011430     SET BATCH-OPEN TO TRUE.
011440     IF CURRENT-BATCH-ID = SPACES
011450         DISPLAY "BATCH HEADER CARRIES NO BATCH ID - "
011460             "PROCESSED BUT NOT REGISTERED."
011470     ELSE
011480         MOVE ZERO TO REG-HIT-SUB
011490         PERFORM 184-MATCH-REGISTER-ENTRY
011500             VARYING REG-SUB FROM 1 BY 1
011510             UNTIL REG-SUB > BATCH-REG-COUNT
011520             OR REG-HIT-SUB > ZERO
011530         IF REG-HIT-SUB > ZERO
011540             SET SKIP-BATCH TO TRUE
011550             MOVE "N" TO BATCH-OPEN-SWITCH
011560*            A REGISTERED BATCH SEEN WHILE STILL SKIPPING TO
011570*            THE RESTART POINT IS A LEGITIMATE RERUN, NOT A
011580*            RE-PRESENTED FILE - NO REFUSAL IS COUNTED OR
011590*            REPORTED FOR IT.
011600             IF BATCH-RECORD-NUM > RESTART-LAST-RECORD-NUM
011610                 ADD 1 TO DUPLICATE-BATCH-COUNT
011620                 DISPLAY "*** BATCH " CURRENT-BATCH-ID
011630                     " (SOURCE " CURRENT-SOURCE-CODE
011640                     ") WAS ALREADY POSTED - BATCH REFUSED, "
011650                     "RECORDS SKIPPED."
011660             END-IF
011670         ELSE
011680             IF BATCH-RECORD-NUM > RESTART-LAST-RECORD-NUM
011690                 DISPLAY "PROCESSING BATCH " CURRENT-BATCH-ID
011700                     " FROM SOURCE " CURRENT-SOURCE-CODE
011710                     " FOR SITE " CURRENT-SITE-CODE
011720             END-IF
011730         END-IF
011740     END-IF.

011750 188-RESTORE-BATCH-TALLIES.
011760*    A RESUMED BATCH PICKS UP THE BYPASS AND TRANSFER TALLIES
011770*    IT HAD AT THE CHECKPOINT - THE SKIPPED RECORDS ARE NOT
011780*    REPROCESSED, SO THEY CANNOT BE RECOUNTED.
011790     IF RESTART-LAST-RECORD-NUM > ZERO
011800             AND RESTART-BATCH-ID NOT = SPACES
011810             AND RESTART-BATCH-ID = CURRENT-BATCH-ID
011820         MOVE RESTART-BYPASS-COUNT TO PB-BYPASS-COUNT
011830         MOVE RESTART-BYPASS-QTY   TO PB-BYPASS-QTY
011840         MOVE RESTART-XFER-COUNT   TO PB-XFER-COUNT
011850         MOVE RESTART-XFER-QTY     TO PB-XFER-QTY
011860     END-IF.

011870 189-VERIFY-RESTART-BATCH.
011880     IF RESTART-LAST-RECORD-NUM > ZERO
011890             AND RESTART-BATCH-ID NOT = SPACES
011900             AND CURRENT-BATCH-ID NOT = RESTART-BATCH-ID
011910         DISPLAY "*** RESTART CHECKPOINT BELONGS TO BATCH "
011920             RESTART-BATCH-ID " BUT THE STREAM IS POSITIONED "
011930             "IN BATCH " CURRENT-BATCH-ID " - WRONG FILE? "
011940             "RUN ABORTED."
011950         PERFORM 950-ABORT-RUN
011960     END-IF.

011970 191-READ-BATCH-RECORD.
011980     READ BATCH-TRANS-FILE
011990         AT END
012000             SET BATCH-TRANS-EOF TO TRUE
012010     END-READ.
012020     IF NOT BATCH-TRANS-EOF
012030         ADD 1 TO BATCH-RECORD-NUM
012040         EVALUATE TRUE
012050             WHEN TR-HEADER-REC
012060                 PERFORM 186-START-NEW-BATCH
012070             WHEN TR-DETAIL-REC
012080                 ADD 1 TO BATCH-DETAIL-COUNT
012090                 ADD TR-PRODUCT-QTY TO BATCH-QTY-IN
012100                 ADD 1 TO PB-DETAIL-COUNT
012110                 ADD TR-PRODUCT-QTY TO PB-QTY-IN
012120             WHEN TR-XFER-REC
012130                 ADD 1 TO BATCH-DETAIL-COUNT
012140                 ADD TR-XF-QTY TO BATCH-QTY-IN
012150                 ADD 1 TO PB-DETAIL-COUNT
012160                 ADD TR-XF-QTY TO PB-QTY-IN
012170             WHEN TR-REVERSAL-REC
012180                 ADD 1 TO BATCH-DETAIL-COUNT
012190                 ADD TR-PRODUCT-QTY TO BATCH-QTY-IN
012200                 ADD 1 TO PB-DETAIL-COUNT
012210                 ADD TR-PRODUCT-QTY TO PB-QTY-IN
012220             WHEN TR-TRAILER-REC
012230                 SET TRAILER-FOUND TO TRUE
012240                 MOVE TR-TLR-RECORD-COUNT
012250                     TO TRAILER-RECORD-COUNT
012260                 MOVE TR-TLR-QTY-HASH TO TRAILER-QTY-HASH
012270         END-EVALUATE
012280     END-IF.

012290 192-SKIP-PROCESSED-RECORD.
012300     PERFORM 191-READ-BATCH-RECORD.

012310 193-PROCESS-BATCH-RECORD.
012320     EVALUATE TRUE
012330         WHEN SKIP-BATCH
012340             IF TR-TRAILER-REC
012350                 PERFORM 203-CLOSE-OUT-BATCH
012360             END-IF
012370         WHEN TR-DETAIL-REC
012380             PERFORM 197-PROCESS-DETAIL-RECORD
012390         WHEN TR-XFER-REC
012400             PERFORM 360-APPLY-TRANSFER
012410         WHEN TR-REVERSAL-REC
012420             PERFORM 362-APPLY-REVERSAL
012430         WHEN TR-HEADER-REC
012440             CONTINUE
012450         WHEN TR-TRAILER-REC
012460             PERFORM 203-CLOSE-OUT-BATCH
012470         WHEN OTHER
012480             DISPLAY "UNKNOWN RECORD TYPE '" TR-RECORD-TYPE
012490                 "' ON BATCH-TRANS-FILE RECORD "
012500                 BATCH-RECORD-NUM " - RECORD SKIPPED."
012510     END-EVALUATE.

012520     PERFORM 191-READ-BATCH-RECORD.

012530 203-CLOSE-OUT-BATCH.
012540     IF SKIP-BATCH
012550         MOVE "N" TO SKIP-BATCH-SWITCH
012560         MOVE "N" TO BATCH-OPEN-SWITCH
012570     ELSE
012580         PERFORM 196-VERIFY-BATCH-BALANCE
012590         IF BATCH-BALANCED
012600             IF CURRENT-BATCH-ID NOT = SPACES
012610                 PERFORM 930-WRITE-BATCH-REGISTER
012620             END-IF
012630             ADD 1 TO BATCHES-POSTED-COUNT
012640*            A BOUNDARY CHECKPOINT CARRIES NO BATCH ID - THE
012650*            CLOSED BATCH IS ALREADY ON THE REGISTER, AND A
012660*            RERUN THAT CRASHED HERE RESUMES ON THE NEXT
012670*            BATCH'S HEADER, WHICH WOULD OTHERWISE FAIL THE
012680*            189 RESTART-BATCH CHECK. MID-BATCH CHECKPOINTS
012690*            FROM 194 KEEP THE REAL ID. ONCE ANY BATCH HAS
012700*            FAILED BALANCING THE CHECKPOINT STAYS INSIDE
012710*            THAT BATCH FOR THE RERUN.
012720             MOVE SPACES TO CURRENT-BATCH-ID
012730             IF NOT ANY-BATCH-UNBALANCED
012740                 MOVE BATCH-RECORD-NUM
012750                     TO RESTART-LAST-RECORD-NUM
012760                 PERFORM 520-WRITE-RESTART-POINT
012770             END-IF
012780         ELSE
012790             SET ANY-BATCH-UNBALANCED TO TRUE
012800         END-IF
012810         MOVE "N" TO BATCH-OPEN-SWITCH
012820     END-IF.

012830 197-PROCESS-DETAIL-RECORD.
012840     MOVE TR-PRODUCT-CODE TO PRODUCT-CODE.
012850     MOVE TR-PRODUCT-NAME TO PRODUCT-NAME.
012860     MOVE TR-PRODUCT-QTY  TO PRODUCT-QTY.
012870     MOVE TR-PRIORITY-CODE TO PRIORITY-CODE.
012880     MOVE TR-RECYCLE-FLAG TO RECYCLE-FLAG.
012890     MOVE CURRENT-SITE-CODE TO SITE-CODE.

012900     MOVE "N" TO AUTO-ROUTE-SWITCH.
012910     MOVE "N" TO AUTO-ROUTE-FAIL-SWITCH.
012920     MOVE "N" TO XFER-REJECT-SWITCH.
012930*    CLEARED HERE AS WELL AS IN 255 - AN AUTO-ROUTE MISS SKIPS
012940*    THE LOOKUP AND MUST NOT INHERIT THE LAST RECORD'S
012950*    CLOSED-DEPT VERDICT.
012960     MOVE "N" TO DEPT-CLOSED-SWITCH.
012970*    AN UNKNOWN PRODUCT SKIPS THE ROUTE AND LOOKUP AND FALLS
012980*    THROUGH TO THE REJECT BRANCH WITH ITS OWN REASON.
012990     PERFORM 225-IDENTIFY-PRODUCT.
013000     IF TR-DEPT-BLANK
013010         IF PRODUCT-IS-KNOWN
013020             PERFORM 230-AUTO-ROUTE-DEPT-CODE
013030         ELSE
013040             MOVE ZERO TO DEPT-CODE
013050         END-IF
013060     ELSE
013070         MOVE TR-DEPT-CODE TO DEPT-CODE
013080     END-IF.

013090     MOVE "N" TO DEPT-CODE-VALID-SWITCH.
013100     IF PRODUCT-IS-KNOWN
013110             AND NOT AUTO-ROUTE-FAILED
013120         PERFORM 255-LOOKUP-DEPT-CODE
013130     END-IF.
013140     IF DEPT-CODE-IS-VALID
013150         PERFORM 200-VALIDATE-USER
013160         PERFORM 300-CHECK-DEPARTMENT
013170         ADD 1 TO BATCH-ACCEPT-COUNT
013180         IF ASSIGN-DEFERRED
013190             ADD PRODUCT-QTY TO BATCH-QTY-DEFERRED
013200             ADD 1 TO PB-BYPASS-COUNT
013210             ADD PRODUCT-QTY TO PB-BYPASS-QTY
013220         ELSE
013230             ADD PRODUCT-QTY TO BATCH-QTY-ASSIGNED
013240         END-IF
013250         PERFORM 194-ADVANCE-RESTART-POINT
013260     ELSE
013270         PERFORM 270-WRITE-DEPT-CODE-REJECT
013280         ADD 1 TO BATCH-REJECT-COUNT
013290         ADD 1 TO PB-BYPASS-COUNT
013300         ADD PRODUCT-QTY TO PB-BYPASS-QTY
013310     END-IF.

013320 225-IDENTIFY-PRODUCT.
013330*    A PRODUCT CODE, WHEN GIVEN, IS THE IDENTITY - THE NAME
013340*    IS TAKEN FROM THE MASTER SO A MISSPELLED INPUT NAME
013350*    CANNOT SPLIT ONE PRODUCT INTO TWO. A BLANK CODE (OLDER
013360*    FEEDS, RECYCLED REJECTS, RELEASED DEFERRALS) FALLS BACK
013370*    TO THE NAME ON THE ALTERNATE KEY.
013380     MOVE "N" TO PRODUCT-KNOWN-SWITCH.
013390     IF PRODUCT-CODE NOT = SPACES
013400         MOVE PRODUCT-CODE TO PM-PRODUCT-CODE
013410         READ PRODUCT-MASTER-FILE
013420             INVALID KEY
013430                 DISPLAY "*** PRODUCT CODE " PRODUCT-CODE
013440                     " IS NOT ON THE PRODUCT MASTER."
013450             NOT INVALID KEY
013460                 SET PRODUCT-IS-KNOWN TO TRUE
013470         END-READ
013480     ELSE
013490         MOVE PRODUCT-NAME TO PM-PRODUCT-NAME
013500         READ PRODUCT-MASTER-FILE KEY IS PM-PRODUCT-NAME
013510             INVALID KEY
013520                 DISPLAY "*** PRODUCT " PRODUCT-NAME
013530                     " IS NOT ON THE PRODUCT MASTER."
013540             NOT INVALID KEY
013550                 SET PRODUCT-IS-KNOWN TO TRUE
013560         END-READ
013570     END-IF.
013580     IF PRODUCT-IS-KNOWN
013590         IF PRODUCT-NAME NOT = SPACES
013600                 AND PRODUCT-NAME NOT = PM-PRODUCT-NAME
013610             DISPLAY "*** NAME " PRODUCT-NAME " DOES NOT MATCH "
013620                 "CODE " PM-PRODUCT-CODE " - MASTER NAME "
013630                 PM-PRODUCT-NAME " USED."
013640         END-IF
013650         MOVE PM-PRODUCT-CODE TO PRODUCT-CODE
013660         MOVE PM-PRODUCT-NAME TO PRODUCT-NAME
013670     END-IF.

013680 226-PROMPT-PRODUCT.
013690     MOVE SPACES TO PRODUCT-NAME.
013700     DISPLAY "INPUT PRODUCT CODE (BLANK TO ENTER THE NAME): ".
013710     ACCEPT PRODUCT-CODE.
013720     IF PRODUCT-CODE = SPACES
013730         DISPLAY "INPUT PRODUCT NAME: "
013740         ACCEPT PRODUCT-NAME
013750     END-IF.
013760     PERFORM 225-IDENTIFY-PRODUCT.
013770     IF PRODUCT-UNKNOWN
013780         DISPLAY "NEW PRODUCTS ARE SET UP IN PRODUCT-MAINT. "
013790             "TRY AGAIN."
013800     END-IF.

013810 230-AUTO-ROUTE-DEPT-CODE.
013820*    A BLANK OR ZERO DEPT CODE MEANS "ROUTE THIS PRODUCT WHERE
013830*    IT WENT BEFORE" - THE DEPT ALREADY ON THE PRODUCT MASTER.
013840*    THE PRODUCT MASTER HOLDS A DEPT CODE ONLY, SO THE ROUTE IS
013850*    TO THAT DEPT AT THE BATCH'S OWN SITE.
013860     MOVE PRODUCT-CODE TO PM-PRODUCT-CODE.
013870     READ PRODUCT-MASTER-FILE
013880         INVALID KEY
013890             SET AUTO-ROUTE-FAILED TO TRUE
013900             MOVE ZERO TO DEPT-CODE
013910         NOT INVALID KEY
013920             MOVE PM-DEPT-CODE TO DEPT-CODE
013930             SET AUTO-ROUTED TO TRUE
013940             ADD 1 TO AUTO-ROUTE-COUNT
013950     END-READ.

013960 196-VERIFY-BATCH-BALANCE.
013970     MOVE "N" TO BATCH-BALANCED-SWITCH.
013980     IF TRAILER-RECORD-COUNT = PB-DETAIL-COUNT
013990             AND TRAILER-QTY-HASH = PB-QTY-IN
014000         SET BATCH-BALANCED TO TRUE
014010     ELSE
014020         DISPLAY "*** BATCH " CURRENT-BATCH-ID
014030             " OUT OF BALANCE - TRAILER SAYS "
014040             TRAILER-RECORD-COUNT " RECORDS / "
014050             TRAILER-QTY-HASH " UNITS."
014060     END-IF.
014070     PERFORM 198-PRINT-BALANCE-SUMMARY.

014080 198-PRINT-BALANCE-SUMMARY.
014090     MOVE SPACES TO PRINT-REPORT-LINE.
014100     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.
014110     MOVE SPACES TO PRINT-REPORT-LINE.
014120     STRING "BATCH BALANCING SUMMARY - BATCH "
014130             CURRENT-BATCH-ID
014140             DELIMITED BY SIZE INTO PRINT-REPORT-LINE.
014150     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

014160     MOVE "RECORDS READ:" TO BSL-LABEL.
014170     MOVE PB-DETAIL-COUNT TO BAL-COUNT-EDIT.
014180     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014190     PERFORM 199-WRITE-BALANCE-LINE.

014200     MOVE "QUANTITY IN:" TO BSL-LABEL.
014210     MOVE PB-QTY-IN TO BAL-QTY-EDIT.
014220     MOVE BAL-QTY-EDIT TO BSL-VALUE.
014230     PERFORM 199-WRITE-BALANCE-LINE.

014240     IF BATCH-BALANCED
014250         MOVE "BATCH STATUS:" TO BSL-LABEL
014260         MOVE "IN BALANCE" TO BSL-VALUE
014270     ELSE
014280         MOVE "BATCH STATUS:" TO BSL-LABEL
014290         MOVE "OUT OF BALANCE" TO BSL-VALUE
014300     END-IF.
014310     PERFORM 199-WRITE-BALANCE-LINE.

014320 205-PRINT-RUN-SUMMARY.
014330     MOVE SPACES TO PRINT-REPORT-LINE.
014340     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.
014350     MOVE "RUN TOTALS - ALL BATCHES" TO PRINT-REPORT-LINE.
014360     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

014370     MOVE "RECORDS READ:" TO BSL-LABEL.
014380     MOVE BATCH-DETAIL-COUNT TO BAL-COUNT-EDIT.
014390     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014400     PERFORM 199-WRITE-BALANCE-LINE.

014410     MOVE "RECORDS ACCEPTED:" TO BSL-LABEL.
014420     MOVE BATCH-ACCEPT-COUNT TO BAL-COUNT-EDIT.
014430     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014440     PERFORM 199-WRITE-BALANCE-LINE.

014450     MOVE "RECORDS AUTO-ROUTED:" TO BSL-LABEL.
014460     MOVE AUTO-ROUTE-COUNT TO BAL-COUNT-EDIT.
014470     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014480     PERFORM 199-WRITE-BALANCE-LINE.

014490     MOVE "RECORDS REJECTED:" TO BSL-LABEL.
014500     MOVE BATCH-REJECT-COUNT TO BAL-COUNT-EDIT.
014510     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014520     PERFORM 199-WRITE-BALANCE-LINE.

014530     MOVE "QUANTITY IN:" TO BSL-LABEL.
014540     MOVE BATCH-QTY-IN TO BAL-QTY-EDIT.
014550     MOVE BAL-QTY-EDIT TO BSL-VALUE.
014560     PERFORM 199-WRITE-BALANCE-LINE.

014570     MOVE "QUANTITY ASSIGNED:" TO BSL-LABEL.
014580     MOVE BATCH-QTY-ASSIGNED TO BAL-QTY-EDIT.
014590     MOVE BAL-QTY-EDIT TO BSL-VALUE.
014600     PERFORM 199-WRITE-BALANCE-LINE.

014610     MOVE "RECORDS DEFERRED:" TO BSL-LABEL.
014620     MOVE DEFER-COUNT TO BAL-COUNT-EDIT.
014630     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014640     PERFORM 199-WRITE-BALANCE-LINE.

014650     MOVE "QUANTITY DEFERRED:" TO BSL-LABEL.
014660     MOVE BATCH-QTY-DEFERRED TO BAL-QTY-EDIT.
014670     MOVE BAL-QTY-EDIT TO BSL-VALUE.
014680     PERFORM 199-WRITE-BALANCE-LINE.

014690     MOVE "TRANSFERS APPLIED:" TO BSL-LABEL.
014700     MOVE TRANSFER-COUNT TO BAL-COUNT-EDIT.
014710     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014720     PERFORM 199-WRITE-BALANCE-LINE.

014730     MOVE "REVERSALS APPLIED:" TO BSL-LABEL.
014740     MOVE REVERSAL-COUNT TO BAL-COUNT-EDIT.
014750     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014760     PERFORM 199-WRITE-BALANCE-LINE.

014770     MOVE "BATCHES POSTED:" TO BSL-LABEL.
014780     MOVE BATCHES-POSTED-COUNT TO BAL-COUNT-EDIT.
014790     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014800     PERFORM 199-WRITE-BALANCE-LINE.

014810     MOVE "BATCHES REFUSED:" TO BSL-LABEL.
014820     MOVE DUPLICATE-BATCH-COUNT TO BAL-COUNT-EDIT.
014830     MOVE BAL-COUNT-EDIT TO BSL-VALUE.
014840     PERFORM 199-WRITE-BALANCE-LINE.

014850 199-WRITE-BALANCE-LINE.
014860     MOVE SPACES TO PRINT-REPORT-LINE.
014870     STRING BSL-LABEL " " BSL-VALUE
014880             DELIMITED BY SIZE INTO PRINT-REPORT-LINE.
014890     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.
014900     DISPLAY BSL-LABEL " " BSL-VALUE.

014910 194-ADVANCE-RESTART-POINT.
014920*    ONCE ANY BATCH HAS FAILED BALANCING THE CHECKPOINT MUST
014930*    STAY INSIDE THAT BATCH - ADVANCING IT FOR LATER BATCHES
014940*    WOULD MAKE THE RERUN SKIP THE FAILED BATCH'S TRAILER AND
014950*    IT COULD NEVER BE DECLARED COMPLETE.
014960     IF NOT ANY-BATCH-UNBALANCED
014970         MOVE BATCH-RECORD-NUM TO RESTART-LAST-RECORD-NUM
014980         PERFORM 520-WRITE-RESTART-POINT
014990     END-IF.

015000 500-READ-RESTART-POINT.
015010     MOVE ZERO TO RESTART-LAST-RECORD-NUM.
015020     MOVE SPACES TO RESTART-BATCH-ID.
015030     OPEN INPUT RESTART-POINT-FILE.
015040     IF RESTART-OK
015050         READ RESTART-POINT-FILE
015060             AT END
015070                 CONTINUE
015080             NOT AT END
015090                 MOVE RP-LAST-RECORD-NUM
015100                     TO RESTART-LAST-RECORD-NUM
015110                 MOVE RP-BATCH-ID TO RESTART-BATCH-ID
015120                 MOVE RP-BYPASS-COUNT TO RESTART-BYPASS-COUNT
015130                 MOVE RP-BYPASS-QTY   TO RESTART-BYPASS-QTY
015140                 MOVE RP-XFER-COUNT   TO RESTART-XFER-COUNT
015150                 MOVE RP-XFER-QTY     TO RESTART-XFER-QTY
015160         END-READ
015170         CLOSE RESTART-POINT-FILE
015180     END-IF.

015190 510-RESET-RESTART-POINT.
015200     MOVE ZERO TO RESTART-LAST-RECORD-NUM.
015210     MOVE SPACES TO CURRENT-BATCH-ID.
015220     PERFORM 520-WRITE-RESTART-POINT.

015230 520-WRITE-RESTART-POINT.
015240     MOVE RESTART-LAST-RECORD-NUM TO RP-LAST-RECORD-NUM.
015250     MOVE CURRENT-BATCH-ID TO RP-BATCH-ID.
015260     MOVE PB-BYPASS-COUNT  TO RP-BYPASS-COUNT.
015270     MOVE PB-BYPASS-QTY    TO RP-BYPASS-QTY.
015280     MOVE PB-XFER-COUNT    TO RP-XFER-COUNT.
015290     MOVE PB-XFER-QTY      TO RP-XFER-QTY.
015300     OPEN OUTPUT RESTART-POINT-FILE.
015310     WRITE RESTART-POINT-RECORD.
015320     CLOSE RESTART-POINT-FILE.

015330 930-WRITE-BATCH-REGISTER.
015340*    THE REGISTER ALSO GROWS IN MEMORY SO A SECOND COPY OF THE
015350*    SAME BATCH LATER IN THIS RUN'S STREAM IS REFUSED TOO.
015360     ACCEPT CDT-TIME FROM TIME.
015370     OPEN EXTEND BATCH-REGISTER-FILE.
015380     IF NOT BATCH-REGISTER-OK
015390         OPEN OUTPUT BATCH-REGISTER-FILE
015400     END-IF.
015410     MOVE CURRENT-BATCH-ID    TO BR-BATCH-ID.
015420     MOVE CURRENT-SOURCE-CODE TO BR-SOURCE-CODE.
015430     MOVE RUN-DATE            TO BR-POST-DATE.
015440     MOVE CDT-TIME            TO BR-POST-TIME.
015450     MOVE PB-DETAIL-COUNT     TO BR-RECORD-COUNT.
015460     MOVE PB-QTY-IN           TO BR-QTY-TOTAL.
015470     MOVE PB-BYPASS-COUNT     TO BR-BYPASS-COUNT.
015480     MOVE PB-BYPASS-QTY       TO BR-BYPASS-QTY.
015490     MOVE PB-XFER-COUNT       TO BR-XFER-COUNT.
015500     MOVE PB-XFER-QTY         TO BR-XFER-QTY.
015510     MOVE "Y"                 TO BR-AUDIT-FLAG.
015520     WRITE BATCH-REGISTER-RECORD.
015530     CLOSE BATCH-REGISTER-FILE.
015540*    183 ABORTS THE RUN WHEN THE LOADED REGISTER REACHES 500,
015550*    SO ONLY THIS RUN'S OWN POSTS CAN ARRIVE HERE - BUT THE
015560*    TABLE STILL MUST NOT OVERFLOW, AND SILENTLY NOT TRACKING
015570*    A POSTED BATCH WOULD LET A SECOND COPY LATER IN THE SAME
015580*    STREAM DOUBLE-POST.
015590     IF BATCH-REG-COUNT >= 500
015600         DISPLAY "BATCH REGISTER TABLE FULL - TRIM THE "
015610             "REGISTER AND RERUN. RUN ABORTED."
015620         PERFORM 950-ABORT-RUN
015630     END-IF.
015640     ADD 1 TO BATCH-REG-COUNT.
015650     MOVE CURRENT-BATCH-ID TO BG-BATCH-ID (BATCH-REG-COUNT).

015660 150-LOAD-DEPT-MASTER.
015670     OPEN INPUT DEPT-MASTER-FILE.
015680     IF NOT DEPT-MASTER-OK
015690         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT VALIDATE "
015700             "DEPARTMENTS. RUN ABORTED."
015710         PERFORM 950-ABORT-RUN
015720     END-IF.
015730     PERFORM 160-READ-DEPT-MASTER-RECORD.
015740     PERFORM 170-ADD-DEPT-TABLE-ENTRY
015750         UNTIL DEPT-MASTER-EOF.
015760     CLOSE DEPT-MASTER-FILE.

015770 140-LOAD-DAILY-TOTALS.
015780     OPEN INPUT DAILY-TOTALS-FILE.
015790     IF NOT DAILY-TOTALS-OK
015800         DISPLAY "DAILY-TOTALS-FILE NOT FOUND - STARTING WITH "
015810             "EMPTY TOTALS. RUN TOTALS-REBUILD IF TOTALS "
015820             "SHOULD EXIST."
015830     ELSE
015840         MOVE "N" TO TOTALS-EOF-SWITCH
015850         PERFORM 141-READ-TOTALS-RECORD
015860         PERFORM 142-ADD-TOTALS-ENTRY
015870             UNTIL TOTALS-EOF
015880         CLOSE DAILY-TOTALS-FILE
015890     END-IF.
015900     SET TOTALS-LOADED TO TRUE.

015910 141-READ-TOTALS-RECORD.
015920     READ DAILY-TOTALS-FILE
015930         AT END
015940             SET TOTALS-EOF TO TRUE
015950     END-READ.

015960 142-ADD-TOTALS-ENTRY.
015970*    THE END-OF-RUN REWRITE WRITES ONLY THE LOADED TABLE, SO A
015980*    PARTIAL LOAD WOULD SILENTLY DELETE THE UNREAD RECORDS
015990*    FROM THE LIVE TOTALS FILE - ABORT INSTEAD.
016000     IF TOTALS-TABLE-COUNT >= 1000
016010         DISPLAY "MORE THAN 1000 DAILY-TOTALS RECORDS - "
016020             "ARCHIVE THE ASSIGN LOG AND RUN TOTALS-REBUILD "
016030             "TO TRIM THE TOTALS FILE. RUN ABORTED."
016040         PERFORM 950-ABORT-RUN
016050     ELSE
016060         ADD 1 TO TOTALS-TABLE-COUNT
016070         MOVE DY-TOTAL-DATE
016080             TO TT-TOTAL-DATE (TOTALS-TABLE-COUNT)
016090         IF DY-SITE-CODE = SPACES
016100             MOVE HOME-SITE-CODE TO DY-SITE-CODE
016110         END-IF
016120         MOVE DY-SITE-CODE
016130             TO TT-SITE-CODE (TOTALS-TABLE-COUNT)
016140         MOVE DY-DEPT-CODE
016150             TO TT-DEPT-CODE (TOTALS-TABLE-COUNT)
016160         MOVE DY-ASSIGN-COUNT
016170             TO TT-ASSIGN-COUNT (TOTALS-TABLE-COUNT)
016180         MOVE DY-UNIT-TOTAL
016190             TO TT-UNIT-TOTAL (TOTALS-TABLE-COUNT)
016200         MOVE DY-REJECT-COUNT
016210             TO TT-REJECT-COUNT (TOTALS-TABLE-COUNT)
016220         MOVE DY-OVERCAP-COUNT
016230             TO TT-OVERCAP-COUNT (TOTALS-TABLE-COUNT)
016240         PERFORM 141-READ-TOTALS-RECORD
016250     END-IF.

016260 146-LOAD-EXPECTED-RECEIPTS.
016270     OPEN INPUT EXPECTED-RECEIPTS-FILE.
016280     IF NOT EXPECTED-RECEIPTS-OK
016290         DISPLAY "NO EXPECTED-RECEIPTS EXTRACT - RECEIPTS "
016300             "CHECKING IS OFF THIS RUN."
016310     ELSE
016320         PERFORM 147-READ-RECEIPTS-RECORD
016330         PERFORM 148-ADD-EXPECT-ENTRY
016340             UNTIL EXPECTED-RECEIPTS-EOF
016350         CLOSE EXPECTED-RECEIPTS-FILE
016360         SET RECEIPTS-LOADED TO TRUE
016370     END-IF.

016380 147-READ-RECEIPTS-RECORD.
016390     READ EXPECTED-RECEIPTS-FILE
016400         AT END
016410             SET EXPECTED-RECEIPTS-EOF TO TRUE
016420     END-READ.

016430 148-ADD-EXPECT-ENTRY.
016440*    ONLY ROWS DUE TODAY ARE CHECKED - THE EXTRACT MAY CARRY
016450*    THE WHOLE WEEK.
016460     IF XR-EXPECT-DATE NOT = RUN-DATE
016470         CONTINUE
016480     ELSE
016490         IF EXPECT-TABLE-COUNT >= 500
016500             DISPLAY "MORE THAN 500 EXPECTED RECEIPTS FOR "
016510                 "TODAY - REMAINDER NOT CHECKED."
016520             SET EXPECTED-RECEIPTS-EOF TO TRUE
016530         ELSE
016540             ADD 1 TO EXPECT-TABLE-COUNT
016550             MOVE XR-PRODUCT-NAME
016560                 TO XT-PRODUCT-NAME (EXPECT-TABLE-COUNT)
016570             MOVE XR-EXPECT-QTY
016580                 TO XT-EXPECT-QTY (EXPECT-TABLE-COUNT)
016590             MOVE ZERO
016600                 TO XT-RECEIVED-QTY (EXPECT-TABLE-COUNT)
016610         END-IF
016620     END-IF.
016630     IF NOT EXPECTED-RECEIPTS-EOF
016640         PERFORM 147-READ-RECEIPTS-RECORD
016650     END-IF.

016660 155-SEED-DEPT-CAPACITY.
016670*    TODAY'S PER-DEPT QUANTITY NOW COMES STRAIGHT FROM THE
016680*    DAILY-TOTALS FILE - NO FULL LOG SCAN AT EVERY STARTUP.
016690     PERFORM 158-SEED-ONE-DEPT
016700         VARYING DEPT-TABLE-IDX FROM 1 BY 1
016710         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.

016720 158-SEED-ONE-DEPT.
016730     MOVE DT-SITE-CODE (DEPT-TABLE-IDX) TO TW-SITE-CODE.
016740     MOVE DT-DEPT-CODE (DEPT-TABLE-IDX) TO TW-DEPT-CODE.
016750     MOVE ZERO TO TOTALS-HIT-SUB.
016760     PERFORM 411-MATCH-TOTALS-ENTRY
016770         VARYING TOTALS-SUB FROM 1 BY 1
016780         UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT
016790         OR TOTALS-HIT-SUB > ZERO.
016800     IF TOTALS-HIT-SUB > ZERO
016810         MOVE TT-UNIT-TOTAL (TOTALS-HIT-SUB)
016820             TO DT-ASSIGNED-QTY (DEPT-TABLE-IDX)
016830     END-IF.

016840 160-READ-DEPT-MASTER-RECORD.
016850     READ DEPT-MASTER-FILE
016860         AT END
016870             SET DEPT-MASTER-EOF TO TRUE
016880     END-READ.

016890 170-ADD-DEPT-TABLE-ENTRY.
016900     IF DEPT-TABLE-COUNT >= 100
016910         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
016920             "DEPARTMENTS. RUN ABORTED."
016930         PERFORM 950-ABORT-RUN
016940     END-IF.
016950     ADD 1 TO DEPT-TABLE-COUNT.
016960     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
016970     IF DM-SITE-CODE = SPACES
016980         MOVE HOME-SITE-CODE TO DM-SITE-CODE
016990     END-IF.
017000     MOVE DM-SITE-CODE   TO DT-SITE-CODE (DEPT-TABLE-IDX).
017010     MOVE DM-DEPT-CODE   TO DT-DEPT-CODE (DEPT-TABLE-IDX).
017020     MOVE DM-DEPT-NAME   TO DT-DEPT-NAME (DEPT-TABLE-IDX).
017030     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
017040     MOVE DM-DAILY-CAPACITY TO DT-DAILY-CAPACITY (DEPT-TABLE-IDX).
017050     MOVE DM-DEFER-FLAG  TO DT-DEFER-FLAG (DEPT-TABLE-IDX).
017060     MOVE "N" TO DT-CLOSED-FLAG (DEPT-TABLE-IDX).
017070     MOVE ZERO TO DT-ASSIGNED-QTY (DEPT-TABLE-IDX).
017080     PERFORM 160-READ-DEPT-MASTER-RECORD.

017090 175-LOAD-DEPT-CALENDAR.
017100     OPEN INPUT DEPT-CALENDAR-FILE.
017110     IF NOT DEPT-CALENDAR-OK
017120         DISPLAY "NO DEPT-CALENDAR-FILE - EVERY DEPT RUNS AT "
017130             "ITS MASTER CAPACITY TODAY."
017140     ELSE
017150         PERFORM 176-READ-CALENDAR-RECORD
017160         PERFORM 177-ADD-CAL-TABLE-ENTRY
017170             UNTIL DEPT-CALENDAR-EOF
017180         CLOSE DEPT-CALENDAR-FILE
017190     END-IF.

017200 176-READ-CALENDAR-RECORD.
017210     READ DEPT-CALENDAR-FILE
017220         AT END
017230             SET DEPT-CALENDAR-EOF TO TRUE
017240     END-READ.

017250 177-ADD-CAL-TABLE-ENTRY.
017260     IF CAL-TABLE-COUNT >= 200
017270         DISPLAY "DEPT-CALENDAR-FILE HAS MORE THAN 200 "
017280             "ENTRIES - REMAINDER IGNORED."
017290         SET DEPT-CALENDAR-EOF TO TRUE
017300     ELSE
017310         ADD 1 TO CAL-TABLE-COUNT
017320         IF DC-SITE-CODE = SPACES
017330             MOVE HOME-SITE-CODE TO DC-SITE-CODE
017340         END-IF
017350         MOVE DC-SITE-CODE
017360             TO CA-SITE-CODE (CAL-TABLE-COUNT)
017370         MOVE DC-DEPT-CODE
017380             TO CA-DEPT-CODE (CAL-TABLE-COUNT)
017390         MOVE DC-ENTRY-TYPE
017400             TO CA-ENTRY-TYPE (CAL-TABLE-COUNT)
017410         MOVE DC-CAL-DATE
017420             TO CA-CAL-DATE (CAL-TABLE-COUNT)
017430         MOVE DC-DAY-OF-WEEK
017440             TO CA-DAY-OF-WEEK (CAL-TABLE-COUNT)
017450         MOVE DC-OPEN-FLAG
017460             TO CA-OPEN-FLAG (CAL-TABLE-COUNT)
017470         MOVE DC-CAPACITY-OVERRIDE
017480             TO CA-CAPACITY-OVERRIDE (CAL-TABLE-COUNT)
017490         PERFORM 176-READ-CALENDAR-RECORD
017500     END-IF.

017510 178-APPLY-CALENDAR-TODAY.
017520*    RESOLVE TODAY'S RULE PER DEPT ONCE AT STARTUP - A CLOSED
017530*    DEPT IS FLAGGED ON THE DEPT TABLE AND A CAPACITY OVERRIDE
017540*    REPLACES DM-DAILY-CAPACITY FOR THE REST OF THE RUN.
017550     MOVE RUN-DATE TO ZW-DATE.
017560     PERFORM 185-COMPUTE-DAY-OF-WEEK.
017570     PERFORM 179-APPLY-ONE-DEPT-RULE
017580         VARYING DEPT-TABLE-IDX FROM 1 BY 1
017590         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.

017600 179-APPLY-ONE-DEPT-RULE.
017610     MOVE DT-SITE-CODE (DEPT-TABLE-IDX) TO CW-SITE-CODE.
017620     MOVE DT-DEPT-CODE (DEPT-TABLE-IDX) TO CW-DEPT-CODE.
017630     PERFORM 165-LOOKUP-CALENDAR.
017640     IF CW-CLOSED-FLAG = "Y"
017650         MOVE "Y" TO DT-CLOSED-FLAG (DEPT-TABLE-IDX)
017660         DISPLAY "CALENDAR: " DT-DEPT-NAME (DEPT-TABLE-IDX)
017670             " IS CLOSED TODAY."
017680     END-IF.
017690     IF CW-OVERRIDE-QTY > ZERO
017700         MOVE CW-OVERRIDE-QTY
017710             TO DT-DAILY-CAPACITY (DEPT-TABLE-IDX)
017720         DISPLAY "CALENDAR: " DT-DEPT-NAME (DEPT-TABLE-IDX)
017730             " CAPACITY IS " CW-OVERRIDE-QTY " TODAY."
017740     END-IF.

017750 165-LOOKUP-CALENDAR.
017760*    A SPECIFIC-DATE ENTRY BEATS A WEEKDAY ENTRY FOR THE SAME
017770*    DAY.
017780     MOVE "N" TO CW-CLOSED-FLAG.
017790     MOVE ZERO TO CW-OVERRIDE-QTY.
017800     MOVE ZERO TO CAL-DATE-HIT-SUB.
017810     MOVE ZERO TO CAL-WEEK-HIT-SUB.
017820     PERFORM 166-MATCH-CAL-ENTRY
017830         VARYING CAL-SUB FROM 1 BY 1
017840         UNTIL CAL-SUB > CAL-TABLE-COUNT.
017850     IF CAL-DATE-HIT-SUB > ZERO
017860         MOVE CAL-DATE-HIT-SUB TO CAL-SUB
017870         PERFORM 167-APPLY-CAL-ENTRY
017880     ELSE
017890         IF CAL-WEEK-HIT-SUB > ZERO
017900             MOVE CAL-WEEK-HIT-SUB TO CAL-SUB
017910             PERFORM 167-APPLY-CAL-ENTRY
017920         END-IF
017930     END-IF.

017940 166-MATCH-CAL-ENTRY.
017950     IF CA-DEPT-CODE (CAL-SUB) = CW-DEPT-CODE
017960             AND CA-SITE-CODE (CAL-SUB) = CW-SITE-CODE
017970         EVALUATE TRUE
017980             WHEN CA-ENTRY-TYPE (CAL-SUB) = "D"
017990                     AND CA-CAL-DATE (CAL-SUB) = RUN-DATE
018000                 IF CAL-DATE-HIT-SUB = ZERO
018010                     MOVE CAL-SUB TO CAL-DATE-HIT-SUB
018020                 END-IF
018030             WHEN CA-ENTRY-TYPE (CAL-SUB) = "W"
018040                     AND CA-DAY-OF-WEEK (CAL-SUB)
018050                     = RUN-DAY-OF-WEEK
018060                 IF CAL-WEEK-HIT-SUB = ZERO
018070                     MOVE CAL-SUB TO CAL-WEEK-HIT-SUB
018080                 END-IF
018090             WHEN OTHER
018100                 CONTINUE
018110         END-EVALUATE
018120     END-IF.

018130 167-APPLY-CAL-ENTRY.
018140     IF CA-OPEN-FLAG (CAL-SUB) = "N"
018150         MOVE "Y" TO CW-CLOSED-FLAG
018160     END-IF.
018170     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB) TO CW-OVERRIDE-QTY.

018180 185-COMPUTE-DAY-OF-WEEK.
018190*    ZELLER'S CONGRUENCE ON THE DATE IN ZW-DATE, GIVING
018200*    RUN-DAY-OF-WEEK 1=MONDAY THROUGH 7=SUNDAY.
018210     MOVE ZW-YYYY TO ZW-YEAR-ADJ.
018220     MOVE ZW-MM   TO ZW-MONTH-ADJ.
018230     IF ZW-MONTH-ADJ < 3
018240         ADD 12 TO ZW-MONTH-ADJ
018250         SUBTRACT 1 FROM ZW-YEAR-ADJ
018260     END-IF.
018270     DIVIDE ZW-YEAR-ADJ BY 100 GIVING ZW-CENTURY
018280         REMAINDER ZW-YEAR-OF-CENT.
018290     COMPUTE ZW-TERM1 = 13 * ( ZW-MONTH-ADJ + 1 ).
018300     DIVIDE ZW-TERM1 BY 5 GIVING ZW-TERM1.
018310     DIVIDE ZW-YEAR-OF-CENT BY 4 GIVING ZW-TERM2.
018320     DIVIDE ZW-CENTURY BY 4 GIVING ZW-TERM3.
018330     COMPUTE ZW-H = ZW-DD + ZW-TERM1 + ZW-YEAR-OF-CENT
018340         + ZW-TERM2 + ZW-TERM3 + ( 5 * ZW-CENTURY ).
018350     ADD 5 TO ZW-H.
018360     DIVIDE ZW-H BY 7 GIVING ZW-QUOT REMAINDER ZW-H.
018370     COMPUTE RUN-DAY-OF-WEEK = ZW-H + 1.

018380 250-VALIDATE-DEPT-CODE.
018390     PERFORM 255-LOOKUP-DEPT-CODE.
018400     IF NOT DEPT-CODE-IS-VALID
018410         PERFORM 260-REJECT-DEPT-CODE
018420     END-IF.

018430 255-LOOKUP-DEPT-CODE.
018440*    A DEPT CLOSED ON THE CALENDAR TODAY STAYS "VALID" ONLY
018450*    WHEN IT IS DEFER-ENABLED - THE WORK THEN GOES TO THE
018460*    DEFERRED QUEUE. OTHERWISE THE RECORD REJECTS WITH ITS
018470*    OWN CLOSED-TODAY REASON.
018480     MOVE "N" TO DEPT-CLOSED-SWITCH.
018490     SET DEPT-TABLE-IDX TO 1.
018500     SEARCH DEPT-TABLE-ENTRY
018510         AT END
018520             MOVE "N" TO DEPT-CODE-VALID-SWITCH
018530         WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = DEPT-CODE
018540                 AND DT-SITE-CODE (DEPT-TABLE-IDX) = SITE-CODE
018550                 AND DT-ACTIVE-FLAG (DEPT-TABLE-IDX) = "Y"
018560             IF DT-CLOSED-FLAG (DEPT-TABLE-IDX) = "Y"
018570                     AND DT-DEFER-FLAG (DEPT-TABLE-IDX)
018580                     NOT = "Y"
018590                 SET DEPT-CLOSED-TODAY TO TRUE
018600             ELSE
018610                 SET DEPT-CODE-IS-VALID TO TRUE
018620             END-IF
018630     END-SEARCH.

018640 260-REJECT-DEPT-CODE.
018650     PERFORM 270-WRITE-DEPT-CODE-REJECT.
018660     ADD 1 TO BATCH-REJECT-COUNT.
018670     IF DEPT-CLOSED-TODAY
018680         DISPLAY "DEPT IS CLOSED TODAY PER THE CALENDAR. "
018690             "TRY ANOTHER DEPT."
018700     ELSE
018710         DISPLAY "INVALID DEPT CODE - NOT ON FILE. TRY AGAIN."
018720     END-IF.
018730     DISPLAY "INPUT DEPT CODE (01-03): ".
018740     ACCEPT DEPT-CODE.

018750 270-WRITE-DEPT-CODE-REJECT.
018760     ACCEPT CDT-TIME FROM TIME.

018770     MOVE PRODUCT-NAME TO RJ-PRODUCT-NAME.
018780     MOVE DEPT-CODE    TO RJ-DEPT-CODE.
018790     EVALUATE TRUE
018800         WHEN RECYCLED-INPUT
018810             MOVE "SECOND REJECTION OF RECYCLED RECORD"
018820                 TO RJ-REJECT-REASON
018830             DISPLAY "*** ESCALATION: " PRODUCT-NAME
018840                 " WAS RECYCLED AND HAS REJECTED A SECOND TIME. "
018850                 "REFER TO SUPERVISOR."
018860         WHEN PRODUCT-UNKNOWN
018870             MOVE "PRODUCT NOT ON PRODUCT MASTER"
018880                 TO RJ-REJECT-REASON
018890         WHEN XFER-NO-MATCH
018900             MOVE "NO MATCHING ASSIGNMENT LOGGED TODAY"
018910                 TO RJ-REJECT-REASON
018920         WHEN DEPT-CLOSED-TODAY
018930             MOVE "DEPARTMENT CLOSED TODAY PER CALENDAR"
018940                 TO RJ-REJECT-REASON
018950         WHEN AUTO-ROUTE-FAILED
018960             MOVE "BLANK DEPT AND PRODUCT NOT ON MASTER"
018970                 TO RJ-REJECT-REASON
018980         WHEN OTHER
018990             MOVE "DEPT CODE NOT FOUND IN DEPT-MASTER-FILE"
019000                 TO RJ-REJECT-REASON
019010     END-EVALUATE.
019020     MOVE RUN-DATE     TO RJ-RUN-DATE.
019030     MOVE CDT-TIME     TO RJ-RUN-TIME.
019040     MOVE PRODUCT-QTY  TO RJ-PRODUCT-QTY.
019050     MOVE PRIORITY-CODE TO RJ-PRIORITY-CODE.
019060     MOVE RECYCLE-FLAG TO RJ-RECYCLE-FLAG.
019070     MOVE SITE-CODE    TO RJ-SITE-CODE.

019080     WRITE DEPT-CODE-REJECT-RECORD.

019090     MOVE SITE-CODE TO TW-SITE-CODE.
019100     MOVE DEPT-CODE TO TW-DEPT-CODE.
019110     MOVE ZERO TO TW-ASSIGN-ADJ.
019120     MOVE ZERO TO TW-UNITS-ADJ.
019130     MOVE 1 TO TW-REJECT-ADJ.
019140     MOVE ZERO TO TW-OVERCAP-ADJ.
019150     PERFORM 410-BUMP-DAY-TOTALS.

019160 200-VALIDATE-USER.
019170     IF IS-AI-USER = "Y"
019180         DISPLAY "------------------------------------"
019190         DISPLAY GHOST-FACE
019200         DISPLAY HULI-MSG
019210         DISPLAY "!!! JUMPSCARE !!! BOO! !!!"
019220         DISPLAY "------------------------------------"
019230         MOVE "FLAGGED-AS-AI" TO VIBE-CHECK-RESULT
019240     ELSE
019250         DISPLAY "VIBE CHECK PASSED, BRO. STAY GIRLY. ✨"
019260         MOVE "PASSED"         TO VIBE-CHECK-RESULT
019270     END-IF.

019280     PERFORM 210-WRITE-USER-ACTIVITY.

019290 210-WRITE-USER-ACTIVITY.
019300     ACCEPT CDT-TIME FROM TIME.

019310     MOVE USER-NAME         TO UA-USER-NAME.
019320     MOVE VIBE-CHECK-RESULT TO UA-VIBE-RESULT.
019330     MOVE RUN-DATE          TO UA-RUN-DATE.
019340     MOVE CDT-TIME          TO UA-RUN-TIME.

019350     WRITE USER-ACTIVITY-RECORD.

019360 300-CHECK-DEPARTMENT.
019370     MOVE "UNKNOWN-DEPT" TO DEPT-NAME.
019380     MOVE "N" TO OVER-CAPACITY-SWITCH.
019390     MOVE "N" TO ASSIGN-DEFER-SWITCH.
019400     SET DEPT-TABLE-IDX TO 1.
019410     SEARCH DEPT-TABLE-ENTRY
019420         AT END
019430             MOVE "UNKNOWN-DEPT" TO DEPT-NAME
019440         WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = DEPT-CODE
019450                 AND DT-SITE-CODE (DEPT-TABLE-IDX) = SITE-CODE
019460                 AND DT-ACTIVE-FLAG (DEPT-TABLE-IDX) = "Y"
019470             MOVE DT-DEPT-NAME (DEPT-TABLE-IDX) TO DEPT-NAME
019480             PERFORM 310-TRACK-DEPT-CAPACITY
019490     END-SEARCH.

019500     DISPLAY "PRODUCT: " PRODUCT-NAME.
019510     DISPLAY "ASSIGNED TO: " DEPT-NAME.

019520     IF DEPT-NAME = "COQUETTE-VIBE"
019530         DISPLAY "STATUS: 🎀 SUPER GIRLIE APPROVED 🎀"
019540     END-IF.

019550     IF ASSIGN-DEFERRED
019560         PERFORM 350-WRITE-DEFERRED-QUEUE
019570         PERFORM 337-NOTE-DEFERRED-RECEIPT
019580         PERFORM 620-WRITE-PRINT-DETAIL
019590     ELSE
019600         PERFORM 320-CHECK-PRODUCT-MASTER
019610         PERFORM 335-CHECK-EXPECTED-RECEIPT
019620         PERFORM 620-WRITE-PRINT-DETAIL
019630         PERFORM 400-WRITE-ASSIGNMENT-LOG
019640     END-IF.

019650 310-TRACK-DEPT-CAPACITY.
019660*    A DEFER-ENABLED DEPT HOLDS THE BREACHING ASSIGNMENT - OR
019670*    ANY ASSIGNMENT ON A DAY IT IS CLOSED - ON THE DEFERRED
019680*    QUEUE; EVERY OTHER DEPT KEEPS WARN-AND-ASSIGN. THE DAILY
019690*    CAPACITY HERE IS TODAY'S CALENDAR FIGURE WHEN ONE EXISTS.
019700     IF DT-DEFER-FLAG (DEPT-TABLE-IDX) = "Y"
019710             AND ( DT-CLOSED-FLAG (DEPT-TABLE-IDX) = "Y"
019720             OR DT-ASSIGNED-QTY (DEPT-TABLE-IDX) + PRODUCT-QTY
019730             > DT-DAILY-CAPACITY (DEPT-TABLE-IDX) )
019740         SET ASSIGN-DEFERRED TO TRUE
019750     ELSE
019760         ADD PRODUCT-QTY TO DT-ASSIGNED-QTY (DEPT-TABLE-IDX)
019770     END-IF.
019780     IF DT-ASSIGNED-QTY (DEPT-TABLE-IDX) >
019790             DT-DAILY-CAPACITY (DEPT-TABLE-IDX)
019800         SET OVER-CAPACITY TO TRUE
019810         DISPLAY "*** WARNING: " DEPT-NAME " IS NOW OVER ITS "
019820             "DAILY CAPACITY OF "
019830             DT-DAILY-CAPACITY (DEPT-TABLE-IDX) " UNITS"
019840     END-IF.

019850 350-WRITE-DEFERRED-QUEUE.
019860     MOVE PRODUCT-NAME  TO DQ-PRODUCT-NAME.
019870     MOVE DEPT-CODE     TO DQ-DEPT-CODE.
019880     MOVE PRODUCT-QTY   TO DQ-PRODUCT-QTY.
019890     MOVE PRIORITY-CODE TO DQ-PRIORITY-CODE.
019900     MOVE RUN-DATE      TO DQ-DEFER-DATE.
019910     MOVE SITE-CODE     TO DQ-SITE-CODE.
019920     WRITE DEFERRED-QUEUE-RECORD.
019930     ADD 1 TO DEFER-COUNT.
019940     DISPLAY "*** " DEPT-NAME " IS AT DAILY CAPACITY - "
019950         PRODUCT-NAME " HELD ON THE DEFERRED-WORK QUEUE.".

019960 360-APPLY-TRANSFER.
019970     MOVE CURRENT-SITE-CODE  TO SITE-CODE.
019980     MOVE TR-XF-PRODUCT-CODE TO PRODUCT-CODE.
019990     MOVE TR-XF-PRODUCT-NAME TO PRODUCT-NAME.
020000     MOVE TR-XF-QTY          TO PRODUCT-QTY.
020010     MOVE TR-XF-FROM-DEPT    TO XFER-FROM-DEPT.
020020     MOVE TR-XF-TO-DEPT      TO XFER-TO-DEPT.
020030     MOVE SPACE TO RECYCLE-FLAG.
020040     MOVE SPACE TO PRIORITY-CODE.
020050     MOVE "N" TO AUTO-ROUTE-SWITCH.
020060     MOVE "N" TO AUTO-ROUTE-FAIL-SWITCH.
020070     MOVE "N" TO XFER-REJECT-SWITCH.
020080     MOVE XFER-FROM-DEPT TO DEPT-CODE.
020090     PERFORM 225-IDENTIFY-PRODUCT.
020100     IF PRODUCT-IS-KNOWN
020110         PERFORM 368-FIND-TODAY-ASSIGN
020120     ELSE
020130         MOVE "N" TO XFER-MATCH-SWITCH
020140     END-IF.
020150     IF NOT XFER-MATCH-FOUND
020160         SET XFER-NO-MATCH TO TRUE
020170         PERFORM 270-WRITE-DEPT-CODE-REJECT
020180         ADD 1 TO BATCH-REJECT-COUNT
020190         ADD 1 TO PB-BYPASS-COUNT
020200         ADD PRODUCT-QTY TO PB-BYPASS-QTY
020210     ELSE
020220         MOVE XFER-TO-DEPT TO DEPT-CODE
020230         MOVE "N" TO DEPT-CODE-VALID-SWITCH
020240         PERFORM 255-LOOKUP-DEPT-CODE
020250         IF NOT DEPT-CODE-IS-VALID
020260             PERFORM 270-WRITE-DEPT-CODE-REJECT
020270             ADD 1 TO BATCH-REJECT-COUNT
020280             ADD 1 TO PB-BYPASS-COUNT
020290             ADD PRODUCT-QTY TO PB-BYPASS-QTY
020300         ELSE
020310             PERFORM 363-MOVE-TRANSFER-QTY
020320         END-IF
020330     END-IF.

020340 362-APPLY-REVERSAL.
020350     MOVE CURRENT-SITE-CODE TO SITE-CODE.
020360     MOVE TR-PRODUCT-CODE TO PRODUCT-CODE.
020370     MOVE TR-PRODUCT-NAME TO PRODUCT-NAME.
020380     MOVE TR-PRODUCT-QTY  TO PRODUCT-QTY.
020390     MOVE TR-DEPT-CODE    TO DEPT-CODE.
020400     MOVE SPACE TO RECYCLE-FLAG.
020410     MOVE SPACE TO PRIORITY-CODE.
020420     MOVE "N" TO AUTO-ROUTE-SWITCH.
020430     MOVE "N" TO AUTO-ROUTE-FAIL-SWITCH.
020440     MOVE "N" TO XFER-REJECT-SWITCH.
020450     PERFORM 225-IDENTIFY-PRODUCT.
020460     IF PRODUCT-IS-KNOWN
020470         PERFORM 368-FIND-TODAY-ASSIGN
020480     ELSE
020490         MOVE "N" TO XFER-MATCH-SWITCH
020500     END-IF.
020510     IF NOT XFER-MATCH-FOUND
020520         SET XFER-NO-MATCH TO TRUE
020530         PERFORM 270-WRITE-DEPT-CODE-REJECT
020540         ADD 1 TO BATCH-REJECT-COUNT
020550         ADD 1 TO PB-BYPASS-COUNT
020560         ADD PRODUCT-QTY TO PB-BYPASS-QTY
020570     ELSE
020580         MOVE AX-PRIORITY-CODE TO PRIORITY-CODE
020590         PERFORM 365-CANCEL-TODAY-ASSIGN
020600         PERFORM 364-BACK-OUT-DEPT-QTY
020610         PERFORM 369-WRITE-OFFSET-LOG
020620         ADD 1 TO REVERSAL-COUNT
020630         MOVE "REVERSAL" TO AU-ACTION
020640         MOVE DEPT-CODE TO AU-OLD-DEPT-CODE
020650         MOVE DEPT-NAME TO AU-OLD-DEPT-NAME
020660         MOVE ZERO      TO AU-NEW-DEPT-CODE
020670         MOVE SPACES    TO AU-NEW-DEPT-NAME
020680         PERFORM 372-WRITE-XFER-AUDIT
020690         DISPLAY "REVERSED " PRODUCT-NAME " OUT OF " DEPT-NAME
020700         PERFORM 194-ADVANCE-RESTART-POINT
020710     END-IF.

020720 363-MOVE-TRANSFER-QTY.
020730*    BACK THE QUANTITY OUT OF THE FROM-DEPT WITH AN OFFSETTING
020740*    "V" RECORD, THEN LAND IT IN THE TO-DEPT AS AN ORDINARY
020750*    ASSIGNMENT. A TRANSFER IS A CORRECTION, SO IT ALWAYS
020760*    LANDS - OVER-CAPACITY IS WARNED, NEVER DEFERRED.
020770     MOVE AX-PRIORITY-CODE TO PRIORITY-CODE.
020780     PERFORM 365-CANCEL-TODAY-ASSIGN.
020790     MOVE XFER-FROM-DEPT TO DEPT-CODE.
020800     PERFORM 364-BACK-OUT-DEPT-QTY.
020810     PERFORM 369-WRITE-OFFSET-LOG.
020820     MOVE DEPT-NAME TO AU-OLD-DEPT-NAME.
020830     MOVE XFER-FROM-DEPT TO AU-OLD-DEPT-CODE.
020840     MOVE XFER-TO-DEPT TO DEPT-CODE.
020850     MOVE "N" TO OVER-CAPACITY-SWITCH.
020860     SET DEPT-TABLE-IDX TO 1.
020870     SEARCH DEPT-TABLE-ENTRY
020880         AT END
020890             MOVE "UNKNOWN-DEPT" TO DEPT-NAME
020900         WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = DEPT-CODE
020910                 AND DT-SITE-CODE (DEPT-TABLE-IDX) = SITE-CODE
020920                 AND DT-ACTIVE-FLAG (DEPT-TABLE-IDX) = "Y"
020930             MOVE DT-DEPT-NAME (DEPT-TABLE-IDX) TO DEPT-NAME
020940             ADD PRODUCT-QTY TO DT-ASSIGNED-QTY (DEPT-TABLE-IDX)
020950             IF DT-ASSIGNED-QTY (DEPT-TABLE-IDX) >
020960                     DT-DAILY-CAPACITY (DEPT-TABLE-IDX)
020970                 SET OVER-CAPACITY TO TRUE
020980                 DISPLAY "*** WARNING: " DEPT-NAME
020990                     " IS NOW OVER ITS DAILY CAPACITY"
021000             END-IF
021010     END-SEARCH.
021020     MOVE "N" TO PRODUCT-CONFLICT-SWITCH.
021030     MOVE "N" TO RECEIPT-EXCEPTION-SWITCH.
021040     PERFORM 400-WRITE-ASSIGNMENT-LOG.
021050     ADD 1 TO TRANSFER-COUNT.
021060     ADD 1 TO PB-XFER-COUNT.
021070     ADD PRODUCT-QTY TO PB-XFER-QTY.
021080     MOVE "TRANSFER" TO AU-ACTION.
021090     MOVE XFER-TO-DEPT TO AU-NEW-DEPT-CODE.
021100     MOVE DEPT-NAME    TO AU-NEW-DEPT-NAME.
021110     PERFORM 372-WRITE-XFER-AUDIT.
021120     DISPLAY "TRANSFERRED " PRODUCT-NAME " TO " DEPT-NAME.
021130     PERFORM 194-ADVANCE-RESTART-POINT.

021140 364-BACK-OUT-DEPT-QTY.
021150     MOVE "UNKNOWN-DEPT" TO DEPT-NAME.
021160     SET DEPT-TABLE-IDX TO 1.
021170     SEARCH DEPT-TABLE-ENTRY
021180         AT END
021190             CONTINUE
021200         WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = DEPT-CODE
021210                 AND DT-SITE-CODE (DEPT-TABLE-IDX) = SITE-CODE
021220             MOVE DT-DEPT-NAME (DEPT-TABLE-IDX) TO DEPT-NAME
021230             IF DT-ASSIGNED-QTY (DEPT-TABLE-IDX) >= PRODUCT-QTY
021240                 SUBTRACT PRODUCT-QTY
021250                     FROM DT-ASSIGNED-QTY (DEPT-TABLE-IDX)
021260             ELSE
021270                 MOVE ZERO TO DT-ASSIGNED-QTY (DEPT-TABLE-IDX)
021280             END-IF
021290     END-SEARCH.

021300 365-CANCEL-TODAY-ASSIGN.
021310*    THE MATCHED ASSIGNMENT IS STILL IN THE INDEX RECORD AREA
021320*    FROM 368 - MARK IT NO LONGER LIVE SO A SECOND TRANSFER OR
021330*    REVERSAL CANNOT BACK OUT THE SAME WORK TWICE.
021340     MOVE "N" TO AX-LIVE-FLAG.
021350     REWRITE ASSIGN-INDEX-RECORD
021360         INVALID KEY
021370             DISPLAY "*** ASSIGN INDEX NOT UPDATED FOR "
021380                 PRODUCT-NAME " - RUN ASSIGN-INDEX-REBUILD."
021390     END-REWRITE.

021400 366-READ-TODAY-ASSIGN.
021410     READ ASSIGN-INDEX-FILE NEXT RECORD
021420         AT END
021430             SET INDEX-SCAN-DONE TO TRUE
021440     END-READ.
021450     IF NOT INDEX-SCAN-DONE
021460         IF AX-PRODUCT-KEY NOT = MATCH-PRODUCT-KEY
021470             SET INDEX-SCAN-DONE TO TRUE
021480         ELSE
021490             IF AX-LIVE
021500                 AND AX-PRODUCT-QTY = PRODUCT-QTY
021510                 SET XFER-MATCH-FOUND TO TRUE
021520             END-IF
021530         END-IF
021540     END-IF.

021550 368-FIND-TODAY-ASSIGN.
021560*    TODAY'S ASSIGNMENTS OF THIS PRODUCT TO THIS SITE AND DEPT
021570*    SIT TOGETHER ON THE ASSIGN INDEX - POSITION ON THE FIRST
021580*    AND READ FORWARD FOR A LIVE ONE OF THE SAME QUANTITY.
021590     MOVE "N" TO XFER-MATCH-SWITCH.
021600     MOVE "N" TO INDEX-SCAN-SWITCH.
021610     MOVE RUN-DATE     TO AX-ASSIGN-DATE.
021620     MOVE SITE-CODE    TO AX-SITE-CODE.
021630     MOVE DEPT-CODE    TO AX-DEPT-CODE.
021640     MOVE PRODUCT-NAME TO AX-PRODUCT-NAME.
021650     MOVE ZERO         TO AX-RUN-DATE.
021660     MOVE ZERO         TO AX-RUN-TIME.
021670     MOVE ZERO         TO AX-KEY-SEQUENCE.
021680     MOVE AX-PRODUCT-KEY TO MATCH-PRODUCT-KEY.
021690     START ASSIGN-INDEX-FILE KEY IS NOT LESS THAN AX-KEY
021700         INVALID KEY
021710             SET INDEX-SCAN-DONE TO TRUE
021720     END-START.
021730     PERFORM 366-READ-TODAY-ASSIGN
021740         UNTIL INDEX-SCAN-DONE
021750         OR XFER-MATCH-FOUND.
021760     IF NOT XFER-MATCH-FOUND
021770         DISPLAY "*** NO ASSIGNMENT LOGGED TODAY MATCHES "
021780             PRODUCT-NAME " / SITE " SITE-CODE " / DEPT "
021790             DEPT-CODE " / QTY "
021800             PRODUCT-QTY " - TRANSACTION REJECTED."
021810     END-IF.

021820 369-WRITE-OFFSET-LOG.
021830*    THE OFFSETTING "V" RECORD CARRIES THE SAME PRODUCT, DEPT,
021840*    AND QTY AS THE ASSIGNMENT IT BACKS OUT, SO EVERY READER
021850*    THAT TOTALS THE LOG NETS TO THE TRUE FIGURES.
021860     ACCEPT CDT-TIME FROM TIME.
021870     MOVE PRODUCT-NAME TO LOG-PRODUCT-NAME.
021880     MOVE DEPT-CODE    TO LOG-DEPT-CODE.
021890     MOVE DEPT-NAME    TO LOG-DEPT-NAME.
021900     MOVE RUN-DATE     TO LOG-RUN-DATE.
021910     MOVE CDT-TIME     TO LOG-RUN-TIME.
021920     MOVE "N"          TO LOG-CONFLICT-FLAG.
021930     MOVE PRODUCT-QTY  TO LOG-PRODUCT-QTY.
021940     MOVE PRIORITY-CODE TO LOG-PRIORITY-CODE.
021950     MOVE RUN-DATE     TO LOG-ASSIGN-DATE.
021960     MOVE "N"          TO LOG-OVER-CAP-FLAG.
021970     MOVE "N"          TO LOG-AUTO-ROUTE-FLAG.
021980     MOVE "N"          TO LOG-RECEIPT-FLAG.
021990     MOVE CURRENT-BATCH-ID TO LOG-BATCH-ID.
022000     MOVE PRODUCT-CODE TO LOG-PRODUCT-CODE.
022010     MOVE SITE-CODE    TO LOG-SITE-CODE.
022020     MOVE "V"          TO LOG-RECORD-TYPE.
022030     WRITE ASSIGN-LOG-RECORD.
022040     MOVE SITE-CODE TO TW-SITE-CODE.
022050     MOVE DEPT-CODE TO TW-DEPT-CODE.
022060     MOVE -1 TO TW-ASSIGN-ADJ.
022070     COMPUTE TW-UNITS-ADJ = PRODUCT-QTY * -1.
022080     MOVE ZERO TO TW-REJECT-ADJ.
022090     MOVE ZERO TO TW-OVERCAP-ADJ.
022100     PERFORM 410-BUMP-DAY-TOTALS.

022110 372-WRITE-XFER-AUDIT.
022120     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
022130     ACCEPT CDT-TIME FROM TIME.
022140     MOVE PRODUCT-NAME TO AU-PRODUCT-NAME.
022150     MOVE PRODUCT-CODE TO AU-PRODUCT-CODE.
022160     MOVE SPACES       TO AU-OLD-PRODUCT-NAME.
022170     MOVE USER-NAME    TO AU-USER-NAME.
022180     MOVE CDT-DATE     TO AU-RUN-DATE.
022190     MOVE CDT-TIME     TO AU-RUN-TIME.
022200     WRITE PRODUCT-AUDIT-RECORD.

022210 320-CHECK-PRODUCT-MASTER.
022220     MOVE "N" TO PRODUCT-CONFLICT-SWITCH.
022230     MOVE PRODUCT-CODE TO PM-PRODUCT-CODE.
022240     READ PRODUCT-MASTER-FILE
022250         INVALID KEY
022260             DISPLAY "*** " PRODUCT-NAME " NO LONGER ON THE "
022270                 "PRODUCT MASTER - CONFLICT CHECK SKIPPED"
022280         NOT INVALID KEY
022290             IF PM-DEPT-CODE NOT = DEPT-CODE
022300                 SET PRODUCT-CONFLICT TO TRUE
022310                 ADD 1 TO CONFLICT-COUNT
022320                 DISPLAY "*** CONFLICT: " PRODUCT-NAME
022330                     " WAS PREVIOUSLY ASSIGNED TO "
022340                     PM-DEPT-NAME
022350                 DISPLAY "*** MANUAL RECONCILIATION NEEDED - "
022360                     "DEPT NOT CHANGED ON PRODUCT MASTER"
022370             END-IF
022380     END-READ.

022390 335-CHECK-EXPECTED-RECEIPT.
022400*    EVERY ACCEPTED ASSIGNMENT IS PROVED AGAINST PURCHASING'S
022410*    EXPECTED RECEIPTS. AN UNEXPECTED PRODUCT, OR A RUNNING
022420*    QUANTITY OVER THE ORDER, FLAGS THE LOG RECORD THE WAY A
022430*    CONFLICT DOES SO PRODUCT-MAINT'S REVIEW PASS CAN WORK IT.
022440*    DETAILS RELEASED FROM THE DEFERRED QUEUE (SOURCE "DEF")
022450*    WERE ALREADY COUNTED RECEIVED ON THE DAY THEY ARRIVED -
022460*    CHECKING THEM AGAINST A LATER DAY'S EXTRACT WOULD FLAG
022470*    THEM AS UNEXPECTED.
022480     MOVE "N" TO RECEIPT-EXCEPTION-SWITCH.
022490     IF RECEIPTS-LOADED
022500             AND CURRENT-SOURCE-CODE NOT = "DEF"
022510         MOVE ZERO TO XR-HIT-SUB
022520         PERFORM 336-MATCH-EXPECT-ENTRY
022530             VARYING XR-SUB FROM 1 BY 1
022540             UNTIL XR-SUB > EXPECT-TABLE-COUNT
022550             OR XR-HIT-SUB > ZERO
022560         IF XR-HIT-SUB = ZERO
022570             SET RECEIPT-EXCEPTION TO TRUE
022580             ADD 1 TO UNEXPECTED-COUNT
022590             IF UNEXPECT-LIST-COUNT < 15
022600                 ADD 1 TO UNEXPECT-LIST-COUNT
022610                 MOVE PRODUCT-NAME
022620                     TO UL-PRODUCT-NAME (UNEXPECT-LIST-COUNT)
022630                 MOVE PRODUCT-QTY
022640                     TO UL-PRODUCT-QTY (UNEXPECT-LIST-COUNT)
022650             END-IF
022660             DISPLAY "*** " PRODUCT-NAME " IS NOT ON TODAY'S "
022670                 "EXPECTED RECEIPTS - FLAGGED FOR REVIEW."
022680         ELSE
022690             ADD PRODUCT-QTY
022700                 TO XT-RECEIVED-QTY (XR-HIT-SUB)
022710             IF XT-RECEIVED-QTY (XR-HIT-SUB) >
022720                     XT-EXPECT-QTY (XR-HIT-SUB)
022730                 SET RECEIPT-EXCEPTION TO TRUE
022740                 ADD 1 TO OVER-RECEIPT-COUNT
022750                 DISPLAY "*** " PRODUCT-NAME " IS NOW OVER "
022760                     "THE EXPECTED QUANTITY OF "
022770                     XT-EXPECT-QTY (XR-HIT-SUB)
022780                     " - FLAGGED FOR REVIEW."
022790             END-IF
022800         END-IF
022810     END-IF.

022820 336-MATCH-EXPECT-ENTRY.
022830     IF XT-PRODUCT-NAME (XR-SUB) = PRODUCT-NAME
022840         MOVE XR-SUB TO XR-HIT-SUB
022850     END-IF.

022860 337-NOTE-DEFERRED-RECEIPT.
022870*    HELD GOODS STILL PHYSICALLY ARRIVED - COUNT THEM AS
022880*    RECEIVED SO THE VARIANCE SECTION DOES NOT CALL THEM
022890*    NEVER ARRIVED. NOTHING IS FLAGGED: THERE IS NO LOG
022900*    RECORD YET TO CARRY A FLAG.
022910     IF RECEIPTS-LOADED
022920         MOVE ZERO TO XR-HIT-SUB
022930         PERFORM 336-MATCH-EXPECT-ENTRY
022940             VARYING XR-SUB FROM 1 BY 1
022950             UNTIL XR-SUB > EXPECT-TABLE-COUNT
022960             OR XR-HIT-SUB > ZERO
022970         IF XR-HIT-SUB > ZERO
022980             ADD PRODUCT-QTY
022990                 TO XT-RECEIVED-QTY (XR-HIT-SUB)
023000         END-IF
023010     END-IF.

023020 400-WRITE-ASSIGNMENT-LOG.
023030     ACCEPT CDT-TIME FROM TIME.
023040     MOVE RUN-DATE TO ASSIGN-DATE.

023050     MOVE PRODUCT-NAME TO LOG-PRODUCT-NAME.
023060     MOVE DEPT-CODE    TO LOG-DEPT-CODE.
023070     MOVE DEPT-NAME    TO LOG-DEPT-NAME.
023080     MOVE RUN-DATE     TO LOG-RUN-DATE.
023090     MOVE CDT-TIME     TO LOG-RUN-TIME.
023100     MOVE PRODUCT-CONFLICT-SWITCH TO LOG-CONFLICT-FLAG.
023110     MOVE PRODUCT-QTY     TO LOG-PRODUCT-QTY.
023120     MOVE PRIORITY-CODE   TO LOG-PRIORITY-CODE.
023130     MOVE ASSIGN-DATE     TO LOG-ASSIGN-DATE.
023140     MOVE OVER-CAPACITY-SWITCH TO LOG-OVER-CAP-FLAG.
023150     MOVE AUTO-ROUTE-SWITCH    TO LOG-AUTO-ROUTE-FLAG.
023160     MOVE "A"                  TO LOG-RECORD-TYPE.
023170     MOVE RECEIPT-EXCEPTION-SWITCH TO LOG-RECEIPT-FLAG.
023180     MOVE CURRENT-BATCH-ID     TO LOG-BATCH-ID.
023190     MOVE PRODUCT-CODE         TO LOG-PRODUCT-CODE.
023200     MOVE SITE-CODE            TO LOG-SITE-CODE.

023210     WRITE ASSIGN-LOG-RECORD.

023220     PERFORM 405-WRITE-ASSIGN-INDEX.

023230     MOVE SITE-CODE TO TW-SITE-CODE.
023240     MOVE DEPT-CODE TO TW-DEPT-CODE.
023250     MOVE 1 TO TW-ASSIGN-ADJ.
023260     MOVE PRODUCT-QTY TO TW-UNITS-ADJ.
023270     MOVE ZERO TO TW-REJECT-ADJ.
023280     IF OVER-CAPACITY
023290         MOVE 1 TO TW-OVERCAP-ADJ
023300     ELSE
023310         MOVE ZERO TO TW-OVERCAP-ADJ
023320     END-IF.
023330     PERFORM 410-BUMP-DAY-TOTALS.

023340 405-WRITE-ASSIGN-INDEX.
023350     MOVE LOG-ASSIGN-DATE   TO AX-ASSIGN-DATE.
023360     MOVE LOG-SITE-CODE     TO AX-SITE-CODE.
023370     MOVE LOG-DEPT-CODE     TO AX-DEPT-CODE.
023380     MOVE LOG-PRODUCT-NAME  TO AX-PRODUCT-NAME.
023390     MOVE LOG-RUN-DATE      TO AX-RUN-DATE.
023400     MOVE LOG-RUN-TIME      TO AX-RUN-TIME.
023410     MOVE ZERO              TO AX-KEY-SEQUENCE.
023420     MOVE "Y"               TO AX-LIVE-FLAG.
023430     MOVE LOG-PRODUCT-QTY   TO AX-PRODUCT-QTY.
023440     MOVE LOG-PRIORITY-CODE TO AX-PRIORITY-CODE.
023450     MOVE LOG-PRODUCT-CODE  TO AX-PRODUCT-CODE.
023460     MOVE LOG-BATCH-ID      TO AX-BATCH-ID.
023470     MOVE "N" TO INDEX-WRITE-SWITCH.
023480     PERFORM 406-ADD-INDEX-RECORD
023490         UNTIL INDEX-WRITE-DONE.

023500 406-ADD-INDEX-RECORD.
023510*    TWO ASSIGNMENTS OF ONE PRODUCT IN THE SAME HUNDREDTH OF A
023520*    SECOND TAKE THE NEXT SEQUENCE NUMBER RATHER THAN COLLIDE.
023530     WRITE ASSIGN-INDEX-RECORD
023540         INVALID KEY
023550             CONTINUE
023560     END-WRITE.
023570     IF ASSIGN-INDEX-DUPLICATE
023580             AND AX-KEY-SEQUENCE < 999
023590         ADD 1 TO AX-KEY-SEQUENCE
023600     ELSE
023610         IF NOT ASSIGN-INDEX-OK
023620             DISPLAY "*** ASSIGN INDEX NOT WRITTEN FOR "
023630                 LOG-PRODUCT-NAME " - STATUS "
023640                 ASSIGN-INDEX-STATUS
023650                 " - RUN ASSIGN-INDEX-REBUILD."
023660         END-IF
023670         SET INDEX-WRITE-DONE TO TRUE
023680     END-IF.

023690 410-BUMP-DAY-TOTALS.
023700*    KEEPS THE DATE/SITE/DEPT RUNNING TOTALS IN STEP WITH EVERY
023710*    LOG AND REJECT RECORD WRITTEN, SO NOBODY HAS TO RESCAN THE
023720*    WHOLE ASSIGN LOG TO KNOW WHERE TODAY STANDS.
023730     MOVE ZERO TO TOTALS-HIT-SUB.
023740     PERFORM 411-MATCH-TOTALS-ENTRY
023750         VARYING TOTALS-SUB FROM 1 BY 1
023760         UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT
023770         OR TOTALS-HIT-SUB > ZERO.
023780     IF TOTALS-HIT-SUB = ZERO
023790         IF TOTALS-TABLE-COUNT >= 1000
023800             DISPLAY "DAILY-TOTALS TABLE FULL - ARCHIVE THE "
023810                 "ASSIGN LOG AND RUN TOTALS-REBUILD TO TRIM "
023820                 "THE TOTALS FILE. RUN ABORTED."
023830             PERFORM 950-ABORT-RUN
023840         ELSE
023850             ADD 1 TO TOTALS-TABLE-COUNT
023860             MOVE TOTALS-TABLE-COUNT TO TOTALS-HIT-SUB
023870             MOVE RUN-DATE
023880                 TO TT-TOTAL-DATE (TOTALS-HIT-SUB)
023890             MOVE TW-SITE-CODE
023900                 TO TT-SITE-CODE (TOTALS-HIT-SUB)
023910             MOVE TW-DEPT-CODE
023920                 TO TT-DEPT-CODE (TOTALS-HIT-SUB)
023930             MOVE ZERO TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
023940             MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
023950             MOVE ZERO TO TT-REJECT-COUNT (TOTALS-HIT-SUB)
023960             MOVE ZERO TO TT-OVERCAP-COUNT (TOTALS-HIT-SUB)
023970         END-IF
023980     END-IF.
023990     IF TOTALS-HIT-SUB > ZERO
024000         PERFORM 412-APPLY-TOTALS-ADJ
024010     END-IF.

024020 411-MATCH-TOTALS-ENTRY.
024030     IF TT-TOTAL-DATE (TOTALS-SUB) = RUN-DATE
024040         AND TT-SITE-CODE (TOTALS-SUB) = TW-SITE-CODE
024050         AND TT-DEPT-CODE (TOTALS-SUB) = TW-DEPT-CODE
024060         MOVE TOTALS-SUB TO TOTALS-HIT-SUB
024070     END-IF.

024080 412-APPLY-TOTALS-ADJ.
024090     IF TW-ASSIGN-ADJ < ZERO
024100         IF TT-ASSIGN-COUNT (TOTALS-HIT-SUB) > ZERO
024110             SUBTRACT 1 FROM TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
024120         END-IF
024130     ELSE
024140         ADD TW-ASSIGN-ADJ
024150             TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
024160     END-IF.
024170     IF TW-UNITS-ADJ < ZERO
024180         COMPUTE UNITS-BACKOUT = TW-UNITS-ADJ * -1
024190         IF TT-UNIT-TOTAL (TOTALS-HIT-SUB) >= UNITS-BACKOUT
024200             SUBTRACT UNITS-BACKOUT
024210                 FROM TT-UNIT-TOTAL (TOTALS-HIT-SUB)
024220         ELSE
024230             MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
024240         END-IF
024250     ELSE
024260         ADD TW-UNITS-ADJ TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
024270     END-IF.
024280     ADD TW-REJECT-ADJ TO TT-REJECT-COUNT (TOTALS-HIT-SUB).
024290     ADD TW-OVERCAP-ADJ TO TT-OVERCAP-COUNT (TOTALS-HIT-SUB).

024300 610-WRITE-PRINT-HEADING.
024310     ADD 1 TO PRINT-PAGE-COUNT.

024320     MOVE PRINT-PAGE-COUNT TO PRINT-PAGE-EDIT.
024330     MOVE SPACES TO PRINT-REPORT-LINE.
024340     STRING "GIGAHERTZ DEPARTMENT ASSIGNMENT REPORT - RUN DATE "
024350             RUN-DATE "   PAGE " PRINT-PAGE-EDIT
024360             DELIMITED BY SIZE INTO PRINT-REPORT-LINE.
024370     WRITE PRINT-REPORT-LINE AFTER ADVANCING PAGE.

024380     MOVE SPACES TO PRINT-REPORT-LINE.
024390     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

024400     MOVE SPACES TO PRINT-REPORT-LINE.
024410     STRING "PRODUCT NAME                    ST CD  DEPT NAME"
024420             "            ROUTING"
024430             DELIMITED BY SIZE INTO PRINT-REPORT-LINE.
024440     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

024450     MOVE ALL "-" TO PRINT-REPORT-LINE.
024460     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

024470     MOVE ZERO TO PRINT-LINE-COUNT.

024480 620-WRITE-PRINT-DETAIL.
024490     IF PRINT-LINE-COUNT = ZERO
024500             OR PRINT-LINE-COUNT >= PRINT-LINES-PER-PAGE
024510         PERFORM 610-WRITE-PRINT-HEADING
024520     END-IF.

024530     MOVE SPACES TO PRINT-DETAIL-LINE.
024540     MOVE PRODUCT-NAME TO PDL-PRODUCT-NAME.
024550     MOVE SITE-CODE    TO PDL-SITE-CODE.
024560     MOVE DEPT-CODE    TO PDL-DEPT-CODE.
024570     MOVE DEPT-NAME    TO PDL-DEPT-NAME.
024580     IF ASSIGN-DEFERRED
024590         MOVE "*DEFERRED*" TO PDL-ROUTE-TAG
024600     ELSE
024610         IF AUTO-ROUTED
024620             MOVE "AUTO-ROUTED" TO PDL-ROUTE-TAG
024630         END-IF
024640     END-IF.
024650     MOVE PRINT-DETAIL-LINE TO PRINT-REPORT-LINE.
024660     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

024670     ADD 1 TO PRINT-LINE-COUNT.

024680 630-CLOSE-PRINT-REPORT.
024690     MOVE SPACES TO PRINT-REPORT-LINE.
024700     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.
024710     MOVE "*** END OF REPORT ***" TO PRINT-REPORT-LINE.
024720     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.
024730     CLOSE ASSIGNMENT-PRINT-FILE.

024740 700-EXPORT-ASSIGNMENT-CSV.
024750     OPEN INPUT PRODUCT-ASSIGN-LOG.
024760     IF NOT ASSIGN-LOG-OK
024770         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - CANNOT EXPORT "
024780             "CSV. RUN ABORTED."
024790         PERFORM 950-ABORT-RUN
024800     END-IF.
024810     OPEN OUTPUT CSV-EXPORT-FILE.
024820     MOVE "N" TO CSV-EOF-SWITCH.
024830     MOVE RUN-DATE TO CSV-RUN-DATE.
024840     PERFORM 710-READ-ASSIGN-LOG-FOR-CSV.
024850     PERFORM 720-WRITE-CSV-RECORD
024860         UNTIL CSV-AT-EOF.
024870     CLOSE PRODUCT-ASSIGN-LOG.
024880     CLOSE CSV-EXPORT-FILE.

024890 710-READ-ASSIGN-LOG-FOR-CSV.
024900     READ PRODUCT-ASSIGN-LOG
024910         AT END
024920             SET CSV-AT-EOF TO TRUE
024930     END-READ.

024940 720-WRITE-CSV-RECORD.
024950     IF LOG-ASSIGN-DATE = CSV-RUN-DATE
024960         IF LOG-TYPE-REVERSAL
024970             MOVE "V" TO CSV-TYPE-CODE
024980         ELSE
024990             MOVE "A" TO CSV-TYPE-CODE
025000         END-IF
025010         MOVE SPACES TO CSV-EXPORT-RECORD
025020         STRING LOG-PRODUCT-NAME DELIMITED BY SPACE
025030                 "," DELIMITED BY SIZE
025040                 LOG-DEPT-CODE DELIMITED BY SIZE
025050                 "," DELIMITED BY SIZE
025060                 LOG-DEPT-NAME DELIMITED BY SPACE
025070                 "," DELIMITED BY SIZE
025080                 LOG-ASSIGN-DATE DELIMITED BY SIZE
025090                 "," DELIMITED BY SIZE
025100                 CSV-TYPE-CODE DELIMITED BY SIZE
025110                 "," DELIMITED BY SIZE
025120                 LOG-PRODUCT-CODE DELIMITED BY SPACE
025130                 "," DELIMITED BY SIZE
025140                 LOG-SITE-CODE DELIMITED BY SIZE
025150                 INTO CSV-EXPORT-RECORD
025160         WRITE CSV-EXPORT-RECORD
025170     END-IF.
025180     PERFORM 710-READ-ASSIGN-LOG-FOR-CSV.

025190 800-WRITE-CAPACITY-REPORT.
025200     OPEN OUTPUT CAPACITY-RPT-FILE.
025210     MOVE SPACES TO CAPACITY-RPT-LINE.
025220     STRING "GIGAHERTZ OVER-CAPACITY EXCEPTION REPORT - RUN DATE "
025230             RUN-DATE
025240             DELIMITED BY SIZE INTO CAPACITY-RPT-LINE.
025250     WRITE CAPACITY-RPT-LINE.
025260     MOVE "ST  DEPT NAME           CAPACITY    ASSIGNED"
025270         TO CAPACITY-RPT-LINE.
025280     WRITE CAPACITY-RPT-LINE.
025290     MOVE ALL "-" TO CAPACITY-RPT-LINE.
025300     WRITE CAPACITY-RPT-LINE.
025310     PERFORM 810-WRITE-CAPACITY-DETAIL
025320         VARYING DEPT-TABLE-IDX FROM 1 BY 1
025330         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.
025340     CLOSE CAPACITY-RPT-FILE.

025350 810-WRITE-CAPACITY-DETAIL.
025360     MOVE SPACES TO CAP-DETAIL-LINE.
025370     MOVE DT-SITE-CODE (DEPT-TABLE-IDX)     TO CAP-SITE-CODE.
025380     MOVE DT-DEPT-NAME (DEPT-TABLE-IDX)     TO CAP-DEPT-NAME.
025390     MOVE DT-DAILY-CAPACITY (DEPT-TABLE-IDX)
025400         TO CAP-CAPACITY-EDIT.
025410     MOVE DT-ASSIGNED-QTY (DEPT-TABLE-IDX)  TO CAP-ASSIGNED-EDIT.
025420     IF DT-ASSIGNED-QTY (DEPT-TABLE-IDX) >
025430             DT-DAILY-CAPACITY (DEPT-TABLE-IDX)
025440         MOVE "*OVER LIMIT*" TO CAP-OVER-TAG
025450         DISPLAY "*** OVER CAPACITY: SITE "
025460             DT-SITE-CODE (DEPT-TABLE-IDX) " "
025470             DT-DEPT-NAME (DEPT-TABLE-IDX)
025480     END-IF.
025490     MOVE CAP-DETAIL-LINE TO CAPACITY-RPT-LINE.
025500     WRITE CAPACITY-RPT-LINE.

025510 820-WRITE-RECEIPTS-VARIANCE.
025520     IF RECEIPTS-LOADED
025530         MOVE SPACES TO PRINT-REPORT-LINE
025540         WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE
025550         MOVE "RECEIPTS VARIANCE - EXPECTED VS RECEIVED"
025560             TO PRINT-REPORT-LINE
025570         WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE
025580         MOVE ALL "-" TO PRINT-REPORT-LINE
025590         WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE
025600         PERFORM 821-WRITE-VARIANCE-DETAIL
025610             VARYING XR-SUB FROM 1 BY 1
025620             UNTIL XR-SUB > EXPECT-TABLE-COUNT
025630         PERFORM 822-WRITE-UNEXPECTED-LINE
025640             VARYING XR-SUB FROM 1 BY 1
025650             UNTIL XR-SUB > UNEXPECT-LIST-COUNT
025660         IF UNEXPECTED-COUNT > UNEXPECT-LIST-COUNT
025670             MOVE "  ... AND MORE UNEXPECTED - SEE THE RUN LOG."
025680                 TO PRINT-REPORT-LINE
025690             WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE
025700         END-IF
025710         MOVE "UNEXPECTED PRODUCTS:" TO BSL-LABEL
025720         MOVE UNEXPECTED-COUNT TO BAL-COUNT-EDIT
025730         MOVE BAL-COUNT-EDIT TO BSL-VALUE
025740         PERFORM 199-WRITE-BALANCE-LINE
025750         MOVE "OVER-RECEIPT LINES:" TO BSL-LABEL
025760         MOVE OVER-RECEIPT-COUNT TO BAL-COUNT-EDIT
025770         MOVE BAL-COUNT-EDIT TO BSL-VALUE
025780         PERFORM 199-WRITE-BALANCE-LINE
025790         MOVE "NEVER ARRIVED:" TO BSL-LABEL
025800         MOVE NEVER-ARRIVED-COUNT TO BAL-COUNT-EDIT
025810         MOVE BAL-COUNT-EDIT TO BSL-VALUE
025820         PERFORM 199-WRITE-BALANCE-LINE
025830     END-IF.

025840 821-WRITE-VARIANCE-DETAIL.
025850     MOVE SPACES TO RECEIPT-VARIANCE-LINE.
025860     EVALUATE TRUE
025870         WHEN XT-RECEIVED-QTY (XR-SUB) = ZERO
025880             ADD 1 TO NEVER-ARRIVED-COUNT
025890             MOVE "NEVER ARRIVED" TO RVL-STATUS-TEXT
025900         WHEN XT-RECEIVED-QTY (XR-SUB) >
025910                 XT-EXPECT-QTY (XR-SUB)
025920             MOVE "OVER EXPECTED" TO RVL-STATUS-TEXT
025930         WHEN OTHER
025940             MOVE SPACES TO RVL-STATUS-TEXT
025950     END-EVALUATE.
025960     IF RVL-STATUS-TEXT NOT = SPACES
025970         MOVE XT-PRODUCT-NAME (XR-SUB) TO RVL-PRODUCT-NAME
025980         MOVE XT-EXPECT-QTY (XR-SUB)   TO RVL-EXPECT-EDIT
025990         MOVE XT-RECEIVED-QTY (XR-SUB) TO RVL-RECEIVED-EDIT
026000         MOVE RECEIPT-VARIANCE-LINE TO PRINT-REPORT-LINE
026010         WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE
026020     END-IF.

026030 822-WRITE-UNEXPECTED-LINE.
026040     MOVE SPACES TO RECEIPT-VARIANCE-LINE.
026050     MOVE UL-PRODUCT-NAME (XR-SUB) TO RVL-PRODUCT-NAME.
026060     MOVE ZERO TO RVL-EXPECT-EDIT.
026070     MOVE UL-PRODUCT-QTY (XR-SUB)  TO RVL-RECEIVED-EDIT.
026080     MOVE "UNEXPECTED" TO RVL-STATUS-TEXT.
026090     MOVE RECEIPT-VARIANCE-LINE TO PRINT-REPORT-LINE.
026100     WRITE PRINT-REPORT-LINE AFTER ADVANCING 1 LINE.

026110 900-SET-FINAL-STATUS.
026120     IF BATCH-MODE-ACTIVE
026130             AND ANY-BATCH-UNBALANCED
026140         MOVE "F" TO RUN-FINAL-STATUS
026150         MOVE 8 TO RUN-RETURN-CODE
026160     ELSE
026170         IF BATCH-REJECT-COUNT > ZERO
026180                 OR CONFLICT-COUNT > ZERO
026190                 OR DUPLICATE-BATCH-COUNT > ZERO
026200                 OR UNEXPECTED-COUNT > ZERO
026210                 OR OVER-RECEIPT-COUNT > ZERO
026220             MOVE "W" TO RUN-FINAL-STATUS
026230             MOVE 4 TO RUN-RETURN-CODE
026240         ELSE
026250             MOVE "C" TO RUN-FINAL-STATUS
026260             MOVE ZERO TO RUN-RETURN-CODE
026270         END-IF
026280     END-IF.

026290 910-WRITE-RUN-CONTROL.
026300     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
026310     ACCEPT CDT-TIME FROM TIME.
026320     OPEN EXTEND RUN-CONTROL-FILE.
026330     IF NOT RUN-CONTROL-OK
026340         OPEN OUTPUT RUN-CONTROL-FILE
026350     END-IF.
026360     MOVE "DEPT-CHECKER" TO RC-PROGRAM-NAME.
026370     MOVE RUN-START-DATE TO RC-START-DATE.
026380     MOVE RUN-START-TIME TO RC-START-TIME.
026390     MOVE CDT-DATE       TO RC-END-DATE.
026400     MOVE CDT-TIME       TO RC-END-TIME.
026410     IF BATCH-MODE-ACTIVE
026420         MOVE "B" TO RC-RUN-MODE
026430     ELSE
026440         MOVE "I" TO RC-RUN-MODE
026450     END-IF.
026460     MOVE BATCH-DETAIL-COUNT TO RC-RECORDS-READ.
026470     MOVE BATCH-ACCEPT-COUNT TO RC-RECORDS-ASSIGNED.
026480     MOVE BATCH-REJECT-COUNT TO RC-RECORDS-REJECTED.
026490     MOVE CONFLICT-COUNT     TO RC-CONFLICT-COUNT.
026500     MOVE RUN-FINAL-STATUS   TO RC-FINAL-STATUS.
026510     MOVE RUN-RETURN-CODE    TO RC-RETURN-CODE.
026520     MOVE USER-NAME          TO RC-USER-NAME.
026530     MOVE RUN-DATE           TO RC-BUSINESS-DATE.
026540     WRITE RUN-CONTROL-RECORD.
026550     CLOSE RUN-CONTROL-FILE.

026560 920-WRITE-DAILY-TOTALS.
026570*    THE WHOLE TOTALS FILE IS SMALL - REWRITE IT FROM THE
026580*    TABLE. SKIPPED IF THE TABLE WAS NEVER LOADED, SO AN
026590*    EARLY ABORT CANNOT CLOBBER GOOD TOTALS.
026600     IF TOTALS-LOADED
026610         OPEN OUTPUT DAILY-TOTALS-FILE
026620         PERFORM 921-WRITE-TOTALS-RECORD
026630             VARYING TOTALS-SUB FROM 1 BY 1
026640             UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT
026650         CLOSE DAILY-TOTALS-FILE
026660     END-IF.

026670 921-WRITE-TOTALS-RECORD.
026680     MOVE TT-TOTAL-DATE (TOTALS-SUB)   TO DY-TOTAL-DATE.
026690     MOVE TT-SITE-CODE (TOTALS-SUB)    TO DY-SITE-CODE.
026700     MOVE TT-DEPT-CODE (TOTALS-SUB)    TO DY-DEPT-CODE.
026710     MOVE TT-ASSIGN-COUNT (TOTALS-SUB) TO DY-ASSIGN-COUNT.
026720     MOVE TT-UNIT-TOTAL (TOTALS-SUB)   TO DY-UNIT-TOTAL.
026730     MOVE TT-REJECT-COUNT (TOTALS-SUB) TO DY-REJECT-COUNT.
026740     MOVE TT-OVERCAP-COUNT (TOTALS-SUB)
026750         TO DY-OVERCAP-COUNT.
026760     WRITE DAILY-TOTALS-RECORD.

026770 950-ABORT-RUN.
026780     MOVE "F" TO RUN-FINAL-STATUS.
026790     MOVE 16 TO RUN-RETURN-CODE.
026800     PERFORM 920-WRITE-DAILY-TOTALS.
026810     PERFORM 910-WRITE-RUN-CONTROL.
026820     PERFORM 955-RELEASE-RUN-LOCK.
026830     MOVE RUN-RETURN-CODE TO RETURN-CODE.
026840     STOP RUN.
