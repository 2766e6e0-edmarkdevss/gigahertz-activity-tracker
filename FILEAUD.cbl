000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FILE-AUDIT.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - NIGHTLY CROSS-FILE        *
000120*                   INTEGRITY AUDIT OF THE ASSIGNMENT DATA       *
000130*                   STORES. RECOUNTS THE ASSIGN LOG NET OF "V"   *
000140*                   OFFSETS AND CHECKS DAYTOTS AGAINST IT,       *
000150*                   CHECKS EACH COMPLETED BATCHREG ENTRY         *
000160*                   AGAINST THE LOG RECORDS THAT BATCH POSTED,   *
000170*                   CHECKS THE DEPT CODES ON PRODMAST, DEFERQ    *
000180*                   AND PICKFWD AGAINST THE ACTIVE DEPTS ON      *
000190*                   DEPT-MASTER-FILE, AND LISTS EVERY "V"        *
000200*                   RECORD WITH NO EARLIER "A" RECORD FOR IT     *
000210*                   TO REVERSE. EXCEPTIONS GO TO AUDRPT AND END  *
000220*                   THE RUN WITH CONDITION CODE 8 SO THE         *
000230*                   SCHEDULE CAN HOLD THE MORNING REPORTS.       *
000240*                   ABORT PATHS END WITH CONDITION CODE 16.      *
000250*  2026-10-15 EDM   PRODMAST IS NOW KEYED BY PRODUCT CODE WITH   *
000260*                   THE NAME AS AN ALTERNATE KEY - THE DEPT-     *
000270*                   REFERENCE PASS STILL READS IT END TO END.    *
000280*  2026-10-15 EDM   EACH DEPARTMENT NOW BELONGS TO A SITE. THE   *
000290*                   LOG RECOUNT AND THE DAYTOTS CHECK ARE KEYED  *
000300*                   BY DATE, SITE AND DEPT, AN OFFSET ONLY       *
000310*                   MATCHES AN ASSIGNMENT AT THE SAME SITE, AND  *
000320*                   DEFERQ AND PICKFWD DEPT CODES ARE CHECKED AT *
000330*                   THEIR OWN SITE. PRODMAST CARRIES NO SITE, SO *
000340*                   A PRODUCT'S DEPT NEED ONLY BE ACTIVE AT ONE  *
000350*                   SITE. A BLANK SITE ON ANY FILE MEANS SITE    *
000360*                   01.                                          *
000370*  2026-10-15 EDM   A DEPT MASTER RECORD WITH A BLANK SITE CODE  *
000380*                   IS NOW LOADED AS SITE 01, AS EVERY OTHER     *
000390*                   SITE-KEYED RECORD ALREADY WAS.               *
000400*----------------------------------------------------------------*

000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BUSINESS-DATE-STATUS.

000480     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS ASSIGN-LOG-STATUS.

000510     SELECT DAILY-TOTALS-FILE ASSIGN TO "DAYTOTS"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DAILY-TOTALS-STATUS.

000540     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS BATCH-REGISTER-STATUS.

000570     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DEPT-MASTER-STATUS.

000600     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS PM-PRODUCT-CODE
000640         ALTERNATE RECORD KEY IS PM-PRODUCT-NAME
000650         FILE STATUS IS PRODUCT-MASTER-STATUS.

000660     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DEFER-QUEUE-STATUS.

000690     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS PICK-FORWARD-STATUS.

000720     SELECT AUDIT-REPORT ASSIGN TO "AUDRPT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS AUDIT-RPT-STATUS.

000750     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS RUN-CONTROL-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  BUSINESS-DATE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  BUSINESS-DATE-RECORD.
000830     COPY BUSDATE.

000840 FD  PRODUCT-ASSIGN-LOG
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  ASSIGN-LOG-RECORD.
000880     COPY ASSNLOG.

000890 FD  DAILY-TOTALS-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  DAILY-TOTALS-RECORD.
000930     COPY DAYTOTS.

000940 FD  BATCH-REGISTER-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  BATCH-REGISTER-RECORD.
000980     COPY BATCHREG.

000990 FD  DEPT-MASTER-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  DEPT-MASTER-RECORD.
001020     COPY DEPTMAST.

001030 FD  PRODUCT-MASTER-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  PRODUCT-MASTER-RECORD.
001060     COPY PRODMAST.

001070 FD  DEFERRED-QUEUE-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  DEFERRED-QUEUE-RECORD.
001110     COPY DEFERQ.

001120 FD  PICK-FORWARD-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  PICK-FORWARD-RECORD.
001160     COPY PICKFWD.

001170 FD  AUDIT-REPORT
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  AUDIT-REPORT-LINE          PIC X(80).

001210 FD  RUN-CONTROL-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  RUN-CONTROL-RECORD.
001250     COPY RUNCTL.

001260 WORKING-STORAGE SECTION.
001270 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001280     88  BUSINESS-DATE-OK       VALUE "00".
001290 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
001300     88  ASSIGN-LOG-OK          VALUE "00".
001310 77  DAILY-TOTALS-STATUS        PIC X(02) VALUE SPACES.
001320     88  DAILY-TOTALS-OK        VALUE "00".
001330 77  BATCH-REGISTER-STATUS      PIC X(02) VALUE SPACES.
001340     88  BATCH-REGISTER-OK      VALUE "00".
001350 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001360     88  DEPT-MASTER-OK         VALUE "00".
001370     88  DEPT-MASTER-EOF        VALUE "10".
001380 77  PRODUCT-MASTER-STATUS      PIC X(02) VALUE SPACES.
001390     88  PRODUCT-MASTER-OK      VALUE "00".
001400 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001410     88  DEFER-QUEUE-OK         VALUE "00".
001420 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001430     88  PICK-FORWARD-OK        VALUE "00".
001440 77  AUDIT-RPT-STATUS           PIC X(02) VALUE SPACES.
001450     88  AUDIT-RPT-OK           VALUE "00".
001460 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001470     88  RUN-CONTROL-OK         VALUE "00".
001480 77  END-OF-LOG-SWITCH          PIC X(01) VALUE "N".
001490     88  END-OF-LOG             VALUE "Y".
001500 77  END-OF-TOTALS-SWITCH       PIC X(01) VALUE "N".
001510     88  END-OF-TOTALS          VALUE "Y".
001520 77  END-OF-REGISTER-SWITCH     PIC X(01) VALUE "N".
001530     88  END-OF-REGISTER        VALUE "Y".
001540 77  END-OF-PRODUCTS-SWITCH     PIC X(01) VALUE "N".
001550     88  END-OF-PRODUCTS        VALUE "Y".
001560 77  END-OF-DEFERRED-SWITCH     PIC X(01) VALUE "N".
001570     88  END-OF-DEFERRED        VALUE "Y".
001580 77  END-OF-FORWARD-SWITCH      PIC X(01) VALUE "N".
001590     88  END-OF-FORWARD         VALUE "Y".
001600 77  REGISTER-FOUND-SWITCH      PIC X(01) VALUE "Y".
001610     88  REGISTER-FOUND         VALUE "Y".
001620 77  RUN-START-DATE             PIC 9(08) VALUE ZERO.
001630 77  RUN-START-TIME             PIC 9(08) VALUE ZERO.
001640 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
001650 77  RUN-FINAL-STATUS           PIC X(01) VALUE "C".
001660 77  AUDIT-FROM-DATE            PIC 9(08) VALUE ZERO.
001670 77  LOW-LOG-DATE               PIC 9(08) VALUE ZERO.

001680 77  TOTALS-SUB                 PIC 9(04) COMP VALUE ZERO.
001690 77  TOTALS-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
001700 77  REGISTER-SUB               PIC 9(04) COMP VALUE ZERO.
001710 77  REGISTER-HIT-SUB           PIC 9(04) COMP VALUE ZERO.
001720 77  UNREG-SUB                  PIC 9(04) COMP VALUE ZERO.
001730 77  UNREG-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
001740 77  OFFSET-SUB                 PIC 9(04) COMP VALUE ZERO.
001750 77  OFFSET-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
001760 77  LOG-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
001770 77  LOG-SEQ-COUNT              PIC 9(07) COMP VALUE ZERO.
001780 77  EXCEPTION-COUNT            PIC 9(07) COMP VALUE ZERO.
001790 77  SECTION-EXCEPTION-COUNT    PIC 9(07) COMP VALUE ZERO.
001800 77  TOTALS-CHECKED-COUNT       PIC 9(07) COMP VALUE ZERO.
001810 77  TOTALS-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
001820 77  TOTALS-OVERFLOW-COUNT      PIC 9(07) COMP VALUE ZERO.
001830 77  BATCHES-CHECKED-COUNT      PIC 9(07) COMP VALUE ZERO.
001840 77  BATCHES-SKIPPED-COUNT      PIC 9(07) COMP VALUE ZERO.
001850 77  BATCHES-UNFLAGGED-COUNT    PIC 9(07) COMP VALUE ZERO.
001860 77  REGISTER-OVERFLOW-COUNT    PIC 9(07) COMP VALUE ZERO.
001870 77  UNREG-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
001880 77  REFS-CHECKED-COUNT         PIC 9(07) COMP VALUE ZERO.
001890 77  OFFSETS-CHECKED-COUNT      PIC 9(07) COMP VALUE ZERO.
001900 77  OFFSET-OVERFLOW-COUNT      PIC 9(07) COMP VALUE ZERO.
001910 77  RECOUNT-ASSIGNS            PIC 9(07) COMP VALUE ZERO.
001920 77  RECOUNT-UNITS              PIC 9(09) COMP VALUE ZERO.
001930 77  EXPECTED-COUNT             PIC S9(07) COMP VALUE ZERO.
001940 77  EXPECTED-QTY               PIC S9(11) COMP VALUE ZERO.

001950 01  TOTALS-KEY-WORK.
001960     05  TK-DATE                PIC 9(08).
001970     05  TK-SITE-CODE           PIC X(02).
001980     05  TK-DEPT-CODE           PIC 9(02).

001990 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
002000 77  ANY-SITE-CODE              PIC X(02) VALUE "**".

002010 01  DEPT-REFERENCE-WORK.
002020     05  REF-FILE-ID            PIC X(08).
002030     05  REF-PRODUCT-NAME       PIC X(30).
002040     05  REF-SITE-CODE          PIC X(02).
002050     05  REF-DEPT-CODE          PIC 9(02).
002060     05  REF-PROBLEM            PIC X(18).

002070 01  DEPT-TABLE.
002080     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
002090     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
002100             DEPENDING ON DEPT-TABLE-COUNT
002110             INDEXED BY DEPT-TABLE-IDX.
002120         10  DT-SITE-CODE       PIC X(02).
002130         10  DT-DEPT-CODE       PIC 9(02).
002140         10  DT-ACTIVE-FLAG     PIC X(01).
002150             88  DT-DEPT-ACTIVE VALUE "Y".

002160*    RECOUNT OF THE LIVE LOG BY ASSIGN DATE, SITE AND DEPT, NET OF
002170*    "V" OFFSETS THE SAME WAY TOTALS-REBUILD NETS THEM.
002180 01  TOTALS-TABLE.
002190     05  TOTALS-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
002200     05  TOTALS-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
002210             DEPENDING ON TOTALS-TABLE-COUNT.
002220         10  TT-TOTAL-DATE      PIC 9(08).
002230         10  TT-SITE-CODE       PIC X(02).
002240         10  TT-DEPT-CODE       PIC 9(02).
002250         10  TT-ASSIGN-COUNT    PIC 9(07) COMP.
002260         10  TT-UNIT-TOTAL      PIC 9(09) COMP.
002270         10  TT-DAYTOTS-FLAG    PIC X(01).
002280             88  TT-ON-DAYTOTS  VALUE "Y".

002290*    ONE ENTRY PER BATCHREG RECORD, WITH THE LOG RECORDS AND
002300*    UNITS FOUND ON THE LOG UNDER THAT BATCH ID.
002310 01  REGISTER-TABLE.
002320     05  REGISTER-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
002330     05  REGISTER-TABLE-ENTRY OCCURS 1 TO 500 TIMES
002340             DEPENDING ON REGISTER-TABLE-COUNT.
002350         10  RG-BATCH-ID        PIC X(08).
002360         10  RG-POST-DATE       PIC 9(08).
002370         10  RG-RECORD-COUNT    PIC 9(06).
002380         10  RG-QTY-TOTAL       PIC 9(10).
002390         10  RG-BYPASS-COUNT    PIC 9(06).
002400         10  RG-BYPASS-QTY      PIC 9(10).
002410         10  RG-XFER-COUNT      PIC 9(06).
002420         10  RG-XFER-QTY        PIC 9(10).
002430         10  RG-AUDIT-FLAG      PIC X(01).
002440             88  RG-AUDITABLE   VALUE "Y".
002450         10  RG-LOG-COUNT       PIC 9(07) COMP.
002460         10  RG-LOG-QTY         PIC 9(11) COMP.

002470*    BATCH IDS FOUND ON THE LOG WITH NO BATCHREG ENTRY - WORK
002480*    POSTED BY A BATCH THAT NEVER DECLARED ITSELF COMPLETE.
002490 01  UNREG-TABLE.
002500     05  UNREG-TABLE-COUNT      PIC 9(03) COMP VALUE ZERO.
002510     05  UNREG-TABLE-ENTRY OCCURS 1 TO 100 TIMES
002520             DEPENDING ON UNREG-TABLE-COUNT.
002530         10  UB-BATCH-ID        PIC X(08).
002540         10  UB-LOG-COUNT       PIC 9(07) COMP.

002550*    EVERY "V" RECORD ON THE LOG, IN LOG ORDER. OT-LOG-SEQ IS
002560*    ITS RECORD NUMBER SO ONLY AN EARLIER "A" CAN SATISFY IT.
002570 01  OFFSET-TABLE.
002580     05  OFFSET-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
002590     05  OFFSET-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
002600             DEPENDING ON OFFSET-TABLE-COUNT.
002610         10  OT-ASSIGN-DATE     PIC 9(08).
002620         10  OT-PRODUCT-NAME    PIC X(30).
002630         10  OT-SITE-CODE       PIC X(02).
002640         10  OT-DEPT-CODE       PIC 9(02).
002650         10  OT-PRODUCT-QTY     PIC 9(05).
002660         10  OT-LOG-SEQ         PIC 9(07) COMP.
002670         10  OT-MATCHED-FLAG    PIC X(01).
002680             88  OT-MATCHED     VALUE "Y".

002690 01  RUN-DATE                   PIC 9(08) VALUE ZERO.

002700 01  CURRENT-DATE-TIME.
002710     05  CDT-DATE               PIC 9(08).
002720     05  CDT-TIME               PIC 9(08).

002730 01  AUDIT-NOTE                 PIC X(80) VALUE SPACES.

002740 01  AUDIT-COLUMN-HEADING.
002750     05  FILLER                 PIC X(09) VALUE "FILE".
002760     05  FILLER                 PIC X(34) VALUE "KEY".
002770     05  FILLER                 PIC X(11) VALUE "ON FILE".
002780     05  FILLER                 PIC X(08) VALUE "RECOUNT".
002790     05  FILLER                 PIC X(18) VALUE "DETAIL".

002800 01  EXCEPTION-DETAIL-LINE.
002810     05  EDL-FILE-ID            PIC X(08).
002820     05  FILLER                 PIC X(01) VALUE SPACES.
002830     05  EDL-KEY                PIC X(30).
002840     05  FILLER                 PIC X(01) VALUE SPACES.
002850     05  EDL-ON-FILE            PIC ZZZZZZZZZ9.
002860     05  EDL-ON-FILE-X REDEFINES EDL-ON-FILE
002870                                PIC X(10).
002880     05  FILLER                 PIC X(01) VALUE SPACES.
002890     05  EDL-RECOUNT            PIC ZZZZZZZZZ9.
002900     05  EDL-RECOUNT-X REDEFINES EDL-RECOUNT
002910                                PIC X(10).
002920     05  FILLER                 PIC X(01) VALUE SPACES.
002930     05  EDL-DETAIL             PIC X(18).

002940 01  AUDIT-SUMMARY-LINE.
002950     05  FILLER                 PIC X(02) VALUE SPACES.
002960     05  ASL-LABEL              PIC X(40).
002970     05  ASL-COUNT-EDIT         PIC Z,ZZZ,ZZ9.
002980     05  FILLER                 PIC X(29) VALUE SPACES.

002990 PROCEDURE DIVISION.
003000 100-START-LOGIC.
003010     PERFORM 1000-INITIALIZE.
003020     PERFORM 2000-SCAN-ASSIGN-LOG.
003030     IF OFFSET-TABLE-COUNT > ZERO
003040         PERFORM 2600-MATCH-OFFSETS
003050     END-IF.
003060     PERFORM 3000-CHECK-DAILY-TOTALS.
003070     PERFORM 3400-CHECK-BATCH-REGISTER.
003080     PERFORM 3700-CHECK-DEPT-REFERENCES.
003090     PERFORM 3900-CHECK-ORPHAN-OFFSETS.
003100     PERFORM 4000-TERMINATE.
003110     PERFORM 5000-SET-FINAL-STATUS.
003120     PERFORM 5100-WRITE-RUN-CONTROL.
003130     MOVE RUN-RETURN-CODE TO RETURN-CODE.
003140     STOP RUN.

003150 1000-INITIALIZE.
003160     ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
003170     ACCEPT RUN-START-TIME FROM TIME.
003180     PERFORM 1050-READ-BUSINESS-DATE.
003190     OPEN OUTPUT AUDIT-REPORT.
003200     MOVE SPACES TO AUDIT-REPORT-LINE.
003210     STRING "GIGAHERTZ FILE INTEGRITY AUDIT - RUN DATE "
003220             RUN-DATE
003230             DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
003240     WRITE AUDIT-REPORT-LINE.
003250     PERFORM 1100-LOAD-DEPT-MASTER.
003260     PERFORM 1200-LOAD-BATCH-REGISTER.

003270 1050-READ-BUSINESS-DATE.
003280     OPEN INPUT BUSINESS-DATE-FILE.
003290     IF NOT BUSINESS-DATE-OK
003300         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
003310             "AUDIT. RUN ABORTED."
003320         PERFORM 5200-ABORT-RUN
003330     END-IF.
003340     READ BUSINESS-DATE-FILE
003350         AT END
003360             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
003370                 "AUDIT. RUN ABORTED."
003380             CLOSE BUSINESS-DATE-FILE
003390             PERFORM 5200-ABORT-RUN
003400     END-READ.
003410     CLOSE BUSINESS-DATE-FILE.
003420     MOVE BD-BUSINESS-DATE TO RUN-DATE.
003430     IF BD-CATCHUP-ACTIVE
003440         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
003450             " - OPEN DATE IS " BD-RESUME-DATE "."
003460     END-IF.

003470 1100-LOAD-DEPT-MASTER.
003480*    EVERY DEPT IS LOADED, ACTIVE OR NOT, SO A REFERENCE TO AN
003490*    INACTIVE DEPT CAN BE TOLD APART FROM AN UNKNOWN ONE.
003500     OPEN INPUT DEPT-MASTER-FILE.
003510     IF NOT DEPT-MASTER-OK
003520         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT "
003530             "AUDIT. RUN ABORTED."
003540         PERFORM 5200-ABORT-RUN
003550     END-IF.
003560     PERFORM 1150-READ-DEPT-MASTER-RECORD.
003570     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
003580         UNTIL DEPT-MASTER-EOF.
003590     CLOSE DEPT-MASTER-FILE.

003600 1150-READ-DEPT-MASTER-RECORD.
003610     READ DEPT-MASTER-FILE
003620         AT END
003630             SET DEPT-MASTER-EOF TO TRUE
003640     END-READ.

003650 1160-ADD-DEPT-TABLE-ENTRY.
003660     IF DEPT-TABLE-COUNT >= 100
003670         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 "
003680             "DEPARTMENTS. RUN ABORTED."
003690         PERFORM 5200-ABORT-RUN
003700     END-IF.
003710     ADD 1 TO DEPT-TABLE-COUNT.
003720     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
003730     IF DM-SITE-CODE = SPACES
003740         MOVE HOME-SITE-CODE TO DM-SITE-CODE
003750     END-IF.
003760     MOVE DM-SITE-CODE   TO DT-SITE-CODE (DEPT-TABLE-IDX).
003770     MOVE DM-DEPT-CODE   TO DT-DEPT-CODE (DEPT-TABLE-IDX).
003780     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
003790     PERFORM 1150-READ-DEPT-MASTER-RECORD.

003800 1200-LOAD-BATCH-REGISTER.
003810     OPEN INPUT BATCH-REGISTER-FILE.
003820     IF NOT BATCH-REGISTER-OK
003830         MOVE "N" TO REGISTER-FOUND-SWITCH
003840     ELSE
003850         PERFORM 1250-READ-REGISTER-RECORD
003860         PERFORM 1260-ADD-REGISTER-ENTRY
003870             UNTIL END-OF-REGISTER
003880         CLOSE BATCH-REGISTER-FILE
003890     END-IF.

003900 1250-READ-REGISTER-RECORD.
003910     READ BATCH-REGISTER-FILE
003920         AT END
003930             SET END-OF-REGISTER TO TRUE
003940     END-READ.

003950 1260-ADD-REGISTER-ENTRY.
003960     IF REGISTER-TABLE-COUNT >= 500
003970         ADD 1 TO REGISTER-OVERFLOW-COUNT
003980     ELSE
003990         ADD 1 TO REGISTER-TABLE-COUNT
004000         MOVE REGISTER-TABLE-COUNT TO REGISTER-SUB
004010         MOVE BR-BATCH-ID     TO RG-BATCH-ID (REGISTER-SUB)
004020         MOVE BR-POST-DATE    TO RG-POST-DATE (REGISTER-SUB)
004030         MOVE BR-RECORD-COUNT TO RG-RECORD-COUNT (REGISTER-SUB)
004040         MOVE BR-QTY-TOTAL    TO RG-QTY-TOTAL (REGISTER-SUB)
004050         MOVE BR-BYPASS-COUNT TO RG-BYPASS-COUNT (REGISTER-SUB)
004060         MOVE BR-BYPASS-QTY   TO RG-BYPASS-QTY (REGISTER-SUB)
004070         MOVE BR-XFER-COUNT   TO RG-XFER-COUNT (REGISTER-SUB)
004080         MOVE BR-XFER-QTY     TO RG-XFER-QTY (REGISTER-SUB)
004090         MOVE BR-AUDIT-FLAG   TO RG-AUDIT-FLAG (REGISTER-SUB)
004100         MOVE ZERO            TO RG-LOG-COUNT (REGISTER-SUB)
004110         MOVE ZERO            TO RG-LOG-QTY (REGISTER-SUB)
004120     END-IF.
004130     PERFORM 1250-READ-REGISTER-RECORD.

004140 2000-SCAN-ASSIGN-LOG.
004150     OPEN INPUT PRODUCT-ASSIGN-LOG.
004160     IF NOT ASSIGN-LOG-OK
004170         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - CANNOT "
004180             "AUDIT. RUN ABORTED."
004190         PERFORM 5200-ABORT-RUN
004200     END-IF.
004210     PERFORM 2100-READ-LOG-RECORD.
004220     PERFORM 2200-APPLY-LOG-RECORD
004230         UNTIL END-OF-LOG.
004240     CLOSE PRODUCT-ASSIGN-LOG.
004250*    DAYS BEFORE THE OLDEST ASSIGN DATE STILL ON THE LOG HAVE
004260*    BEEN ARCHIVED AND CANNOT BE RECOUNTED.
004270     IF LOG-READ-COUNT = ZERO
004280         MOVE RUN-DATE TO AUDIT-FROM-DATE
004290     ELSE
004300         MOVE LOW-LOG-DATE TO AUDIT-FROM-DATE
004310     END-IF.
004320     MOVE SPACES TO AUDIT-NOTE.
004330     STRING "CHECKS COVER ASSIGN DATES FROM " AUDIT-FROM-DATE
004340             " ON - EARLIER DAYS ARE ARCHIVED."
004350             DELIMITED BY SIZE INTO AUDIT-NOTE.
004360     PERFORM 4200-WRITE-NOTE-LINE.
004370     MOVE "ASSIGN LOG RECORDS READ" TO ASL-LABEL.
004380     MOVE LOG-READ-COUNT TO ASL-COUNT-EDIT.
004390     PERFORM 4300-WRITE-SUMMARY-LINE.

004400 2100-READ-LOG-RECORD.
004410     READ PRODUCT-ASSIGN-LOG
004420         AT END
004430             SET END-OF-LOG TO TRUE
004440     END-READ.

004450 2200-APPLY-LOG-RECORD.
004460*    A RECORD LOGGED BEFORE SITES EXISTED BELONGS TO SITE 01.
004470     IF LOG-SITE-CODE = SPACES
004480         MOVE HOME-SITE-CODE TO LOG-SITE-CODE
004490     END-IF.
004500     ADD 1 TO LOG-READ-COUNT.
004510     IF LOG-READ-COUNT = 1
004520         OR LOG-ASSIGN-DATE < LOW-LOG-DATE
004530         MOVE LOG-ASSIGN-DATE TO LOW-LOG-DATE
004540     END-IF.
004550     PERFORM 2300-RECOUNT-LOG-RECORD.
004560     IF LOG-BATCH-ID NOT = SPACES
004570         PERFORM 2400-POST-BATCH-RECORD
004580     END-IF.
004590     IF LOG-TYPE-REVERSAL
004600         PERFORM 2500-NOTE-OFFSET-RECORD
004610     END-IF.
004620     PERFORM 2100-READ-LOG-RECORD.

004630 2300-RECOUNT-LOG-RECORD.
004640     MOVE LOG-ASSIGN-DATE TO TK-DATE.
004650     MOVE LOG-SITE-CODE   TO TK-SITE-CODE.
004660     MOVE LOG-DEPT-CODE   TO TK-DEPT-CODE.
004670     PERFORM 2310-FIND-TOTALS-ENTRY.
004680     IF TOTALS-HIT-SUB > ZERO
004690         IF LOG-TYPE-REVERSAL
004700             IF TT-ASSIGN-COUNT (TOTALS-HIT-SUB) > ZERO
004710                 SUBTRACT 1
004720                     FROM TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
004730             END-IF
004740             IF TT-UNIT-TOTAL (TOTALS-HIT-SUB)
004750                     >= LOG-PRODUCT-QTY
004760                 SUBTRACT LOG-PRODUCT-QTY
004770                     FROM TT-UNIT-TOTAL (TOTALS-HIT-SUB)
004780             ELSE
004790                 MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
004800             END-IF
004810         ELSE
004820             ADD 1 TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
004830             ADD LOG-PRODUCT-QTY
004840                 TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
004850         END-IF
004860     END-IF.

004870 2310-FIND-TOTALS-ENTRY.
004880     PERFORM 2330-LOOKUP-TOTALS-ENTRY.
004890     IF TOTALS-HIT-SUB = ZERO
004900         IF TOTALS-TABLE-COUNT >= 1000
004910             ADD 1 TO TOTALS-OVERFLOW-COUNT
004920         ELSE
004930             ADD 1 TO TOTALS-TABLE-COUNT
004940             MOVE TOTALS-TABLE-COUNT TO TOTALS-HIT-SUB
004950             MOVE TK-DATE
004960                 TO TT-TOTAL-DATE (TOTALS-HIT-SUB)
004970             MOVE TK-SITE-CODE
004980                 TO TT-SITE-CODE (TOTALS-HIT-SUB)
004990             MOVE TK-DEPT-CODE
005000                 TO TT-DEPT-CODE (TOTALS-HIT-SUB)
005010             MOVE ZERO TO TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
005020             MOVE ZERO TO TT-UNIT-TOTAL (TOTALS-HIT-SUB)
005030             MOVE "N" TO TT-DAYTOTS-FLAG (TOTALS-HIT-SUB)
005040         END-IF
005050     END-IF.

005060 2330-LOOKUP-TOTALS-ENTRY.
005070     MOVE ZERO TO TOTALS-HIT-SUB.
005080     PERFORM 2340-MATCH-TOTALS-ENTRY
005090         VARYING TOTALS-SUB FROM 1 BY 1
005100         UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT
005110         OR TOTALS-HIT-SUB > ZERO.

005120 2340-MATCH-TOTALS-ENTRY.
005130     IF TT-TOTAL-DATE (TOTALS-SUB) = TK-DATE
005140         AND TT-SITE-CODE (TOTALS-SUB) = TK-SITE-CODE
005150         AND TT-DEPT-CODE (TOTALS-SUB) = TK-DEPT-CODE
005160         MOVE TOTALS-SUB TO TOTALS-HIT-SUB
005170     END-IF.

005180 2400-POST-BATCH-RECORD.
005190*    EVERY RECORD A BATCH WRITES COUNTS AT FULL QTY HERE,
005200*    "V" OR "A" - THE REGISTER SIDE IS GROSS AS WELL.
005210     MOVE ZERO TO REGISTER-HIT-SUB.
005220     PERFORM 2410-MATCH-REGISTER-ENTRY
005230         VARYING REGISTER-SUB FROM 1 BY 1
005240         UNTIL REGISTER-SUB > REGISTER-TABLE-COUNT
005250         OR REGISTER-HIT-SUB > ZERO.
005260     IF REGISTER-HIT-SUB > ZERO
005270         ADD 1 TO RG-LOG-COUNT (REGISTER-HIT-SUB)
005280         ADD LOG-PRODUCT-QTY TO RG-LOG-QTY (REGISTER-HIT-SUB)
005290     ELSE
005300         PERFORM 2420-POST-UNREGISTERED-BATCH
005310     END-IF.

005320 2410-MATCH-REGISTER-ENTRY.
005330     IF RG-BATCH-ID (REGISTER-SUB) = LOG-BATCH-ID
005340         MOVE REGISTER-SUB TO REGISTER-HIT-SUB
005350     END-IF.

005360 2420-POST-UNREGISTERED-BATCH.
005370     MOVE ZERO TO UNREG-HIT-SUB.
005380     PERFORM 2430-MATCH-UNREG-ENTRY
005390         VARYING UNREG-SUB FROM 1 BY 1
005400         UNTIL UNREG-SUB > UNREG-TABLE-COUNT
005410         OR UNREG-HIT-SUB > ZERO.
005420     IF UNREG-HIT-SUB = ZERO
005430         IF UNREG-TABLE-COUNT >= 100
005440             ADD 1 TO UNREG-OVERFLOW-COUNT
005450         ELSE
005460             ADD 1 TO UNREG-TABLE-COUNT
005470             MOVE UNREG-TABLE-COUNT TO UNREG-HIT-SUB
005480             MOVE LOG-BATCH-ID TO UB-BATCH-ID (UNREG-HIT-SUB)
005490             MOVE ZERO TO UB-LOG-COUNT (UNREG-HIT-SUB)
005500         END-IF
005510     END-IF.
005520     IF UNREG-HIT-SUB > ZERO
005530         ADD 1 TO UB-LOG-COUNT (UNREG-HIT-SUB)
005540     END-IF.

005550 2430-MATCH-UNREG-ENTRY.
005560     IF UB-BATCH-ID (UNREG-SUB) = LOG-BATCH-ID
005570         MOVE UNREG-SUB TO UNREG-HIT-SUB
005580     END-IF.

005590 2500-NOTE-OFFSET-RECORD.
005600     IF OFFSET-TABLE-COUNT >= 2000
005610         ADD 1 TO OFFSET-OVERFLOW-COUNT
005620     ELSE
005630         ADD 1 TO OFFSET-TABLE-COUNT
005640         MOVE OFFSET-TABLE-COUNT TO OFFSET-SUB
005650         MOVE LOG-ASSIGN-DATE  TO OT-ASSIGN-DATE (OFFSET-SUB)
005660         MOVE LOG-PRODUCT-NAME TO OT-PRODUCT-NAME (OFFSET-SUB)
005670         MOVE LOG-SITE-CODE    TO OT-SITE-CODE (OFFSET-SUB)
005680         MOVE LOG-DEPT-CODE    TO OT-DEPT-CODE (OFFSET-SUB)
005690         MOVE LOG-PRODUCT-QTY  TO OT-PRODUCT-QTY (OFFSET-SUB)
005700         MOVE LOG-READ-COUNT   TO OT-LOG-SEQ (OFFSET-SUB)
005710         MOVE "N"              TO OT-MATCHED-FLAG (OFFSET-SUB)
005720     END-IF.

005730 2600-MATCH-OFFSETS.
005740*    SECOND PASS - EACH "A" RECORD SATISFIES THE FIRST LATER
005750*    UNMATCHED "V" FOR THE SAME DATE, PRODUCT, SITE, DEPT AND
005760*    QTY.
005770     MOVE "N" TO END-OF-LOG-SWITCH.
005780     MOVE ZERO TO LOG-SEQ-COUNT.
005790     OPEN INPUT PRODUCT-ASSIGN-LOG.
005800     IF NOT ASSIGN-LOG-OK
005810         DISPLAY "PRODUCT-ASSIGN-LOG COULD NOT BE REOPENED - "
005820             "RUN ABORTED."
005830         PERFORM 5200-ABORT-RUN
005840     END-IF.
005850     PERFORM 2100-READ-LOG-RECORD.
005860     PERFORM 2700-APPLY-ASSIGN-RECORD
005870         UNTIL END-OF-LOG.
005880     CLOSE PRODUCT-ASSIGN-LOG.

005890 2700-APPLY-ASSIGN-RECORD.
005900     ADD 1 TO LOG-SEQ-COUNT.
005910     IF LOG-SITE-CODE = SPACES
005920         MOVE HOME-SITE-CODE TO LOG-SITE-CODE
005930     END-IF.
005940     IF LOG-TYPE-ASSIGN
005950         MOVE ZERO TO OFFSET-HIT-SUB
005960         PERFORM 2710-MATCH-OFFSET-ENTRY
005970             VARYING OFFSET-SUB FROM 1 BY 1
005980             UNTIL OFFSET-SUB > OFFSET-TABLE-COUNT
005990             OR OFFSET-HIT-SUB > ZERO
006000         IF OFFSET-HIT-SUB > ZERO
006010             MOVE "Y" TO OT-MATCHED-FLAG (OFFSET-HIT-SUB)
006020         END-IF
006030     END-IF.
006040     PERFORM 2100-READ-LOG-RECORD.

006050 2710-MATCH-OFFSET-ENTRY.
006060     IF OT-MATCHED-FLAG (OFFSET-SUB) = "N"
006070         AND OT-LOG-SEQ (OFFSET-SUB) > LOG-SEQ-COUNT
006080         AND OT-ASSIGN-DATE (OFFSET-SUB) = LOG-ASSIGN-DATE
006090         AND OT-PRODUCT-NAME (OFFSET-SUB) = LOG-PRODUCT-NAME
006100         AND OT-SITE-CODE (OFFSET-SUB) = LOG-SITE-CODE
006110         AND OT-DEPT-CODE (OFFSET-SUB) = LOG-DEPT-CODE
006120         AND OT-PRODUCT-QTY (OFFSET-SUB) = LOG-PRODUCT-QTY
006130         MOVE OFFSET-SUB TO OFFSET-HIT-SUB
006140     END-IF.

006150 3000-CHECK-DAILY-TOTALS.
006160     MOVE "DAILY-TOTALS AGAINST A RECOUNT OF THE ASSIGN LOG"
006170         TO AUDIT-NOTE.
006180     PERFORM 4150-WRITE-SECTION-HEADING.
006190     OPEN INPUT DAILY-TOTALS-FILE.
006200     IF NOT DAILY-TOTALS-OK
006210         MOVE SPACES TO AUDIT-NOTE
006220         STRING "DAYTOTS NOT FOUND - EVERY LOG TOTAL REPORTS AS "
006230                 "MISSING."
006240                 DELIMITED BY SIZE INTO AUDIT-NOTE
006250         PERFORM 4200-WRITE-NOTE-LINE
006260     ELSE
006270         PERFORM 3100-READ-TOTALS-RECORD
006280         PERFORM 3200-CHECK-TOTALS-RECORD
006290             UNTIL END-OF-TOTALS
006300         CLOSE DAILY-TOTALS-FILE
006310     END-IF.
006320     PERFORM 3300-CHECK-UNMATCHED-TOTALS
006330         VARYING TOTALS-SUB FROM 1 BY 1
006340         UNTIL TOTALS-SUB > TOTALS-TABLE-COUNT.
006350     IF TOTALS-OVERFLOW-COUNT > ZERO
006360         MOVE SPACES TO AUDIT-NOTE
006370         STRING "MORE THAN 1000 DATE/SITE/DEPT KEYS ON THE LOG - "
006380                 "ARCHIVE IS OVERDUE."
006390                 DELIMITED BY SIZE INTO AUDIT-NOTE
006400         PERFORM 4250-WRITE-OVERFLOW-NOTE
006410     END-IF.
006420     MOVE "DAYTOTS ROWS CHECKED" TO ASL-LABEL.
006430     MOVE TOTALS-CHECKED-COUNT TO ASL-COUNT-EDIT.
006440     PERFORM 4300-WRITE-SUMMARY-LINE.
006450     MOVE "DAYTOTS ROWS ARCHIVED (NOT CHECKED)"
006460         TO ASL-LABEL.
006470     MOVE TOTALS-SKIPPED-COUNT TO ASL-COUNT-EDIT.
006480     PERFORM 4300-WRITE-SUMMARY-LINE.
006490     PERFORM 4350-WRITE-SECTION-FOOTER.

006500 3100-READ-TOTALS-RECORD.
006510     READ DAILY-TOTALS-FILE
006520         AT END
006530             SET END-OF-TOTALS TO TRUE
006540     END-READ.

006550 3200-CHECK-TOTALS-RECORD.
006560     IF DY-TOTAL-DATE < AUDIT-FROM-DATE
006570         ADD 1 TO TOTALS-SKIPPED-COUNT
006580     ELSE
006590         ADD 1 TO TOTALS-CHECKED-COUNT
006600         MOVE DY-TOTAL-DATE TO TK-DATE
006610         MOVE DY-SITE-CODE  TO TK-SITE-CODE
006620         IF TK-SITE-CODE = SPACES
006630             MOVE HOME-SITE-CODE TO TK-SITE-CODE
006640         END-IF
006650         MOVE DY-DEPT-CODE  TO TK-DEPT-CODE
006660         PERFORM 2330-LOOKUP-TOTALS-ENTRY
006670         IF TOTALS-HIT-SUB > ZERO
006680             MOVE "Y" TO TT-DAYTOTS-FLAG (TOTALS-HIT-SUB)
006690             MOVE TT-ASSIGN-COUNT (TOTALS-HIT-SUB)
006700                 TO RECOUNT-ASSIGNS
006710             MOVE TT-UNIT-TOTAL (TOTALS-HIT-SUB)
006720                 TO RECOUNT-UNITS
006730         ELSE
006740             MOVE ZERO TO RECOUNT-ASSIGNS
006750             MOVE ZERO TO RECOUNT-UNITS
006760         END-IF
006770         IF DY-ASSIGN-COUNT NOT = RECOUNT-ASSIGNS
006780             PERFORM 3210-SET-TOTALS-KEY
006790             MOVE DY-ASSIGN-COUNT TO EDL-ON-FILE
006800             MOVE RECOUNT-ASSIGNS TO EDL-RECOUNT
006810             MOVE "ASSIGN COUNT"  TO EDL-DETAIL
006820             PERFORM 4100-WRITE-EXCEPTION-LINE
006830         END-IF
006840         IF DY-UNIT-TOTAL NOT = RECOUNT-UNITS
006850             PERFORM 3210-SET-TOTALS-KEY
006860             MOVE DY-UNIT-TOTAL TO EDL-ON-FILE
006870             MOVE RECOUNT-UNITS TO EDL-RECOUNT
006880             MOVE "UNIT TOTAL"  TO EDL-DETAIL
006890             PERFORM 4100-WRITE-EXCEPTION-LINE
006900         END-IF
006910     END-IF.
006920     PERFORM 3100-READ-TOTALS-RECORD.

006930 3210-SET-TOTALS-KEY.
006940     MOVE SPACES TO EXCEPTION-DETAIL-LINE.
006950     MOVE "DAYTOTS" TO EDL-FILE-ID.
006960     STRING TK-DATE " SITE " TK-SITE-CODE " DEPT " TK-DEPT-CODE
006970             DELIMITED BY SIZE INTO EDL-KEY.

006980 3300-CHECK-UNMATCHED-TOTALS.
006990     IF NOT TT-ON-DAYTOTS (TOTALS-SUB)
007000         AND (TT-ASSIGN-COUNT (TOTALS-SUB) > ZERO
007010         OR TT-UNIT-TOTAL (TOTALS-SUB) > ZERO)
007020         MOVE TT-TOTAL-DATE (TOTALS-SUB) TO TK-DATE
007030         MOVE TT-SITE-CODE (TOTALS-SUB)  TO TK-SITE-CODE
007040         MOVE TT-DEPT-CODE (TOTALS-SUB)  TO TK-DEPT-CODE
007050         PERFORM 3210-SET-TOTALS-KEY
007060         MOVE ZERO TO EDL-ON-FILE
007070         MOVE TT-ASSIGN-COUNT (TOTALS-SUB) TO EDL-RECOUNT
007080         MOVE "NOT ON DAYTOTS" TO EDL-DETAIL
007090         PERFORM 4100-WRITE-EXCEPTION-LINE
007100     END-IF.

007110 3400-CHECK-BATCH-REGISTER.
007120     MOVE "BATCH REGISTER AGAINST THE LOG RECORDS EACH BATCH "
007130         & "POSTED" TO AUDIT-NOTE.
007140     PERFORM 4150-WRITE-SECTION-HEADING.
007150     IF NOT REGISTER-FOUND
007160         MOVE SPACES TO AUDIT-NOTE
007170         STRING "BATCHREG NOT FOUND - EVERY BATCH ON THE LOG "
007180                 "REPORTS AS NOT ON REGISTER."
007190                 DELIMITED BY SIZE INTO AUDIT-NOTE
007200         PERFORM 4200-WRITE-NOTE-LINE
007210     END-IF.
007220     PERFORM 3500-CHECK-REGISTER-ENTRY
007230         VARYING REGISTER-SUB FROM 1 BY 1
007240         UNTIL REGISTER-SUB > REGISTER-TABLE-COUNT.
007250     PERFORM 3600-REPORT-UNREGISTERED-BATCH
007260         VARYING UNREG-SUB FROM 1 BY 1
007270         UNTIL UNREG-SUB > UNREG-TABLE-COUNT.
007280     IF REGISTER-OVERFLOW-COUNT > ZERO
007290         MOVE SPACES TO AUDIT-NOTE
007300         STRING "MORE THAN 500 BATCHREG ENTRIES - THE REST WERE "
007310                 "NOT CHECKED."
007320                 DELIMITED BY SIZE INTO AUDIT-NOTE
007330         PERFORM 4250-WRITE-OVERFLOW-NOTE
007340     END-IF.
007350     IF UNREG-OVERFLOW-COUNT > ZERO
007360         MOVE SPACES TO AUDIT-NOTE
007370         STRING "MORE THAN 100 UNREGISTERED BATCH IDS ON THE LOG "
007380                 "- ONLY THE FIRST 100 LISTED."
007390                 DELIMITED BY SIZE INTO AUDIT-NOTE
007400         PERFORM 4250-WRITE-OVERFLOW-NOTE
007410     END-IF.
007420     MOVE "BATCHES CHECKED" TO ASL-LABEL.
007430     MOVE BATCHES-CHECKED-COUNT TO ASL-COUNT-EDIT.
007440     PERFORM 4300-WRITE-SUMMARY-LINE.
007450     MOVE "BATCHES ARCHIVED (NOT CHECKED)" TO ASL-LABEL.
007460     MOVE BATCHES-SKIPPED-COUNT TO ASL-COUNT-EDIT.
007470     PERFORM 4300-WRITE-SUMMARY-LINE.
007480     MOVE "BATCHES WITHOUT TALLIES (NOT CHECKED)"
007490         TO ASL-LABEL.
007500     MOVE BATCHES-UNFLAGGED-COUNT TO ASL-COUNT-EDIT.
007510     PERFORM 4300-WRITE-SUMMARY-LINE.
007520     PERFORM 4350-WRITE-SECTION-FOOTER.

007530 3500-CHECK-REGISTER-ENTRY.
007540*    A BATCH WRITES ONE LOG RECORD PER DETAIL IT POSTS, NONE
007550*    FOR A DETAIL IT REJECTS OR DEFERS, AND TWO (THE "V" AND
007560*    THE NEW "A") FOR A TRANSFER.
007570     IF NOT RG-AUDITABLE (REGISTER-SUB)
007580         ADD 1 TO BATCHES-UNFLAGGED-COUNT
007590     ELSE
007600         IF RG-POST-DATE (REGISTER-SUB) < AUDIT-FROM-DATE
007610             ADD 1 TO BATCHES-SKIPPED-COUNT
007620         ELSE
007630             ADD 1 TO BATCHES-CHECKED-COUNT
007640             COMPUTE EXPECTED-COUNT =
007650                 RG-RECORD-COUNT (REGISTER-SUB)
007660                 - RG-BYPASS-COUNT (REGISTER-SUB)
007670                 + RG-XFER-COUNT (REGISTER-SUB)
007680             COMPUTE EXPECTED-QTY =
007690                 RG-QTY-TOTAL (REGISTER-SUB)
007700                 - RG-BYPASS-QTY (REGISTER-SUB)
007710                 + RG-XFER-QTY (REGISTER-SUB)
007720             IF EXPECTED-COUNT NOT = RG-LOG-COUNT (REGISTER-SUB)
007730                 PERFORM 3510-SET-REGISTER-KEY
007740                 MOVE EXPECTED-COUNT TO EDL-ON-FILE
007750                 MOVE RG-LOG-COUNT (REGISTER-SUB) TO EDL-RECOUNT
007760                 MOVE "LOG RECORDS" TO EDL-DETAIL
007770                 PERFORM 4100-WRITE-EXCEPTION-LINE
007780             END-IF
007790             IF EXPECTED-QTY NOT = RG-LOG-QTY (REGISTER-SUB)
007800                 PERFORM 3510-SET-REGISTER-KEY
007810                 MOVE EXPECTED-QTY TO EDL-ON-FILE
007820                 MOVE RG-LOG-QTY (REGISTER-SUB) TO EDL-RECOUNT
007830                 MOVE "LOG UNITS" TO EDL-DETAIL
007840                 PERFORM 4100-WRITE-EXCEPTION-LINE
007850             END-IF
007860         END-IF
007870     END-IF.

007880 3510-SET-REGISTER-KEY.
007890     MOVE SPACES TO EXCEPTION-DETAIL-LINE.
007900     MOVE "BATCHREG" TO EDL-FILE-ID.
007910     STRING "BATCH " RG-BATCH-ID (REGISTER-SUB)
007920             " POSTED " RG-POST-DATE (REGISTER-SUB)
007930             DELIMITED BY SIZE INTO EDL-KEY.

007940 3600-REPORT-UNREGISTERED-BATCH.
007950     MOVE SPACES TO EXCEPTION-DETAIL-LINE.
007960     MOVE "ASSNLOG" TO EDL-FILE-ID.
007970     STRING "BATCH " UB-BATCH-ID (UNREG-SUB)
007980             DELIMITED BY SIZE INTO EDL-KEY.
007990     MOVE UB-LOG-COUNT (UNREG-SUB) TO EDL-RECOUNT.
008000     MOVE "NOT ON REGISTER" TO EDL-DETAIL.
008010     PERFORM 4100-WRITE-EXCEPTION-LINE.

008020 3700-CHECK-DEPT-REFERENCES.
008030     MOVE "DEPT CODES ON PRODMAST, DEFERQ AND PICKFWD AGAINST "
008040         & "DEPT-MASTER-FILE" TO AUDIT-NOTE.
008050     PERFORM 4150-WRITE-SECTION-HEADING.
008060     PERFORM 3710-CHECK-PRODUCT-MASTER.
008070     PERFORM 3740-CHECK-DEFERRED-QUEUE.
008080     PERFORM 3770-CHECK-PICK-FORWARD.
008090     MOVE "DEPT REFERENCES CHECKED" TO ASL-LABEL.
008100     MOVE REFS-CHECKED-COUNT TO ASL-COUNT-EDIT.
008110     PERFORM 4300-WRITE-SUMMARY-LINE.
008120     PERFORM 4350-WRITE-SECTION-FOOTER.

008130 3710-CHECK-PRODUCT-MASTER.
008140     OPEN INPUT PRODUCT-MASTER-FILE.
008150     IF NOT PRODUCT-MASTER-OK
008160         MOVE SPACES TO AUDIT-NOTE
008170         STRING "PRODMAST NOT FOUND - PRODUCT DEPT CODES NOT "
008180                 "CHECKED."
008190                 DELIMITED BY SIZE INTO AUDIT-NOTE
008200         PERFORM 4200-WRITE-NOTE-LINE
008210     ELSE
008220         PERFORM 3720-READ-PRODUCT-RECORD
008230         PERFORM 3730-CHECK-PRODUCT-RECORD
008240             UNTIL END-OF-PRODUCTS
008250         CLOSE PRODUCT-MASTER-FILE
008260     END-IF.

008270 3720-READ-PRODUCT-RECORD.
008280     READ PRODUCT-MASTER-FILE NEXT RECORD
008290         AT END
008300             SET END-OF-PRODUCTS TO TRUE
008310     END-READ.

008320 3730-CHECK-PRODUCT-RECORD.
008330     MOVE "PRODMAST"      TO REF-FILE-ID.
008340     MOVE PM-PRODUCT-NAME TO REF-PRODUCT-NAME.
008350     MOVE ANY-SITE-CODE   TO REF-SITE-CODE.
008360     MOVE PM-DEPT-CODE    TO REF-DEPT-CODE.
008370     PERFORM 3800-CHECK-DEPT-REFERENCE.
008380     PERFORM 3720-READ-PRODUCT-RECORD.

008390 3740-CHECK-DEFERRED-QUEUE.
008400*    AN EMPTY OR ABSENT DEFERQ IS NORMAL - NOTHING DEFERRED.
008410     OPEN INPUT DEFERRED-QUEUE-FILE.
008420     IF DEFER-QUEUE-OK
008430         PERFORM 3750-READ-DEFERRED-RECORD
008440         PERFORM 3760-CHECK-DEFERRED-RECORD
008450             UNTIL END-OF-DEFERRED
008460         CLOSE DEFERRED-QUEUE-FILE
008470     END-IF.

008480 3750-READ-DEFERRED-RECORD.
008490     READ DEFERRED-QUEUE-FILE
008500         AT END
008510             SET END-OF-DEFERRED TO TRUE
008520     END-READ.

008530 3760-CHECK-DEFERRED-RECORD.
008540     MOVE "DEFERQ"        TO REF-FILE-ID.
008550     MOVE DQ-PRODUCT-NAME TO REF-PRODUCT-NAME.
008560     MOVE DQ-SITE-CODE    TO REF-SITE-CODE.
008570     MOVE DQ-DEPT-CODE    TO REF-DEPT-CODE.
008580     PERFORM 3800-CHECK-DEPT-REFERENCE.
008590     PERFORM 3750-READ-DEFERRED-RECORD.

008600 3770-CHECK-PICK-FORWARD.
008610*    AN EMPTY OR ABSENT PICKFWD IS NORMAL - NOTHING CARRIED.
008620     OPEN INPUT PICK-FORWARD-FILE.
008630     IF PICK-FORWARD-OK
008640         PERFORM 3780-READ-FORWARD-RECORD
008650         PERFORM 3790-CHECK-FORWARD-RECORD
008660             UNTIL END-OF-FORWARD
008670         CLOSE PICK-FORWARD-FILE
008680     END-IF.

008690 3780-READ-FORWARD-RECORD.
008700     READ PICK-FORWARD-FILE
008710         AT END
008720             SET END-OF-FORWARD TO TRUE
008730     END-READ.

008740 3790-CHECK-FORWARD-RECORD.
008750     MOVE "PICKFWD"       TO REF-FILE-ID.
008760     MOVE CF-PRODUCT-NAME TO REF-PRODUCT-NAME.
008770     MOVE CF-SITE-CODE    TO REF-SITE-CODE.
008780     MOVE CF-DEPT-CODE    TO REF-DEPT-CODE.
008790     PERFORM 3800-CHECK-DEPT-REFERENCE.
008800     PERFORM 3780-READ-FORWARD-RECORD.

008810 3800-CHECK-DEPT-REFERENCE.
008820*    PRODMAST CARRIES NO SITE ("**") - ITS DEPT NEED ONLY BE
008830*    ACTIVE AT ONE SITE. AN ACTIVE MATCH IS LOOKED FOR FIRST,
008840*    SO A DEPT INACTIVE AT ONE SITE BUT ACTIVE AT ANOTHER IS
008850*    NOT REPORTED AGAINST PRODMAST.
008860     ADD 1 TO REFS-CHECKED-COUNT.
008870     IF REF-SITE-CODE = SPACES
008880         MOVE HOME-SITE-CODE TO REF-SITE-CODE
008890     END-IF.
008900     MOVE SPACES TO REF-PROBLEM.
008910     SET DEPT-TABLE-IDX TO 1.
008920     SEARCH DEPT-TABLE-ENTRY
008930         AT END
008940             MOVE "NOT ON DEPT MASTER" TO REF-PROBLEM
008950         WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = REF-DEPT-CODE
008960                 AND DT-DEPT-ACTIVE (DEPT-TABLE-IDX)
008970                 AND (REF-SITE-CODE = ANY-SITE-CODE
008980                 OR DT-SITE-CODE (DEPT-TABLE-IDX) = REF-SITE-CODE)
008990             CONTINUE
009000     END-SEARCH.
009010     IF REF-PROBLEM NOT = SPACES
009020         SET DEPT-TABLE-IDX TO 1
009030         SEARCH DEPT-TABLE-ENTRY
009040             WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = REF-DEPT-CODE
009050                     AND (REF-SITE-CODE = ANY-SITE-CODE
009060                     OR DT-SITE-CODE (DEPT-TABLE-IDX)
009070                     = REF-SITE-CODE)
009080                 MOVE "DEPT INACTIVE" TO REF-PROBLEM
009090         END-SEARCH
009100     END-IF.
009110     IF REF-PROBLEM NOT = SPACES
009120         MOVE SPACES TO EXCEPTION-DETAIL-LINE
009130         MOVE REF-FILE-ID      TO EDL-FILE-ID
009140         MOVE REF-PRODUCT-NAME TO EDL-KEY
009150         STRING REF-SITE-CODE "/" REF-DEPT-CODE
009160                 DELIMITED BY SIZE INTO EDL-ON-FILE-X
009170         MOVE REF-PROBLEM      TO EDL-DETAIL
009180         PERFORM 4100-WRITE-EXCEPTION-LINE
009190     END-IF.

009200 3900-CHECK-ORPHAN-OFFSETS.
009210     MOVE "OFFSET (V) RECORDS AGAINST THE ASSIGNMENTS THEY "
009220         & "REVERSE" TO AUDIT-NOTE.
009230     PERFORM 4150-WRITE-SECTION-HEADING.
009240     PERFORM 3910-REPORT-ORPHAN-OFFSET
009250         VARYING OFFSET-SUB FROM 1 BY 1
009260         UNTIL OFFSET-SUB > OFFSET-TABLE-COUNT.
009270     IF OFFSET-OVERFLOW-COUNT > ZERO
009280         MOVE SPACES TO AUDIT-NOTE
009290         STRING "MORE THAN 2000 V RECORDS ON THE LOG - THE REST "
009300                 "WERE NOT CHECKED."
009310                 DELIMITED BY SIZE INTO AUDIT-NOTE
009320         PERFORM 4250-WRITE-OVERFLOW-NOTE
009330     END-IF.
009340     MOVE "V RECORDS CHECKED" TO ASL-LABEL.
009350     MOVE OFFSETS-CHECKED-COUNT TO ASL-COUNT-EDIT.
009360     PERFORM 4300-WRITE-SUMMARY-LINE.
009370     PERFORM 4350-WRITE-SECTION-FOOTER.

009380 3910-REPORT-ORPHAN-OFFSET.
009390     ADD 1 TO OFFSETS-CHECKED-COUNT.
009400     IF NOT OT-MATCHED (OFFSET-SUB)
009410         MOVE SPACES TO EXCEPTION-DETAIL-LINE
009420         MOVE "ASSNLOG" TO EDL-FILE-ID
009430         MOVE OT-PRODUCT-NAME (OFFSET-SUB) TO EDL-KEY
009440         MOVE OT-PRODUCT-QTY (OFFSET-SUB)  TO EDL-ON-FILE
009450         STRING "V " OT-ASSIGN-DATE (OFFSET-SUB)
009460                 " S" OT-SITE-CODE (OFFSET-SUB)
009470                 " D" OT-DEPT-CODE (OFFSET-SUB)
009480                 DELIMITED BY SIZE INTO EDL-DETAIL
009490         PERFORM 4100-WRITE-EXCEPTION-LINE
009500     END-IF.

009510 4000-TERMINATE.
009520     MOVE SPACES TO AUDIT-REPORT-LINE.
009530     WRITE AUDIT-REPORT-LINE.
009540     MOVE "TOTAL EXCEPTIONS" TO ASL-LABEL.
009550     MOVE EXCEPTION-COUNT TO ASL-COUNT-EDIT.
009560     PERFORM 4300-WRITE-SUMMARY-LINE.
009570     CLOSE AUDIT-REPORT.

009580 4100-WRITE-EXCEPTION-LINE.
009590     ADD 1 TO EXCEPTION-COUNT.
009600     ADD 1 TO SECTION-EXCEPTION-COUNT.
009610     MOVE EXCEPTION-DETAIL-LINE TO AUDIT-REPORT-LINE.
009620     WRITE AUDIT-REPORT-LINE.
009630     DISPLAY AUDIT-REPORT-LINE.

009640 4150-WRITE-SECTION-HEADING.
009650*    THE SECTION TITLE IS PASSED IN AUDIT-NOTE.
009660     MOVE ZERO TO SECTION-EXCEPTION-COUNT.
009670     MOVE SPACES TO AUDIT-REPORT-LINE.
009680     WRITE AUDIT-REPORT-LINE.
009690     MOVE AUDIT-NOTE TO AUDIT-REPORT-LINE.
009700     WRITE AUDIT-REPORT-LINE.
009710     DISPLAY AUDIT-REPORT-LINE.
009720     MOVE AUDIT-COLUMN-HEADING TO AUDIT-REPORT-LINE.
009730     WRITE AUDIT-REPORT-LINE.
009740     MOVE ALL "-" TO AUDIT-REPORT-LINE.
009750     WRITE AUDIT-REPORT-LINE.

009760 4200-WRITE-NOTE-LINE.
009770     MOVE AUDIT-NOTE TO AUDIT-REPORT-LINE.
009780     WRITE AUDIT-REPORT-LINE.
009790     DISPLAY AUDIT-REPORT-LINE.

009800 4250-WRITE-OVERFLOW-NOTE.
009810*    A CHECK THAT COULD NOT BE FINISHED COUNTS AS AN EXCEPTION.
009820     ADD 1 TO EXCEPTION-COUNT.
009830     ADD 1 TO SECTION-EXCEPTION-COUNT.
009840     PERFORM 4200-WRITE-NOTE-LINE.

009850 4300-WRITE-SUMMARY-LINE.
009860     MOVE AUDIT-SUMMARY-LINE TO AUDIT-REPORT-LINE.
009870     WRITE AUDIT-REPORT-LINE.
009880     DISPLAY AUDIT-REPORT-LINE.

009890 4350-WRITE-SECTION-FOOTER.
009900     MOVE "EXCEPTIONS" TO ASL-LABEL.
009910     MOVE SECTION-EXCEPTION-COUNT TO ASL-COUNT-EDIT.
009920     PERFORM 4300-WRITE-SUMMARY-LINE.

009930 5000-SET-FINAL-STATUS.
009940     IF EXCEPTION-COUNT > ZERO
009950         MOVE "W" TO RUN-FINAL-STATUS
009960         MOVE 8 TO RUN-RETURN-CODE
009970     ELSE
009980         MOVE "C" TO RUN-FINAL-STATUS
009990         MOVE ZERO TO RUN-RETURN-CODE
010000     END-IF.

010010 5100-WRITE-RUN-CONTROL.
010020     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
010030     ACCEPT CDT-TIME FROM TIME.
010040     OPEN EXTEND RUN-CONTROL-FILE.
010050     IF NOT RUN-CONTROL-OK
010060         OPEN OUTPUT RUN-CONTROL-FILE
010070     END-IF.
010080     MOVE "FILE-AUDIT"   TO RC-PROGRAM-NAME.
010090     MOVE RUN-START-DATE TO RC-START-DATE.
010100     MOVE RUN-START-TIME TO RC-START-TIME.
010110     MOVE CDT-DATE       TO RC-END-DATE.
010120     MOVE CDT-TIME       TO RC-END-TIME.
010130     MOVE "R"            TO RC-RUN-MODE.
010140     MOVE LOG-READ-COUNT TO RC-RECORDS-READ.
010150     MOVE ZERO           TO RC-RECORDS-ASSIGNED.
010160     MOVE EXCEPTION-COUNT TO RC-RECORDS-REJECTED.
010170     MOVE ZERO           TO RC-CONFLICT-COUNT.
010180     MOVE RUN-FINAL-STATUS TO RC-FINAL-STATUS.
010190     MOVE RUN-RETURN-CODE  TO RC-RETURN-CODE.
010200     MOVE SPACES           TO RC-USER-NAME.
010210     MOVE RUN-DATE         TO RC-BUSINESS-DATE.
010220     WRITE RUN-CONTROL-RECORD.
010230     CLOSE RUN-CONTROL-FILE.

010240 5200-ABORT-RUN.
010250     MOVE "F" TO RUN-FINAL-STATUS.
010260     MOVE 16 TO RUN-RETURN-CODE.
010270     PERFORM 5100-WRITE-RUN-CONTROL.
010280     MOVE RUN-RETURN-CODE TO RETURN-CODE.
010290     STOP RUN.
