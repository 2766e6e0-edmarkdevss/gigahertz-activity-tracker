000210*                   MORNING IS ONE PAGE SAYING ALL CLEAR. ENDS   *
000220*                   WITH CONDITION CODE 0 CLEAN, 4 WHEN ANY      *
000230*                   EXCEPTION PRINTED, 16 ON ABORT.              *
000240*  2026-10-15 EDM   THE DASHBOARD DATE - WHICH DAY'S LOG RECORDS *
000250*                   ARE FLAGGED - NOW COMES FROM THE SHARED      *
000260*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK.     *
000270*  2026-10-15 EDM   REJECTS, PENDING CONFLICTS AND OVER-CAPACITY *
000280*                   DEPTS ARE NOW KEYED AND SHOWN BY SITE AND    *
000290*                   DEPT CODE. AN OPTIONAL PARM SITE CODE LIMITS *
000300*                   THOSE SECTIONS TO ONE SITE. CYCLE STATUS,    *
000310*                   UNACKNOWLEDGED EXPORTS AND SUSPENDED USERS   *
000320*                   STAY SYSTEM-WIDE. A RECORD WITH NO SITE      *
000330*                   BELONGS TO SITE 01.                          *
000340*----------------------------------------------------------------*

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BUSINESS-DATE-STATUS.

000420     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS RUN-CONTROL-STATUS.

000450     SELECT DEPT-CODE-REJECT-LOG ASSIGN TO "DEPTREJ"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS REJECT-LOG-STATUS.

000480     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS ASSIGN-LOG-STATUS.

000510     SELECT PENDING-ACK-FILE ASSIGN TO "PENDIN"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS PENDING-ACK-STATUS.

000540     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS USER-MASTER-STATUS.

000570     SELECT DASHBOARD-REPORT ASSIGN TO "DASHRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DASHBOARD-RPT-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BUSINESS-DATE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  BUSINESS-DATE-RECORD.
000650     COPY BUSDATE.

000660 FD  RUN-CONTROL-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  RUN-CONTROL-RECORD.
000700     COPY RUNCTL.

000710 FD  DEPT-CODE-REJECT-LOG
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  DEPT-CODE-REJECT-RECORD.
000750     COPY REJECTLG.

000760 FD  PRODUCT-ASSIGN-LOG
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  ASSIGN-LOG-RECORD.
000800     COPY ASSNLOG.

000810 FD  PENDING-ACK-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  PENDING-ACK-RECORD.
000850     COPY PENDACK.

000860 FD  USER-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  USER-MASTER-RECORD.
000890     COPY USERMAST.

000900 FD  DASHBOARD-REPORT
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  DASHBOARD-REPORT-LINE      PIC X(80).

000940 WORKING-STORAGE SECTION.
000950 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000960     88  BUSINESS-DATE-OK       VALUE "00".
000970 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
000980     88  RUN-CONTROL-OK         VALUE "00".
000990     88  RUN-CONTROL-EOF        VALUE "10".
001000 77  REJECT-LOG-STATUS          PIC X(02) VALUE SPACES.
001010     88  REJECT-LOG-OK          VALUE "00".
001020     88  REJECT-LOG-EOF         VALUE "10".
001030 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
001040     88  ASSIGN-LOG-OK          VALUE "00".
001050     88  ASSIGN-LOG-EOF         VALUE "10".
001060 77  PENDING-ACK-STATUS         PIC X(02) VALUE SPACES.
001070     88  PENDING-ACK-OK         VALUE "00".
001080     88  PENDING-ACK-EOF        VALUE "10".
001090 77  USER-MASTER-STATUS         PIC X(02) VALUE SPACES.
001100     88  USER-MASTER-OK         VALUE "00".
001110     88  USER-MASTER-EOF        VALUE "10".
001120 77  DASHBOARD-RPT-STATUS       PIC X(02) VALUE SPACES.
001130     88  DASHBOARD-RPT-OK       VALUE "00".

001140 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001150 77  EXCEPTION-COUNT            PIC 9(05) COMP VALUE ZERO.
001160 77  RUN-RETURN-CODE            PIC 9(04) VALUE ZERO.
001170 77  COUNT-EDIT                 PIC ZZ,ZZ9.

001180 77  PROGRAM-SUB                PIC 9(03) COMP VALUE ZERO.
001190 77  PROGRAM-HIT-SUB            PIC 9(03) COMP VALUE ZERO.
001200 77  REJECT-SUB                 PIC 9(03) COMP VALUE ZERO.
001210 77  REJECT-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
001220 77  OVERCAP-SUB                PIC 9(03) COMP VALUE ZERO.
001230 77  OVERCAP-HIT-SUB            PIC 9(03) COMP VALUE ZERO.
001240 77  CONFLICT-TOTAL-COUNT       PIC 9(05) COMP VALUE ZERO.
001250 77  AGING-ACK-COUNT            PIC 9(05) COMP VALUE ZERO.
001260 77  OLDEST-ACK-DATE            PIC 9(08) VALUE ZERO.
001270 77  SUSPENDED-COUNT            PIC 9(05) COMP VALUE ZERO.
001280 77  AGING-CYCLE-LIMIT          PIC 9(02) VALUE 2.
001290 77  SITE-SELECT-SWITCH         PIC X(01) VALUE "Y".
001300     88  SITE-SELECTED          VALUE "Y".
001310 77  DASH-SITE-PARM             PIC X(02) VALUE SPACES.
001320 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001330 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.

001340 01  LAST-RUN-TABLE.
001350     05  LAST-RUN-COUNT         PIC 9(03) COMP VALUE ZERO.
001360     05  LAST-RUN-ENTRY OCCURS 1 TO 20 TIMES
001370             DEPENDING ON LAST-RUN-COUNT.
001380         10  LR-PROGRAM-NAME    PIC X(12).
001390         10  LR-END-DATE        PIC 9(08).
001400         10  LR-END-TIME        PIC 9(08).
001410         10  LR-FINAL-STATUS    PIC X(01).
001420         10  LR-RETURN-CODE     PIC 9(04).

001430 01  REJECT-DEPT-TABLE.
001440     05  REJECT-DEPT-COUNT      PIC 9(03) COMP VALUE ZERO.
001450     05  REJECT-DEPT-ENTRY OCCURS 1 TO 100 TIMES
001460             DEPENDING ON REJECT-DEPT-COUNT.
001470         10  RD-SITE-CODE       PIC X(02).
001480         10  RD-DEPT-CODE       PIC 9(02).
001490         10  RD-REJECT-COUNT    PIC 9(05) COMP.

001500 01  OVERCAP-DEPT-TABLE.
001510     05  OVERCAP-DEPT-COUNT     PIC 9(03) COMP VALUE ZERO.
001520     05  OVERCAP-DEPT-ENTRY OCCURS 1 TO 100 TIMES
001530             DEPENDING ON OVERCAP-DEPT-COUNT.
001540         10  OC-SITE-CODE       PIC X(02).
001550         10  OC-DEPT-CODE       PIC 9(02).
001560         10  OC-DEPT-NAME       PIC X(15).

001570 01  CONFLICT-LIST.
001580     05  CONFLICT-LIST-COUNT    PIC 9(03) COMP VALUE ZERO.
001590     05  CONFLICT-LIST-ENTRY OCCURS 1 TO 15 TIMES
001600             DEPENDING ON CONFLICT-LIST-COUNT.
001610         10  CL-SITE-CODE       PIC X(02).
001620         10  CL-PRODUCT-NAME    PIC X(30).

001630 01  RUN-STATUS-LINE.
001640     05  RSL-PROGRAM-NAME       PIC X(12).
001650     05  FILLER                 PIC X(02) VALUE SPACES.
001660     05  RSL-END-DATE           PIC 9(08).
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  RSL-END-TIME           PIC 9(08).
001690     05  FILLER                 PIC X(02) VALUE SPACES.
001700     05  RSL-FINAL-STATUS       PIC X(01).
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  RSL-RETURN-CODE        PIC ZZZ9.
001730     05  FILLER                 PIC X(02) VALUE SPACES.
001740     05  RSL-NOTE               PIC X(15).
001750     05  FILLER                 PIC X(23) VALUE SPACES.

001760 PROCEDURE DIVISION.
001770 100-START-LOGIC.
001780     PERFORM 1000-INITIALIZE.
001790     PERFORM 2000-GATHER-RUN-STATUS.
001800     PERFORM 2200-GATHER-REJECTS.
001810     PERFORM 2400-GATHER-LOG-FLAGS.
001820     PERFORM 2600-GATHER-AGING-ACKS.
001830     PERFORM 2800-GATHER-SUSPENDED-USERS.
001840     PERFORM 3000-PRINT-RUN-STATUS.
001850     PERFORM 3200-PRINT-REJECT-SECTION.
001860     PERFORM 3300-PRINT-CONFLICT-SECTION.
001870     PERFORM 3400-PRINT-OVERCAP-SECTION.
001880     PERFORM 3500-PRINT-ACK-SECTION.
001890     PERFORM 3600-PRINT-SUSPENDED-SECTION.
001900     PERFORM 3800-PRINT-VERDICT.
001910     PERFORM 4000-TERMINATE.
001920     PERFORM 5000-SET-FINAL-STATUS.
001930     MOVE RUN-RETURN-CODE TO RETURN-CODE.
001940     STOP RUN.

001950 1000-INITIALIZE.
001960     DISPLAY "=== GIGAHERTZ MORNING OPERATIONS DASHBOARD ===".
001970     ACCEPT DASH-SITE-PARM FROM COMMAND-LINE.
001980     PERFORM 1050-READ-BUSINESS-DATE.
001990     OPEN OUTPUT DASHBOARD-REPORT.
002000     MOVE SPACES TO DASHBOARD-REPORT-LINE.
002010     STRING "GIGAHERTZ MORNING OPERATIONS DASHBOARD - "
002020             RUN-DATE
002030             DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE.
002040     PERFORM 3900-WRITE-DASH-LINE.
002050     MOVE ALL "=" TO DASHBOARD-REPORT-LINE.
002060     PERFORM 3900-WRITE-DASH-LINE.
002070     IF DASH-SITE-PARM NOT = SPACES
002080         MOVE SPACES TO DASHBOARD-REPORT-LINE
002090         STRING "REJECTS, CONFLICTS AND CAPACITY FOR SITE "
002100                 DASH-SITE-PARM " ONLY"
002110                 DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE
002120         PERFORM 3900-WRITE-DASH-LINE
002130     END-IF.

002140 1050-READ-BUSINESS-DATE.
002150     OPEN INPUT BUSINESS-DATE-FILE.
002160     IF NOT BUSINESS-DATE-OK
002170         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002180             "BUILD DASHBOARD. RUN ABORTED."
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     READ BUSINESS-DATE-FILE
002230         AT END
002240             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002250                 "BUILD DASHBOARD. RUN ABORTED."
002260             CLOSE BUSINESS-DATE-FILE
002270             MOVE 16 TO RETURN-CODE
002280             STOP RUN
002290     END-READ.
002300     CLOSE BUSINESS-DATE-FILE.
002310     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002320     IF BD-CATCHUP-ACTIVE
002330         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002340             " - OPEN DATE IS " BD-RESUME-DATE "."
002350     END-IF.

002360 1100-CHECK-SITE-SELECTED.
002370*    A BLANK SITE ON ANY FILE IS THE HOME SITE. WITH NO SITE
002380*    PARM EVERY SITE IS SHOWN.
002390     IF CHECK-SITE-CODE = SPACES
002400         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
002410     END-IF.
002420     IF DASH-SITE-PARM = SPACES
002430             OR DASH-SITE-PARM = CHECK-SITE-CODE
002440         MOVE "Y" TO SITE-SELECT-SWITCH
002450     ELSE
002460         MOVE "N" TO SITE-SELECT-SWITCH
002470     END-IF.

002480 2000-GATHER-RUN-STATUS.
002490     OPEN INPUT RUN-CONTROL-FILE.
002500     IF NOT RUN-CONTROL-OK
002510         DISPLAY "RUN-CONTROL-FILE NOT FOUND - NO CYCLE "
002520             "STATUS AVAILABLE."
002530     ELSE
002540         PERFORM 2100-READ-RUN-RECORD
002550         PERFORM 2150-NOTE-RUN-RECORD
002560             UNTIL RUN-CONTROL-EOF
002570         CLOSE RUN-CONTROL-FILE
002580     END-IF.

002590 2100-READ-RUN-RECORD.
002600     READ RUN-CONTROL-FILE
002610         AT END
002620             SET RUN-CONTROL-EOF TO TRUE
002630     END-READ.

002640 2150-NOTE-RUN-RECORD.
002650*    KEEP ONLY THE LATEST RECORD PER PROGRAM - THE FILE IS
002660*    APPENDED IN RUN ORDER, SO LAST ONE READ WINS.
002670     MOVE ZERO TO PROGRAM-HIT-SUB.
002680     PERFORM 2160-MATCH-PROGRAM-ENTRY
002690         VARYING PROGRAM-SUB FROM 1 BY 1
002700         UNTIL PROGRAM-SUB > LAST-RUN-COUNT
002710         OR PROGRAM-HIT-SUB > ZERO.
002720     IF PROGRAM-HIT-SUB = ZERO
002730         IF LAST-RUN-COUNT >= 20
002740             DISPLAY "MORE THAN 20 PROGRAMS ON RUNCTL - "
002750                 "REMAINDER NOT SHOWN."
002760         ELSE
002770             ADD 1 TO LAST-RUN-COUNT
002780             MOVE LAST-RUN-COUNT TO PROGRAM-HIT-SUB
002790             MOVE RC-PROGRAM-NAME
002800                 TO LR-PROGRAM-NAME (PROGRAM-HIT-SUB)
002810         END-IF
002820     END-IF.
002830     IF PROGRAM-HIT-SUB > ZERO
002840         MOVE RC-END-DATE TO LR-END-DATE (PROGRAM-HIT-SUB)
002850         MOVE RC-END-TIME TO LR-END-TIME (PROGRAM-HIT-SUB)
002860         MOVE RC-FINAL-STATUS
002870             TO LR-FINAL-STATUS (PROGRAM-HIT-SUB)
002880         MOVE RC-RETURN-CODE
002890             TO LR-RETURN-CODE (PROGRAM-HIT-SUB)
002900     END-IF.
002910     PERFORM 2100-READ-RUN-RECORD.

002920 2160-MATCH-PROGRAM-ENTRY.
002930     IF LR-PROGRAM-NAME (PROGRAM-SUB) = RC-PROGRAM-NAME
002940         MOVE PROGRAM-SUB TO PROGRAM-HIT-SUB
002950     END-IF.

002960 2200-GATHER-REJECTS.
002970     OPEN INPUT DEPT-CODE-REJECT-LOG.
002980     IF NOT REJECT-LOG-OK
002990         CONTINUE
003000     ELSE
003010         PERFORM 2250-READ-REJECT-RECORD
003020         PERFORM 2300-NOTE-REJECT-RECORD
003030             UNTIL REJECT-LOG-EOF
003040         CLOSE DEPT-CODE-REJECT-LOG
003050     END-IF.

003060 2250-READ-REJECT-RECORD.
003070     READ DEPT-CODE-REJECT-LOG
003080         AT END
003090             SET REJECT-LOG-EOF TO TRUE
003100     END-READ.

003110 2300-NOTE-REJECT-RECORD.
003120     MOVE RJ-SITE-CODE TO CHECK-SITE-CODE.
003130     PERFORM 1100-CHECK-SITE-SELECTED.
003140     MOVE ZERO TO REJECT-HIT-SUB.
003150     PERFORM 2350-MATCH-REJECT-DEPT
003160         VARYING REJECT-SUB FROM 1 BY 1
003170         UNTIL REJECT-SUB > REJECT-DEPT-COUNT
003180         OR REJECT-HIT-SUB > ZERO.
003190     IF REJECT-HIT-SUB = ZERO
003200             AND SITE-SELECTED
003210         IF REJECT-DEPT-COUNT < 100
003220             ADD 1 TO REJECT-DEPT-COUNT
003230             MOVE REJECT-DEPT-COUNT TO REJECT-HIT-SUB
003240             MOVE CHECK-SITE-CODE
003250                 TO RD-SITE-CODE (REJECT-HIT-SUB)
003260             MOVE RJ-DEPT-CODE
003270                 TO RD-DEPT-CODE (REJECT-HIT-SUB)
003280             MOVE ZERO TO RD-REJECT-COUNT (REJECT-HIT-SUB)
003290         END-IF
003300     END-IF.
003310     IF REJECT-HIT-SUB > ZERO
003320         ADD 1 TO RD-REJECT-COUNT (REJECT-HIT-SUB)
003330     END-IF.
003340     PERFORM 2250-READ-REJECT-RECORD.

003350 2350-MATCH-REJECT-DEPT.
003360     IF RD-SITE-CODE (REJECT-SUB) = CHECK-SITE-CODE
003370             AND RD-DEPT-CODE (REJECT-SUB) = RJ-DEPT-CODE
003380         MOVE REJECT-SUB TO REJECT-HIT-SUB
003390     END-IF.

003400 2400-GATHER-LOG-FLAGS.
003410*    ONE PASS OVER THE LOG COLLECTS BOTH THE PENDING CONFLICT
003420*    PRODUCTS AND THE DEPTS THAT WENT OVER CAPACITY TODAY.
003430     OPEN INPUT PRODUCT-ASSIGN-LOG.
003440     IF NOT ASSIGN-LOG-OK
003450         CONTINUE
003460     ELSE
003470         PERFORM 2450-READ-LOG-RECORD
003480         PERFORM 2500-NOTE-LOG-RECORD
003490             UNTIL ASSIGN-LOG-EOF
003500         CLOSE PRODUCT-ASSIGN-LOG
003510     END-IF.

003520 2450-READ-LOG-RECORD.
003530     READ PRODUCT-ASSIGN-LOG
003540         AT END
003550             SET ASSIGN-LOG-EOF TO TRUE
003560     END-READ.

003570 2500-NOTE-LOG-RECORD.
003580     MOVE LOG-SITE-CODE TO CHECK-SITE-CODE.
003590     PERFORM 1100-CHECK-SITE-SELECTED.
003600     IF LOG-HAS-CONFLICT
003610             AND SITE-SELECTED
003620         ADD 1 TO CONFLICT-TOTAL-COUNT
003630         IF CONFLICT-LIST-COUNT < 15
003640             ADD 1 TO CONFLICT-LIST-COUNT
003650             MOVE CHECK-SITE-CODE
003660                 TO CL-SITE-CODE (CONFLICT-LIST-COUNT)
003670             MOVE LOG-PRODUCT-NAME
003680                 TO CL-PRODUCT-NAME (CONFLICT-LIST-COUNT)
003690         END-IF
003700     END-IF.
003710     IF LOG-OVER-CAPACITY
003720         AND LOG-ASSIGN-DATE = RUN-DATE
003730         AND SITE-SELECTED
003740         PERFORM 2550-NOTE-OVERCAP-DEPT
003750     END-IF.
003760     PERFORM 2450-READ-LOG-RECORD.

003770 2550-NOTE-OVERCAP-DEPT.
003780     MOVE ZERO TO OVERCAP-HIT-SUB.
003790     PERFORM 2580-MATCH-OVERCAP-DEPT
003800         VARYING OVERCAP-SUB FROM 1 BY 1
003810         UNTIL OVERCAP-SUB > OVERCAP-DEPT-COUNT
003820         OR OVERCAP-HIT-SUB > ZERO.
003830     IF OVERCAP-HIT-SUB = ZERO
003840         IF OVERCAP-DEPT-COUNT < 100
003850             ADD 1 TO OVERCAP-DEPT-COUNT
003860             MOVE CHECK-SITE-CODE
003870                 TO OC-SITE-CODE (OVERCAP-DEPT-COUNT)
003880             MOVE LOG-DEPT-CODE
003890                 TO OC-DEPT-CODE (OVERCAP-DEPT-COUNT)
003900             MOVE LOG-DEPT-NAME
003910                 TO OC-DEPT-NAME (OVERCAP-DEPT-COUNT)
003920         END-IF
003930     END-IF.

003940 2580-MATCH-OVERCAP-DEPT.
003950     IF OC-SITE-CODE (OVERCAP-SUB) = CHECK-SITE-CODE
003960             AND OC-DEPT-CODE (OVERCAP-SUB) = LOG-DEPT-CODE
003970         MOVE OVERCAP-SUB TO OVERCAP-HIT-SUB
003980     END-IF.

003990 2600-GATHER-AGING-ACKS.
004000     OPEN INPUT PENDING-ACK-FILE.
004010     IF NOT PENDING-ACK-OK
004020         CONTINUE
004030     ELSE
004040         PERFORM 2650-READ-PENDING-RECORD
004050         PERFORM 2700-NOTE-PENDING-RECORD
004060             UNTIL PENDING-ACK-EOF
004070         CLOSE PENDING-ACK-FILE
004080     END-IF.

004090 2650-READ-PENDING-RECORD.
004100     READ PENDING-ACK-FILE
004110         AT END
004120             SET PENDING-ACK-EOF TO TRUE
004130     END-READ.

004140 2700-NOTE-PENDING-RECORD.
004150     IF PA-CYCLES-PENDING >= AGING-CYCLE-LIMIT
004160         ADD 1 TO AGING-ACK-COUNT
004170         IF OLDEST-ACK-DATE = ZERO
004180                 OR PA-EXPORT-DATE < OLDEST-ACK-DATE
004190             MOVE PA-EXPORT-DATE TO OLDEST-ACK-DATE
004200         END-IF
004210     END-IF.
004220     PERFORM 2650-READ-PENDING-RECORD.

004230 2800-GATHER-SUSPENDED-USERS.
004240     OPEN INPUT USER-MASTER-FILE.
004250     IF NOT USER-MASTER-OK
004260         CONTINUE
004270     ELSE
004280         PERFORM 2850-READ-USER-RECORD
004290         PERFORM 2900-NOTE-USER-RECORD
004300             UNTIL USER-MASTER-EOF
004310         CLOSE USER-MASTER-FILE
004320     END-IF.

004330 2850-READ-USER-RECORD.
004340     READ USER-MASTER-FILE
004350         AT END
004360             SET USER-MASTER-EOF TO TRUE
004370     END-READ.

004380 2900-NOTE-USER-RECORD.
004390     IF UM-USER-SUSPENDED
004400         ADD 1 TO SUSPENDED-COUNT
004410     END-IF.
004420     PERFORM 2850-READ-USER-RECORD.

004430 3000-PRINT-RUN-STATUS.
004440     MOVE "LAST CYCLE PER PROGRAM" TO DASHBOARD-REPORT-LINE.
004450     PERFORM 3900-WRITE-DASH-LINE.
004460     MOVE "PROGRAM       END DATE ENDTIME   S    RC"
004470         TO DASHBOARD-REPORT-LINE.
004480     PERFORM 3900-WRITE-DASH-LINE.
004490     MOVE ALL "-" TO DASHBOARD-REPORT-LINE.
004500     PERFORM 3900-WRITE-DASH-LINE.
004510     IF LAST-RUN-COUNT = ZERO
004520         MOVE "NO RUNS RECORDED." TO DASHBOARD-REPORT-LINE
004530         PERFORM 3900-WRITE-DASH-LINE
004540     ELSE
004550         PERFORM 3100-PRINT-RUN-LINE
004560             VARYING PROGRAM-SUB FROM 1 BY 1
004570             UNTIL PROGRAM-SUB > LAST-RUN-COUNT
004580     END-IF.

004590 3100-PRINT-RUN-LINE.
004600     MOVE SPACES TO RUN-STATUS-LINE.
004610     MOVE LR-PROGRAM-NAME (PROGRAM-SUB) TO RSL-PROGRAM-NAME.
004620     MOVE LR-END-DATE (PROGRAM-SUB)     TO RSL-END-DATE.
004630     MOVE LR-END-TIME (PROGRAM-SUB)     TO RSL-END-TIME.
004640     MOVE LR-FINAL-STATUS (PROGRAM-SUB) TO RSL-FINAL-STATUS.
004650     MOVE LR-RETURN-CODE (PROGRAM-SUB)  TO RSL-RETURN-CODE.
004660     IF LR-FINAL-STATUS (PROGRAM-SUB) NOT = "C"
004670         MOVE "<== SEE RUNCRPT" TO RSL-NOTE
004680         ADD 1 TO EXCEPTION-COUNT
004690     END-IF.
004700     MOVE RUN-STATUS-LINE TO DASHBOARD-REPORT-LINE.
004710     PERFORM 3900-WRITE-DASH-LINE.

004720 3200-PRINT-REJECT-SECTION.
004730     IF REJECT-DEPT-COUNT > ZERO
004740         PERFORM 3950-WRITE-BLANK-LINE
004750         MOVE "OUTSTANDING REJECTS - WORK WITH REJECT-RECYCLE"
004760             TO DASHBOARD-REPORT-LINE
004770         PERFORM 3900-WRITE-DASH-LINE
004780         PERFORM 3250-PRINT-REJECT-LINE
004790             VARYING REJECT-SUB FROM 1 BY 1
004800             UNTIL REJECT-SUB > REJECT-DEPT-COUNT
004810     END-IF.

004820 3250-PRINT-REJECT-LINE.
004830     ADD 1 TO EXCEPTION-COUNT.
004840     MOVE RD-REJECT-COUNT (REJECT-SUB) TO COUNT-EDIT.
004850     MOVE SPACES TO DASHBOARD-REPORT-LINE.
004860     STRING "  SITE " RD-SITE-CODE (REJECT-SUB)
004870             " DEPT " RD-DEPT-CODE (REJECT-SUB)
004880             " - " COUNT-EDIT " REJECT(S) ON DEPTREJ"
004890             DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE.
004900     PERFORM 3900-WRITE-DASH-LINE.

004910 3300-PRINT-CONFLICT-SECTION.
004920     IF CONFLICT-TOTAL-COUNT > ZERO
004930         ADD 1 TO EXCEPTION-COUNT
004940         PERFORM 3950-WRITE-BLANK-LINE
004950         MOVE CONFLICT-TOTAL-COUNT TO COUNT-EDIT
004960         MOVE SPACES TO DASHBOARD-REPORT-LINE
004970         STRING "PENDING CONFLICTS (" COUNT-EDIT
004980                 " ) - WORK WITH PRODUCT-MAINT OPTION R"
004990                 DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE
005000         PERFORM 3900-WRITE-DASH-LINE
005010         PERFORM 3350-PRINT-CONFLICT-LINE
005020             VARYING PROGRAM-SUB FROM 1 BY 1
005030             UNTIL PROGRAM-SUB > CONFLICT-LIST-COUNT
005040         IF CONFLICT-TOTAL-COUNT > CONFLICT-LIST-COUNT
005050             MOVE "  ... AND MORE - SEE PRODUCT-MAINT."
005060                 TO DASHBOARD-REPORT-LINE
005070             PERFORM 3900-WRITE-DASH-LINE
005080         END-IF
005090     END-IF.

005100 3350-PRINT-CONFLICT-LINE.
005110     MOVE SPACES TO DASHBOARD-REPORT-LINE.
005120     STRING "  SITE " CL-SITE-CODE (PROGRAM-SUB)
005130             " " CL-PRODUCT-NAME (PROGRAM-SUB)
005140             DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE.
005150     PERFORM 3900-WRITE-DASH-LINE.

005160 3400-PRINT-OVERCAP-SECTION.
005170     IF OVERCAP-DEPT-COUNT > ZERO
005180         PERFORM 3950-WRITE-BLANK-LINE
005190         MOVE "DEPTS OVER CAPACITY TODAY - SEE CAPRPT"
005200             TO DASHBOARD-REPORT-LINE
005210         PERFORM 3900-WRITE-DASH-LINE
005220         PERFORM 3450-PRINT-OVERCAP-LINE
005230             VARYING OVERCAP-SUB FROM 1 BY 1
005240             UNTIL OVERCAP-SUB > OVERCAP-DEPT-COUNT
005250     END-IF.

005260 3450-PRINT-OVERCAP-LINE.
005270     ADD 1 TO EXCEPTION-COUNT.
005280     MOVE SPACES TO DASHBOARD-REPORT-LINE.
005290     STRING "  SITE " OC-SITE-CODE (OVERCAP-SUB)
005300             " DEPT " OC-DEPT-CODE (OVERCAP-SUB)
005310             " " OC-DEPT-NAME (OVERCAP-SUB)
005320             DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE.
005330     PERFORM 3900-WRITE-DASH-LINE.

005340 3500-PRINT-ACK-SECTION.
005350     IF AGING-ACK-COUNT > ZERO
005360         ADD 1 TO EXCEPTION-COUNT
005370         PERFORM 3950-WRITE-BLANK-LINE
005380         MOVE AGING-ACK-COUNT TO COUNT-EDIT
005390         MOVE SPACES TO DASHBOARD-REPORT-LINE
005400         STRING "EXPORTS UNACKNOWLEDGED " COUNT-EDIT
005410                 " (2+ CYCLES, OLDEST " OLDEST-ACK-DATE
005420                 ") - SEE RECONRPT"
005430                 DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE
005440         PERFORM 3900-WRITE-DASH-LINE
005450     END-IF.

005460 3600-PRINT-SUSPENDED-SECTION.
005470     IF SUSPENDED-COUNT > ZERO
005480         ADD 1 TO EXCEPTION-COUNT
005490         PERFORM 3950-WRITE-BLANK-LINE
005500         MOVE SUSPENDED-COUNT TO COUNT-EDIT
005510         MOVE SPACES TO DASHBOARD-REPORT-LINE
005520         STRING "SUSPENDED USERS " COUNT-EDIT
005530                 " - SEE USERRPT"
005540                 DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE
005550         PERFORM 3900-WRITE-DASH-LINE
005560     END-IF.

005570 3800-PRINT-VERDICT.
005580     PERFORM 3950-WRITE-BLANK-LINE.
005590     IF EXCEPTION-COUNT = ZERO
005600         MOVE "ALL CLEAR - NOTHING NEEDS ACTION THIS MORNING."
005610             TO DASHBOARD-REPORT-LINE
005620     ELSE
005630         MOVE EXCEPTION-COUNT TO COUNT-EDIT
005640         MOVE SPACES TO DASHBOARD-REPORT-LINE
005650         STRING "EXCEPTIONS NEEDING ACTION: " COUNT-EDIT
005660             DELIMITED BY SIZE INTO DASHBOARD-REPORT-LINE
005670     END-IF.
005680     PERFORM 3900-WRITE-DASH-LINE.

005690 3900-WRITE-DASH-LINE.
005700     WRITE DASHBOARD-REPORT-LINE.
005710     DISPLAY DASHBOARD-REPORT-LINE.

005720 3950-WRITE-BLANK-LINE.
005730     MOVE SPACES TO DASHBOARD-REPORT-LINE.
005740     PERFORM 3900-WRITE-DASH-LINE.

005750 4000-TERMINATE.
005760     CLOSE DASHBOARD-REPORT.
005770     DISPLAY "DASHBOARD COMPLETE.".

005780 5000-SET-FINAL-STATUS.
005790     IF EXCEPTION-COUNT > ZERO
005800         MOVE 4 TO RUN-RETURN-CODE
005810     ELSE
005820         MOVE ZERO TO RUN-RETURN-CODE
005830     END-IF.
