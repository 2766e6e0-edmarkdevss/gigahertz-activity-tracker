000420*                   CONDITION CODE 16; GIGAHERTZ_LOCK_         *
000430*                   OVERRIDE=Y BREAKS A STALE LOCK AND IS      *
000440*                   LOGGED TO RUN-CONTROL.                     *
000450*  2026-10-15 EDM   THE LOCK-BREAK RUN-CONTROL RECORD NOW SETS   *
000460*                   THE NEW RC-BUSINESS-DATE FIELD TO ZERO - A   *
000470*                   BROKEN LOCK IS NOT TIED TO A PROCESSING      *
000480*                   DATE.                                        *
000490*  2026-10-15 EDM   PRODUCTS NOW CARRY A PRODUCT CODE, WHICH IS  *
000500*                   THE MASTER KEY; THE NAME BECOMES A UNIQUE    *
000510*                   ALTERNATE KEY. ADD ASKS FOR THE CODE, NAME,  *
000520*                   DEPT, UNIT OF MEASURE, CASE PACK, UNIT       *
000530*                   WEIGHT AND UNIT CUBE AND REFUSES A CODE OR   *
000540*                   NAME ALREADY ON FILE. CHANGE AND DELETE FIND *
000550*                   THE PRODUCT BY CODE, OR BY NAME WHEN THE     *
000560*                   CODE IS LEFT BLANK. CHANGE NOW MAINTAINS THE *
000570*                   NAME, DEPT AND ATTRIBUTES (ENTER KEEPS A     *
000580*                   VALUE); A RENAME IS AUDITED WITH THE OLD     *
000590*                   NAME. THE AUDIT RECORD CARRIES THE PRODUCT   *
000600*                   CODE. A MISSING PRODUCT MASTER IS CREATED    *
000610*                   EMPTY, SINCE DEPT-CHECKER NO LONGER ADDS     *
000620*                   PRODUCTS.                                    *
000630*  2026-10-15 EDM   THE DEPT MASTER NOW CARRIES EVERY SITE'S     *
000640*                   DEPARTMENTS, SO THE DEPT TABLE HOLDS 100     *
000650*                   ENTRIES. A PRODUCT'S DEPT CODE IS THE SAME   *
000660*                   AT EVERY SITE, SO A CODE ACTIVE AT ANY SITE  *
000670*                   IS ACCEPTED.                                 *
000680*----------------------------------------------------------------*

000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.

000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PM-PRODUCT-CODE
000770         ALTERNATE RECORD KEY IS PM-PRODUCT-NAME
000780         FILE STATUS IS PRODUCT-MASTER-STATUS.

000790     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS DEPT-MASTER-STATUS.

000820     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS ASSIGN-LOG-STATUS.

000850     SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUDT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS PRODUCT-AUDIT-STATUS.

000880     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS RUN-LOCK-STATUS.

000910     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS RUN-CONTROL-STATUS.

000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  PRODUCT-MASTER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  PRODUCT-MASTER-RECORD.
000990     COPY PRODMAST.

001000 FD  DEPT-MASTER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  DEPT-MASTER-RECORD.
001030     COPY DEPTMAST.

001040 FD  PRODUCT-ASSIGN-LOG
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  ASSIGN-LOG-RECORD.
001080     COPY ASSNLOG.

001090 FD  PRODUCT-AUDIT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  PRODUCT-AUDIT-RECORD.
001130     COPY PRODAUD.

001140 FD  RUN-LOCK-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  RUN-LOCK-RECORD.
001170     COPY RUNLOCK.

001180 FD  RUN-CONTROL-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  RUN-CONTROL-RECORD.
001220     COPY RUNCTL.

001230 WORKING-STORAGE SECTION.
001240 77  PRODUCT-MASTER-STATUS      PIC X(02) VALUE SPACES.
001250     88  PRODUCT-MASTER-OK      VALUE "00".
001260     88  PRODUCT-MASTER-NOT-FOUND VALUE "35".
001270 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001280     88  DEPT-MASTER-OK         VALUE "00".
001290     88  DEPT-MASTER-EOF        VALUE "10".
001300 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
001310     88  ASSIGN-LOG-OK          VALUE "00".
001320 77  PRODUCT-AUDIT-STATUS       PIC X(02) VALUE SPACES.
001330     88  PRODUCT-AUDIT-OK       VALUE "00".
001340 77  END-OF-LOG-SWITCH          PIC X(01) VALUE "N".
001350     88  END-OF-LOG             VALUE "Y".
001360 77  MENU-CHOICE                PIC X(01) VALUE SPACE.
001370     88  CHOICE-ADD             VALUE "A".
001380     88  CHOICE-CHANGE          VALUE "C".
001390     88  CHOICE-DELETE          VALUE "D".
001400     88  CHOICE-REVIEW          VALUE "R".
001410     88  CHOICE-EXIT            VALUE "X".
001420 77  CONFLICT-ANSWER            PIC X(01) VALUE SPACE.
001430     88  CONFLICT-APPROVED      VALUE "A".
001440     88  CONFLICT-REJECTED      VALUE "R".
001450     88  CONFLICT-SKIPPED       VALUE "S".
001460 77  DEPT-CODE-VALID-SWITCH     PIC X(01) VALUE "N".
001470     88  DEPT-CODE-IS-VALID     VALUE "Y".
001480 77  MASTER-FOUND-SWITCH        PIC X(01) VALUE "N".
001490     88  MASTER-FOUND           VALUE "Y".
001500 77  ENTRY-VALID-SWITCH         PIC X(01) VALUE "N".
001510     88  ENTRY-IS-VALID         VALUE "Y".
001520 77  KEEP-CURRENT-SWITCH        PIC X(01) VALUE "N".
001530     88  KEEP-CURRENT-ALLOWED   VALUE "Y".
001540 77  CONFLICT-REVIEW-COUNT      PIC 9(05) COMP VALUE ZERO.
001550 77  SAVED-CONFLICT-FLAG        PIC X(01) VALUE SPACE.
001560 77  RUN-LOCK-STATUS            PIC X(02) VALUE SPACES.
001570     88  RUN-LOCK-OK            VALUE "00".
001580     88  RUN-LOCK-NOT-FOUND     VALUE "35".
001590 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001600     88  RUN-CONTROL-OK         VALUE "00".
001610 77  RUN-LOCK-OWNED-SWITCH      PIC X(01) VALUE "N".
001620     88  RUN-LOCK-OWNED         VALUE "Y".
001630 77  LOCK-HELD-SWITCH           PIC X(01) VALUE "N".
001640     88  LOCK-HELD              VALUE "Y".
001650 77  LOCK-OVERRIDE-FLAG         PIC X(01) VALUE "N".
001660 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001670 77  CASE-PACK-EDIT             PIC ZZZZ9.
001680 77  UNIT-WEIGHT-EDIT           PIC ZZZZ9.999.
001690 77  UNIT-CUBE-EDIT             PIC ZZ9.9999.

001700 01  MAINT-WORK-DATA.
001710     05  WORK-PRODUCT-CODE      PIC X(10).
001720     05  WORK-PRODUCT-NAME      PIC X(30).
001730     05  WORK-DEPT-CODE         PIC 9(02).
001740     05  WORK-DEPT-NAME         PIC X(15).
001750     05  WORK-UNIT-OF-MEASURE   PIC X(03).
001760     05  WORK-CASE-PACK         PIC 9(05).
001770     05  WORK-UNIT-WEIGHT       PIC 9(05)V999.
001780     05  WORK-UNIT-CUBE         PIC 9(03)V9(04).
001790     05  OLD-DEPT-CODE          PIC 9(02).
001800     05  OLD-DEPT-NAME          PIC X(15).
001810     05  OLD-PRODUCT-NAME       PIC X(30).

001820*    KEYED ENTRIES ARE ACCEPTED AS TEXT AND EDITED BEFORE
001830*    THEY REACH THE WORK FIELDS.
001840 01  ENTRY-DATA.
001850     05  CODE-ENTRY             PIC X(10).
001860     05  NAME-ENTRY             PIC X(30).
001870     05  DEPT-ENTRY             PIC X(02).
001880     05  DEPT-ENTRY-N REDEFINES DEPT-ENTRY
001890                                PIC 9(02).
001900     05  UOM-ENTRY              PIC X(03).
001910     05  CASE-PACK-ENTRY        PIC X(05).
001920     05  CASE-PACK-ENTRY-N REDEFINES CASE-PACK-ENTRY
001930                                PIC 9(05).
001940     05  WEIGHT-ENTRY           PIC X(08).
001950     05  WEIGHT-ENTRY-N REDEFINES WEIGHT-ENTRY
001960                                PIC 9(05)V999.
001970     05  CUBE-ENTRY             PIC X(07).
001980     05  CUBE-ENTRY-N REDEFINES CUBE-ENTRY
001990                                PIC 9(03)V9(04).

002000 01  USER-INFO.
002010     05  USER-NAME              PIC X(20) VALUE SPACES.

002020 01  DEPT-TABLE.
002030     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
002040     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
002050             DEPENDING ON DEPT-TABLE-COUNT
002060             INDEXED BY DEPT-TABLE-IDX.
002070         10  DT-DEPT-CODE       PIC 9(02).
002080         10  DT-DEPT-NAME       PIC X(15).
002090         10  DT-ACTIVE-FLAG     PIC X(01).

002100 01  CURRENT-DATE-TIME.
002110     05  CDT-DATE               PIC 9(08).
002120     05  CDT-TIME               PIC 9(08).

002130 PROCEDURE DIVISION.
002140 100-START-LOGIC.
002150     PERFORM 1000-INITIALIZE.
002160     PERFORM 2000-PROCESS-MENU
002170         UNTIL CHOICE-EXIT.
002180     PERFORM 4000-TERMINATE.
002190     STOP RUN.

002200 1000-INITIALIZE.
002210     DISPLAY "=== GIGAHERTZ PRODUCT MASTER MAINTENANCE v1.0 ===".
002220     ACCEPT USER-NAME FROM COMMAND-LINE.
002230     IF USER-NAME = SPACES
002240         DISPLAY "USER" UPON ENVIRONMENT-NAME
002250         ACCEPT USER-NAME FROM ENVIRONMENT-VALUE
002260     END-IF.
002270     IF USER-NAME = SPACES
002280         MOVE "UNKNOWN-USER" TO USER-NAME
002290     END-IF.
002300     PERFORM 1050-ACQUIRE-RUN-LOCK.
002310     MOVE SPACES TO OLD-PRODUCT-NAME.
002320*    PRODUCTS ARE ONLY EVER ADDED HERE, SO A FIRST RUN BUILDS
002330*    THE MASTER EMPTY.
002340     OPEN I-O PRODUCT-MASTER-FILE.
002350     IF PRODUCT-MASTER-NOT-FOUND
002360         DISPLAY "PRODUCT-MASTER-FILE NOT FOUND - CREATING AN "
002370             "EMPTY MASTER."
002380         OPEN OUTPUT PRODUCT-MASTER-FILE
002390         CLOSE PRODUCT-MASTER-FILE
002400         OPEN I-O PRODUCT-MASTER-FILE
002410     END-IF.
002420     IF NOT PRODUCT-MASTER-OK
002430         DISPLAY "PRODUCT-MASTER-FILE COULD NOT BE OPENED - "
002440             "RUN ABORTED."
002450         PERFORM 4100-RELEASE-RUN-LOCK
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     OPEN EXTEND PRODUCT-AUDIT-FILE.
002500     IF NOT PRODUCT-AUDIT-OK
002510         OPEN OUTPUT PRODUCT-AUDIT-FILE
002520     END-IF.
002530     PERFORM 1100-LOAD-DEPT-MASTER.

002540 1100-LOAD-DEPT-MASTER.
002550     OPEN INPUT DEPT-MASTER-FILE.
002560     IF NOT DEPT-MASTER-OK
002570         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT VALIDATE "
002580             "DEPARTMENTS. RUN ABORTED."
002590         PERFORM 4100-RELEASE-RUN-LOCK
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     PERFORM 1150-READ-DEPT-MASTER-RECORD.
002640     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
002650         UNTIL DEPT-MASTER-EOF.
002660     CLOSE DEPT-MASTER-FILE.

002670 1150-READ-DEPT-MASTER-RECORD.
002680     READ DEPT-MASTER-FILE
002690         AT END
002700             SET DEPT-MASTER-EOF TO TRUE
002710     END-READ.

002720 1160-ADD-DEPT-TABLE-ENTRY.
002730     IF DEPT-TABLE-COUNT >= 100
002740         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
002750             "DEPARTMENTS. RUN ABORTED."
002760         PERFORM 4100-RELEASE-RUN-LOCK
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     ADD 1 TO DEPT-TABLE-COUNT.
002810     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
002820     MOVE DM-DEPT-CODE   TO DT-DEPT-CODE (DEPT-TABLE-IDX).
002830     MOVE DM-DEPT-NAME   TO DT-DEPT-NAME (DEPT-TABLE-IDX).
002840     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
002850     PERFORM 1150-READ-DEPT-MASTER-RECORD.

002860 2000-PROCESS-MENU.
002870     DISPLAY " ".
002880     DISPLAY "A = ADD PRODUCT      C = CHANGE PRODUCT".
002890     DISPLAY "D = DELETE PRODUCT   R = REVIEW CONFLICTS".
002900     DISPLAY "X = EXIT".
002910     DISPLAY "SELECT FUNCTION: ".
002920     ACCEPT MENU-CHOICE.
002930     EVALUATE TRUE
002940         WHEN CHOICE-ADD
002950             PERFORM 2100-ADD-PRODUCT
002960         WHEN CHOICE-CHANGE
002970             PERFORM 2200-CHANGE-PRODUCT
002980         WHEN CHOICE-DELETE
002990             PERFORM 2300-DELETE-PRODUCT
003000         WHEN CHOICE-REVIEW
003010             PERFORM 2400-REVIEW-CONFLICTS
003020         WHEN CHOICE-EXIT
003030             CONTINUE
003040         WHEN OTHER
003050             DISPLAY "INVALID FUNCTION - ENTER A, C, D, R, OR X."
003060     END-EVALUATE.

003070 2100-ADD-PRODUCT.
003080     MOVE "N" TO KEEP-CURRENT-SWITCH.
003090     PERFORM 2630-GET-PRODUCT-CODE.
003100     MOVE SPACES TO WORK-PRODUCT-NAME.
003110     PERFORM 2600-READ-PRODUCT-MASTER.
003120     IF MASTER-FOUND
003130         DISPLAY "PRODUCT CODE " WORK-PRODUCT-CODE
003140             " IS ALREADY ON FILE FOR " PM-PRODUCT-NAME
003150             ". USE C TO CHANGE IT."
003160     ELSE
003170         PERFORM 2640-GET-PRODUCT-NAME
003180         PERFORM 2610-READ-MASTER-BY-NAME
003190         IF MASTER-FOUND
003200             DISPLAY WORK-PRODUCT-NAME " IS ALREADY ON FILE AS "
003210                 "PRODUCT CODE " PM-PRODUCT-CODE "."
003220         ELSE
003230             PERFORM 2150-WRITE-NEW-PRODUCT
003240         END-IF
003250     END-IF.

003260 2150-WRITE-NEW-PRODUCT.
003270     PERFORM 2700-GET-VALID-DEPT-CODE.
003280     PERFORM 2800-GET-PRODUCT-ATTRIBUTES.
003290     PERFORM 2690-MOVE-WORK-TO-MASTER.
003300     WRITE PRODUCT-MASTER-RECORD
003310         INVALID KEY
003320             DISPLAY "ERROR WRITING PRODUCT MASTER FOR "
003330                 WORK-PRODUCT-NAME
003340         NOT INVALID KEY
003350             MOVE ZERO TO OLD-DEPT-CODE
003360             MOVE SPACES TO OLD-DEPT-NAME
003370             PERFORM 3000-WRITE-AUDIT-ADD
003380             DISPLAY WORK-PRODUCT-NAME " ADDED AS PRODUCT CODE "
003390                 WORK-PRODUCT-CODE " UNDER " WORK-DEPT-NAME "."
003400     END-WRITE.

003410 2200-CHANGE-PRODUCT.
003420     PERFORM 2620-GET-PRODUCT-KEY.
003430     PERFORM 2600-READ-PRODUCT-MASTER.
003440     IF NOT MASTER-FOUND
003450         DISPLAY "PRODUCT IS NOT ON FILE."
003460     ELSE
003470         PERFORM 2680-MOVE-MASTER-TO-WORK
003480         PERFORM 2660-SHOW-PRODUCT
003490         DISPLAY "PRESS ENTER AT ANY PROMPT TO KEEP THE CURRENT "
003500             "VALUE."
003510         SET KEEP-CURRENT-ALLOWED TO TRUE
003520         PERFORM 2640-GET-PRODUCT-NAME
003530         PERFORM 2700-GET-VALID-DEPT-CODE
003540         PERFORM 2800-GET-PRODUCT-ATTRIBUTES
003550         MOVE "N" TO KEEP-CURRENT-SWITCH
003560         MOVE "N" TO MASTER-FOUND-SWITCH
003570         IF WORK-PRODUCT-NAME NOT = OLD-PRODUCT-NAME
003580             PERFORM 2610-READ-MASTER-BY-NAME
003590         END-IF
003600         IF MASTER-FOUND
003610             DISPLAY WORK-PRODUCT-NAME " IS ALREADY ON FILE AS "
003620                 "PRODUCT CODE " PM-PRODUCT-CODE
003630                 " - PRODUCT NOT CHANGED."
003640             MOVE SPACES TO OLD-PRODUCT-NAME
003650         ELSE
003660             PERFORM 2250-REWRITE-CHANGED-PRODUCT
003670         END-IF
003680     END-IF.

003690 2250-REWRITE-CHANGED-PRODUCT.
003700*    THE DUPLICATE-NAME CHECK MAY HAVE MOVED THE RECORD AREA -
003710*    RE-READ BY CODE BEFORE APPLYING THE CHANGES.
003720     MOVE WORK-PRODUCT-CODE TO PM-PRODUCT-CODE.
003730     READ PRODUCT-MASTER-FILE
003740         INVALID KEY
003750             DISPLAY "ERROR RE-READING PRODUCT MASTER FOR "
003760                 WORK-PRODUCT-CODE
003770     END-READ.
003780     IF WORK-PRODUCT-NAME = OLD-PRODUCT-NAME
003790         MOVE SPACES TO OLD-PRODUCT-NAME
003800     END-IF.
003810     PERFORM 2690-MOVE-WORK-TO-MASTER.
003820     REWRITE PRODUCT-MASTER-RECORD
003830         INVALID KEY
003840             DISPLAY "ERROR REWRITING PRODUCT MASTER FOR "
003850                 WORK-PRODUCT-NAME
003860         NOT INVALID KEY
003870             MOVE "CHANGE" TO AU-ACTION
003880             PERFORM 3100-WRITE-AUDIT-RECORD
003890             DISPLAY WORK-PRODUCT-NAME " UPDATED - DEPT "
003900                 WORK-DEPT-NAME "."
003910     END-REWRITE.
003920     MOVE SPACES TO OLD-PRODUCT-NAME.

003930 2300-DELETE-PRODUCT.
003940     PERFORM 2620-GET-PRODUCT-KEY.
003950     PERFORM 2600-READ-PRODUCT-MASTER.
003960     IF NOT MASTER-FOUND
003970         DISPLAY "PRODUCT IS NOT ON FILE."
003980     ELSE
003990         MOVE PM-DEPT-CODE TO OLD-DEPT-CODE
004000         MOVE PM-DEPT-NAME TO OLD-DEPT-NAME
004010         DELETE PRODUCT-MASTER-FILE
004020             INVALID KEY
004030                 DISPLAY "ERROR DELETING PRODUCT MASTER FOR "
004040                     WORK-PRODUCT-NAME
004050             NOT INVALID KEY
004060                 MOVE ZERO TO WORK-DEPT-CODE
004070                 MOVE SPACES TO WORK-DEPT-NAME
004080                 MOVE "DELETE" TO AU-ACTION
004090                 PERFORM 3100-WRITE-AUDIT-RECORD
004100                 DISPLAY WORK-PRODUCT-NAME " DELETED."
004110         END-DELETE
004120     END-IF.

004130 2400-REVIEW-CONFLICTS.
004140     OPEN I-O PRODUCT-ASSIGN-LOG.
004150     IF NOT ASSIGN-LOG-OK
004160         DISPLAY "PRODUCT-ASSIGN-LOG NOT FOUND - NO CONFLICTS "
004170             "TO REVIEW."
004180     ELSE
004190         MOVE "N" TO END-OF-LOG-SWITCH
004200         MOVE ZERO TO CONFLICT-REVIEW-COUNT
004210         PERFORM 2450-READ-LOG-RECORD
004220         PERFORM 2500-REVIEW-ONE-CONFLICT
004230             UNTIL END-OF-LOG
004240         CLOSE PRODUCT-ASSIGN-LOG
004250         MOVE CONFLICT-REVIEW-COUNT TO COUNT-EDIT
004260         DISPLAY "CONFLICTS REVIEWED THIS PASS: " COUNT-EDIT
004270     END-IF.

004280 2450-READ-LOG-RECORD.
004290     READ PRODUCT-ASSIGN-LOG
004300         AT END
004310             SET END-OF-LOG TO TRUE
004320     END-READ.

004330 2500-REVIEW-ONE-CONFLICT.
004340*    A CONFLICT WHOSE PRODUCT NOW MATCHES THE MASTER (AN
004350*    EARLIER APPROVAL THIS PASS) OR IS GONE FROM THE MASTER
004360*    IS OBSOLETE - CLEAR ITS FLAG SO IT IS NEVER RE-SCANNED.
004370     MOVE LOG-CONFLICT-FLAG TO SAVED-CONFLICT-FLAG.
004380     IF LOG-HAS-CONFLICT
004390         MOVE LOG-PRODUCT-CODE TO WORK-PRODUCT-CODE
004400         MOVE LOG-PRODUCT-NAME TO WORK-PRODUCT-NAME
004410         PERFORM 2600-READ-PRODUCT-MASTER
004420         IF MASTER-FOUND
004430                 AND PM-DEPT-CODE NOT = LOG-DEPT-CODE
004440             PERFORM 2550-DECIDE-CONFLICT
004450         ELSE
004460             DISPLAY "CONFLICT OBSOLETE FOR " LOG-PRODUCT-NAME
004470                 " - FLAG CLEARED."
004480             PERFORM 2580-CLEAR-CONFLICT-FLAG
004490         END-IF
004500     END-IF.
004510*    A RECORD CARRYING BOTH FLAGS WAS JUST REWRITTEN FOR THE
004520*    CONFLICT - ITS RECEIPT FLAG COMES BACK ON THE NEXT PASS.
004530     IF LOG-RECEIPT-EXCEPTION
004540             AND SAVED-CONFLICT-FLAG NOT = "Y"
004550         PERFORM 2585-REVIEW-RECEIPT-EXCEPTION
004560     END-IF.
004570     PERFORM 2450-READ-LOG-RECORD.

004580 2550-DECIDE-CONFLICT.
004590     ADD 1 TO CONFLICT-REVIEW-COUNT.
004600     DISPLAY " ".
004610     DISPLAY "CONFLICT: " LOG-PRODUCT-NAME.
004620     DISPLAY "  ON MASTER UNDER:  " PM-DEPT-NAME.
004630     DISPLAY "  REQUESTED MOVE TO: " LOG-DEPT-NAME
004640         " ON " LOG-ASSIGN-DATE.
004650     MOVE SPACE TO CONFLICT-ANSWER.
004660     PERFORM 2560-GET-CONFLICT-ANSWER
004670         UNTIL CONFLICT-APPROVED
004680         OR CONFLICT-REJECTED
004690         OR CONFLICT-SKIPPED.
004700     EVALUATE TRUE
004710         WHEN CONFLICT-APPROVED
004720             PERFORM 2570-APPROVE-TRANSFER
004730             PERFORM 2580-CLEAR-CONFLICT-FLAG
004740         WHEN CONFLICT-REJECTED
004750             MOVE PM-DEPT-CODE TO OLD-DEPT-CODE
004760             MOVE PM-DEPT-NAME TO OLD-DEPT-NAME
004770             MOVE LOG-DEPT-CODE TO WORK-DEPT-CODE
004780             MOVE LOG-DEPT-NAME TO WORK-DEPT-NAME
004790             MOVE "REJECT" TO AU-ACTION
004800             PERFORM 3100-WRITE-AUDIT-RECORD
004810             DISPLAY "TRANSFER REJECTED - MASTER UNCHANGED."
004820             PERFORM 2580-CLEAR-CONFLICT-FLAG
004830         WHEN CONFLICT-SKIPPED
004840             DISPLAY "CONFLICT LEFT PENDING."
004850     END-EVALUATE.

004860 2580-CLEAR-CONFLICT-FLAG.
004870     MOVE "N" TO LOG-CONFLICT-FLAG.
004880     REWRITE ASSIGN-LOG-RECORD.

004890 2585-REVIEW-RECEIPT-EXCEPTION.
004900     ADD 1 TO CONFLICT-REVIEW-COUNT.
004910     DISPLAY " ".
004920     DISPLAY "RECEIPT EXCEPTION: " LOG-PRODUCT-NAME.
004930     DISPLAY "  ASSIGNED " LOG-PRODUCT-QTY " TO "
004940         LOG-DEPT-NAME " ON " LOG-ASSIGN-DATE.
004950     DISPLAY "  NOT ON, OR OVER, PURCHASING'S EXPECTED "
004960         "RECEIPTS THAT DAY.".
004970     MOVE SPACE TO CONFLICT-ANSWER.
004980     PERFORM 2586-GET-RECEIPT-ANSWER
004990         UNTIL CONFLICT-APPROVED
005000         OR CONFLICT-SKIPPED.
005010     IF CONFLICT-APPROVED
005020         MOVE "N" TO LOG-RECEIPT-FLAG
005030         REWRITE ASSIGN-LOG-RECORD
005040         MOVE LOG-PRODUCT-CODE TO WORK-PRODUCT-CODE
005050         MOVE LOG-PRODUCT-NAME TO WORK-PRODUCT-NAME
005060         MOVE LOG-DEPT-CODE    TO WORK-DEPT-CODE
005070         MOVE LOG-DEPT-NAME    TO WORK-DEPT-NAME
005080         MOVE ZERO             TO OLD-DEPT-CODE
005090         MOVE SPACES           TO OLD-DEPT-NAME
005100         MOVE "RCPT-OK"        TO AU-ACTION
005110         PERFORM 3100-WRITE-AUDIT-RECORD
005120         DISPLAY "RECEIPT EXCEPTION ACKNOWLEDGED - FLAG "
005130             "CLEARED."
005140     ELSE
005150         DISPLAY "RECEIPT EXCEPTION LEFT PENDING."
005160     END-IF.

005170 2586-GET-RECEIPT-ANSWER.
005180     DISPLAY "A = ACKNOWLEDGE (CLEAR FLAG)  S = SKIP: ".
005190     ACCEPT CONFLICT-ANSWER.
005200     IF NOT (CONFLICT-APPROVED OR CONFLICT-SKIPPED)
005210         DISPLAY "ENTER A OR S."
005220     END-IF.

005230 2560-GET-CONFLICT-ANSWER.
005240     DISPLAY "A = APPROVE TRANSFER  R = REJECT  S = SKIP: ".
005250     ACCEPT CONFLICT-ANSWER.
005260     IF NOT (CONFLICT-APPROVED OR CONFLICT-REJECTED
005270             OR CONFLICT-SKIPPED)
005280         DISPLAY "ENTER A, R, OR S."
005290     END-IF.

005300 2570-APPROVE-TRANSFER.
005310     MOVE PM-DEPT-CODE  TO OLD-DEPT-CODE.
005320     MOVE PM-DEPT-NAME  TO OLD-DEPT-NAME.
005330     MOVE LOG-DEPT-CODE TO WORK-DEPT-CODE.
005340     MOVE LOG-DEPT-NAME TO WORK-DEPT-NAME.
005350     MOVE WORK-DEPT-CODE TO PM-DEPT-CODE.
005360     MOVE WORK-DEPT-NAME TO PM-DEPT-NAME.
005370     REWRITE PRODUCT-MASTER-RECORD
005380         INVALID KEY
005390             DISPLAY "ERROR REWRITING PRODUCT MASTER FOR "
005400                 WORK-PRODUCT-NAME
005410         NOT INVALID KEY
005420             MOVE "APPROVE" TO AU-ACTION
005430             PERFORM 3100-WRITE-AUDIT-RECORD
005440             DISPLAY "TRANSFER APPROVED - MASTER NOW SHOWS "
005450                 WORK-DEPT-NAME "."
005460     END-REWRITE.

005470 2600-READ-PRODUCT-MASTER.
005480*    BY CODE WHEN ONE IS KNOWN, OTHERWISE BY NAME. A HIT
005490*    LEAVES THE MASTER'S CODE AND NAME IN THE WORK FIELDS.
005500     MOVE "N" TO MASTER-FOUND-SWITCH.
005510     IF WORK-PRODUCT-CODE NOT = SPACES
005520         MOVE WORK-PRODUCT-CODE TO PM-PRODUCT-CODE
005530         READ PRODUCT-MASTER-FILE
005540             INVALID KEY
005550                 CONTINUE
005560             NOT INVALID KEY
005570                 SET MASTER-FOUND TO TRUE
005580         END-READ
005590     ELSE
005600         PERFORM 2610-READ-MASTER-BY-NAME
005610     END-IF.
005620     IF MASTER-FOUND
005630         MOVE PM-PRODUCT-CODE TO WORK-PRODUCT-CODE
005640         MOVE PM-PRODUCT-NAME TO WORK-PRODUCT-NAME
005650     END-IF.

005660 2610-READ-MASTER-BY-NAME.
005670     MOVE "N" TO MASTER-FOUND-SWITCH.
005680     MOVE WORK-PRODUCT-NAME TO PM-PRODUCT-NAME.
005690     READ PRODUCT-MASTER-FILE KEY IS PM-PRODUCT-NAME
005700         INVALID KEY
005710             CONTINUE
005720         NOT INVALID KEY
005730             SET MASTER-FOUND TO TRUE
005740     END-READ.

005750 2620-GET-PRODUCT-KEY.
005760     MOVE SPACES TO WORK-PRODUCT-CODE.
005770     MOVE SPACES TO WORK-PRODUCT-NAME.
005780     DISPLAY "INPUT PRODUCT CODE (BLANK TO ENTER THE NAME): ".
005790     ACCEPT WORK-PRODUCT-CODE.
005800     IF WORK-PRODUCT-CODE = SPACES
005810         DISPLAY "INPUT PRODUCT NAME: "
005820         ACCEPT WORK-PRODUCT-NAME
005830     END-IF.

005840 2630-GET-PRODUCT-CODE.
005850     MOVE "N" TO ENTRY-VALID-SWITCH.
005860     PERFORM 2635-PROMPT-PRODUCT-CODE
005870         UNTIL ENTRY-IS-VALID.

005880 2635-PROMPT-PRODUCT-CODE.
005890     DISPLAY "INPUT PRODUCT CODE (UP TO 10 CHARACTERS): ".
005900     MOVE SPACES TO CODE-ENTRY.
005910     ACCEPT CODE-ENTRY.
005920     IF CODE-ENTRY = SPACES
005930         DISPLAY "PRODUCT CODE IS REQUIRED. TRY AGAIN."
005940     ELSE
005950         IF CODE-ENTRY (1:1) = SPACE
005960             DISPLAY "PRODUCT CODE MAY NOT START WITH A SPACE. "
005970                 "TRY AGAIN."
005980         ELSE
005990             MOVE CODE-ENTRY TO WORK-PRODUCT-CODE
006000             SET ENTRY-IS-VALID TO TRUE
006010         END-IF
006020     END-IF.

006030 2640-GET-PRODUCT-NAME.
006040     MOVE "N" TO ENTRY-VALID-SWITCH.
006050     PERFORM 2645-PROMPT-PRODUCT-NAME
006060         UNTIL ENTRY-IS-VALID.

006070 2645-PROMPT-PRODUCT-NAME.
006080     DISPLAY "INPUT PRODUCT NAME (UP TO 30 CHARACTERS): ".
006090     MOVE SPACES TO NAME-ENTRY.
006100     ACCEPT NAME-ENTRY.
006110     IF NAME-ENTRY = SPACES
006120         IF KEEP-CURRENT-ALLOWED
006130             SET ENTRY-IS-VALID TO TRUE
006140         ELSE
006150             DISPLAY "PRODUCT NAME IS REQUIRED. TRY AGAIN."
006160         END-IF
006170     ELSE
006180         IF NAME-ENTRY (1:1) = SPACE
006190             DISPLAY "PRODUCT NAME MAY NOT START WITH A SPACE. "
006200                 "TRY AGAIN."
006210         ELSE
006220             MOVE NAME-ENTRY TO WORK-PRODUCT-NAME
006230             SET ENTRY-IS-VALID TO TRUE
006240         END-IF
006250     END-IF.

006260 2660-SHOW-PRODUCT.
006270     MOVE WORK-CASE-PACK   TO CASE-PACK-EDIT.
006280     MOVE WORK-UNIT-WEIGHT TO UNIT-WEIGHT-EDIT.
006290     MOVE WORK-UNIT-CUBE   TO UNIT-CUBE-EDIT.
006300     DISPLAY "PRODUCT CODE:    " WORK-PRODUCT-CODE.
006310     DISPLAY "PRODUCT NAME:    " WORK-PRODUCT-NAME.
006320     DISPLAY "CURRENT DEPT:    " WORK-DEPT-CODE " "
006330         WORK-DEPT-NAME.
006340     DISPLAY "UNIT OF MEASURE: " WORK-UNIT-OF-MEASURE.
006350     DISPLAY "CASE PACK:       " CASE-PACK-EDIT.
006360     DISPLAY "UNIT WEIGHT LB:  " UNIT-WEIGHT-EDIT.
006370     DISPLAY "UNIT CUBE CU FT: " UNIT-CUBE-EDIT.

006380 2680-MOVE-MASTER-TO-WORK.
006390     MOVE PM-DEPT-CODE       TO WORK-DEPT-CODE.
006400     MOVE PM-DEPT-NAME       TO WORK-DEPT-NAME.
006410     MOVE PM-UNIT-OF-MEASURE TO WORK-UNIT-OF-MEASURE.
006420     MOVE PM-CASE-PACK       TO WORK-CASE-PACK.
006430     MOVE PM-UNIT-WEIGHT     TO WORK-UNIT-WEIGHT.
006440     MOVE PM-UNIT-CUBE       TO WORK-UNIT-CUBE.
006450     MOVE PM-DEPT-CODE       TO OLD-DEPT-CODE.
006460     MOVE PM-DEPT-NAME       TO OLD-DEPT-NAME.
006470     MOVE PM-PRODUCT-NAME    TO OLD-PRODUCT-NAME.

006480 2690-MOVE-WORK-TO-MASTER.
006490     MOVE WORK-PRODUCT-CODE    TO PM-PRODUCT-CODE.
006500     MOVE WORK-PRODUCT-NAME    TO PM-PRODUCT-NAME.
006510     MOVE WORK-DEPT-CODE       TO PM-DEPT-CODE.
006520     MOVE WORK-DEPT-NAME       TO PM-DEPT-NAME.
006530     MOVE WORK-UNIT-OF-MEASURE TO PM-UNIT-OF-MEASURE.
006540     MOVE WORK-CASE-PACK       TO PM-CASE-PACK.
006550     MOVE WORK-UNIT-WEIGHT     TO PM-UNIT-WEIGHT.
006560     MOVE WORK-UNIT-CUBE       TO PM-UNIT-CUBE.

006570 2700-GET-VALID-DEPT-CODE.
006580     MOVE "N" TO DEPT-CODE-VALID-SWITCH.
006590     PERFORM 2750-PROMPT-DEPT-CODE
006600         UNTIL DEPT-CODE-IS-VALID.

006610 2750-PROMPT-DEPT-CODE.
006620     DISPLAY "INPUT DEPT CODE (01-99): ".
006630     MOVE SPACES TO DEPT-ENTRY.
006640     ACCEPT DEPT-ENTRY.
006650     IF DEPT-ENTRY = SPACES
006660             AND KEEP-CURRENT-ALLOWED
006670         SET DEPT-CODE-IS-VALID TO TRUE
006680     ELSE
006690         IF DEPT-ENTRY IS NUMERIC
006700             MOVE DEPT-ENTRY-N TO WORK-DEPT-CODE
006710             PERFORM 2760-FIND-ACTIVE-DEPT
006720         ELSE
006730             DISPLAY "DEPT CODE MUST BE 2 DIGITS. TRY AGAIN."
006740         END-IF
006750     END-IF.

006760 2760-FIND-ACTIVE-DEPT.
006770*    THE PRODUCT MASTER CARRIES NO SITE - DEPT-CHECKER ROUTES
006780*    TO THE SAME CODE AT THE BATCH'S SITE, SO A CODE ACTIVE AT
006790*    ANY SITE IS ACCEPTED.
006800     SET DEPT-TABLE-IDX TO 1.
006810     SEARCH DEPT-TABLE-ENTRY
006820         AT END
006830             DISPLAY "INVALID DEPT CODE - NOT ON FILE. "
006840                 "TRY AGAIN."
006850         WHEN DT-DEPT-CODE (DEPT-TABLE-IDX) = WORK-DEPT-CODE
006860                 AND DT-ACTIVE-FLAG (DEPT-TABLE-IDX) = "Y"
006870             SET DEPT-CODE-IS-VALID TO TRUE
006880             MOVE DT-DEPT-NAME (DEPT-TABLE-IDX)
006890                 TO WORK-DEPT-NAME
006900     END-SEARCH.

006910 2800-GET-PRODUCT-ATTRIBUTES.
006920     PERFORM 2810-GET-UNIT-OF-MEASURE.
006930     PERFORM 2820-GET-CASE-PACK.
006940     PERFORM 2830-GET-UNIT-WEIGHT.
006950     PERFORM 2840-GET-UNIT-CUBE.

006960 2810-GET-UNIT-OF-MEASURE.
006970     MOVE "N" TO ENTRY-VALID-SWITCH.
006980     PERFORM 2815-PROMPT-UNIT-OF-MEASURE
006990         UNTIL ENTRY-IS-VALID.

007000 2815-PROMPT-UNIT-OF-MEASURE.
007010     DISPLAY "INPUT UNIT OF MEASURE (E.G. EA, CS, PK): ".
007020     MOVE SPACES TO UOM-ENTRY.
007030     ACCEPT UOM-ENTRY.
007040     IF UOM-ENTRY = SPACES
007050         IF KEEP-CURRENT-ALLOWED
007060             SET ENTRY-IS-VALID TO TRUE
007070         ELSE
007080             DISPLAY "UNIT OF MEASURE IS REQUIRED. TRY AGAIN."
007090         END-IF
007100     ELSE
007110         IF UOM-ENTRY (1:1) = SPACE
007120             DISPLAY "UNIT OF MEASURE MAY NOT START WITH A "
007130                 "SPACE. TRY AGAIN."
007140         ELSE
007150             MOVE UOM-ENTRY TO WORK-UNIT-OF-MEASURE
007160             SET ENTRY-IS-VALID TO TRUE
007170         END-IF
007180     END-IF.

007190 2820-GET-CASE-PACK.
007200     MOVE "N" TO ENTRY-VALID-SWITCH.
007210     PERFORM 2825-PROMPT-CASE-PACK
007220         UNTIL ENTRY-IS-VALID.

007230 2825-PROMPT-CASE-PACK.
007240     DISPLAY "INPUT UNITS PER CASE (5 DIGITS, E.G. 00012): ".
007250     MOVE SPACES TO CASE-PACK-ENTRY.
007260     ACCEPT CASE-PACK-ENTRY.
007270     IF CASE-PACK-ENTRY = SPACES
007280             AND KEEP-CURRENT-ALLOWED
007290         SET ENTRY-IS-VALID TO TRUE
007300     ELSE
007310         IF CASE-PACK-ENTRY IS NUMERIC
007320                 AND CASE-PACK-ENTRY NOT = "00000"
007330             MOVE CASE-PACK-ENTRY-N TO WORK-CASE-PACK
007340             SET ENTRY-IS-VALID TO TRUE
007350         ELSE
007360             DISPLAY "CASE PACK MUST BE 5 DIGITS AND GREATER "
007370                 "THAN ZERO. TRY AGAIN."
007380         END-IF
007390     END-IF.

007400 2830-GET-UNIT-WEIGHT.
007410     MOVE "N" TO ENTRY-VALID-SWITCH.
007420     PERFORM 2835-PROMPT-UNIT-WEIGHT
007430         UNTIL ENTRY-IS-VALID.

007440 2835-PROMPT-UNIT-WEIGHT.
007450     DISPLAY "INPUT UNIT WEIGHT IN LB (8 DIGITS, 3 DECIMALS "
007460         "IMPLIED, E.G. 00002500 = 2.5): ".
007470     MOVE SPACES TO WEIGHT-ENTRY.
007480     ACCEPT WEIGHT-ENTRY.
007490     IF WEIGHT-ENTRY = SPACES
007500             AND KEEP-CURRENT-ALLOWED
007510         SET ENTRY-IS-VALID TO TRUE
007520     ELSE
007530         IF WEIGHT-ENTRY IS NUMERIC
007540             MOVE WEIGHT-ENTRY-N TO WORK-UNIT-WEIGHT
007550             SET ENTRY-IS-VALID TO TRUE
007560         ELSE
007570             DISPLAY "UNIT WEIGHT MUST BE 8 DIGITS. TRY AGAIN."
007580         END-IF
007590     END-IF.

007600 2840-GET-UNIT-CUBE.
007610     MOVE "N" TO ENTRY-VALID-SWITCH.
007620     PERFORM 2845-PROMPT-UNIT-CUBE
007630         UNTIL ENTRY-IS-VALID.

007640 2845-PROMPT-UNIT-CUBE.
007650     DISPLAY "INPUT UNIT CUBE IN CU FT (7 DIGITS, 4 DECIMALS "
007660         "IMPLIED, E.G. 0012500 = 1.25): ".
007670     MOVE SPACES TO CUBE-ENTRY.
007680     ACCEPT CUBE-ENTRY.
007690     IF CUBE-ENTRY = SPACES
007700             AND KEEP-CURRENT-ALLOWED
007710         SET ENTRY-IS-VALID TO TRUE
007720     ELSE
007730         IF CUBE-ENTRY IS NUMERIC
007740             MOVE CUBE-ENTRY-N TO WORK-UNIT-CUBE
007750             SET ENTRY-IS-VALID TO TRUE
007760         ELSE
007770             DISPLAY "UNIT CUBE MUST BE 7 DIGITS. TRY AGAIN."
007780         END-IF
007790     END-IF.

007800 3000-WRITE-AUDIT-ADD.
007810     MOVE "ADD" TO AU-ACTION.
007820     PERFORM 3100-WRITE-AUDIT-RECORD.

007830 3100-WRITE-AUDIT-RECORD.
007840     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
007850     ACCEPT CDT-TIME FROM TIME.
007860     MOVE WORK-PRODUCT-NAME TO AU-PRODUCT-NAME.
007870     MOVE WORK-PRODUCT-CODE TO AU-PRODUCT-CODE.
007880     MOVE OLD-PRODUCT-NAME  TO AU-OLD-PRODUCT-NAME.
007890     MOVE OLD-DEPT-CODE     TO AU-OLD-DEPT-CODE.
007900     MOVE OLD-DEPT-NAME     TO AU-OLD-DEPT-NAME.
007910     MOVE WORK-DEPT-CODE    TO AU-NEW-DEPT-CODE.
007920     MOVE WORK-DEPT-NAME    TO AU-NEW-DEPT-NAME.
007930     MOVE USER-NAME         TO AU-USER-NAME.
007940     MOVE CDT-DATE          TO AU-RUN-DATE.
007950     MOVE CDT-TIME          TO AU-RUN-TIME.
007960     WRITE PRODUCT-AUDIT-RECORD.

007970 4000-TERMINATE.
007980     CLOSE PRODUCT-MASTER-FILE.
007990     CLOSE PRODUCT-AUDIT-FILE.
008000     PERFORM 4100-RELEASE-RUN-LOCK.
008010     DISPLAY "PRODUCT MASTER MAINTENANCE COMPLETE.".

008020 1050-ACQUIRE-RUN-LOCK.
008030*    PRODUCT-MAINT SHARES THE LIVE MASTER, ASSIGN LOG, AND
008040*    AUDIT FILES WITH DEPT-CHECKER AND REJECT-RECYCLE - ONLY
008050*    ONE OF THE THREE MAY RUN AT A TIME.
008060     MOVE "N" TO LOCK-HELD-SWITCH.
008070     OPEN INPUT RUN-LOCK-FILE.
008080     IF RUN-LOCK-OK
008090         READ RUN-LOCK-FILE
008100             AT END
008110                 CONTINUE
008120             NOT AT END
008130                 SET LOCK-HELD TO TRUE
008140         END-READ
008150         CLOSE RUN-LOCK-FILE
008160     END-IF.
008170     IF LOCK-HELD
008180         PERFORM 1060-HANDLE-HELD-LOCK
008190     END-IF.
008200     PERFORM 1070-WRITE-RUN-LOCK.

008210 1060-HANDLE-HELD-LOCK.
008220     DISPLAY "GIGAHERTZ_LOCK_OVERRIDE" UPON ENVIRONMENT-NAME.
008230     ACCEPT LOCK-OVERRIDE-FLAG FROM ENVIRONMENT-VALUE.
008240     IF LOCK-OVERRIDE-FLAG NOT = "Y"
008250         MOVE "N" TO LOCK-OVERRIDE-FLAG
008260     END-IF.
008270     IF LOCK-OVERRIDE-FLAG = "Y"
008280         DISPLAY "*** BREAKING STALE RUN LOCK HELD BY "
008290             LK-PROGRAM-NAME " / " LK-USER-NAME " SINCE "
008300             LK-START-DATE " " LK-START-TIME "."
008310         PERFORM 1080-WRITE-LOCK-BREAK-RECORD
008320     ELSE
008330         DISPLAY "*** RUN LOCK IS HELD BY " LK-PROGRAM-NAME
008340             " / " LK-USER-NAME " SINCE " LK-START-DATE " "
008350             LK-START-TIME " - RUN REFUSED."
008360         DISPLAY "*** IF THAT RUN CRASHED, RERUN WITH "
008370             "GIGAHERTZ_LOCK_OVERRIDE=Y TO BREAK THE LOCK."
008380         MOVE 16 TO RETURN-CODE
008390         STOP RUN
008400     END-IF.

008410 1070-WRITE-RUN-LOCK.
008420     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
008430     ACCEPT CDT-TIME FROM TIME.
008440     OPEN OUTPUT RUN-LOCK-FILE.
008450     MOVE "PRODUCT-MNT " TO LK-PROGRAM-NAME.
008460     MOVE USER-NAME      TO LK-USER-NAME.
008470     MOVE CDT-DATE       TO LK-START-DATE.
008480     MOVE CDT-TIME       TO LK-START-TIME.
008490     WRITE RUN-LOCK-RECORD.
008500     CLOSE RUN-LOCK-FILE.
008510     SET RUN-LOCK-OWNED TO TRUE.

008520 1080-WRITE-LOCK-BREAK-RECORD.
008530*    WHO BROKE A LOCK, AND WHEN, GOES ON RUN-CONTROL AS A
008540*    MODE-L RECORD.
008550     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
008560     ACCEPT CDT-TIME FROM TIME.
008570     OPEN EXTEND RUN-CONTROL-FILE.
008580     IF NOT RUN-CONTROL-OK
008590         OPEN OUTPUT RUN-CONTROL-FILE
008600     END-IF.
008610     MOVE "PRODUCT-MNT " TO RC-PROGRAM-NAME.
008620     MOVE CDT-DATE       TO RC-START-DATE.
008630     MOVE CDT-TIME       TO RC-START-TIME.
008640     MOVE CDT-DATE       TO RC-END-DATE.
008650     MOVE CDT-TIME       TO RC-END-TIME.
008660     MOVE "L"            TO RC-RUN-MODE.
008670     MOVE ZERO           TO RC-RECORDS-READ.
008680     MOVE ZERO           TO RC-RECORDS-ASSIGNED.
008690     MOVE ZERO           TO RC-RECORDS-REJECTED.
008700     MOVE ZERO           TO RC-CONFLICT-COUNT.
008710     MOVE "W"            TO RC-FINAL-STATUS.
008720     MOVE ZERO           TO RC-RETURN-CODE.
008730     MOVE USER-NAME      TO RC-USER-NAME.
008740     MOVE ZERO           TO RC-BUSINESS-DATE.
008750     WRITE RUN-CONTROL-RECORD.
008760     CLOSE RUN-CONTROL-FILE.

008770 4100-RELEASE-RUN-LOCK.
008780*    RELEASING EMPTIES THE FILE - AN EMPTY LOCK FILE READS AS
008790*    NOT HELD. SKIPPED WHEN THIS RUN NEVER OWNED THE LOCK.
008800     IF RUN-LOCK-OWNED
008810         OPEN OUTPUT RUN-LOCK-FILE
008820         CLOSE RUN-LOCK-FILE
008830         MOVE "N" TO RUN-LOCK-OWNED-SWITCH
008840     END-IF.
