000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEPT-MAINT.
000030 AUTHOR. EDMARK.
000040 INSTALLATION. GIGAHERTZ OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*----------------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                                  *
000110*  2026-10-15 EDM   ORIGINAL VERSION - MAINTENANCE FRONT END FOR *
000120*                   DEPT-MASTER-FILE AND DEPT-CALENDAR-FILE,     *
000130*                   WHICH WERE HAND-EDITED UNTIL NOW. ADDS,      *
000140*                   CHANGES, AND DEACTIVATES DEPARTMENTS (NAME,  *
000150*                   ACTIVE FLAG, DAILY CAPACITY, DEFER FLAG) AND *
000160*                   ADDS OR REMOVES CALENDAR CLOSURES AND        *
000170*                   CAPACITY OVERRIDES. EVERY ENTRY IS EDITED    *
000180*                   BEFORE IT IS SAVED. TAKES THE SHARED RUN     *
000190*                   LOCK. EVERY CHANGE IS WRITTEN TO THE         *
000200*                   DEPT-AUDIT-FILE AS A BEFORE/AFTER IMAGE      *
000210*                   WITH USER AND TIMESTAMP. DEACTIVATING A      *
000220*                   DEPT THAT STILL HAS WORK ON DEFERQ, PICKFWD, *
000230*                   OR TODAY'S ASSIGN LOG SHOWS THE OPEN WORK    *
000240*                   AND IS REFUSED UNLESS THE OPERATOR OVERRIDES *
000250*                   IT - AN OVERRIDE IS AUDITED AS DEACT-OVRD.   *
000260*  2026-10-15 EDM   DEPARTMENTS AND CALENDAR ENTRIES ARE NOW     *
000270*                   KEYED BY SITE AND DEPT CODE. EVERY FUNCTION  *
000280*                   ASKS FOR THE SITE FIRST (ENTER = SITE 01),   *
000290*                   THE AUDIT IMAGES CARRY THE SITE, AND THE     *
000300*                   OPEN-WORK CHECK ON DEACTIVATION COUNTS ONLY  *
000310*                   THAT SITE'S WORK. THE DEPT TABLE HOLDS 100   *
000320*                   ENTRIES ACROSS ALL SITES.                    *
000330*----------------------------------------------------------------*

000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS BUSINESS-DATE-STATUS.

000410     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS DEPT-MASTER-STATUS.

000440     SELECT DEPT-CALENDAR-FILE ASSIGN TO "DEPTCAL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DEPT-CALENDAR-STATUS.

000470     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DEFER-QUEUE-STATUS.

000500     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS PICK-FORWARD-STATUS.

000530     SELECT PRODUCT-ASSIGN-LOG ASSIGN TO "ASSNLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS ASSIGN-LOG-STATUS.

000560     SELECT DEPT-AUDIT-FILE ASSIGN TO "DEPTAUDT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DEPT-AUDIT-STATUS.

000590     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RUN-LOCK-STATUS.

000620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RUN-CONTROL-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  BUSINESS-DATE-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  BUSINESS-DATE-RECORD.
000700     COPY BUSDATE.

000710 FD  DEPT-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  DEPT-MASTER-RECORD.
000740     COPY DEPTMAST.

000750 FD  DEPT-CALENDAR-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  DEPT-CALENDAR-RECORD.
000780     COPY DEPTCAL.

000790 FD  DEFERRED-QUEUE-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  DEFERRED-QUEUE-RECORD.
000830     COPY DEFERQ.

000840 FD  PICK-FORWARD-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  PICK-FORWARD-RECORD.
000880     COPY PICKFWD.

000890 FD  PRODUCT-ASSIGN-LOG
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  ASSIGN-LOG-RECORD.
000930     COPY ASSNLOG.

000940 FD  DEPT-AUDIT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  DEPT-AUDIT-RECORD.
000980     COPY DEPTAUD.

000990 FD  RUN-LOCK-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  RUN-LOCK-RECORD.
001020     COPY RUNLOCK.

001030 FD  RUN-CONTROL-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  RUN-CONTROL-RECORD.
001070     COPY RUNCTL.

001080 WORKING-STORAGE SECTION.
001090 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001100     88  BUSINESS-DATE-OK       VALUE "00".
001110 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001120     88  DEPT-MASTER-OK         VALUE "00".
001130     88  DEPT-MASTER-EOF        VALUE "10".
001140 77  DEPT-CALENDAR-STATUS       PIC X(02) VALUE SPACES.
001150     88  DEPT-CALENDAR-OK       VALUE "00".
001160     88  DEPT-CALENDAR-EOF      VALUE "10".
001170 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001180     88  DEFER-QUEUE-OK         VALUE "00".
001190     88  DEFER-QUEUE-EOF        VALUE "10".
001200 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001210     88  PICK-FORWARD-OK        VALUE "00".
001220     88  PICK-FORWARD-EOF       VALUE "10".
001230 77  ASSIGN-LOG-STATUS          PIC X(02) VALUE SPACES.
001240     88  ASSIGN-LOG-OK          VALUE "00".
001250     88  ASSIGN-LOG-EOF         VALUE "10".
001260 77  DEPT-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001270     88  DEPT-AUDIT-OK          VALUE "00".
001280 77  MENU-CHOICE                PIC X(01) VALUE SPACE.
001290     88  CHOICE-ADD             VALUE "A".
001300     88  CHOICE-CHANGE          VALUE "C".
001310     88  CHOICE-DEACTIVATE      VALUE "D".
001320     88  CHOICE-CAL-ADD         VALUE "N".
001330     88  CHOICE-CAL-REMOVE      VALUE "R".
001340     88  CHOICE-LIST            VALUE "L".
001350     88  CHOICE-EXIT            VALUE "X".
001360 77  CONFIRM-ANSWER             PIC X(01) VALUE SPACE.
001370     88  CONFIRM-YES            VALUE "Y".
001380     88  CONFIRM-NO             VALUE "N".
001390 77  ENTRY-VALID-SWITCH         PIC X(01) VALUE "N".
001400     88  ENTRY-IS-VALID         VALUE "Y".
001410 77  KEEP-CURRENT-SWITCH        PIC X(01) VALUE "N".
001420     88  KEEP-CURRENT-ALLOWED   VALUE "Y".
001430 77  DATE-VALID-SWITCH          PIC X(01) VALUE "N".
001440     88  DATE-IS-VALID          VALUE "Y".
001450 77  DEPT-FOUND-SUB             PIC 9(03) COMP VALUE ZERO.
001460 77  CAL-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
001470 77  CAL-SUB                    PIC 9(03) COMP VALUE ZERO.
001480 77  DEPT-SUB                   PIC 9(03) COMP VALUE ZERO.
001490 77  QUEUE-WORK-COUNT           PIC 9(05) COMP VALUE ZERO.
001500 77  FORWARD-WORK-COUNT         PIC 9(05) COMP VALUE ZERO.
001510 77  LOG-WORK-COUNT             PIC S9(05) COMP VALUE ZERO.
001520 77  OPEN-WORK-TOTAL            PIC S9(05) COMP VALUE ZERO.
001530 77  RUN-DATE                   PIC 9(08) VALUE ZERO.
001540 77  RUN-LOCK-STATUS            PIC X(02) VALUE SPACES.
001550     88  RUN-LOCK-OK            VALUE "00".
001560     88  RUN-LOCK-NOT-FOUND     VALUE "35".
001570 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001580     88  RUN-CONTROL-OK         VALUE "00".
001590 77  RUN-LOCK-OWNED-SWITCH      PIC X(01) VALUE "N".
001600     88  RUN-LOCK-OWNED         VALUE "Y".
001610 77  LOCK-HELD-SWITCH           PIC X(01) VALUE "N".
001620     88  LOCK-HELD              VALUE "Y".
001630 77  LOCK-OVERRIDE-FLAG         PIC X(01) VALUE "N".
001640 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001650 77  CAPACITY-EDIT              PIC Z,ZZZ,ZZ9.
001660 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001670 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
001680 77  MONTH-LAST-DAY             PIC 9(02) VALUE ZERO.
001690 77  HOME-SITE-CODE             PIC X(02) VALUE "01".

001700 01  MAINT-WORK-DATA.
001710     05  SITE-ENTRY             PIC X(02).
001720     05  CODE-ENTRY             PIC X(02).
001730     05  NAME-ENTRY             PIC X(15).
001740     05  FLAG-ENTRY             PIC X(01).
001750     05  CAPACITY-ENTRY         PIC X(07).
001760     05  TYPE-ENTRY             PIC X(01).
001770     05  DATE-ENTRY             PIC X(08).
001780     05  DOW-ENTRY              PIC X(01).
001790     05  WORK-SITE-CODE         PIC X(02).
001800     05  WORK-DEPT-CODE         PIC 9(02).
001810     05  WORK-DEPT-NAME         PIC X(15).
001820     05  WORK-ACTIVE-FLAG       PIC X(01).
001830     05  WORK-DAILY-CAPACITY    PIC 9(07).
001840     05  WORK-DEFER-FLAG        PIC X(01).
001850     05  WORK-ENTRY-TYPE        PIC X(01).
001860     05  WORK-CAL-DATE          PIC 9(08).
001870     05  WORK-DAY-OF-WEEK       PIC 9(01).
001880     05  WORK-OPEN-FLAG         PIC X(01).
001890     05  WORK-CAPACITY-OVERRIDE PIC 9(07).

001900*    BEFORE/AFTER IMAGES FOR THE AUDIT FILE. THE MASTER VIEW
001910*    MATCHES DEPTMAST, THE CALENDAR VIEW MATCHES DEPTCAL.
001920 01  AUDIT-IMAGE-AREA.
001930     05  IM-DEPT-VIEW.
001940         10  IM-DEPT-CODE       PIC 9(02).
001950         10  IM-DEPT-NAME       PIC X(15).
001960         10  IM-ACTIVE-FLAG     PIC X(01).
001970         10  IM-DAILY-CAPACITY  PIC 9(07).
001980         10  IM-DEFER-FLAG      PIC X(01).
001990         10  IM-SITE-CODE       PIC X(02).
002000         10  FILLER             PIC X(12).
002010     05  IM-CAL-VIEW REDEFINES IM-DEPT-VIEW.
002020         10  IM-CAL-DEPT-CODE   PIC 9(02).
002030         10  IM-ENTRY-TYPE      PIC X(01).
002040         10  IM-CAL-DATE        PIC 9(08).
002050         10  IM-DAY-OF-WEEK     PIC 9(01).
002060         10  IM-OPEN-FLAG       PIC X(01).
002070         10  IM-CAPACITY-OVERRIDE
002080                                PIC 9(07).
002090         10  IM-CAL-SITE-CODE   PIC X(02).
002100         10  FILLER             PIC X(18).
002110 01  SAVED-BEFORE-IMAGE         PIC X(40) VALUE SPACES.
002120 01  SAVED-AFTER-IMAGE          PIC X(40) VALUE SPACES.

002130 01  USER-INFO.
002140     05  USER-NAME              PIC X(20) VALUE SPACES.

002150 01  DEPT-TABLE.
002160     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
002170     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
002180             DEPENDING ON DEPT-TABLE-COUNT
002190             INDEXED BY DEPT-TABLE-IDX.
002200         10  DT-SITE-CODE       PIC X(02).
002210         10  DT-DEPT-CODE       PIC 9(02).
002220         10  DT-DEPT-NAME       PIC X(15).
002230         10  DT-ACTIVE-FLAG     PIC X(01).
002240         10  DT-DAILY-CAPACITY  PIC 9(07).
002250         10  DT-DEFER-FLAG      PIC X(01).

002260 01  CAL-TABLE.
002270     05  CAL-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
002280     05  CAL-TABLE-ENTRY OCCURS 1 TO 200 TIMES
002290             DEPENDING ON CAL-TABLE-COUNT.
002300         10  CA-SITE-CODE       PIC X(02).
002310         10  CA-DEPT-CODE       PIC 9(02).
002320         10  CA-ENTRY-TYPE      PIC X(01).
002330         10  CA-CAL-DATE        PIC 9(08).
002340         10  CA-DAY-OF-WEEK     PIC 9(01).
002350         10  CA-OPEN-FLAG       PIC X(01).
002360         10  CA-CAPACITY-OVERRIDE
002370                                PIC 9(07).

002380 01  CHECK-DATE.
002390     05  CHK-YYYY               PIC 9(04).
002400     05  CHK-MM                 PIC 9(02).
002410     05  CHK-DD                 PIC 9(02).
002420 01  CHECK-DATE-NUM REDEFINES CHECK-DATE
002430                                PIC 9(08).

002440 01  MONTH-DAYS-TABLE.
002450     05  FILLER                 PIC X(24) VALUE
002460         "312831303130313130313031".
002470 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
002480     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

002490 01  CURRENT-DATE-TIME.
002500     05  CDT-DATE               PIC 9(08).
002510     05  CDT-TIME               PIC 9(08).

002520 PROCEDURE DIVISION.
002530 100-START-LOGIC.
002540     PERFORM 1000-INITIALIZE.
002550     PERFORM 2000-PROCESS-MENU
002560         UNTIL CHOICE-EXIT.
002570     PERFORM 4000-TERMINATE.
002580     STOP RUN.

002590 1000-INITIALIZE.
002600     DISPLAY "=== GIGAHERTZ DEPT MASTER MAINTENANCE v1.0 ===".
002610     ACCEPT USER-NAME FROM COMMAND-LINE.
002620     IF USER-NAME = SPACES
002630         DISPLAY "USER" UPON ENVIRONMENT-NAME
002640         ACCEPT USER-NAME FROM ENVIRONMENT-VALUE
002650     END-IF.
002660     IF USER-NAME = SPACES
002670         MOVE "UNKNOWN-USER" TO USER-NAME
002680     END-IF.
002690     PERFORM 1020-READ-BUSINESS-DATE.
002700     PERFORM 1050-ACQUIRE-RUN-LOCK.
002710     PERFORM 1100-LOAD-DEPT-MASTER.
002720     PERFORM 1200-LOAD-DEPT-CALENDAR.
002730     OPEN EXTEND DEPT-AUDIT-FILE.
002740     IF NOT DEPT-AUDIT-OK
002750         OPEN OUTPUT DEPT-AUDIT-FILE
002760     END-IF.

002770 1020-READ-BUSINESS-DATE.
002780     OPEN INPUT BUSINESS-DATE-FILE.
002790     IF NOT BUSINESS-DATE-OK
002800         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002810             "CHECK OPEN WORK. RUN ABORTED."
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     READ BUSINESS-DATE-FILE
002860         AT END
002870             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002880                 "CHECK OPEN WORK. RUN ABORTED."
002890             CLOSE BUSINESS-DATE-FILE
002900             MOVE 16 TO RETURN-CODE
002910             STOP RUN
002920     END-READ.
002930     CLOSE BUSINESS-DATE-FILE.
002940     MOVE BD-BUSINESS-DATE TO RUN-DATE.
002950     IF BD-CATCHUP-ACTIVE
002960         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
002970             " - OPEN DATE IS " BD-RESUME-DATE "."
002980     END-IF.

002990 1100-LOAD-DEPT-MASTER.
003000     OPEN INPUT DEPT-MASTER-FILE.
003010     IF NOT DEPT-MASTER-OK
003020         DISPLAY "DEPT-MASTER-FILE NOT FOUND - NOTHING TO "
003030             "MAINTAIN. RUN ABORTED."
003040         PERFORM 4100-RELEASE-RUN-LOCK
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 1150-READ-DEPT-MASTER-RECORD.
003090     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
003100         UNTIL DEPT-MASTER-EOF.
003110     CLOSE DEPT-MASTER-FILE.

003120 1150-READ-DEPT-MASTER-RECORD.
003130     READ DEPT-MASTER-FILE
003140         AT END
003150             SET DEPT-MASTER-EOF TO TRUE
003160     END-READ.

003170 1160-ADD-DEPT-TABLE-ENTRY.
003180     IF DEPT-TABLE-COUNT >= 100
003190         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 "
003200             "DEPARTMENTS. RUN ABORTED."
003210         PERFORM 4100-RELEASE-RUN-LOCK
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     ADD 1 TO DEPT-TABLE-COUNT.
003260     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
003270     IF DM-SITE-CODE = SPACES
003280         MOVE HOME-SITE-CODE TO DM-SITE-CODE
003290     END-IF.
003300     MOVE DM-SITE-CODE      TO DT-SITE-CODE (DEPT-TABLE-IDX).
003310     MOVE DM-DEPT-CODE      TO DT-DEPT-CODE (DEPT-TABLE-IDX).
003320     MOVE DM-DEPT-NAME      TO DT-DEPT-NAME (DEPT-TABLE-IDX).
003330     MOVE DM-ACTIVE-FLAG    TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
003340     MOVE DM-DAILY-CAPACITY TO DT-DAILY-CAPACITY (DEPT-TABLE-IDX).
003350     MOVE DM-DEFER-FLAG     TO DT-DEFER-FLAG (DEPT-TABLE-IDX).
003360     PERFORM 1150-READ-DEPT-MASTER-RECORD.

003370 1200-LOAD-DEPT-CALENDAR.
003380*    THE CALENDAR IS OPTIONAL - NO FILE MEANS NO ENTRIES YET,
003390*    AND THE FIRST SAVE CREATES IT.
003400     OPEN INPUT DEPT-CALENDAR-FILE.
003410     IF DEPT-CALENDAR-OK
003420         PERFORM 1250-READ-CALENDAR-RECORD
003430         PERFORM 1260-ADD-CAL-TABLE-ENTRY
003440             UNTIL DEPT-CALENDAR-EOF
003450         CLOSE DEPT-CALENDAR-FILE
003460     ELSE
003470         DISPLAY "DEPT-CALENDAR-FILE NOT FOUND - STARTING WITH "
003480             "NO CALENDAR ENTRIES."
003490     END-IF.

003500 1250-READ-CALENDAR-RECORD.
003510     READ DEPT-CALENDAR-FILE
003520         AT END
003530             SET DEPT-CALENDAR-EOF TO TRUE
003540     END-READ.

003550 1260-ADD-CAL-TABLE-ENTRY.
003560     IF CAL-TABLE-COUNT >= 200
003570         DISPLAY "DEPT-CALENDAR-FILE HAS MORE THAN 200 "
003580             "ENTRIES. RUN ABORTED."
003590         PERFORM 4100-RELEASE-RUN-LOCK
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     ADD 1 TO CAL-TABLE-COUNT.
003640     IF DC-SITE-CODE = SPACES
003650         MOVE HOME-SITE-CODE TO DC-SITE-CODE
003660     END-IF.
003670     MOVE DC-SITE-CODE     TO CA-SITE-CODE (CAL-TABLE-COUNT).
003680     MOVE DC-DEPT-CODE     TO CA-DEPT-CODE (CAL-TABLE-COUNT).
003690     MOVE DC-ENTRY-TYPE    TO CA-ENTRY-TYPE (CAL-TABLE-COUNT).
003700     MOVE DC-CAL-DATE      TO CA-CAL-DATE (CAL-TABLE-COUNT).
003710     MOVE DC-DAY-OF-WEEK   TO CA-DAY-OF-WEEK (CAL-TABLE-COUNT).
003720     MOVE DC-OPEN-FLAG     TO CA-OPEN-FLAG (CAL-TABLE-COUNT).
003730     MOVE DC-CAPACITY-OVERRIDE
003740         TO CA-CAPACITY-OVERRIDE (CAL-TABLE-COUNT).
003750     PERFORM 1250-READ-CALENDAR-RECORD.

003760 2000-PROCESS-MENU.
003770     DISPLAY " ".
003780     DISPLAY "A = ADD DEPARTMENT       C = CHANGE DEPARTMENT".
003790     DISPLAY "D = DEACTIVATE DEPT      L = LIST DEPTS/CALENDAR".
003800     DISPLAY "N = NEW CALENDAR ENTRY   R = REMOVE CALENDAR ENTRY".
003810     DISPLAY "X = EXIT".
003820     DISPLAY "SELECT FUNCTION: ".
003830     ACCEPT MENU-CHOICE.
003840     EVALUATE TRUE
003850         WHEN CHOICE-ADD
003860             PERFORM 2100-ADD-DEPARTMENT
003870         WHEN CHOICE-CHANGE
003880             PERFORM 2200-CHANGE-DEPARTMENT
003890         WHEN CHOICE-DEACTIVATE
003900             PERFORM 2300-DEACTIVATE-DEPARTMENT
003910         WHEN CHOICE-CAL-ADD
003920             PERFORM 2500-ADD-CALENDAR-ENTRY
003930         WHEN CHOICE-CAL-REMOVE
003940             PERFORM 2600-REMOVE-CALENDAR-ENTRY
003950         WHEN CHOICE-LIST
003960             PERFORM 2900-LIST-DEPARTMENTS
003970         WHEN CHOICE-EXIT
003980             CONTINUE
003990         WHEN OTHER
004000             DISPLAY "INVALID FUNCTION - ENTER A, C, D, L, N, R, "
004010                 "OR X."
004020     END-EVALUATE.

004030 2100-ADD-DEPARTMENT.
004040     PERFORM 2700-GET-DEPT-CODE.
004050     PERFORM 2750-FIND-DEPT.
004060     IF DEPT-FOUND-SUB > ZERO
004070         DISPLAY "SITE " WORK-SITE-CODE " DEPT " WORK-DEPT-CODE
004080             " IS ALREADY ON FILE AS "
004090             DT-DEPT-NAME (DEPT-FOUND-SUB) ". USE C TO CHANGE IT."
004100     ELSE
004110         IF DEPT-TABLE-COUNT >= 100
004120             DISPLAY "DEPT-MASTER-FILE IS FULL (100 DEPARTMENTS)"
004130                 " - DEPT NOT ADDED."
004140         ELSE
004150             MOVE "N" TO KEEP-CURRENT-SWITCH
004160             PERFORM 2800-GET-DEPT-NAME
004170             PERFORM 2810-GET-DAILY-CAPACITY
004180             PERFORM 2820-GET-DEFER-FLAG
004190             MOVE "Y" TO WORK-ACTIVE-FLAG
004200             ADD 1 TO DEPT-TABLE-COUNT
004210             MOVE DEPT-TABLE-COUNT TO DEPT-FOUND-SUB
004220             PERFORM 2780-STORE-DEPT-ENTRY
004230             MOVE SPACES TO SAVED-BEFORE-IMAGE
004240             PERFORM 2790-BUILD-DEPT-IMAGE
004250             MOVE AUDIT-IMAGE-AREA TO SAVED-AFTER-IMAGE
004260             PERFORM 3500-SAVE-DEPT-MASTER
004270             MOVE "ADD" TO DA-ACTION
004280             PERFORM 3000-WRITE-MASTER-AUDIT
004290             DISPLAY "SITE " WORK-SITE-CODE " DEPT "
004300                 WORK-DEPT-CODE " " WORK-DEPT-NAME " ADDED."
004310         END-IF
004320     END-IF.

004330 2200-CHANGE-DEPARTMENT.
004340     PERFORM 2700-GET-DEPT-CODE.
004350     PERFORM 2750-FIND-DEPT.
004360     IF DEPT-FOUND-SUB = ZERO
004370         DISPLAY "SITE " WORK-SITE-CODE " DEPT " WORK-DEPT-CODE
004380             " IS NOT ON FILE."
004390     ELSE
004400         PERFORM 2770-LOAD-DEPT-ENTRY
004410         PERFORM 2790-BUILD-DEPT-IMAGE
004420         MOVE AUDIT-IMAGE-AREA TO SAVED-BEFORE-IMAGE
004430         PERFORM 2760-SHOW-DEPT-ENTRY
004440         DISPLAY "PRESS ENTER AT ANY PROMPT TO KEEP THE CURRENT "
004450             "VALUE."
004460         SET KEEP-CURRENT-ALLOWED TO TRUE
004470         PERFORM 2800-GET-DEPT-NAME
004480         PERFORM 2810-GET-DAILY-CAPACITY
004490         PERFORM 2820-GET-DEFER-FLAG
004500         IF WORK-ACTIVE-FLAG NOT = "Y"
004510             PERFORM 2830-GET-REACTIVATE-ANSWER
004520         END-IF
004530         PERFORM 2790-BUILD-DEPT-IMAGE
004540         MOVE AUDIT-IMAGE-AREA TO SAVED-AFTER-IMAGE
004550         IF SAVED-AFTER-IMAGE = SAVED-BEFORE-IMAGE
004560             DISPLAY "NO CHANGES ENTERED - DEPT " WORK-DEPT-CODE
004570                 " UNCHANGED."
004580         ELSE
004590             PERFORM 2780-STORE-DEPT-ENTRY
004600             PERFORM 3500-SAVE-DEPT-MASTER
004610             MOVE "CHANGE" TO DA-ACTION
004620             PERFORM 3000-WRITE-MASTER-AUDIT
004630             DISPLAY "DEPT " WORK-DEPT-CODE " CHANGED."
004640         END-IF
004650     END-IF.

004660 2300-DEACTIVATE-DEPARTMENT.
004670     PERFORM 2700-GET-DEPT-CODE.
004680     PERFORM 2750-FIND-DEPT.
004690     IF DEPT-FOUND-SUB = ZERO
004700         DISPLAY "SITE " WORK-SITE-CODE " DEPT " WORK-DEPT-CODE
004710             " IS NOT ON FILE."
004720     ELSE
004730         IF DT-ACTIVE-FLAG (DEPT-FOUND-SUB) NOT = "Y"
004740             DISPLAY "DEPT " WORK-DEPT-CODE " IS ALREADY "
004750                 "INACTIVE."
004760         ELSE
004770             PERFORM 2770-LOAD-DEPT-ENTRY
004780             PERFORM 2760-SHOW-DEPT-ENTRY
004790             PERFORM 2400-COUNT-OPEN-WORK
004800             PERFORM 2350-CONFIRM-DEACTIVATION
004810         END-IF
004820     END-IF.

004830 2350-CONFIRM-DEACTIVATION.
004840*    A DEPT WITH WORK STILL QUEUED, CARRIED, OR ASSIGNED TODAY
004850*    WOULD STRAND THAT WORK - SAY SO AND DEFAULT TO REFUSING.
004860     IF OPEN-WORK-TOTAL > ZERO
004870         DISPLAY "*** DEPT " WORK-DEPT-CODE " STILL HAS OPEN "
004880             "WORK:"
004890         MOVE QUEUE-WORK-COUNT TO COUNT-EDIT
004900         DISPLAY "***   DEFERRED QUEUE ITEMS:     " COUNT-EDIT
004910         MOVE FORWARD-WORK-COUNT TO COUNT-EDIT
004920         DISPLAY "***   PICK CARRY-FORWARD LINES: " COUNT-EDIT
004930         MOVE LOG-WORK-COUNT TO COUNT-EDIT
004940         DISPLAY "***   ASSIGNED TODAY (NET):     " COUNT-EDIT
004950         DISPLAY "*** DEACTIVATING NOW STRANDS THIS WORK. "
004960             "OVERRIDE AND DEACTIVATE ANYWAY? (Y/N): "
004970     ELSE
004980         DISPLAY "NO OPEN WORK FOUND. DEACTIVATE DEPT "
004990             WORK-DEPT-CODE "? (Y/N): "
005000     END-IF.
005010     MOVE SPACE TO CONFIRM-ANSWER.
005020     PERFORM 2390-GET-CONFIRM-ANSWER
005030         UNTIL CONFIRM-YES OR CONFIRM-NO.
005040     IF CONFIRM-NO
005050         DISPLAY "DEACTIVATION REFUSED - DEPT " WORK-DEPT-CODE
005060             " LEFT ACTIVE."
005070     ELSE
005080         PERFORM 2790-BUILD-DEPT-IMAGE
005090         MOVE AUDIT-IMAGE-AREA TO SAVED-BEFORE-IMAGE
005100         MOVE "N" TO WORK-ACTIVE-FLAG
005110         PERFORM 2780-STORE-DEPT-ENTRY
005120         PERFORM 2790-BUILD-DEPT-IMAGE
005130         MOVE AUDIT-IMAGE-AREA TO SAVED-AFTER-IMAGE
005140         PERFORM 3500-SAVE-DEPT-MASTER
005150         IF OPEN-WORK-TOTAL > ZERO
005160             MOVE "DEACT-OVRD" TO DA-ACTION
005170         ELSE
005180             MOVE "DEACTIVATE" TO DA-ACTION
005190         END-IF
005200         PERFORM 3000-WRITE-MASTER-AUDIT
005210         DISPLAY "DEPT " WORK-DEPT-CODE " DEACTIVATED."
005220     END-IF.

005230 2390-GET-CONFIRM-ANSWER.
005240     ACCEPT CONFIRM-ANSWER.
005250     IF NOT (CONFIRM-YES OR CONFIRM-NO)
005260         DISPLAY "ENTER Y OR N."
005270     END-IF.

005280 2400-COUNT-OPEN-WORK.
005290     MOVE ZERO TO QUEUE-WORK-COUNT.
005300     MOVE ZERO TO FORWARD-WORK-COUNT.
005310     MOVE ZERO TO LOG-WORK-COUNT.
005320     OPEN INPUT DEFERRED-QUEUE-FILE.
005330     IF DEFER-QUEUE-OK
005340         PERFORM 2410-READ-QUEUE-RECORD
005350         PERFORM 2420-COUNT-QUEUE-RECORD
005360             UNTIL DEFER-QUEUE-EOF
005370         CLOSE DEFERRED-QUEUE-FILE
005380     END-IF.
005390     OPEN INPUT PICK-FORWARD-FILE.
005400     IF PICK-FORWARD-OK
005410         PERFORM 2430-READ-FORWARD-RECORD
005420         PERFORM 2440-COUNT-FORWARD-RECORD
005430             UNTIL PICK-FORWARD-EOF
005440         CLOSE PICK-FORWARD-FILE
005450     END-IF.
005460     OPEN INPUT PRODUCT-ASSIGN-LOG.
005470     IF ASSIGN-LOG-OK
005480         PERFORM 2450-READ-LOG-RECORD
005490         PERFORM 2460-COUNT-LOG-RECORD
005500             UNTIL ASSIGN-LOG-EOF
005510         CLOSE PRODUCT-ASSIGN-LOG
005520     END-IF.
005530*    A REVERSAL CAN ONLY CANCEL A LINE, NEVER LEAVE LESS THAN
005540*    NOTHING ASSIGNED.
005550     IF LOG-WORK-COUNT < ZERO
005560         MOVE ZERO TO LOG-WORK-COUNT
005570     END-IF.
005580     COMPUTE OPEN-WORK-TOTAL = QUEUE-WORK-COUNT
005590         + FORWARD-WORK-COUNT + LOG-WORK-COUNT.

005600 2410-READ-QUEUE-RECORD.
005610     READ DEFERRED-QUEUE-FILE
005620         AT END
005630             SET DEFER-QUEUE-EOF TO TRUE
005640     END-READ.

005650 2420-COUNT-QUEUE-RECORD.
005660     IF DQ-SITE-CODE = SPACES
005670         MOVE HOME-SITE-CODE TO DQ-SITE-CODE
005680     END-IF.
005690     IF DQ-SITE-CODE = WORK-SITE-CODE
005700             AND DQ-DEPT-CODE = WORK-DEPT-CODE
005710         ADD 1 TO QUEUE-WORK-COUNT
005720     END-IF.
005730     PERFORM 2410-READ-QUEUE-RECORD.

005740 2430-READ-FORWARD-RECORD.
005750     READ PICK-FORWARD-FILE
005760         AT END
005770             SET PICK-FORWARD-EOF TO TRUE
005780     END-READ.

005790 2440-COUNT-FORWARD-RECORD.
005800     IF CF-SITE-CODE = SPACES
005810         MOVE HOME-SITE-CODE TO CF-SITE-CODE
005820     END-IF.
005830     IF CF-SITE-CODE = WORK-SITE-CODE
005840             AND CF-DEPT-CODE = WORK-DEPT-CODE
005850         ADD 1 TO FORWARD-WORK-COUNT
005860     END-IF.
005870     PERFORM 2430-READ-FORWARD-RECORD.

005880 2450-READ-LOG-RECORD.
005890     READ PRODUCT-ASSIGN-LOG
005900         AT END
005910             SET ASSIGN-LOG-EOF TO TRUE
005920     END-READ.

005930 2460-COUNT-LOG-RECORD.
005940     IF LOG-SITE-CODE = SPACES
005950         MOVE HOME-SITE-CODE TO LOG-SITE-CODE
005960     END-IF.
005970     IF LOG-SITE-CODE = WORK-SITE-CODE
005980             AND LOG-DEPT-CODE = WORK-DEPT-CODE
005990             AND LOG-ASSIGN-DATE = RUN-DATE
006000         IF LOG-TYPE-REVERSAL
006010             SUBTRACT 1 FROM LOG-WORK-COUNT
006020         ELSE
006030             ADD 1 TO LOG-WORK-COUNT
006040         END-IF
006050     END-IF.
006060     PERFORM 2450-READ-LOG-RECORD.

006070 2500-ADD-CALENDAR-ENTRY.
006080     PERFORM 2700-GET-DEPT-CODE.
006090     PERFORM 2750-FIND-DEPT.
006100     IF DEPT-FOUND-SUB = ZERO
006110         DISPLAY "SITE " WORK-SITE-CODE " DEPT " WORK-DEPT-CODE
006120             " IS NOT ON FILE - ADD THE DEPT FIRST."
006130     ELSE
006140         PERFORM 2840-GET-CALENDAR-KEY
006150         PERFORM 2850-FIND-CAL-ENTRY
006160         IF CAL-FOUND-SUB > ZERO
006170             DISPLAY "A CALENDAR ENTRY FOR THAT SITE, DEPT AND "
006180                 "DAY IS ALREADY ON FILE. REMOVE IT FIRST."
006190         ELSE
006200             IF CAL-TABLE-COUNT >= 200
006210                 DISPLAY "DEPT-CALENDAR-FILE IS FULL (200 "
006220                     "ENTRIES) - ENTRY NOT ADDED."
006230             ELSE
006240                 PERFORM 2550-GET-CALENDAR-DETAIL
006250                 ADD 1 TO CAL-TABLE-COUNT
006260                 MOVE CAL-TABLE-COUNT TO CAL-FOUND-SUB
006270                 PERFORM 2880-STORE-CAL-ENTRY
006280                 MOVE SPACES TO SAVED-BEFORE-IMAGE
006290                 PERFORM 2890-BUILD-CAL-IMAGE
006300                 MOVE AUDIT-IMAGE-AREA TO SAVED-AFTER-IMAGE
006310                 PERFORM 3600-SAVE-DEPT-CALENDAR
006320                 MOVE "CAL-ADD" TO DA-ACTION
006330                 PERFORM 3050-WRITE-CALENDAR-AUDIT
006340                 DISPLAY "CALENDAR ENTRY ADDED FOR DEPT "
006350                     WORK-DEPT-CODE "."
006360             END-IF
006370         END-IF
006380     END-IF.

006390 2550-GET-CALENDAR-DETAIL.
006400*    A CLOSURE CARRIES NO OVERRIDE. AN OPEN ENTRY MAY CARRY
006410*    ONE - ZERO MEANS THE DEPT RUNS AT ITS MASTER CAPACITY.
006420     MOVE "N" TO ENTRY-VALID-SWITCH.
006430     PERFORM 2860-PROMPT-OPEN-FLAG
006440         UNTIL ENTRY-IS-VALID.
006450     MOVE ZERO TO WORK-CAPACITY-OVERRIDE.
006460     IF WORK-OPEN-FLAG = "Y"
006470         MOVE "N" TO ENTRY-VALID-SWITCH
006480         PERFORM 2870-PROMPT-CAPACITY-OVERRIDE
006490             UNTIL ENTRY-IS-VALID
006500     END-IF.

006510 2600-REMOVE-CALENDAR-ENTRY.
006520     PERFORM 2700-GET-DEPT-CODE.
006530     PERFORM 2840-GET-CALENDAR-KEY.
006540     PERFORM 2850-FIND-CAL-ENTRY.
006550     IF CAL-FOUND-SUB = ZERO
006560         DISPLAY "NO CALENDAR ENTRY ON FILE FOR THAT SITE, DEPT "
006570             "AND DAY."
006580     ELSE
006590         PERFORM 2910-SHOW-CAL-ENTRY
006600         DISPLAY "REMOVE THIS CALENDAR ENTRY? (Y/N): "
006610         MOVE SPACE TO CONFIRM-ANSWER
006620         PERFORM 2390-GET-CONFIRM-ANSWER
006630             UNTIL CONFIRM-YES OR CONFIRM-NO
006640         IF CONFIRM-NO
006650             DISPLAY "CALENDAR ENTRY LEFT ON FILE."
006660         ELSE
006670             MOVE CAL-FOUND-SUB TO CAL-SUB
006680             PERFORM 2895-LOAD-CAL-ENTRY
006690             PERFORM 2890-BUILD-CAL-IMAGE
006700             MOVE AUDIT-IMAGE-AREA TO SAVED-BEFORE-IMAGE
006710             MOVE SPACES TO SAVED-AFTER-IMAGE
006720             PERFORM 2650-CLOSE-CAL-GAP
006730                 VARYING CAL-SUB FROM CAL-FOUND-SUB BY 1
006740                 UNTIL CAL-SUB >= CAL-TABLE-COUNT
006750             SUBTRACT 1 FROM CAL-TABLE-COUNT
006760             PERFORM 3600-SAVE-DEPT-CALENDAR
006770             MOVE "CAL-REMOVE" TO DA-ACTION
006780             PERFORM 3050-WRITE-CALENDAR-AUDIT
006790             DISPLAY "CALENDAR ENTRY REMOVED FOR DEPT "
006800                 WORK-DEPT-CODE "."
006810         END-IF
006820     END-IF.

006830 2650-CLOSE-CAL-GAP.
006840     MOVE CAL-TABLE-ENTRY (CAL-SUB + 1)
006850         TO CAL-TABLE-ENTRY (CAL-SUB).

006860 2700-GET-DEPT-CODE.
006870*    A DEPARTMENT IS KNOWN BY SITE AND CODE TOGETHER - THE SAME
006880*    CODE MAY BE A DIFFERENT DEPARTMENT AT ANOTHER SITE.
006890     MOVE "N" TO ENTRY-VALID-SWITCH.
006900     PERFORM 2720-PROMPT-SITE-CODE
006910         UNTIL ENTRY-IS-VALID.
006920     MOVE "N" TO ENTRY-VALID-SWITCH.
006930     PERFORM 2710-PROMPT-DEPT-CODE
006940         UNTIL ENTRY-IS-VALID.

006950 2710-PROMPT-DEPT-CODE.
006960     DISPLAY "INPUT DEPT CODE (01-99): ".
006970     MOVE SPACES TO CODE-ENTRY.
006980     ACCEPT CODE-ENTRY.
006990     IF CODE-ENTRY IS NUMERIC
007000             AND CODE-ENTRY NOT = "00"
007010         MOVE CODE-ENTRY TO WORK-DEPT-CODE
007020         SET ENTRY-IS-VALID TO TRUE
007030     ELSE
007040         DISPLAY "DEPT CODE MUST BE TWO DIGITS, 01-99. "
007050             "TRY AGAIN."
007060     END-IF.

007070 2720-PROMPT-SITE-CODE.
007080     DISPLAY "INPUT SITE CODE (01-99, ENTER = 01): ".
007090     MOVE SPACES TO SITE-ENTRY.
007100     ACCEPT SITE-ENTRY.
007110     IF SITE-ENTRY = SPACES
007120         MOVE HOME-SITE-CODE TO WORK-SITE-CODE
007130         SET ENTRY-IS-VALID TO TRUE
007140     ELSE
007150         IF SITE-ENTRY IS NUMERIC
007160                 AND SITE-ENTRY NOT = "00"
007170             MOVE SITE-ENTRY TO WORK-SITE-CODE
007180             SET ENTRY-IS-VALID TO TRUE
007190         ELSE
007200             DISPLAY "SITE CODE MUST BE TWO DIGITS, 01-99. "
007210                 "TRY AGAIN."
007220         END-IF
007230     END-IF.

007240 2750-FIND-DEPT.
007250     MOVE ZERO TO DEPT-FOUND-SUB.
007260     SET DEPT-TABLE-IDX TO 1.
007270     SEARCH DEPT-TABLE-ENTRY
007280         AT END
007290             CONTINUE
007300         WHEN DT-SITE-CODE (DEPT-TABLE-IDX) = WORK-SITE-CODE
007310             AND DT-DEPT-CODE (DEPT-TABLE-IDX) = WORK-DEPT-CODE
007320             SET DEPT-FOUND-SUB TO DEPT-TABLE-IDX
007330     END-SEARCH.

007340 2760-SHOW-DEPT-ENTRY.
007350     MOVE WORK-DAILY-CAPACITY TO CAPACITY-EDIT.
007360     DISPLAY "  SITE " WORK-SITE-CODE "  DEPT " WORK-DEPT-CODE
007370         "  NAME: " WORK-DEPT-NAME "  ACTIVE: " WORK-ACTIVE-FLAG.
007380     DISPLAY "  DAILY CAPACITY: " CAPACITY-EDIT
007390         "  DEFER ON OVER-CAP: " WORK-DEFER-FLAG.

007400 2770-LOAD-DEPT-ENTRY.
007410     MOVE DT-DEPT-NAME (DEPT-FOUND-SUB)   TO WORK-DEPT-NAME.
007420     MOVE DT-ACTIVE-FLAG (DEPT-FOUND-SUB) TO WORK-ACTIVE-FLAG.
007430     MOVE DT-DAILY-CAPACITY (DEPT-FOUND-SUB)
007440         TO WORK-DAILY-CAPACITY.
007450     MOVE DT-DEFER-FLAG (DEPT-FOUND-SUB)  TO WORK-DEFER-FLAG.

007460 2780-STORE-DEPT-ENTRY.
007470     MOVE WORK-SITE-CODE      TO DT-SITE-CODE (DEPT-FOUND-SUB).
007480     MOVE WORK-DEPT-CODE      TO DT-DEPT-CODE (DEPT-FOUND-SUB).
007490     MOVE WORK-DEPT-NAME      TO DT-DEPT-NAME (DEPT-FOUND-SUB).
007500     MOVE WORK-ACTIVE-FLAG    TO DT-ACTIVE-FLAG (DEPT-FOUND-SUB).
007510     MOVE WORK-DAILY-CAPACITY
007520         TO DT-DAILY-CAPACITY (DEPT-FOUND-SUB).
007530     MOVE WORK-DEFER-FLAG     TO DT-DEFER-FLAG (DEPT-FOUND-SUB).

007540 2790-BUILD-DEPT-IMAGE.
007550     MOVE SPACES              TO AUDIT-IMAGE-AREA.
007560     MOVE WORK-DEPT-CODE      TO IM-DEPT-CODE.
007570     MOVE WORK-DEPT-NAME      TO IM-DEPT-NAME.
007580     MOVE WORK-ACTIVE-FLAG    TO IM-ACTIVE-FLAG.
007590     MOVE WORK-DAILY-CAPACITY TO IM-DAILY-CAPACITY.
007600     MOVE WORK-DEFER-FLAG     TO IM-DEFER-FLAG.
007610     MOVE WORK-SITE-CODE      TO IM-SITE-CODE.

007620 2800-GET-DEPT-NAME.
007630     MOVE "N" TO ENTRY-VALID-SWITCH.
007640     PERFORM 2805-PROMPT-DEPT-NAME
007650         UNTIL ENTRY-IS-VALID.

007660 2805-PROMPT-DEPT-NAME.
007670     DISPLAY "INPUT DEPT NAME (UP TO 15 CHARACTERS): ".
007680     MOVE SPACES TO NAME-ENTRY.
007690     ACCEPT NAME-ENTRY.
007700     IF NAME-ENTRY = SPACES
007710         IF KEEP-CURRENT-ALLOWED
007720             SET ENTRY-IS-VALID TO TRUE
007730         ELSE
007740             DISPLAY "DEPT NAME IS REQUIRED. TRY AGAIN."
007750         END-IF
007760     ELSE
007770         IF NAME-ENTRY (1:1) = SPACE
007780             DISPLAY "DEPT NAME MAY NOT START WITH A SPACE. "
007790                 "TRY AGAIN."
007800         ELSE
007810             MOVE NAME-ENTRY TO WORK-DEPT-NAME
007820             SET ENTRY-IS-VALID TO TRUE
007830         END-IF
007840     END-IF.

007850 2810-GET-DAILY-CAPACITY.
007860     MOVE "N" TO ENTRY-VALID-SWITCH.
007870     PERFORM 2815-PROMPT-DAILY-CAPACITY
007880         UNTIL ENTRY-IS-VALID.

007890 2815-PROMPT-DAILY-CAPACITY.
007900     DISPLAY "INPUT DAILY CAPACITY IN UNITS (7 DIGITS, "
007910         "E.G. 0001500): ".
007920     MOVE SPACES TO CAPACITY-ENTRY.
007930     ACCEPT CAPACITY-ENTRY.
007940     IF CAPACITY-ENTRY = SPACES
007950             AND KEEP-CURRENT-ALLOWED
007960         SET ENTRY-IS-VALID TO TRUE
007970     ELSE
007980         IF CAPACITY-ENTRY IS NUMERIC
007990                 AND CAPACITY-ENTRY NOT = "0000000"
008000             MOVE CAPACITY-ENTRY TO WORK-DAILY-CAPACITY
008010             SET ENTRY-IS-VALID TO TRUE
008020         ELSE
008030             DISPLAY "CAPACITY MUST BE 7 DIGITS AND GREATER "
008040                 "THAN ZERO. TRY AGAIN."
008050         END-IF
008060     END-IF.

008070 2820-GET-DEFER-FLAG.
008080     MOVE "N" TO ENTRY-VALID-SWITCH.
008090     PERFORM 2825-PROMPT-DEFER-FLAG
008100         UNTIL ENTRY-IS-VALID.

008110 2825-PROMPT-DEFER-FLAG.
008120     DISPLAY "DEFER OVER-CAPACITY WORK TO THE QUEUE? (Y/N): ".
008130     MOVE SPACE TO FLAG-ENTRY.
008140     ACCEPT FLAG-ENTRY.
008150     IF FLAG-ENTRY = SPACE
008160             AND KEEP-CURRENT-ALLOWED
008170         SET ENTRY-IS-VALID TO TRUE
008180     ELSE
008190         IF FLAG-ENTRY = "Y" OR FLAG-ENTRY = "N"
008200             MOVE FLAG-ENTRY TO WORK-DEFER-FLAG
008210             SET ENTRY-IS-VALID TO TRUE
008220         ELSE
008230             DISPLAY "ENTER Y OR N."
008240         END-IF
008250     END-IF.

008260 2830-GET-REACTIVATE-ANSWER.
008270     DISPLAY "DEPT IS INACTIVE. REACTIVATE IT? (Y/N): ".
008280     MOVE SPACE TO CONFIRM-ANSWER.
008290     PERFORM 2390-GET-CONFIRM-ANSWER
008300         UNTIL CONFIRM-YES OR CONFIRM-NO.
008310     IF CONFIRM-YES
008320         MOVE "Y" TO WORK-ACTIVE-FLAG
008330     END-IF.

008340 2840-GET-CALENDAR-KEY.
008350     MOVE "N" TO ENTRY-VALID-SWITCH.
008360     PERFORM 2845-PROMPT-ENTRY-TYPE
008370         UNTIL ENTRY-IS-VALID.
008380     MOVE ZERO TO WORK-CAL-DATE.
008390     MOVE ZERO TO WORK-DAY-OF-WEEK.
008400     MOVE "N" TO ENTRY-VALID-SWITCH.
008410     IF WORK-ENTRY-TYPE = "D"
008420         PERFORM 2846-PROMPT-CAL-DATE
008430             UNTIL ENTRY-IS-VALID
008440     ELSE
008450         PERFORM 2847-PROMPT-DAY-OF-WEEK
008460             UNTIL ENTRY-IS-VALID
008470     END-IF.

008480 2845-PROMPT-ENTRY-TYPE.
008490     DISPLAY "ENTRY TYPE - D = ONE DATE, W = EVERY WEEK ON A "
008500         "WEEKDAY: ".
008510     MOVE SPACE TO TYPE-ENTRY.
008520     ACCEPT TYPE-ENTRY.
008530     IF TYPE-ENTRY = "D" OR TYPE-ENTRY = "W"
008540         MOVE TYPE-ENTRY TO WORK-ENTRY-TYPE
008550         SET ENTRY-IS-VALID TO TRUE
008560     ELSE
008570         DISPLAY "ENTER D OR W."
008580     END-IF.

008590 2846-PROMPT-CAL-DATE.
008600     DISPLAY "INPUT CALENDAR DATE (YYYYMMDD): ".
008610     MOVE SPACES TO DATE-ENTRY.
008620     ACCEPT DATE-ENTRY.
008630     PERFORM 2950-VALIDATE-DATE-ENTRY.
008640     IF DATE-IS-VALID
008650         MOVE CHECK-DATE-NUM TO WORK-CAL-DATE
008660         SET ENTRY-IS-VALID TO TRUE
008670     ELSE
008680         DISPLAY "NOT A VALID YYYYMMDD DATE. TRY AGAIN."
008690     END-IF.

008700 2847-PROMPT-DAY-OF-WEEK.
008710     DISPLAY "INPUT DAY OF WEEK (1 = MONDAY ... 7 = SUNDAY): ".
008720     MOVE SPACE TO DOW-ENTRY.
008730     ACCEPT DOW-ENTRY.
008740     IF DOW-ENTRY >= "1" AND DOW-ENTRY <= "7"
008750         MOVE DOW-ENTRY TO WORK-DAY-OF-WEEK
008760         SET ENTRY-IS-VALID TO TRUE
008770     ELSE
008780         DISPLAY "DAY OF WEEK MUST BE 1 THROUGH 7. TRY AGAIN."
008790     END-IF.

008800 2850-FIND-CAL-ENTRY.
008810     MOVE ZERO TO CAL-FOUND-SUB.
008820     PERFORM 2855-MATCH-CAL-ENTRY
008830         VARYING CAL-SUB FROM 1 BY 1
008840         UNTIL CAL-SUB > CAL-TABLE-COUNT
008850         OR CAL-FOUND-SUB > ZERO.

008860 2855-MATCH-CAL-ENTRY.
008870     IF CA-SITE-CODE (CAL-SUB) = WORK-SITE-CODE
008880             AND CA-DEPT-CODE (CAL-SUB) = WORK-DEPT-CODE
008890             AND CA-ENTRY-TYPE (CAL-SUB) = WORK-ENTRY-TYPE
008900             AND CA-CAL-DATE (CAL-SUB) = WORK-CAL-DATE
008910             AND CA-DAY-OF-WEEK (CAL-SUB) = WORK-DAY-OF-WEEK
008920         MOVE CAL-SUB TO CAL-FOUND-SUB
008930     END-IF.

008940 2860-PROMPT-OPEN-FLAG.
008950     DISPLAY "DEPT OPEN THAT DAY? (Y = OPEN, N = CLOSED): ".
008960     MOVE SPACE TO FLAG-ENTRY.
008970     ACCEPT FLAG-ENTRY.
008980     IF FLAG-ENTRY = "Y" OR FLAG-ENTRY = "N"
008990         MOVE FLAG-ENTRY TO WORK-OPEN-FLAG
009000         SET ENTRY-IS-VALID TO TRUE
009010     ELSE
009020         DISPLAY "ENTER Y OR N."
009030     END-IF.

009040 2870-PROMPT-CAPACITY-OVERRIDE.
009050     DISPLAY "INPUT CAPACITY OVERRIDE (7 DIGITS, 0000000 = "
009060         "MASTER CAPACITY): ".
009070     MOVE SPACES TO CAPACITY-ENTRY.
009080     ACCEPT CAPACITY-ENTRY.
009090     IF CAPACITY-ENTRY IS NUMERIC
009100         MOVE CAPACITY-ENTRY TO WORK-CAPACITY-OVERRIDE
009110         SET ENTRY-IS-VALID TO TRUE
009120     ELSE
009130         DISPLAY "OVERRIDE MUST BE 7 DIGITS. TRY AGAIN."
009140     END-IF.

009150 2880-STORE-CAL-ENTRY.
009160     MOVE WORK-SITE-CODE   TO CA-SITE-CODE (CAL-FOUND-SUB).
009170     MOVE WORK-DEPT-CODE   TO CA-DEPT-CODE (CAL-FOUND-SUB).
009180     MOVE WORK-ENTRY-TYPE  TO CA-ENTRY-TYPE (CAL-FOUND-SUB).
009190     MOVE WORK-CAL-DATE    TO CA-CAL-DATE (CAL-FOUND-SUB).
009200     MOVE WORK-DAY-OF-WEEK TO CA-DAY-OF-WEEK (CAL-FOUND-SUB).
009210     MOVE WORK-OPEN-FLAG   TO CA-OPEN-FLAG (CAL-FOUND-SUB).
009220     MOVE WORK-CAPACITY-OVERRIDE
009230         TO CA-CAPACITY-OVERRIDE (CAL-FOUND-SUB).

009240 2890-BUILD-CAL-IMAGE.
009250     MOVE SPACES                 TO AUDIT-IMAGE-AREA.
009260     MOVE WORK-DEPT-CODE         TO IM-CAL-DEPT-CODE.
009270     MOVE WORK-ENTRY-TYPE        TO IM-ENTRY-TYPE.
009280     MOVE WORK-CAL-DATE          TO IM-CAL-DATE.
009290     MOVE WORK-DAY-OF-WEEK       TO IM-DAY-OF-WEEK.
009300     MOVE WORK-OPEN-FLAG         TO IM-OPEN-FLAG.
009310     MOVE WORK-CAPACITY-OVERRIDE TO IM-CAPACITY-OVERRIDE.
009320     MOVE WORK-SITE-CODE         TO IM-CAL-SITE-CODE.

009330 2895-LOAD-CAL-ENTRY.
009340     MOVE CA-OPEN-FLAG (CAL-SUB) TO WORK-OPEN-FLAG.
009350     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB)
009360         TO WORK-CAPACITY-OVERRIDE.

009370 2900-LIST-DEPARTMENTS.
009380     DISPLAY " ".
009390     DISPLAY "SITE DEPT NAME            ACT   CAPACITY DEFER".
009400     PERFORM 2905-LIST-ONE-DEPT
009410         VARYING DEPT-SUB FROM 1 BY 1
009420         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.
009430     DISPLAY " ".
009440     DISPLAY "SITE DEPT TYPE DATE     DOW OPEN  OVERRIDE".
009450     PERFORM 2915-LIST-ONE-CAL-ENTRY
009460         VARYING CAL-SUB FROM 1 BY 1
009470         UNTIL CAL-SUB > CAL-TABLE-COUNT.

009480 2905-LIST-ONE-DEPT.
009490     MOVE DT-DAILY-CAPACITY (DEPT-SUB) TO CAPACITY-EDIT.
009500     DISPLAY "  " DT-SITE-CODE (DEPT-SUB) "   "
009510         DT-DEPT-CODE (DEPT-SUB) "  "
009520         DT-DEPT-NAME (DEPT-SUB) "  " DT-ACTIVE-FLAG (DEPT-SUB)
009530         " " CAPACITY-EDIT "   " DT-DEFER-FLAG (DEPT-SUB).

009540 2910-SHOW-CAL-ENTRY.
009550     MOVE CAL-FOUND-SUB TO CAL-SUB.
009560     DISPLAY "SITE DEPT TYPE DATE     DOW OPEN  OVERRIDE".
009570     PERFORM 2915-LIST-ONE-CAL-ENTRY.

009580 2915-LIST-ONE-CAL-ENTRY.
009590     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB) TO CAPACITY-EDIT.
009600     DISPLAY "  " CA-SITE-CODE (CAL-SUB) "   "
009610         CA-DEPT-CODE (CAL-SUB) "    "
009620         CA-ENTRY-TYPE (CAL-SUB) "  " CA-CAL-DATE (CAL-SUB)
009630         "  " CA-DAY-OF-WEEK (CAL-SUB) "    "
009640         CA-OPEN-FLAG (CAL-SUB) " " CAPACITY-EDIT.

009650 2950-VALIDATE-DATE-ENTRY.
009660     MOVE "N" TO DATE-VALID-SWITCH.
009670     IF DATE-ENTRY IS NUMERIC
009680         MOVE DATE-ENTRY TO CHECK-DATE-NUM
009690         IF CHK-YYYY >= 2000
009700                 AND CHK-MM >= 1 AND CHK-MM <= 12
009710             MOVE MONTH-DAYS (CHK-MM) TO MONTH-LAST-DAY
009720             IF CHK-MM = 2
009730                 PERFORM 2960-ADJUST-FOR-LEAP-YEAR
009740             END-IF
009750             IF CHK-DD >= 1 AND CHK-DD <= MONTH-LAST-DAY
009760                 SET DATE-IS-VALID TO TRUE
009770             END-IF
009780         END-IF
009790     END-IF.

009800 2960-ADJUST-FOR-LEAP-YEAR.
009810     DIVIDE CHK-YYYY BY 4 GIVING LEAP-QUOTIENT
009820         REMAINDER LEAP-REMAINDER.
009830     IF LEAP-REMAINDER = ZERO
009840         DIVIDE CHK-YYYY BY 100 GIVING LEAP-QUOTIENT
009850             REMAINDER LEAP-REMAINDER
009860         IF LEAP-REMAINDER NOT = ZERO
009870             MOVE 29 TO MONTH-LAST-DAY
009880         ELSE
009890             DIVIDE CHK-YYYY BY 400 GIVING LEAP-QUOTIENT
009900                 REMAINDER LEAP-REMAINDER
009910             IF LEAP-REMAINDER = ZERO
009920                 MOVE 29 TO MONTH-LAST-DAY
009930             END-IF
009940         END-IF
009950     END-IF.

009960 3000-WRITE-MASTER-AUDIT.
009970     MOVE "M" TO DA-FILE-ID.
009980     PERFORM 3100-WRITE-AUDIT-RECORD.

009990 3050-WRITE-CALENDAR-AUDIT.
010000     MOVE "C" TO DA-FILE-ID.
010010     PERFORM 3100-WRITE-AUDIT-RECORD.

010020 3100-WRITE-AUDIT-RECORD.
010030     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
010040     ACCEPT CDT-TIME FROM TIME.
010050     MOVE WORK-DEPT-CODE     TO DA-DEPT-CODE.
010060     MOVE SAVED-BEFORE-IMAGE TO DA-BEFORE-IMAGE.
010070     MOVE SAVED-AFTER-IMAGE  TO DA-AFTER-IMAGE.
010080     MOVE USER-NAME          TO DA-USER-NAME.
010090     MOVE CDT-DATE           TO DA-RUN-DATE.
010100     MOVE CDT-TIME           TO DA-RUN-TIME.
010110     WRITE DEPT-AUDIT-RECORD.

010120 3500-SAVE-DEPT-MASTER.
010130*    THE WHOLE MASTER IS REWRITTEN FROM THE TABLE AFTER EVERY
010140*    CHANGE, SO AN ABORTED SESSION NEVER LOSES AN AUDITED ONE.
010150     OPEN OUTPUT DEPT-MASTER-FILE.
010160     PERFORM 3550-WRITE-DEPT-MASTER-RECORD
010170         VARYING DEPT-SUB FROM 1 BY 1
010180         UNTIL DEPT-SUB > DEPT-TABLE-COUNT.
010190     CLOSE DEPT-MASTER-FILE.

010200 3550-WRITE-DEPT-MASTER-RECORD.
010210     MOVE DT-SITE-CODE (DEPT-SUB)      TO DM-SITE-CODE.
010220     MOVE DT-DEPT-CODE (DEPT-SUB)      TO DM-DEPT-CODE.
010230     MOVE DT-DEPT-NAME (DEPT-SUB)      TO DM-DEPT-NAME.
010240     MOVE DT-ACTIVE-FLAG (DEPT-SUB)    TO DM-ACTIVE-FLAG.
010250     MOVE DT-DAILY-CAPACITY (DEPT-SUB) TO DM-DAILY-CAPACITY.
010260     MOVE DT-DEFER-FLAG (DEPT-SUB)     TO DM-DEFER-FLAG.
010270     WRITE DEPT-MASTER-RECORD.

010280 3600-SAVE-DEPT-CALENDAR.
010290     OPEN OUTPUT DEPT-CALENDAR-FILE.
010300     PERFORM 3650-WRITE-CALENDAR-RECORD
010310         VARYING CAL-SUB FROM 1 BY 1
010320         UNTIL CAL-SUB > CAL-TABLE-COUNT.
010330     CLOSE DEPT-CALENDAR-FILE.

010340 3650-WRITE-CALENDAR-RECORD.
010350     MOVE CA-SITE-CODE (CAL-SUB)     TO DC-SITE-CODE.
010360     MOVE CA-DEPT-CODE (CAL-SUB)     TO DC-DEPT-CODE.
010370     MOVE CA-ENTRY-TYPE (CAL-SUB)    TO DC-ENTRY-TYPE.
010380     MOVE CA-CAL-DATE (CAL-SUB)      TO DC-CAL-DATE.
010390     MOVE CA-DAY-OF-WEEK (CAL-SUB)   TO DC-DAY-OF-WEEK.
010400     MOVE CA-OPEN-FLAG (CAL-SUB)     TO DC-OPEN-FLAG.
010410     MOVE CA-CAPACITY-OVERRIDE (CAL-SUB)
010420         TO DC-CAPACITY-OVERRIDE.
010430     WRITE DEPT-CALENDAR-RECORD.

010440 4000-TERMINATE.
010450     CLOSE DEPT-AUDIT-FILE.
010460     PERFORM 4100-RELEASE-RUN-LOCK.
010470     DISPLAY "DEPT MASTER MAINTENANCE COMPLETE.".

010480 1050-ACQUIRE-RUN-LOCK.
010490*    DEPT-MAINT REWRITES THE MASTER AND CALENDAR THAT DEPT-
010500*    CHECKER, REJECT-RECYCLE, AND PRODUCT-MAINT VALIDATE AND
010510*    ROUTE AGAINST - NONE OF THEM MAY RUN WHILE IT DOES.
010520     MOVE "N" TO LOCK-HELD-SWITCH.
010530     OPEN INPUT RUN-LOCK-FILE.
010540     IF RUN-LOCK-OK
010550         READ RUN-LOCK-FILE
010560             AT END
010570                 CONTINUE
010580             NOT AT END
010590                 SET LOCK-HELD TO TRUE
010600         END-READ
010610         CLOSE RUN-LOCK-FILE
010620     END-IF.
010630     IF LOCK-HELD
010640         PERFORM 1060-HANDLE-HELD-LOCK
010650     END-IF.
010660     PERFORM 1070-WRITE-RUN-LOCK.

010670 1060-HANDLE-HELD-LOCK.
010680     DISPLAY "GIGAHERTZ_LOCK_OVERRIDE" UPON ENVIRONMENT-NAME.
010690     ACCEPT LOCK-OVERRIDE-FLAG FROM ENVIRONMENT-VALUE.
010700     IF LOCK-OVERRIDE-FLAG NOT = "Y"
010710         MOVE "N" TO LOCK-OVERRIDE-FLAG
010720     END-IF.
010730     IF LOCK-OVERRIDE-FLAG = "Y"
010740         DISPLAY "*** BREAKING STALE RUN LOCK HELD BY "
010750             LK-PROGRAM-NAME " / " LK-USER-NAME " SINCE "
010760             LK-START-DATE " " LK-START-TIME "."
010770         PERFORM 1080-WRITE-LOCK-BREAK-RECORD
010780     ELSE
010790         DISPLAY "*** RUN LOCK IS HELD BY " LK-PROGRAM-NAME
010800             " / " LK-USER-NAME " SINCE " LK-START-DATE " "
010810             LK-START-TIME " - RUN REFUSED."
010820         DISPLAY "*** IF THAT RUN CRASHED, RERUN WITH "
010830             "GIGAHERTZ_LOCK_OVERRIDE=Y TO BREAK THE LOCK."
010840         MOVE 16 TO RETURN-CODE
010850         STOP RUN
010860     END-IF.

010870 1070-WRITE-RUN-LOCK.
010880     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
010890     ACCEPT CDT-TIME FROM TIME.
010900     OPEN OUTPUT RUN-LOCK-FILE.
010910     MOVE "DEPT-MAINT  " TO LK-PROGRAM-NAME.
010920     MOVE USER-NAME      TO LK-USER-NAME.
010930     MOVE CDT-DATE       TO LK-START-DATE.
010940     MOVE CDT-TIME       TO LK-START-TIME.
010950     WRITE RUN-LOCK-RECORD.
010960     CLOSE RUN-LOCK-FILE.
010970     SET RUN-LOCK-OWNED TO TRUE.

010980 1080-WRITE-LOCK-BREAK-RECORD.
010990*    WHO BROKE A LOCK, AND WHEN, GOES ON RUN-CONTROL AS A
011000*    MODE-L RECORD.
011010     ACCEPT CDT-DATE FROM DATE YYYYMMDD.
011020     ACCEPT CDT-TIME FROM TIME.
011030     OPEN EXTEND RUN-CONTROL-FILE.
011040     IF NOT RUN-CONTROL-OK
011050         OPEN OUTPUT RUN-CONTROL-FILE
011060     END-IF.
011070     MOVE "DEPT-MAINT  " TO RC-PROGRAM-NAME.
011080     MOVE CDT-DATE       TO RC-START-DATE.
011090     MOVE CDT-TIME       TO RC-START-TIME.
011100     MOVE CDT-DATE       TO RC-END-DATE.
011110     MOVE CDT-TIME       TO RC-END-TIME.
011120     MOVE "L"            TO RC-RUN-MODE.
011130     MOVE ZERO           TO RC-RECORDS-READ.
011140     MOVE ZERO           TO RC-RECORDS-ASSIGNED.
011150     MOVE ZERO           TO RC-RECORDS-REJECTED.
011160     MOVE ZERO           TO RC-CONFLICT-COUNT.
011170     MOVE "W"            TO RC-FINAL-STATUS.
011180     MOVE ZERO           TO RC-RETURN-CODE.
011190     MOVE USER-NAME      TO RC-USER-NAME.
011200     MOVE ZERO           TO RC-BUSINESS-DATE.
011210     WRITE RUN-CONTROL-RECORD.
011220     CLOSE RUN-CONTROL-FILE.

011230 4100-RELEASE-RUN-LOCK.
011240*    RELEASING EMPTIES THE FILE - AN EMPTY LOCK FILE READS AS
011250*    NOT HELD. SKIPPED WHEN THIS RUN NEVER OWNED THE LOCK.
011260     IF RUN-LOCK-OWNED
011270         OPEN OUTPUT RUN-LOCK-FILE
011280         CLOSE RUN-LOCK-FILE
011290         MOVE "N" TO RUN-LOCK-OWNED-SWITCH
011300     END-IF.
