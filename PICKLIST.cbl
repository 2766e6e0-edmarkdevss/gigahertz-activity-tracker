000410*                   NOW CONSULTED - NO WORKSHEET PRINTS FOR A   *
000420*                   DEPT CLOSED TODAY, SO SUPERVISORS STOP      *
000430*                   GETTING SHEETS FOR CREWS THAT ARE NOT IN.   *
000440*  2026-10-15 EDM   THE WORKSHEET DATE - WHICH DAY'S ASSIGNMENTS *
000450*                   ARE LISTED AND WHICH CALENDAR ENTRY APPLIES  *
000460*                   - NOW COMES FROM THE SHARED BUSINESS-DATE-   *
000470*                   FILE INSTEAD OF THE CLOCK.                   *
000480*  2026-10-15 EDM   DEPARTMENTS, CALENDAR ENTRIES AND EVERY WORK *
000490*                   LINE ARE NOW KEYED BY SITE AND DEPT CODE,    *
000500*                   AND EACH WORKSHEET HEADING SHOWS ITS SITE.   *
000510*                   AN OPTIONAL PARM SITE CODE PRINTS ONLY THAT  *
000520*                   SITE'S WORKSHEETS SO EACH BUILDING GETS ITS  *
000530*                   OWN SHEETS. A RECORD WITH NO SITE BELONGS TO *
000540*                   SITE 01.                                     *
000550*  2026-10-15 EDM   TODAY'S WORK NOW COMES FROM THE KEYED ASSIGN *
000560*                   INDEX (ASSNIDX) INSTEAD OF A 2000-LINE TABLE *
000570*                   LOADED FROM THE WHOLE LOG. EACH PRIORITY     *
000580*                   PASS POSITIONS ON THE DEPT'S SLICE FOR THE   *
000590*                   RUN DATE AND READS ONLY THAT, SO THERE IS NO *
000600*                   DAILY CEILING. TRANSFERRED OR REVERSED WORK  *
000610*                   IS ALREADY MARKED NO LONGER LIVE ON THE      *
000620*                   INDEX AND IS SKIPPED. WITHIN A PRIORITY,     *
000630*                   LINES NOW PRINT IN PRODUCT NAME ORDER.       *
000640*----------------------------------------------------------------*

000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.

000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS BUSINESS-DATE-STATUS.

000720     SELECT ASSIGN-INDEX-FILE ASSIGN TO "ASSNIDX"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS AX-KEY
000760         FILE STATUS IS ASSIGN-INDEX-STATUS.

000770     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS DEPT-MASTER-STATUS.

000800     SELECT PICK-LIST-REPORT ASSIGN TO "PICKRPT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS PICK-LIST-STATUS.

000830     SELECT DEFERRED-QUEUE-FILE ASSIGN TO "DEFERQ"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DEFER-QUEUE-STATUS.

000860     SELECT PICK-FORWARD-FILE ASSIGN TO "PICKFWD"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS PICK-FORWARD-STATUS.

000890     SELECT DEPT-CALENDAR-FILE ASSIGN TO "DEPTCAL"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS DEPT-CALENDAR-STATUS.

000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  BUSINESS-DATE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  BUSINESS-DATE-RECORD.
000970     COPY BUSDATE.

000980 FD  ASSIGN-INDEX-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  ASSIGN-INDEX-RECORD.
001010     COPY ASSNIDX.

001020 FD  DEPT-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  DEPT-MASTER-RECORD.
001050     COPY DEPTMAST.

001060 FD  PICK-LIST-REPORT
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  PICK-LIST-LINE             PIC X(80).

001100 FD  DEFERRED-QUEUE-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  DEFERRED-QUEUE-RECORD.
001140     COPY DEFERQ.

001150 FD  PICK-FORWARD-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  PICK-FORWARD-RECORD.
001190     COPY PICKFWD.

001200 FD  DEPT-CALENDAR-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  DEPT-CALENDAR-RECORD.
001230     COPY DEPTCAL.

001240 WORKING-STORAGE SECTION.
001250 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
001260     88  BUSINESS-DATE-OK       VALUE "00".
001270 77  ASSIGN-INDEX-STATUS        PIC X(02) VALUE SPACES.
001280     88  ASSIGN-INDEX-OK        VALUE "00".
001290 77  DEPT-MASTER-STATUS         PIC X(02) VALUE SPACES.
001300     88  DEPT-MASTER-OK         VALUE "00".
001310     88  DEPT-MASTER-EOF        VALUE "10".
001320 77  PICK-LIST-STATUS           PIC X(02) VALUE SPACES.
001330     88  PICK-LIST-OK           VALUE "00".
001340 77  DEFER-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001350     88  DEFER-QUEUE-OK         VALUE "00".
001360 77  PICK-FORWARD-STATUS        PIC X(02) VALUE SPACES.
001370     88  PICK-FORWARD-OK        VALUE "00".
001380     88  PICK-FORWARD-EOF       VALUE "10".
001390 77  DEPT-CALENDAR-STATUS       PIC X(02) VALUE SPACES.
001400     88  DEPT-CALENDAR-OK       VALUE "00".
001410     88  DEPT-CALENDAR-EOF      VALUE "10".
001420 77  CAL-SUB                    PIC 9(03) COMP VALUE ZERO.
001430 77  CAL-DATE-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001440 77  CAL-WEEK-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
001450 77  RUN-DAY-OF-WEEK            PIC 9(01) VALUE ZERO.
001460 77  SKIPPED-DEPT-COUNT         PIC 9(03) COMP VALUE ZERO.
001470 77  CARRY-SUB                  PIC 9(04) COMP VALUE ZERO.
001480 77  DEPT-CARRY-COUNT           PIC 9(05) COMP VALUE ZERO.
001490 77  END-OF-QUEUE-SWITCH        PIC X(01) VALUE "N".
001500     88  END-OF-QUEUE           VALUE "Y".
001510 77  INDEX-SCAN-SWITCH          PIC X(01) VALUE "N".
001520     88  INDEX-SCAN-DONE        VALUE "Y".
001530 77  MATCH-DEPT-KEY             PIC X(12) VALUE SPACES.
001540 77  CURRENT-PRIORITY           PIC X(01) VALUE SPACE.
001550 77  SITE-SELECT-SWITCH         PIC X(01) VALUE "Y".
001560     88  SITE-SELECTED          VALUE "Y".
001570 77  PICK-SITE-PARM             PIC X(02) VALUE SPACES.
001580 77  HOME-SITE-CODE             PIC X(02) VALUE "01".
001590 77  CHECK-SITE-CODE            PIC X(02) VALUE SPACES.
001600 77  RUN-DATE                   PIC 9(08) VALUE ZERO.

001610 77  PRINT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
001620 77  PRINT-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
001630 77  PRINT-PAGE-EDIT            PIC ZZ9.
001640 77  PRINT-LINES-PER-PAGE       PIC 9(02) COMP VALUE 40.

001650 77  DEFER-SUB                  PIC 9(04) COMP VALUE ZERO.
001660 77  DEPT-DEFER-COUNT           PIC 9(05) COMP VALUE ZERO.
001670 77  DEPT-ITEM-COUNT            PIC 9(05) COMP VALUE ZERO.
001680 77  DEPT-UNIT-TOTAL            PIC 9(09) COMP VALUE ZERO.
001690 77  COUNT-EDIT                 PIC ZZ,ZZ9.
001700 77  UNITS-EDIT                 PIC ZZZ,ZZZ,ZZ9.

001710 01  DEPT-TABLE.
001720     05  DEPT-TABLE-COUNT       PIC 9(03) COMP VALUE ZERO.
001730     05  DEPT-TABLE-ENTRY OCCURS 1 TO 100 TIMES
001740             DEPENDING ON DEPT-TABLE-COUNT
001750             INDEXED BY DEPT-TABLE-IDX.
001760         10  DT-SITE-CODE       PIC X(02).
001770         10  DT-DEPT-CODE       PIC 9(02).
001780         10  DT-DEPT-NAME       PIC X(15).
001790         10  DT-ACTIVE-FLAG     PIC X(01).
001800         10  DT-CLOSED-FLAG     PIC X(01).

001810 01  CAL-LOOKUP-WORK.
001820     05  CW-SITE-CODE           PIC X(02).
001830     05  CW-DEPT-CODE           PIC 9(02).
001840     05  CW-CLOSED-FLAG         PIC X(01).

001850 01  CAL-TABLE.
001860     05  CAL-TABLE-COUNT        PIC 9(03) COMP VALUE ZERO.
001870     05  CAL-TABLE-ENTRY OCCURS 1 TO 200 TIMES
001880             DEPENDING ON CAL-TABLE-COUNT.
001890         10  CA-SITE-CODE       PIC X(02).
001900         10  CA-DEPT-CODE       PIC 9(02).
001910         10  CA-ENTRY-TYPE      PIC X(01).
001920         10  CA-CAL-DATE        PIC 9(08).
001930         10  CA-DAY-OF-WEEK     PIC 9(01).
001940         10  CA-OPEN-FLAG       PIC X(01).
001950         10  CA-CAPACITY-OVERRIDE
001960                                PIC 9(07).

001970 01  ZELLER-WORK.
001980     05  ZW-DATE.
001990         10  ZW-YYYY            PIC 9(04).
002000         10  ZW-MM              PIC 9(02).
002010         10  ZW-DD              PIC 9(02).
002020     05  ZW-YEAR-ADJ            PIC 9(04).
002030     05  ZW-MONTH-ADJ           PIC 9(02).
002040     05  ZW-CENTURY             PIC 9(02).
002050     05  ZW-YEAR-OF-CENT        PIC 9(02).
002060     05  ZW-TERM1               PIC 9(04).
002070     05  ZW-TERM2               PIC 9(04).
002080     05  ZW-TERM3               PIC 9(04).
002090     05  ZW-QUOT                PIC 9(04).
002100     05  ZW-H                   PIC 9(04).

002110 01  PICK-DETAIL-LINE.
002120     05  PKD-PRIORITY-CODE      PIC X(01).
002130     05  FILLER                 PIC X(03) VALUE SPACES.
002140     05  PKD-PRODUCT-NAME       PIC X(30).
002150     05  FILLER                 PIC X(03) VALUE SPACES.
002160     05  PKD-PRODUCT-QTY        PIC ZZ,ZZ9.
002170     05  FILLER                 PIC X(37) VALUE SPACES.

002180 01  DEFER-TABLE.
002190     05  DEFER-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
002200     05  DEFER-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
002210             DEPENDING ON DEFER-TABLE-COUNT.
002220         10  DFT-PRODUCT-NAME   PIC X(30).
002230         10  DFT-SITE-CODE      PIC X(02).
002240         10  DFT-DEPT-CODE      PIC 9(02).
002250         10  DFT-PRODUCT-QTY    PIC 9(05).
002260         10  DFT-PRIORITY-CODE  PIC X(01).
002270         10  DFT-DEFER-DATE     PIC 9(08).

002280 01  CARRY-DETAIL-LINE.
002290     05  CYD-PRIORITY-CODE      PIC X(01).
002300     05  FILLER                 PIC X(03) VALUE SPACES.
002310     05  CYD-PRODUCT-NAME       PIC X(30).
002320     05  FILLER                 PIC X(03) VALUE SPACES.
002330     05  CYD-PRODUCT-QTY        PIC ZZ,ZZ9.
002340     05  FILLER                 PIC X(02) VALUE SPACES.
002350     05  CYD-ASSIGN-DATE        PIC 9(08).
002360     05  FILLER                 PIC X(27) VALUE SPACES.

002370 01  CARRY-TABLE.
002380     05  CARRY-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
002390     05  CARRY-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
002400             DEPENDING ON CARRY-TABLE-COUNT.
002410         10  CY-PRODUCT-NAME    PIC X(30).
002420         10  CY-SITE-CODE       PIC X(02).
002430         10  CY-DEPT-CODE       PIC 9(02).
002440         10  CY-PRODUCT-QTY     PIC 9(05).
002450         10  CY-PRIORITY-CODE   PIC X(01).
002460         10  CY-ASSIGN-DATE     PIC 9(08).

002470 01  DEFER-DETAIL-LINE.
002480     05  DFD-PRIORITY-CODE      PIC X(01).
002490     05  FILLER                 PIC X(03) VALUE SPACES.
002500     05  DFD-PRODUCT-NAME       PIC X(30).
002510     05  FILLER                 PIC X(03) VALUE SPACES.
002520     05  DFD-PRODUCT-QTY        PIC ZZ,ZZ9.
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  DFD-DEFER-DATE         PIC 9(08).
002550     05  FILLER                 PIC X(27) VALUE SPACES.

002560 PROCEDURE DIVISION.
002570 100-START-LOGIC.
002580     PERFORM 1000-INITIALIZE.
002590     PERFORM 2000-PRINT-DEPT-WORKSHEET
002600         VARYING DEPT-TABLE-IDX FROM 1 BY 1
002610         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.
002620     PERFORM 4000-TERMINATE.
002630     STOP RUN.

002640 1000-INITIALIZE.
002650     ACCEPT PICK-SITE-PARM FROM COMMAND-LINE.
002660     IF PICK-SITE-PARM NOT = SPACES
002670         DISPLAY "PICK LISTS LIMITED TO SITE " PICK-SITE-PARM "."
002680     END-IF.
002690     OPEN INPUT ASSIGN-INDEX-FILE.
002700     IF NOT ASSIGN-INDEX-OK
002710         DISPLAY "ASSIGN INDEX NOT FOUND - CANNOT BUILD "
002720             "PICK LISTS. RUN ABORTED."
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT PICK-LIST-REPORT.
002770     PERFORM 1050-READ-BUSINESS-DATE.
002780     PERFORM 1100-LOAD-DEPT-MASTER.
002790     PERFORM 1400-LOAD-DEFER-TABLE.
002800     PERFORM 1500-LOAD-CARRY-TABLE.
002810     PERFORM 1600-LOAD-DEPT-CALENDAR.
002820     PERFORM 1700-APPLY-CALENDAR-TODAY.

002830 1050-READ-BUSINESS-DATE.
002840     OPEN INPUT BUSINESS-DATE-FILE.
002850     IF NOT BUSINESS-DATE-OK
002860         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
002870             "BUILD PICK LISTS. RUN ABORTED."
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     READ BUSINESS-DATE-FILE
002920         AT END
002930             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
002940                 "BUILD PICK LISTS. RUN ABORTED."
002950             CLOSE BUSINESS-DATE-FILE
002960             MOVE 16 TO RETURN-CODE
002970             STOP RUN
002980     END-READ.
002990     CLOSE BUSINESS-DATE-FILE.
003000     MOVE BD-BUSINESS-DATE TO RUN-DATE.
003010     IF BD-CATCHUP-ACTIVE
003020         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
003030             " - OPEN DATE IS " BD-RESUME-DATE "."
003040     END-IF.

003050 1100-LOAD-DEPT-MASTER.
003060     OPEN INPUT DEPT-MASTER-FILE.
003070     IF NOT DEPT-MASTER-OK
003080         DISPLAY "DEPT-MASTER-FILE NOT FOUND - CANNOT BUILD "
003090             "PICK LISTS. RUN ABORTED."
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     PERFORM 1150-READ-DEPT-MASTER-RECORD.
003140     PERFORM 1160-ADD-DEPT-TABLE-ENTRY
003150         UNTIL DEPT-MASTER-EOF.
003160     CLOSE DEPT-MASTER-FILE.

003170 1150-READ-DEPT-MASTER-RECORD.
003180     READ DEPT-MASTER-FILE
003190         AT END
003200             SET DEPT-MASTER-EOF TO TRUE
003210     END-READ.

003220 1160-ADD-DEPT-TABLE-ENTRY.
003230     MOVE DM-SITE-CODE TO CHECK-SITE-CODE.
003240     PERFORM 1170-CHECK-SITE-SELECTED.
003250     IF SITE-SELECTED
003260         PERFORM 1180-STORE-DEPT-TABLE-ENTRY
003270     END-IF.
003280     PERFORM 1150-READ-DEPT-MASTER-RECORD.

003290 1170-CHECK-SITE-SELECTED.
003300*    A BLANK SITE ON ANY FILE IS THE HOME SITE. WITH NO SITE
003310*    PARM EVERY SITE'S WORKSHEETS PRINT.
003320     IF CHECK-SITE-CODE = SPACES
003330         MOVE HOME-SITE-CODE TO CHECK-SITE-CODE
003340     END-IF.
003350     IF PICK-SITE-PARM = SPACES
003360             OR PICK-SITE-PARM = CHECK-SITE-CODE
003370         MOVE "Y" TO SITE-SELECT-SWITCH
003380     ELSE
003390         MOVE "N" TO SITE-SELECT-SWITCH
003400     END-IF.

003410 1180-STORE-DEPT-TABLE-ENTRY.
003420     IF DEPT-TABLE-COUNT >= 100
003430         DISPLAY "DEPT-MASTER-FILE HAS MORE THAN 100 ACTIVE "
003440             "DEPARTMENTS. RUN ABORTED."
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     ADD 1 TO DEPT-TABLE-COUNT.
003490     SET DEPT-TABLE-IDX TO DEPT-TABLE-COUNT.
003500     MOVE CHECK-SITE-CODE TO DT-SITE-CODE (DEPT-TABLE-IDX).
003510     MOVE DM-DEPT-CODE   TO DT-DEPT-CODE (DEPT-TABLE-IDX).
003520     MOVE DM-DEPT-NAME   TO DT-DEPT-NAME (DEPT-TABLE-IDX).
003530     MOVE DM-ACTIVE-FLAG TO DT-ACTIVE-FLAG (DEPT-TABLE-IDX).
003540     MOVE "N" TO DT-CLOSED-FLAG (DEPT-TABLE-IDX).

003550 1400-LOAD-DEFER-TABLE.
003560     OPEN INPUT DEFERRED-QUEUE-FILE.
003570     IF NOT DEFER-QUEUE-OK
003580         DISPLAY "NO DEFERRED-WORK QUEUE ON FILE - NO HELD-WORK "
003590             "SECTIONS THIS RUN."
003600     ELSE
003610         PERFORM 1450-READ-DEFER-RECORD
003620         PERFORM 1460-ADD-DEFER-TABLE-ENTRY
003630             UNTIL END-OF-QUEUE
003640         CLOSE DEFERRED-QUEUE-FILE
003650     END-IF.

003660 1450-READ-DEFER-RECORD.
003670     READ DEFERRED-QUEUE-FILE
003680         AT END
003690             SET END-OF-QUEUE TO TRUE
003700     END-READ.

003710 1460-ADD-DEFER-TABLE-ENTRY.
003720     MOVE DQ-SITE-CODE TO CHECK-SITE-CODE.
003730     PERFORM 1170-CHECK-SITE-SELECTED.
003740     IF NOT SITE-SELECTED
003750         PERFORM 1450-READ-DEFER-RECORD
003760     ELSE
003770         IF DEFER-TABLE-COUNT >= 2000
003780             DISPLAY "MORE THAN 2000 DEFERRED ITEMS - HELD-WORK "
003790                 "SECTIONS TRUNCATED AT 2000."
003800             SET END-OF-QUEUE TO TRUE
003810         ELSE
003820             ADD 1 TO DEFER-TABLE-COUNT
003830             MOVE DQ-PRODUCT-NAME
003840                 TO DFT-PRODUCT-NAME (DEFER-TABLE-COUNT)
003850             MOVE CHECK-SITE-CODE
003860                 TO DFT-SITE-CODE (DEFER-TABLE-COUNT)
003870             MOVE DQ-DEPT-CODE
003880                 TO DFT-DEPT-CODE (DEFER-TABLE-COUNT)
003890             MOVE DQ-PRODUCT-QTY
003900                 TO DFT-PRODUCT-QTY (DEFER-TABLE-COUNT)
003910             MOVE DQ-PRIORITY-CODE
003920                 TO DFT-PRIORITY-CODE (DEFER-TABLE-COUNT)
003930             MOVE DQ-DEFER-DATE
003940                 TO DFT-DEFER-DATE (DEFER-TABLE-COUNT)
003950             PERFORM 1450-READ-DEFER-RECORD
003960         END-IF
003970     END-IF.

003980 1500-LOAD-CARRY-TABLE.
003990     OPEN INPUT PICK-FORWARD-FILE.
004000     IF NOT PICK-FORWARD-OK
004010         DISPLAY "NO PICK CARRY-FORWARD FILE - NO CARRIED "
004020             "LINES THIS MORNING."
004030     ELSE
004040         PERFORM 1550-READ-CARRY-RECORD
004050         PERFORM 1560-ADD-CARRY-TABLE-ENTRY
004060             UNTIL PICK-FORWARD-EOF
004070         CLOSE PICK-FORWARD-FILE
004080     END-IF.

004090 1550-READ-CARRY-RECORD.
004100     READ PICK-FORWARD-FILE
004110         AT END
004120             SET PICK-FORWARD-EOF TO TRUE
004130     END-READ.

004140 1560-ADD-CARRY-TABLE-ENTRY.
004150     MOVE CF-SITE-CODE TO CHECK-SITE-CODE.
004160     PERFORM 1170-CHECK-SITE-SELECTED.
004170     IF NOT SITE-SELECTED
004180         PERFORM 1550-READ-CARRY-RECORD
004190     ELSE
004200         IF CARRY-TABLE-COUNT >= 2000
004210             DISPLAY "MORE THAN 2000 CARRIED LINES - REMAINDER "
004220                 "LEFT OFF THE WORKSHEETS."
004230             SET PICK-FORWARD-EOF TO TRUE
004240         ELSE
004250             ADD 1 TO CARRY-TABLE-COUNT
004260             MOVE CF-PRODUCT-NAME
004270                 TO CY-PRODUCT-NAME (CARRY-TABLE-COUNT)
004280             MOVE CHECK-SITE-CODE
004290                 TO CY-SITE-CODE (CARRY-TABLE-COUNT)
004300             MOVE CF-DEPT-CODE
004310                 TO CY-DEPT-CODE (CARRY-TABLE-COUNT)
004320             MOVE CF-PRODUCT-QTY
004330                 TO CY-PRODUCT-QTY (CARRY-TABLE-COUNT)
004340             MOVE CF-PRIORITY-CODE
004350                 TO CY-PRIORITY-CODE (CARRY-TABLE-COUNT)
004360             MOVE CF-ASSIGN-DATE
004370                 TO CY-ASSIGN-DATE (CARRY-TABLE-COUNT)
004380             PERFORM 1550-READ-CARRY-RECORD
004390         END-IF
004400     END-IF.

004410 1600-LOAD-DEPT-CALENDAR.
004420     OPEN INPUT DEPT-CALENDAR-FILE.
004430     IF NOT DEPT-CALENDAR-OK
004440         DISPLAY "NO DEPT-CALENDAR-FILE - WORKSHEETS FOR "
004450             "EVERY ACTIVE DEPT."
004460     ELSE
004470         PERFORM 1650-READ-CALENDAR-RECORD
004480         PERFORM 1660-ADD-CAL-TABLE-ENTRY
004490             UNTIL DEPT-CALENDAR-EOF
004500         CLOSE DEPT-CALENDAR-FILE
004510     END-IF.

004520 1650-READ-CALENDAR-RECORD.
004530     READ DEPT-CALENDAR-FILE
004540         AT END
004550             SET DEPT-CALENDAR-EOF TO TRUE
004560     END-READ.

004570 1660-ADD-CAL-TABLE-ENTRY.
004580     IF CAL-TABLE-COUNT >= 200
004590         DISPLAY "DEPT-CALENDAR-FILE HAS MORE THAN 200 "
004600             "ENTRIES - REMAINDER IGNORED."
004610         SET DEPT-CALENDAR-EOF TO TRUE
004620     ELSE
004630         ADD 1 TO CAL-TABLE-COUNT
004640         IF DC-SITE-CODE = SPACES
004650             MOVE HOME-SITE-CODE TO DC-SITE-CODE
004660         END-IF
004670         MOVE DC-SITE-CODE
004680             TO CA-SITE-CODE (CAL-TABLE-COUNT)
004690         MOVE DC-DEPT-CODE
004700             TO CA-DEPT-CODE (CAL-TABLE-COUNT)
004710         MOVE DC-ENTRY-TYPE
004720             TO CA-ENTRY-TYPE (CAL-TABLE-COUNT)
004730         MOVE DC-CAL-DATE
004740             TO CA-CAL-DATE (CAL-TABLE-COUNT)
004750         MOVE DC-DAY-OF-WEEK
004760             TO CA-DAY-OF-WEEK (CAL-TABLE-COUNT)
004770         MOVE DC-OPEN-FLAG
004780             TO CA-OPEN-FLAG (CAL-TABLE-COUNT)
004790         MOVE DC-CAPACITY-OVERRIDE
004800             TO CA-CAPACITY-OVERRIDE (CAL-TABLE-COUNT)
004810         PERFORM 1650-READ-CALENDAR-RECORD
004820     END-IF.

004830 1700-APPLY-CALENDAR-TODAY.
004840*    A DEPT CLOSED ON THE CALENDAR TODAY GETS NO WORKSHEET -
004850*    ITS CREW IS NOT IN.
004860     MOVE RUN-DATE TO ZW-DATE.
004870     PERFORM 1800-COMPUTE-DAY-OF-WEEK.
004880     PERFORM 1750-APPLY-ONE-DEPT-RULE
004890         VARYING DEPT-TABLE-IDX FROM 1 BY 1
004900         UNTIL DEPT-TABLE-IDX > DEPT-TABLE-COUNT.

004910 1750-APPLY-ONE-DEPT-RULE.
004920     MOVE DT-SITE-CODE (DEPT-TABLE-IDX) TO CW-SITE-CODE.
004930     MOVE DT-DEPT-CODE (DEPT-TABLE-IDX) TO CW-DEPT-CODE.
004940     PERFORM 1770-LOOKUP-CALENDAR.
004950     IF CW-CLOSED-FLAG = "Y"
004960         MOVE "Y" TO DT-CLOSED-FLAG (DEPT-TABLE-IDX)
004970         ADD 1 TO SKIPPED-DEPT-COUNT
004980         DISPLAY "CALENDAR: SITE " DT-SITE-CODE (DEPT-TABLE-IDX)
004990             " " DT-DEPT-NAME (DEPT-TABLE-IDX)
005000             " IS CLOSED TODAY - NO WORKSHEET."
005010     END-IF.

005020 1770-LOOKUP-CALENDAR.
005030*    A SPECIFIC-DATE ENTRY BEATS A WEEKDAY ENTRY FOR THE SAME
005040*    DAY.
005050     MOVE "N" TO CW-CLOSED-FLAG.
005060     MOVE ZERO TO CAL-DATE-HIT-SUB.
005070     MOVE ZERO TO CAL-WEEK-HIT-SUB.
005080     PERFORM 1780-MATCH-CAL-ENTRY
005090         VARYING CAL-SUB FROM 1 BY 1
005100         UNTIL CAL-SUB > CAL-TABLE-COUNT.
005110     IF CAL-DATE-HIT-SUB > ZERO
005120         IF CA-OPEN-FLAG (CAL-DATE-HIT-SUB) = "N"
005130             MOVE "Y" TO CW-CLOSED-FLAG
005140         END-IF
005150     ELSE
005160         IF CAL-WEEK-HIT-SUB > ZERO
005170             AND CA-OPEN-FLAG (CAL-WEEK-HIT-SUB) = "N"
005180             MOVE "Y" TO CW-CLOSED-FLAG
005190         END-IF
005200     END-IF.

005210 1780-MATCH-CAL-ENTRY.
005220     IF CA-SITE-CODE (CAL-SUB) = CW-SITE-CODE
005230             AND CA-DEPT-CODE (CAL-SUB) = CW-DEPT-CODE
005240         EVALUATE TRUE
005250             WHEN CA-ENTRY-TYPE (CAL-SUB) = "D"
005260                     AND CA-CAL-DATE (CAL-SUB) = RUN-DATE
005270                 IF CAL-DATE-HIT-SUB = ZERO
005280                     MOVE CAL-SUB TO CAL-DATE-HIT-SUB
005290                 END-IF
005300             WHEN CA-ENTRY-TYPE (CAL-SUB) = "W"
005310                     AND CA-DAY-OF-WEEK (CAL-SUB)
005320                     = RUN-DAY-OF-WEEK
005330                 IF CAL-WEEK-HIT-SUB = ZERO
005340                     MOVE CAL-SUB TO CAL-WEEK-HIT-SUB
005350                 END-IF
005360             WHEN OTHER
005370                 CONTINUE
005380         END-EVALUATE
005390     END-IF.

005400 1800-COMPUTE-DAY-OF-WEEK.
005410*    ZELLER'S CONGRUENCE ON THE DATE IN ZW-DATE, GIVING
005420*    RUN-DAY-OF-WEEK 1=MONDAY THROUGH 7=SUNDAY.
005430     MOVE ZW-YYYY TO ZW-YEAR-ADJ.
005440     MOVE ZW-MM   TO ZW-MONTH-ADJ.
005450     IF ZW-MONTH-ADJ < 3
005460         ADD 12 TO ZW-MONTH-ADJ
005470         SUBTRACT 1 FROM ZW-YEAR-ADJ
005480     END-IF.
005490     DIVIDE ZW-YEAR-ADJ BY 100 GIVING ZW-CENTURY
005500         REMAINDER ZW-YEAR-OF-CENT.
005510     COMPUTE ZW-TERM1 = 13 * ( ZW-MONTH-ADJ + 1 ).
005520     DIVIDE ZW-TERM1 BY 5 GIVING ZW-TERM1.
005530     DIVIDE ZW-YEAR-OF-CENT BY 4 GIVING ZW-TERM2.
005540     DIVIDE ZW-CENTURY BY 4 GIVING ZW-TERM3.
005550     COMPUTE ZW-H = ZW-DD + ZW-TERM1 + ZW-YEAR-OF-CENT
005560         + ZW-TERM2 + ZW-TERM3 + ( 5 * ZW-CENTURY ).
005570     ADD 5 TO ZW-H.
005580     DIVIDE ZW-H BY 7 GIVING ZW-QUOT REMAINDER ZW-H.
005590     COMPUTE RUN-DAY-OF-WEEK = ZW-H + 1.

005600 2000-PRINT-DEPT-WORKSHEET.
005610     IF DT-ACTIVE-FLAG (DEPT-TABLE-IDX) = "Y"
005620         AND DT-CLOSED-FLAG (DEPT-TABLE-IDX) NOT = "Y"
005630         MOVE ZERO TO DEPT-ITEM-COUNT
005640         MOVE ZERO TO DEPT-UNIT-TOTAL
005650         PERFORM 2100-PRINT-DEPT-HEADING
005660         PERFORM 2150-PRINT-CARRIED-SECTION
005670         MOVE "H" TO CURRENT-PRIORITY
005680         PERFORM 2200-PRINT-PRIORITY-PASS
005690         MOVE "M" TO CURRENT-PRIORITY
005700         PERFORM 2200-PRINT-PRIORITY-PASS
005710         MOVE "L" TO CURRENT-PRIORITY
005720         PERFORM 2200-PRINT-PRIORITY-PASS
005730         MOVE "*" TO CURRENT-PRIORITY
005740         PERFORM 2200-PRINT-PRIORITY-PASS
005750         PERFORM 2400-PRINT-DEPT-TOTALS
005760         PERFORM 2500-PRINT-DEFERRED-SECTION
005770     END-IF.

005780 2100-PRINT-DEPT-HEADING.
005790     ADD 1 TO PRINT-PAGE-COUNT.
005800     MOVE PRINT-PAGE-COUNT TO PRINT-PAGE-EDIT.
005810     MOVE SPACES TO PICK-LIST-LINE.
005820     STRING "GIGAHERTZ PICK LIST - SITE "
005830             DT-SITE-CODE (DEPT-TABLE-IDX) " "
005840             DT-DEPT-NAME (DEPT-TABLE-IDX)
005850             " - RUN DATE " RUN-DATE
005860             "   PAGE " PRINT-PAGE-EDIT
005870             DELIMITED BY SIZE INTO PICK-LIST-LINE.
005880     WRITE PICK-LIST-LINE AFTER ADVANCING PAGE.

005890     MOVE SPACES TO PICK-LIST-LINE.
005900     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.

005910     MOVE "PR  PRODUCT NAME                         QTY"
005920         TO PICK-LIST-LINE.
005930     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.

005940     MOVE ALL "-" TO PICK-LIST-LINE.
005950     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.

005960     MOVE ZERO TO PRINT-LINE-COUNT.

005970 2150-PRINT-CARRIED-SECTION.
005980*    LINES PICK-RECONCILE FOUND UNWORKED YESTERDAY LEAD THE
005990*    WORKSHEET SO THE CREW CLEARS THE BACKLOG FIRST. THEY
006000*    COUNT IN THE PICK TOTALS LIKE ANY OTHER LINE.
006010     MOVE ZERO TO DEPT-CARRY-COUNT.
006020     PERFORM 2160-PRINT-CARRIED-LINE
006030         VARYING CARRY-SUB FROM 1 BY 1
006040         UNTIL CARRY-SUB > CARRY-TABLE-COUNT.
006050     IF DEPT-CARRY-COUNT > ZERO
006060         MOVE SPACES TO PICK-LIST-LINE
006070         WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
006080     END-IF.

006090 2160-PRINT-CARRIED-LINE.
006100     IF CY-SITE-CODE (CARRY-SUB) =
006110             DT-SITE-CODE (DEPT-TABLE-IDX)
006120         AND CY-DEPT-CODE (CARRY-SUB) =
006130             DT-DEPT-CODE (DEPT-TABLE-IDX)
006140         IF DEPT-CARRY-COUNT = ZERO
006150             MOVE "CARRIED FORWARD - NOT WORKED YESTERDAY"
006160                 TO PICK-LIST-LINE
006170             WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
006180         END-IF
006190         ADD 1 TO DEPT-CARRY-COUNT
006200         MOVE SPACES TO CARRY-DETAIL-LINE
006210         MOVE CY-PRIORITY-CODE (CARRY-SUB)
006220             TO CYD-PRIORITY-CODE
006230         MOVE CY-PRODUCT-NAME (CARRY-SUB)
006240             TO CYD-PRODUCT-NAME
006250         MOVE CY-PRODUCT-QTY (CARRY-SUB)
006260             TO CYD-PRODUCT-QTY
006270         MOVE CY-ASSIGN-DATE (CARRY-SUB)
006280             TO CYD-ASSIGN-DATE
006290         MOVE CARRY-DETAIL-LINE TO PICK-LIST-LINE
006300         WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
006310         ADD 1 TO PRINT-LINE-COUNT
006320         ADD 1 TO DEPT-ITEM-COUNT
006330         ADD CY-PRODUCT-QTY (CARRY-SUB) TO DEPT-UNIT-TOTAL
006340     END-IF.

006350 2200-PRINT-PRIORITY-PASS.
006360*    TODAY'S WORK FOR THE DEPT SITS TOGETHER ON THE ASSIGN
006370*    INDEX - POSITION ON THE FIRST LINE OF THE SLICE AND READ
006380*    FORWARD UNTIL THE DATE, SITE OR DEPT CHANGES.
006390     MOVE "N" TO INDEX-SCAN-SWITCH.
006400     MOVE RUN-DATE                      TO AX-ASSIGN-DATE.
006410     MOVE DT-SITE-CODE (DEPT-TABLE-IDX) TO AX-SITE-CODE.
006420     MOVE DT-DEPT-CODE (DEPT-TABLE-IDX) TO AX-DEPT-CODE.
006430     MOVE LOW-VALUES                    TO AX-PRODUCT-NAME.
006440     MOVE ZERO                          TO AX-RUN-DATE.
006450     MOVE ZERO                          TO AX-RUN-TIME.
006460     MOVE ZERO                          TO AX-KEY-SEQUENCE.
006470     MOVE AX-DEPT-KEY TO MATCH-DEPT-KEY.
006480     START ASSIGN-INDEX-FILE KEY IS NOT LESS THAN AX-KEY
006490         INVALID KEY
006500             SET INDEX-SCAN-DONE TO TRUE
006510     END-START.
006520     PERFORM 2250-READ-DEPT-ASSIGN
006530         UNTIL INDEX-SCAN-DONE.

006540 2250-READ-DEPT-ASSIGN.
006550     READ ASSIGN-INDEX-FILE NEXT RECORD
006560         AT END
006570             SET INDEX-SCAN-DONE TO TRUE
006580     END-READ.
006590     IF NOT INDEX-SCAN-DONE
006600         IF AX-DEPT-KEY NOT = MATCH-DEPT-KEY
006610             SET INDEX-SCAN-DONE TO TRUE
006620         ELSE
006630             PERFORM 2300-PRINT-MATCHING-LINE
006640         END-IF
006650     END-IF.

006660 2300-PRINT-MATCHING-LINE.
006670*    THE "*" PASS PICKS UP ANY PRIORITY CODE THAT IS NOT H, M,
006680*    OR L, SO A MISKEYED CODE STILL LANDS ON THE WORKSHEET AND
006690*    IN THE TOTALS INSTEAD OF VANISHING.
006700     IF AX-LIVE
006710         AND ( AX-PRIORITY-CODE = CURRENT-PRIORITY
006720          OR ( CURRENT-PRIORITY = "*"
006730              AND AX-PRIORITY-CODE NOT = "H"
006740              AND AX-PRIORITY-CODE NOT = "M"
006750              AND AX-PRIORITY-CODE NOT = "L" ) )
006760         IF PRINT-LINE-COUNT >= PRINT-LINES-PER-PAGE
006770             PERFORM 2100-PRINT-DEPT-HEADING
006780         END-IF
006790         MOVE SPACES TO PICK-DETAIL-LINE
006800         MOVE AX-PRIORITY-CODE TO PKD-PRIORITY-CODE
006810         MOVE AX-PRODUCT-NAME  TO PKD-PRODUCT-NAME
006820         MOVE AX-PRODUCT-QTY   TO PKD-PRODUCT-QTY
006830         MOVE PICK-DETAIL-LINE TO PICK-LIST-LINE
006840         WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
006850         ADD 1 TO PRINT-LINE-COUNT
006860         ADD 1 TO DEPT-ITEM-COUNT
006870         ADD AX-PRODUCT-QTY TO DEPT-UNIT-TOTAL
006880     END-IF.

006890 2400-PRINT-DEPT-TOTALS.
006900     MOVE SPACES TO PICK-LIST-LINE.
006910     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.
006920     MOVE DEPT-ITEM-COUNT TO COUNT-EDIT.
006930     MOVE SPACES TO PICK-LIST-LINE.
006940     STRING "TOTAL ITEMS: " COUNT-EDIT
006950             DELIMITED BY SIZE INTO PICK-LIST-LINE.
006960     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.
006970     MOVE DEPT-UNIT-TOTAL TO UNITS-EDIT.
006980     MOVE SPACES TO PICK-LIST-LINE.
006990     STRING "TOTAL UNITS: " UNITS-EDIT
007000             DELIMITED BY SIZE INTO PICK-LIST-LINE.
007010     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.

007020 2500-PRINT-DEFERRED-SECTION.
007030*    HELD WORK IS SHOWN SO THE SUPERVISOR KNOWS IT EXISTS, BUT
007040*    IT IS NOT ON TODAY'S PICK TOTALS - DEFER-FEEDER RELEASES
007050*    IT INTO A LATER BATCH WHEN CAPACITY ALLOWS.
007060     MOVE ZERO TO DEPT-DEFER-COUNT.
007070     PERFORM 2600-PRINT-DEFERRED-LINE
007080         VARYING DEFER-SUB FROM 1 BY 1
007090         UNTIL DEFER-SUB > DEFER-TABLE-COUNT.

007100 2600-PRINT-DEFERRED-LINE.
007110     IF DFT-SITE-CODE (DEFER-SUB) =
007120             DT-SITE-CODE (DEPT-TABLE-IDX)
007130         AND DFT-DEPT-CODE (DEFER-SUB) =
007140             DT-DEPT-CODE (DEPT-TABLE-IDX)
007150         IF DEPT-DEFER-COUNT = ZERO
007160             MOVE SPACES TO PICK-LIST-LINE
007170             WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
007180             MOVE "WORK HELD ON DEFERRED QUEUE (NOT ON TOTALS)"
007190                 TO PICK-LIST-LINE
007200             WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
007210             MOVE ALL "-" TO PICK-LIST-LINE
007220             WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
007230         END-IF
007240         ADD 1 TO DEPT-DEFER-COUNT
007250         MOVE SPACES TO DEFER-DETAIL-LINE
007260         MOVE DFT-PRIORITY-CODE (DEFER-SUB)
007270             TO DFD-PRIORITY-CODE
007280         MOVE DFT-PRODUCT-NAME (DEFER-SUB)
007290             TO DFD-PRODUCT-NAME
007300         MOVE DFT-PRODUCT-QTY (DEFER-SUB)
007310             TO DFD-PRODUCT-QTY
007320         MOVE DFT-DEFER-DATE (DEFER-SUB)
007330             TO DFD-DEFER-DATE
007340         MOVE DEFER-DETAIL-LINE TO PICK-LIST-LINE
007350         WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE
007360     END-IF.

007370 4000-TERMINATE.
007380     MOVE SPACES TO PICK-LIST-LINE.
007390     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.
007400     MOVE "*** END OF PICK LISTS ***" TO PICK-LIST-LINE.
007410     WRITE PICK-LIST-LINE AFTER ADVANCING 1 LINE.
007420     CLOSE PICK-LIST-REPORT.
007430     CLOSE ASSIGN-INDEX-FILE.
007440     DISPLAY "PICK LISTS COMPLETE.".
