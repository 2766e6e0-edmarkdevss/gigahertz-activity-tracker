000140*                   WHEN SOMEONE ASKS WHETHER LAST NIGHT'S       *
000150*                   CYCLE ACTUALLY COMPLETED.                    *
000160*  2026-08-22 EDM   ABORT PATH NOW ENDS WITH CONDITION CODE 16.*
000170*  2026-10-15 EDM   THE SEVEN-DAY WINDOW NOW COUNTS BACK FROM    *
000180*                   THE SHARED BUSINESS-DATE-FILE INSTEAD OF THE *
000190*                   CLOCK, AND EACH LINE SHOWS THE BUSINESS DATE *
000200*                   THE RUN WORKED ON (BLANK WHEN NOT TIED TO    *
000210*                   ONE).                                        *
000220*----------------------------------------------------------------*

000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.

000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS BUSINESS-DATE-STATUS.

000330     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS RUN-CONTROL-STATUS.

000370     SELECT RUN-CONTROL-REPORT ASSIGN TO "RUNCRPT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS RUN-CTL-RPT-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  BUSINESS-DATE-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 01  BUSINESS-DATE-RECORD.
000460     COPY BUSDATE.

000480 FD  RUN-CONTROL-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510 01  RUN-CONTROL-RECORD.
000520     COPY RUNCTL.

000540 FD  RUN-CONTROL-REPORT
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  RUN-CTL-REPORT-LINE        PIC X(100).

000590 WORKING-STORAGE SECTION.
000600 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000610     88  BUSINESS-DATE-OK       VALUE "00".
000620 77  RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
000630     88  RUN-CONTROL-OK         VALUE "00".
000640     88  RUN-CONTROL-EOF        VALUE "10".
000650 77  RUN-CTL-RPT-STATUS         PIC X(02) VALUE SPACES.
000660     88  RUN-CTL-RPT-OK         VALUE "00".
000670 77  PRINTED-COUNT              PIC 9(05) COMP VALUE ZERO.
000680 77  COUNT-EDIT                 PIC ZZ,ZZ9.
000690 77  RUN-DATE                   PIC 9(08) VALUE ZERO.

000710 01  CUTOFF-DATE.
000720     05  CUT-YYYY               PIC 9(04).
000730     05  CUT-MM                 PIC 9(02).
000740     05  CUT-DD                 PIC 9(02).
000750 01  CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE
000760                                PIC 9(08).
000770 77  LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
000780 77  LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.

000800 01  MONTH-DAYS-TABLE.
000810     05  FILLER                 PIC X(24) VALUE
000820         "312831303130313130313031".
000830 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
000840     05  MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

000860 01  RUN-DETAIL-LINE.
000870     05  RND-PROGRAM-NAME       PIC X(12).
000880     05  FILLER                 PIC X(02) VALUE SPACES.
000890     05  RND-START-DATE         PIC 9(08).
000900     05  FILLER                 PIC X(01) VALUE SPACES.
000910     05  RND-START-TIME         PIC 9(08).
000920     05  FILLER                 PIC X(01) VALUE SPACES.
000930     05  RND-END-TIME           PIC 9(08).
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000950     05  RND-RUN-MODE           PIC X(01).
000960     05  FILLER                 PIC X(02) VALUE SPACES.
000970     05  RND-READ-EDIT          PIC ZZZ,ZZ9.
000980     05  FILLER                 PIC X(01) VALUE SPACES.
000990     05  RND-ASSIGN-EDIT        PIC ZZZ,ZZ9.
001000     05  FILLER                 PIC X(01) VALUE SPACES.
001010     05  RND-REJECT-EDIT        PIC ZZZ,ZZ9.
001020     05  FILLER                 PIC X(01) VALUE SPACES.
001030     05  RND-CONFLICT-EDIT      PIC ZZZ,ZZ9.
001040     05  FILLER                 PIC X(02) VALUE SPACES.
001050     05  RND-FINAL-STATUS       PIC X(01).
001060     05  FILLER                 PIC X(02) VALUE SPACES.
001070     05  RND-RETURN-CODE        PIC ZZZ9.
001080     05  FILLER                 PIC X(02) VALUE SPACES.
001090     05  RND-BUSINESS-DATE      PIC X(08).
001100     05  FILLER                 PIC X(04) VALUE SPACES.

001120 01  CURRENT-DATE-TIME.
001130     05  CDT-DATE               PIC 9(08).
001140     05  CDT-TIME               PIC 9(08).

001160 PROCEDURE DIVISION.
001170 100-START-LOGIC.
001180     PERFORM 1000-INITIALIZE.
001190     PERFORM 2000-PRINT-RUN-RECORD
001200         UNTIL RUN-CONTROL-EOF.
001210     PERFORM 4000-TERMINATE.
001220     STOP RUN.

001240 1000-INITIALIZE.
001250     OPEN INPUT RUN-CONTROL-FILE.
001260     IF NOT RUN-CONTROL-OK
001270         DISPLAY "RUN-CONTROL-FILE NOT FOUND - NO RUNS TO "
001280             "REPORT. RUN ABORTED."
001290         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001320     OPEN OUTPUT RUN-CONTROL-REPORT.
001330     PERFORM 1050-READ-BUSINESS-DATE.
001340     MOVE RUN-DATE TO CUTOFF-DATE-NUM.
001350     PERFORM 1200-BACK-ONE-DAY 7 TIMES.
001360     PERFORM 1300-WRITE-HEADING.
001370     PERFORM 2100-READ-RUN-RECORD.

001390 1050-READ-BUSINESS-DATE.
001400     OPEN INPUT BUSINESS-DATE-FILE.
001410     IF NOT BUSINESS-DATE-OK
001420         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
001430             "SET THE REPORT WINDOW. RUN ABORTED."
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001470     READ BUSINESS-DATE-FILE
001480         AT END
001490             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
001500                 "SET THE REPORT WINDOW. RUN ABORTED."
001510             CLOSE BUSINESS-DATE-FILE
001520             MOVE 16 TO RETURN-CODE
001530             STOP RUN
001540     END-READ.
001550     CLOSE BUSINESS-DATE-FILE.
001560     MOVE BD-BUSINESS-DATE TO RUN-DATE.
001570     IF BD-CATCHUP-ACTIVE
001580         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
001590             " - OPEN DATE IS " BD-RESUME-DATE "."
001600     END-IF.

001620 1200-BACK-ONE-DAY.
001630     IF CUT-DD > 1
001640         SUBTRACT 1 FROM CUT-DD
001650     ELSE
001660         IF CUT-MM = 1
001670             MOVE 12 TO CUT-MM
001680             SUBTRACT 1 FROM CUT-YYYY
001690         ELSE
001700             SUBTRACT 1 FROM CUT-MM
001710         END-IF
001720         MOVE MONTH-DAYS (CUT-MM) TO CUT-DD
001730         IF CUT-MM = 2
001740             PERFORM 1250-ADJUST-FOR-LEAP-YEAR
001750         END-IF
001760     END-IF.

001780 1250-ADJUST-FOR-LEAP-YEAR.
001790     DIVIDE CUT-YYYY BY 4 GIVING LEAP-QUOTIENT
001800         REMAINDER LEAP-REMAINDER.
001810     IF LEAP-REMAINDER = ZERO
001820         DIVIDE CUT-YYYY BY 100 GIVING LEAP-QUOTIENT
001830             REMAINDER LEAP-REMAINDER
001840         IF LEAP-REMAINDER NOT = ZERO
001850             MOVE 29 TO CUT-DD
001860         ELSE
001870             DIVIDE CUT-YYYY BY 400 GIVING LEAP-QUOTIENT
001880                 REMAINDER LEAP-REMAINDER
001890             IF LEAP-REMAINDER = ZERO
001900                 MOVE 29 TO CUT-DD
001910             END-IF
001920         END-IF
001930     END-IF.

001950 1300-WRITE-HEADING.
001960     MOVE SPACES TO RUN-CTL-REPORT-LINE.
001970     STRING "GIGAHERTZ RUN CONTROL REPORT - RUN DATE " RUN-DATE
001980             " - RUNS SINCE " CUTOFF-DATE-NUM
001990             DELIMITED BY SIZE INTO RUN-CTL-REPORT-LINE.
002000     WRITE RUN-CTL-REPORT-LINE.
002010     MOVE SPACES TO RUN-CTL-REPORT-LINE.
002020     STRING "PROGRAM       START DT STARTTIME ENDTIME   M  "
002030             "    READ  ASSIGN  REJECT  CONFLT  S    RC  BUS DATE"
002040             DELIMITED BY SIZE INTO RUN-CTL-REPORT-LINE.
002050     WRITE RUN-CTL-REPORT-LINE.
002060     MOVE ALL "-" TO RUN-CTL-REPORT-LINE.
002070     WRITE RUN-CTL-REPORT-LINE.

002090 2000-PRINT-RUN-RECORD.
002100     IF RC-START-DATE >= CUTOFF-DATE-NUM
002110         ADD 1 TO PRINTED-COUNT
002120         MOVE SPACES TO RUN-DETAIL-LINE
002130         MOVE RC-PROGRAM-NAME    TO RND-PROGRAM-NAME
002140         MOVE RC-START-DATE      TO RND-START-DATE
002150         MOVE RC-START-TIME      TO RND-START-TIME
002160         MOVE RC-END-TIME        TO RND-END-TIME
002170         MOVE RC-RUN-MODE        TO RND-RUN-MODE
002180         MOVE RC-RECORDS-READ    TO RND-READ-EDIT
002190         MOVE RC-RECORDS-ASSIGNED TO RND-ASSIGN-EDIT
002200         MOVE RC-RECORDS-REJECTED TO RND-REJECT-EDIT
002210         MOVE RC-CONFLICT-COUNT  TO RND-CONFLICT-EDIT
002220         MOVE RC-FINAL-STATUS    TO RND-FINAL-STATUS
002230         MOVE RC-RETURN-CODE     TO RND-RETURN-CODE
002240         IF RC-BUSINESS-DATE NOT = ZERO
002250             MOVE RC-BUSINESS-DATE TO RND-BUSINESS-DATE
002260         END-IF
002270         MOVE RUN-DETAIL-LINE TO RUN-CTL-REPORT-LINE
002280         WRITE RUN-CTL-REPORT-LINE
002290     END-IF.
002300     PERFORM 2100-READ-RUN-RECORD.

002320 2100-READ-RUN-RECORD.
002330     READ RUN-CONTROL-FILE
002340         AT END
002350             SET RUN-CONTROL-EOF TO TRUE
002360     END-READ.

002380 4000-TERMINATE.
002390     IF PRINTED-COUNT = ZERO
002400         MOVE "NO RUNS RECORDED IN THE LAST SEVEN DAYS."
002410             TO RUN-CTL-REPORT-LINE
002420         WRITE RUN-CTL-REPORT-LINE
002430     END-IF.
002440     CLOSE RUN-CONTROL-FILE.
002450     CLOSE RUN-CONTROL-REPORT.
002460     MOVE PRINTED-COUNT TO COUNT-EDIT.
002470     DISPLAY "RUNS REPORTED: " COUNT-EDIT.
002480     DISPLAY "RUN CONTROL REPORT COMPLETE.".
