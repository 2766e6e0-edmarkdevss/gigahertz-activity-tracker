000150*                   TWO LISTS EVERY DENIED OR SUSPENDED RUN      *
000160*                   ATTEMPT LOGGED BY DEPT-CHECKER, SO AUDIT     *
000170*                   CAN SEE WHO WAS REFUSED AND WHEN.            *
000180*  2026-10-15 EDM   THE REPORT DATE NOW COMES FROM THE SHARED    *
000190*                   BUSINESS-DATE-FILE INSTEAD OF THE CLOCK.     *
000200*----------------------------------------------------------------*

000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.

000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS BUSINESS-DATE-STATUS.

000310     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS USER-MASTER-STATUS.

000350     SELECT USER-ACTIVITY-LOG ASSIGN TO "USERACT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS USER-ACTIVITY-STATUS.

000390     SELECT SECURITY-REPORT ASSIGN TO "USERRPT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS SECURITY-RPT-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  BUSINESS-DATE-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  BUSINESS-DATE-RECORD.
000480     COPY BUSDATE.

000500 FD  USER-MASTER-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  USER-MASTER-RECORD.
000530     COPY USERMAST.

000550 FD  USER-ACTIVITY-LOG
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  USER-ACTIVITY-RECORD.
000590     COPY USERACT.

000610 FD  SECURITY-REPORT
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  SECURITY-REPORT-LINE       PIC X(80).

000660 WORKING-STORAGE SECTION.
000670 77  BUSINESS-DATE-STATUS       PIC X(02) VALUE SPACES.
000680     88  BUSINESS-DATE-OK       VALUE "00".
000690 77  USER-MASTER-STATUS         PIC X(02) VALUE SPACES.
000700     88  USER-MASTER-OK         VALUE "00".
000710     88  USER-MASTER-EOF        VALUE "10".
000720 77  USER-ACTIVITY-STATUS       PIC X(02) VALUE SPACES.
000730     88  USER-ACTIVITY-OK       VALUE "00".
000740     88  USER-ACTIVITY-EOF      VALUE "10".
000750 77  SECURITY-RPT-STATUS        PIC X(02) VALUE SPACES.
000760     88  SECURITY-RPT-OK        VALUE "00".
000770 77  SUSPENDED-COUNT            PIC 9(05) COMP VALUE ZERO.
000780 77  DENIAL-COUNT               PIC 9(05) COMP VALUE ZERO.
000790 77  COUNT-EDIT                 PIC ZZ,ZZ9.
000800 77  RUN-DATE                   PIC 9(08) VALUE ZERO.

000820 01  SUSPENDED-DETAIL-LINE.
000830     05  SUD-USER-NAME          PIC X(20).
000840     05  FILLER                 PIC X(02) VALUE SPACES.
000850     05  SUD-AUTH-LEVEL         PIC X(01).
000860     05  FILLER                 PIC X(02) VALUE SPACES.
000870     05  SUD-AI-FLAG-COUNT      PIC ZZ9.
000880     05  FILLER                 PIC X(02) VALUE SPACES.
000890     05  SUD-NOTE               PIC X(30).
000900     05  FILLER                 PIC X(20) VALUE SPACES.

000920 01  DENIAL-DETAIL-LINE.
000930     05  DND-USER-NAME          PIC X(20).
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000950     05  DND-RESULT             PIC X(15).
000960     05  FILLER                 PIC X(02) VALUE SPACES.
000970     05  DND-RUN-DATE           PIC 9(08).
000980     05  FILLER                 PIC X(02) VALUE SPACES.
000990     05  DND-RUN-TIME           PIC 9(08).
001000     05  FILLER                 PIC X(23) VALUE SPACES.

001020 01  CURRENT-DATE-TIME.
001030     05  CDT-DATE               PIC 9(08).
001040     05  CDT-TIME               PIC 9(08).

001060 PROCEDURE DIVISION.
001070 100-START-LOGIC.
001080     PERFORM 1000-INITIALIZE.
001090     PERFORM 2000-REPORT-SUSPENDED-USERS.
001100     PERFORM 3000-REPORT-DENIED-RUNS.
001110     PERFORM 4000-TERMINATE.
001120     STOP RUN.

001140 1000-INITIALIZE.
001150     PERFORM 1050-READ-BUSINESS-DATE.
001160     OPEN OUTPUT SECURITY-REPORT.
001170     MOVE SPACES TO SECURITY-REPORT-LINE.
001180     STRING "GIGAHERTZ USER SECURITY REPORT - RUN DATE "
001190             RUN-DATE
001200             DELIMITED BY SIZE INTO SECURITY-REPORT-LINE.
001210     WRITE SECURITY-REPORT-LINE.

001230 1050-READ-BUSINESS-DATE.
001240     OPEN INPUT BUSINESS-DATE-FILE.
001250     IF NOT BUSINESS-DATE-OK
001260         DISPLAY "BUSINESS-DATE-FILE NOT FOUND - CANNOT "
001270             "DATE THE REPORT. RUN ABORTED."
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF.
001310     READ BUSINESS-DATE-FILE
001320         AT END
001330             DISPLAY "BUSINESS-DATE-FILE IS EMPTY - CANNOT "
001340                 "DATE THE REPORT. RUN ABORTED."
001350             CLOSE BUSINESS-DATE-FILE
001360             MOVE 16 TO RETURN-CODE
001370             STOP RUN
001380     END-READ.
001390     CLOSE BUSINESS-DATE-FILE.
001400     MOVE BD-BUSINESS-DATE TO RUN-DATE.
001410     IF BD-CATCHUP-ACTIVE
001420         DISPLAY "*** CATCH-UP RUN FOR BUSINESS DATE " RUN-DATE
001430             " - OPEN DATE IS " BD-RESUME-DATE "."
001440     END-IF.

001460 2000-REPORT-SUSPENDED-USERS.
001470     MOVE SPACES TO SECURITY-REPORT-LINE.
001480     WRITE SECURITY-REPORT-LINE.
001490     MOVE "SUSPENDED USERS ON THE USER MASTER"
001500         TO SECURITY-REPORT-LINE.
001510     WRITE SECURITY-REPORT-LINE.
001520     MOVE "USER NAME             LV  FLAGS"
001530         TO SECURITY-REPORT-LINE.
001540     WRITE SECURITY-REPORT-LINE.
001550     MOVE ALL "-" TO SECURITY-REPORT-LINE.
001560     WRITE SECURITY-REPORT-LINE.
001570     OPEN INPUT USER-MASTER-FILE.
001580     IF NOT USER-MASTER-OK
001590         MOVE "USER-MASTER-FILE NOT FOUND."
001600             TO SECURITY-REPORT-LINE
001610         WRITE SECURITY-REPORT-LINE
001620     ELSE
001630         PERFORM 2100-READ-USER-MASTER-RECORD
001640         PERFORM 2200-CHECK-SUSPENDED-USER
001650             UNTIL USER-MASTER-EOF
001660         CLOSE USER-MASTER-FILE
001670         IF SUSPENDED-COUNT = ZERO
001680             MOVE "NO USERS ARE SUSPENDED."
001690                 TO SECURITY-REPORT-LINE
001700             WRITE SECURITY-REPORT-LINE
001710         END-IF
001720     END-IF.

001740 2100-READ-USER-MASTER-RECORD.
001750     READ USER-MASTER-FILE
001760         AT END
001770             SET USER-MASTER-EOF TO TRUE
001780     END-READ.

001800 2200-CHECK-SUSPENDED-USER.
001810     IF UM-USER-SUSPENDED
001820         ADD 1 TO SUSPENDED-COUNT
001830         MOVE SPACES TO SUSPENDED-DETAIL-LINE
001840         MOVE UM-USER-NAME     TO SUD-USER-NAME
001850         MOVE UM-AUTH-LEVEL    TO SUD-AUTH-LEVEL
001860         MOVE UM-AI-FLAG-COUNT TO SUD-AI-FLAG-COUNT
001870         MOVE "SUSPENDED - REPEATED AI FLAGS"
001880             TO SUD-NOTE
001890         MOVE SUSPENDED-DETAIL-LINE TO SECURITY-REPORT-LINE
001900         WRITE SECURITY-REPORT-LINE
001910     END-IF.
001920     PERFORM 2100-READ-USER-MASTER-RECORD.

001940 3000-REPORT-DENIED-RUNS.
001950     MOVE SPACES TO SECURITY-REPORT-LINE.
001960     WRITE SECURITY-REPORT-LINE.
001970     MOVE "DENIED AND SUSPENDED RUN ATTEMPTS"
001980         TO SECURITY-REPORT-LINE.
001990     WRITE SECURITY-REPORT-LINE.
002000     MOVE "USER NAME             RESULT           DATE"
002010         TO SECURITY-REPORT-LINE.
002020     WRITE SECURITY-REPORT-LINE.
002030     MOVE ALL "-" TO SECURITY-REPORT-LINE.
002040     WRITE SECURITY-REPORT-LINE.
002050     OPEN INPUT USER-ACTIVITY-LOG.
002060     IF NOT USER-ACTIVITY-OK
002070         MOVE "USER-ACTIVITY-LOG NOT FOUND."
002080             TO SECURITY-REPORT-LINE
002090         WRITE SECURITY-REPORT-LINE
002100     ELSE
002110         PERFORM 3100-READ-ACTIVITY-RECORD
002120         PERFORM 3200-CHECK-DENIED-RUN
002130             UNTIL USER-ACTIVITY-EOF
002140         CLOSE USER-ACTIVITY-LOG
002150         IF DENIAL-COUNT = ZERO
002160             MOVE "NO RUNS WERE DENIED."
002170                 TO SECURITY-REPORT-LINE
002180             WRITE SECURITY-REPORT-LINE
002190         END-IF
002200     END-IF.

002220 3100-READ-ACTIVITY-RECORD.
002230     READ USER-ACTIVITY-LOG
002240         AT END
002250             SET USER-ACTIVITY-EOF TO TRUE
002260     END-READ.

002280 3200-CHECK-DENIED-RUN.
002290     IF UA-VIBE-RESULT = "DENIED-UNKNOWN"
002300             OR UA-VIBE-RESULT = "DENIED-SUSPEND"
002310             OR UA-VIBE-RESULT = "DENIED-AUTHLVL"
002320             OR UA-VIBE-RESULT = "SUSPENDED"
002330         ADD 1 TO DENIAL-COUNT
002340         MOVE SPACES TO DENIAL-DETAIL-LINE
002350         MOVE UA-USER-NAME   TO DND-USER-NAME
002360         MOVE UA-VIBE-RESULT TO DND-RESULT
002370         MOVE UA-RUN-DATE    TO DND-RUN-DATE
002380         MOVE UA-RUN-TIME    TO DND-RUN-TIME
002390         MOVE DENIAL-DETAIL-LINE TO SECURITY-REPORT-LINE
002400         WRITE SECURITY-REPORT-LINE
002410     END-IF.
002420     PERFORM 3100-READ-ACTIVITY-RECORD.

002440 4000-TERMINATE.
002450     CLOSE SECURITY-REPORT.
002460     MOVE SUSPENDED-COUNT TO COUNT-EDIT.
002470     DISPLAY "SUSPENDED USERS: " COUNT-EDIT.
002480     MOVE DENIAL-COUNT TO COUNT-EDIT.
002490     DISPLAY "DENIED ATTEMPTS: " COUNT-EDIT.
002500     DISPLAY "SECURITY REPORT COMPLETE.".
