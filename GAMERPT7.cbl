001900*  MODIFICATION HISTORY                                           *
002000*  DATE       INIT  DESCRIPTION                                   *
002100*  2026-09-02  DLW  Original.                                     *
002110*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002120*                   STEP-TOTALS-FILE for the run-totals file.     *
002200*=================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005000
005100     SELECT TEAM-REPORT-FILE ASSIGN TO "TEAMRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005210
005220     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
005230         ORGANIZATION IS LINE SEQUENTIAL
005240         FILE STATUS IS FS-STEP-TOTALS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
007500
007600 FD  TEAM-REPORT-FILE.
007700 01  TEAM-REPORT-LINE            PIC X(80).
007710
007720 FD  STEP-TOTALS-FILE.
007730     COPY STEPTOTS.
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-FILE-STATUSES.
008200     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
008300     05  FS-TEAM-MASTER          PIC X(02) VALUE "00".
008400     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
008410     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
008500
008600 01  RPT-SWITCHES.
008700     05  RPT-EOF-RESULTS-SW      PIC X(01) VALUE "N".
014100     05  FILLER                  PIC X(12) VALUE "     AVERAGE".
014200     05  FILLER                  PIC X(14) VALUE "  BEST/PLAYER".
014300     05  FILLER                  PIC X(10) VALUE SPACES.
014310
014320*    Control totals handed to NIGHT-DRIVER, one at a time.
014330 01  RPT-STEP-TOTAL-NAME         PIC X(20).
014340 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
014400
014500 PROCEDURE DIVISION.
014600*=================================================================*
015600         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
015700     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
015800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015810     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
015900     GOBACK.
016000
016100 1000-INITIALIZE.
036700     CLOSE TEAM-REPORT-FILE.
036800 8000-EXIT.
036900     EXIT.
036910
036920*=================================================================*
036930*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
036940*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
036950*=================================================================*
036960 8900-WRITE-STEP-TOTALS.
036970     OPEN EXTEND STEP-TOTALS-FILE.
036980     IF FS-STEP-TOTALS = "35"
036990         OPEN OUTPUT STEP-TOTALS-FILE
037000     END-IF.
037010     MOVE "TEAMS LISTED" TO RPT-STEP-TOTAL-NAME.
037020     MOVE RPT-TEAM-COUNT TO RPT-STEP-TOTAL-VALUE.
037030     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
037040     CLOSE STEP-TOTALS-FILE.
037050 8900-EXIT.
037060     EXIT.
037070
037080 8910-WRITE-STEP-TOTAL.
037090     MOVE SPACES TO STEP-TOTALS-RECORD.
037100     SET CX-DETAIL TO TRUE.
037110     MOVE "GAME-RPT07" TO CX-PROGRAM-NAME.
037120     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
037130     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
037140     WRITE STEP-TOTALS-RECORD.
037150 8910-EXIT.
037160     EXIT.
