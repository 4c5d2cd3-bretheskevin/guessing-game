001796*                   appear: the history pass now feeds the sort  *
001798*                   through an input procedure that skips        *
001799*                   records flagged GH-VOIDED.                   *
001809*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
001819*                   STEP-TOTALS-FILE for the run-totals file.     *
001870*=================================================================*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
003000
003100     SELECT LEADERBOARD-FILE ASSIGN TO "GAMERPT"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210
003220     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS FS-STEP-TOTALS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004200
004300 FD  LEADERBOARD-FILE.
004400 01  LEADERBOARD-LINE            PIC X(80).
004410
004420 FD  STEP-TOTALS-FILE.
004430     COPY STEPTOTS.
004500
004600 WORKING-STORAGE SECTION.
004650 01  WS-FILE-STATUSES.
004700     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
004710     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
004800
004900 01  RPT-SWITCHES.
005000     05  RPT-EOF-SORT-SW         PIC X(01) VALUE "N".
006900     05  FILLER                  PIC X(03) VALUE SPACES.
007000     05  RD-TIME-GUESSED         PIC ZZ9.
007100     05  FILLER                  PIC X(35) VALUE SPACES.
007110
007120*    Control totals handed to NIGHT-DRIVER, one at a time.
007130 01  RPT-STEP-TOTAL-NAME         PIC X(20).
007140 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
007200
007300 PROCEDURE DIVISION.
007400*=================================================================*
008300         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
008400     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
008500     CLOSE LEADERBOARD-FILE.
008510     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
008600     GOBACK.
008700
008750*-----------------------------------------------------------------*
016500     END-IF.
016600 3000-EXIT.
016700     EXIT.
016710
016720*=================================================================*
016730*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
016740*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
016750*=================================================================*
016760 8900-WRITE-STEP-TOTALS.
016770     OPEN EXTEND STEP-TOTALS-FILE.
016780     IF FS-STEP-TOTALS = "35"
016790         OPEN OUTPUT STEP-TOTALS-FILE
016800     END-IF.
016810     MOVE "GAMES LISTED" TO RPT-STEP-TOTAL-NAME.
016820     MOVE RPT-GAME-COUNT TO RPT-STEP-TOTAL-VALUE.
016830     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
016840     CLOSE STEP-TOTALS-FILE.
016850 8900-EXIT.
016860     EXIT.
016870
016880 8910-WRITE-STEP-TOTAL.
016890     MOVE SPACES TO STEP-TOTALS-RECORD.
016900     SET CX-DETAIL TO TRUE.
016910     MOVE "GAME-RPT01" TO CX-PROGRAM-NAME.
016920     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
016930     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
016940     WRITE STEP-TOTALS-RECORD.
016950 8910-EXIT.
016960     EXIT.
