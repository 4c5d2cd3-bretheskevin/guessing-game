002194*  2026-09-02  DLW  Rounds voided through ROUND-ADJ no longer    *
002196*                   appear on any statement: the input           *
002198*                   procedure skips records flagged GH-VOIDED.   *
002208*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002218*                   STEP-TOTALS-FILE for the run-totals file.     *
002270*=================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 INPUT-OUTPUT SECTION.
004000
004100     SELECT STATEMENT-FILE ASSIGN TO "PLYSTMT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004210
004220     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004230         ORGANIZATION IS LINE SEQUENTIAL
004240         FILE STATUS IS FS-STEP-TOTALS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
006900
007000 FD  STATEMENT-FILE.
007100 01  STATEMENT-LINE              PIC X(80).
007110
007120 FD  STEP-TOTALS-FILE.
007130     COPY STEPTOTS.
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-FILE-STATUSES.
007500     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
007600     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
007610     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
007700
007800 01  RPT-SWITCHES.
007900     05  RPT-EOF-HISTORY-SW      PIC X(01) VALUE "N".
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  RT-TOTAL                PIC X(06).
013100     05  FILLER                  PIC X(42) VALUE SPACES.
013110
013120*    Control totals handed to NIGHT-DRIVER, one at a time.
013130 01  RPT-STEP-TOTAL-NAME         PIC X(20).
013140 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
013200
013300 PROCEDURE DIVISION.
013400*=================================================================*
014800     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
014900     CLOSE PLAYER-MASTER-FILE.
015000     CLOSE STATEMENT-FILE.
015010     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
015100     GOBACK.
015200
015300 1000-OPEN-FILES.
035200     END-IF.
035300 3000-EXIT.
035400     EXIT.
035410
035420*=================================================================*
035430*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
035440*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
035450*=================================================================*
035460 8900-WRITE-STEP-TOTALS.
035470     OPEN EXTEND STEP-TOTALS-FILE.
035480     IF FS-STEP-TOTALS = "35"
035490         OPEN OUTPUT STEP-TOTALS-FILE
035500     END-IF.
035510     MOVE "PLAYERS LISTED" TO RPT-STEP-TOTAL-NAME.
035520     MOVE RPT-PLAYER-COUNT TO RPT-STEP-TOTAL-VALUE.
035530     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
035540     CLOSE STEP-TOTALS-FILE.
035550 8900-EXIT.
035560     EXIT.
035570
035580 8910-WRITE-STEP-TOTAL.
035590     MOVE SPACES TO STEP-TOTALS-RECORD.
035600     SET CX-DETAIL TO TRUE.
035610     MOVE "GAME-RPT04" TO CX-PROGRAM-NAME.
035620     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
035630     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
035640     WRITE STEP-TOTALS-RECORD.
035650 8910-EXIT.
035660     EXIT.
