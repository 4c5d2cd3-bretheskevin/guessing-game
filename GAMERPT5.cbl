002100*  MODIFICATION HISTORY                                           *
002200*  DATE       INIT  DESCRIPTION                                   *
002300*  2026-09-02  DLW  Original.                                     *
002310*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002320*                   STEP-TOTALS-FILE for the run-totals file.     *
002400*=================================================================*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600
003700     SELECT LEADERBOARD-FILE ASSIGN TO "GAMERPT5"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810
003820     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS FS-STEP-TOTALS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005400
005500 FD  LEADERBOARD-FILE.
005600 01  LEADERBOARD-LINE            PIC X(80).
005610
005620 FD  STEP-TOTALS-FILE.
005630     COPY STEPTOTS.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-FILE-STATUSES.
006000     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
006010     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
006100
006200 01  RPT-SWITCHES.
006300     05  RPT-EOF-SUMMARY-SW      PIC X(01) VALUE "N".
010400     05  FILLER                  PIC X(01) VALUE "-".
010500     05  RD-MATCH-LOSSES         PIC ZZZZ9.
010600     05  FILLER                  PIC X(24) VALUE SPACES.
010610
010620*    Control totals handed to NIGHT-DRIVER, one at a time.
010630 01  RPT-STEP-TOTAL-NAME         PIC X(20).
010640 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
010700
010800 PROCEDURE DIVISION.
010900*=================================================================*
011900         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
012000     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
012100     CLOSE LEADERBOARD-FILE.
012110     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
012200     GOBACK.
012300
012400 1000-WRITE-HEADINGS.
027900     END-IF.
028000 3000-EXIT.
028100     EXIT.
028110
028120*=================================================================*
028130*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
028140*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
028150*=================================================================*
028160 8900-WRITE-STEP-TOTALS.
028170     OPEN EXTEND STEP-TOTALS-FILE.
028180     IF FS-STEP-TOTALS = "35"
028190         OPEN OUTPUT STEP-TOTALS-FILE
028200     END-IF.
028210     MOVE "PLAYERS LISTED" TO RPT-STEP-TOTAL-NAME.
028220     MOVE RPT-PLAYER-COUNT TO RPT-STEP-TOTAL-VALUE.
028230     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
028240     MOVE "ROUNDS LISTED" TO RPT-STEP-TOTAL-NAME.
028250     MOVE RPT-GRAND-ROUNDS TO RPT-STEP-TOTAL-VALUE.
028260     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
028270     CLOSE STEP-TOTALS-FILE.
028280 8900-EXIT.
028290     EXIT.
028300
028310 8910-WRITE-STEP-TOTAL.
028320     MOVE SPACES TO STEP-TOTALS-RECORD.
028330     SET CX-DETAIL TO TRUE.
028340     MOVE "GAME-RPT05" TO CX-PROGRAM-NAME.
028350     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
028360     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
028370     WRITE STEP-TOTALS-RECORD.
028380 8910-EXIT.
028390     EXIT.
