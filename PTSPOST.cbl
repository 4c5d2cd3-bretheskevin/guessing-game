002200*  2026-09-02  DLW  Original.                                     *
002210*  2026-09-02  DLW  Records voided through ROUND-ADJ are not     *
002220*                   credited (counted in their own total).       *
002230*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002240*                   STEP-TOTALS-FILE for the run-totals file.     *
002300*=================================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PB-PLAYER-ID
004200         FILE STATUS IS FS-POINTS-BALANCE.
004210
004220     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004230         ORGANIZATION IS LINE SEQUENTIAL
004240         FILE STATUS IS FS-STEP-TOTALS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005100
005200 FD  POINTS-BALANCE-FILE.
005300     COPY PTSBAL.
005310
005320 FD  STEP-TOTALS-FILE.
005330     COPY STEPTOTS.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-FILE-STATUSES.
005700     05  FS-SESSION-RESULTS      PIC X(02) VALUE "00".
005800     05  FS-POINTS-LEDGER        PIC X(02) VALUE "00".
005900     05  FS-POINTS-BALANCE       PIC X(02) VALUE "00".
005910     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
006000
006100 01  PP-SWITCHES.
006200     05  PP-EOF-RESULTS-SW       PIC X(01) VALUE "N".
007210     05  PP-ROUNDS-VOID          PIC 9(07) COMP VALUE ZERO.
007300     05  PP-POINTS-CREDITED      PIC 9(09) COMP VALUE ZERO.
007400     05  PP-BALANCES-ADDED       PIC 9(07) COMP VALUE ZERO.
007410
007420*    Control totals handed to NIGHT-DRIVER, one at a time.
007430 01  PP-STEP-TOTAL-NAME          PIC X(20).
007440 01  PP-STEP-TOTAL-VALUE         PIC 9(11).
007500
007600 PROCEDURE DIVISION.
007700*=================================================================*
008200     PERFORM 2000-POST-ONE-ROUND THRU 2000-EXIT
008300         UNTIL PP-EOF-RESULTS.
008400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008410     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
008500     GOBACK.
008600
008700 1000-INITIALIZE.
019000     DISPLAY "POINTS-POST BALANCES ADDED  : " PP-BALANCES-ADDED.
019100 8000-EXIT.
019200     EXIT.
019210
019220*=================================================================*
019230*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
019240*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
019250*=================================================================*
019260 8900-WRITE-STEP-TOTALS.
019270     OPEN EXTEND STEP-TOTALS-FILE.
019280     IF FS-STEP-TOTALS = "35"
019290         OPEN OUTPUT STEP-TOTALS-FILE
019300     END-IF.
019310     MOVE "RECORDS READ" TO PP-STEP-TOTAL-NAME.
019320     MOVE PP-RECORDS-READ TO PP-STEP-TOTAL-VALUE.
019330     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
019340     MOVE "ROUNDS CREDITED" TO PP-STEP-TOTAL-NAME.
019350     MOVE PP-ROUNDS-CREDITED TO PP-STEP-TOTAL-VALUE.
019360     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
019370     MOVE "ALREADY POSTED" TO PP-STEP-TOTAL-NAME.
019380     MOVE PP-ROUNDS-PRIOR TO PP-STEP-TOTAL-VALUE.
019390     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
019400     MOVE "ZERO-SCORE" TO PP-STEP-TOTAL-NAME.
019410     MOVE PP-ROUNDS-ZERO TO PP-STEP-TOTAL-VALUE.
019420     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
019430     MOVE "VOIDED" TO PP-STEP-TOTAL-NAME.
019440     MOVE PP-ROUNDS-VOID TO PP-STEP-TOTAL-VALUE.
019450     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
019460     MOVE "POINTS CREDITED" TO PP-STEP-TOTAL-NAME.
019470     MOVE PP-POINTS-CREDITED TO PP-STEP-TOTAL-VALUE.
019480     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
019490     CLOSE STEP-TOTALS-FILE.
019500 8900-EXIT.
019510     EXIT.
019520
019530 8910-WRITE-STEP-TOTAL.
019540     MOVE SPACES TO STEP-TOTALS-RECORD.
019550     SET CX-DETAIL TO TRUE.
019560     MOVE "POINTS-POST" TO CX-PROGRAM-NAME.
019570     MOVE PP-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
019580     MOVE PP-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
019590     WRITE STEP-TOTALS-RECORD.
019600 8910-EXIT.
019610     EXIT.
