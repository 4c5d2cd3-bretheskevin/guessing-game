002500*  2026-09-02  DLW  Original.                                     *
002510*  2026-09-02  DLW  Rounds voided through ROUND-ADJ are not      *
002520*                   posted (counted in their own total).         *
002530*  2026-10-15  DLW  A round played in a month already closed by   *
002540*                   MONTH-END is posted into the run month as a   *
002550*                   prior-period adjustment (PS-PRIOR-ROUNDS) --  *
002560*                   never into the closed month.  Should the run  *
002570*                   month itself be closed the round is held      *
002580*                   unposted for the next run.                    *
002586*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002592*                   STEP-TOTALS-FILE for the run-totals file.     *
002600*=================================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PS-SUMMARY-KEY
004100         FILE STATUS IS FS-PLAYER-SUMMARY.
004105
004110     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS PC-YEAR-MONTH
004150         FILE STATUS IS FS-PERIOD-CONTROL.
004160
004170     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004180         ORGANIZATION IS LINE SEQUENTIAL
004190         FILE STATUS IS FS-STEP-TOTALS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004700
004800 FD  PLAYER-SUMMARY-FILE.
004900     COPY PLAYSUMM.
004905
004910 FD  PERIOD-CONTROL-FILE.
004920     COPY PERIODCT.
004930
004940 FD  STEP-TOTALS-FILE.
004950     COPY STEPTOTS.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-FILE-STATUSES.
005300     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
005400     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
005410     05  FS-PERIOD-CONTROL       PIC X(02) VALUE "00".
005420     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
005500
005600 01  SM-SWITCHES.
005700     05  SM-EOF-HISTORY-SW       PIC X(01) VALUE "N".
005800         88  SM-EOF-HISTORY          VALUE "Y".
005810     05  SM-PERIOD-CLOSED-SW     PIC X(01) VALUE "N".
005820         88  SM-PERIOD-CLOSED        VALUE "Y".
005830     05  SM-RUN-MONTH-CLOSED-SW  PIC X(01) VALUE "N".
005840         88  SM-RUN-MONTH-CLOSED     VALUE "Y".
005850     05  SM-POST-PPA-SW          PIC X(01) VALUE "N".
005860         88  SM-POST-PPA             VALUE "Y".
005900
006000*-----------------------------------------------------------------*
006100*    THE SIDE OF THE ROUND BEING POSTED -- a solitaire round has  *
006900     88  SM-POST-A-WIN               VALUE "W".
007000     88  SM-POST-A-LOSS              VALUE "L".
007100     88  SM-POST-SOLITAIRE           VALUE " ".
007105
007110*    Run date; a round from a closed month posts to the run month.
007120 01  SM-RUN-DATE                 PIC 9(08) VALUE ZERO.
007130 01  SM-RUN-MONTH                PIC 9(06) VALUE ZERO.
007200
007300 01  SM-CONTROL-TOTALS.
007400     05  SM-ROUNDS-READ          PIC 9(07) COMP VALUE ZERO.
007500     05  SM-ROUNDS-POSTED        PIC 9(07) COMP VALUE ZERO.
007600     05  SM-ROUNDS-PRIOR         PIC 9(07) COMP VALUE ZERO.
007610     05  SM-ROUNDS-VOID          PIC 9(07) COMP VALUE ZERO.
007620     05  SM-ROUNDS-PPA           PIC 9(07) COMP VALUE ZERO.
007630     05  SM-ROUNDS-HELD          PIC 9(07) COMP VALUE ZERO.
007700     05  SM-SIDES-POSTED         PIC 9(07) COMP VALUE ZERO.
007800     05  SM-SUMMARY-ADDED        PIC 9(07) COMP VALUE ZERO.
007900     05  SM-SUMMARY-UPDATED      PIC 9(07) COMP VALUE ZERO.
007910
007920*    Control totals handed to NIGHT-DRIVER, one at a time.
007930 01  SM-STEP-TOTAL-NAME          PIC X(20).
007940 01  SM-STEP-TOTAL-VALUE         PIC 9(11).
008000
008100 PROCEDURE DIVISION.
008200*=================================================================*
008700     PERFORM 2000-ROLL-ONE-ROUND THRU 2000-EXIT
008800         UNTIL SM-EOF-HISTORY.
008900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008910     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
009000     GOBACK.
009100
009200 1000-INITIALIZE.
010400         CLOSE PLAYER-SUMMARY-FILE
010500         OPEN I-O PLAYER-SUMMARY-FILE
010600     END-IF.
010605     OPEN INPUT PERIOD-CONTROL-FILE.
010610     IF FS-PERIOD-CONTROL = "35"
010615         CLOSE PERIOD-CONTROL-FILE
010620         OPEN OUTPUT PERIOD-CONTROL-FILE
010625         CLOSE PERIOD-CONTROL-FILE
010630         OPEN INPUT PERIOD-CONTROL-FILE
010635     END-IF.
010640     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
010645     MOVE SM-RUN-DATE(1:6) TO SM-RUN-MONTH.
010650     MOVE SM-RUN-MONTH TO SM-POST-MONTH.
010655     PERFORM 2100-CHECK-PERIOD THRU 2100-EXIT.
010660     IF SM-PERIOD-CLOSED
010665         SET SM-RUN-MONTH-CLOSED TO TRUE
010670         DISPLAY "SUMMARY-ROLLUP RUN MONTH " SM-RUN-MONTH
010675             " IS CLOSED"
010680     END-IF.
010700     MOVE LOW-VALUES TO GH-HISTORY-KEY.
010800     START GAME-HISTORY-FILE KEY NOT < GH-HISTORY-KEY
010900         INVALID KEY
013430         GO TO 2000-EXIT
013440     END-IF.
013500     MOVE GH-PLAY-DATE(1:6) TO SM-POST-MONTH.
013508     MOVE "N" TO SM-POST-PPA-SW.
013516     PERFORM 2100-CHECK-PERIOD THRU 2100-EXIT.
013524     IF SM-PERIOD-CLOSED
013532         IF SM-RUN-MONTH-CLOSED
013540             ADD 1 TO SM-ROUNDS-HELD
013548             GO TO 2000-EXIT
013556         END-IF
013564         MOVE SM-RUN-MONTH TO SM-POST-MONTH
013572         SET SM-POST-PPA TO TRUE
013580         ADD 1 TO SM-ROUNDS-PPA
013588     END-IF.
013600     MOVE GH-PLAYER-ID      TO SM-POST-PLAYER-ID.
013700     MOVE GH-TIME-GUESSED   TO SM-POST-TURNS.
013800     IF GH-MATCH-ROUND
015200     REWRITE GAME-HISTORY-RECORD.
015300 2000-EXIT.
015400     EXIT.
015402
015405*-----------------------------------------------------------------*
015410*  2100-CHECK-PERIOD -- is SM-POST-MONTH closed on                *
015415*  PERIOD-CONTROL-FILE?  No record means the month is open.       *
015420*-----------------------------------------------------------------*
015425 2100-CHECK-PERIOD.
015430     MOVE "N" TO SM-PERIOD-CLOSED-SW.
015435     MOVE SM-POST-MONTH TO PC-YEAR-MONTH.
015440     READ PERIOD-CONTROL-FILE
015445         INVALID KEY
015450             GO TO 2100-EXIT
015455     END-READ.
015460     IF PC-PERIOD-CLOSED
015465         SET SM-PERIOD-CLOSED TO TRUE
015470     END-IF.
015475 2100-EXIT.
015480     EXIT.
015500
015600*=================================================================*
015700*  3000-POST-ONE-SIDE -- add one player's side of the round into  *
016500         INVALID KEY
016600             PERFORM 3100-NEW-SUMMARY-RECORD THRU 3100-EXIT
016700     END-READ.
016710     IF PS-PRIOR-ROUNDS NOT NUMERIC
016720         MOVE ZERO TO PS-PRIOR-ROUNDS
016730     END-IF.
016800     ADD 1 TO PS-ROUNDS-PLAYED.
016810     IF SM-POST-PPA
016820         ADD 1 TO PS-PRIOR-ROUNDS
016830     END-IF.
016900     ADD SM-POST-TURNS TO PS-TURN-TOTAL.
017000     IF SM-POST-TURNS < PS-BEST-TURNS
017100         MOVE SM-POST-TURNS TO PS-BEST-TURNS
021200     MOVE ZERO TO PS-TIER-HARD.
021300     MOVE ZERO TO PS-MATCH-WINS.
021400     MOVE ZERO TO PS-MATCH-LOSSES.
021410     MOVE ZERO TO PS-PRIOR-ROUNDS.
021500 3100-EXIT.
021600     EXIT.
021700
022100 8000-TERMINATE.
022200     CLOSE GAME-HISTORY-FILE.
022300     CLOSE PLAYER-SUMMARY-FILE.
022310     CLOSE PERIOD-CONTROL-FILE.
022400     DISPLAY "SUMMARY-ROLLUP ROUNDS READ     : " SM-ROUNDS-READ.
022500     DISPLAY "SUMMARY-ROLLUP ROUNDS POSTED   : "
022600         SM-ROUNDS-POSTED.
022700     DISPLAY "SUMMARY-ROLLUP ALREADY POSTED  : " SM-ROUNDS-PRIOR.
022710     DISPLAY "SUMMARY-ROLLUP VOIDED SKIPPED  : " SM-ROUNDS-VOID.
022720     DISPLAY "SUMMARY-ROLLUP PRIOR-PERIOD ADJ: " SM-ROUNDS-PPA.
022730     DISPLAY "SUMMARY-ROLLUP HELD (CLOSED)   : " SM-ROUNDS-HELD.
022800     DISPLAY "SUMMARY-ROLLUP SIDES POSTED    : " SM-SIDES-POSTED.
022900     DISPLAY "SUMMARY-ROLLUP RECORDS ADDED   : "
023000         SM-SUMMARY-ADDED.
023200         SM-SUMMARY-UPDATED.
023300 8000-EXIT.
023400     EXIT.
023410
023420*=================================================================*
023430*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
023440*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
023450*=================================================================*
023460 8900-WRITE-STEP-TOTALS.
023470     OPEN EXTEND STEP-TOTALS-FILE.
023480     IF FS-STEP-TOTALS = "35"
023490         OPEN OUTPUT STEP-TOTALS-FILE
023500     END-IF.
023510     MOVE "ROUNDS READ" TO SM-STEP-TOTAL-NAME.
023520     MOVE SM-ROUNDS-READ TO SM-STEP-TOTAL-VALUE.
023530     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
023540     MOVE "ROUNDS POSTED" TO SM-STEP-TOTAL-NAME.
023550     MOVE SM-ROUNDS-POSTED TO SM-STEP-TOTAL-VALUE.
023560     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
023570     MOVE "ALREADY POSTED" TO SM-STEP-TOTAL-NAME.
023580     MOVE SM-ROUNDS-PRIOR TO SM-STEP-TOTAL-VALUE.
023590     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
023600     MOVE "VOIDED" TO SM-STEP-TOTAL-NAME.
023610     MOVE SM-ROUNDS-VOID TO SM-STEP-TOTAL-VALUE.
023620     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
023630     MOVE "PRIOR-PERIOD ADJ" TO SM-STEP-TOTAL-NAME.
023640     MOVE SM-ROUNDS-PPA TO SM-STEP-TOTAL-VALUE.
023650     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
023660     MOVE "HELD (CLOSED)" TO SM-STEP-TOTAL-NAME.
023670     MOVE SM-ROUNDS-HELD TO SM-STEP-TOTAL-VALUE.
023680     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
023690     CLOSE STEP-TOTALS-FILE.
023700 8900-EXIT.
023710     EXIT.
023720
023730 8910-WRITE-STEP-TOTAL.
023740     MOVE SPACES TO STEP-TOTALS-RECORD.
023750     SET CX-DETAIL TO TRUE.
023760     MOVE "SUMMARY-ROLLUP" TO CX-PROGRAM-NAME.
023770     MOVE SM-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
023780     MOVE SM-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
023790     WRITE STEP-TOTALS-RECORD.
023800 8910-EXIT.
023810     EXIT.
