002100*  MODIFICATION HISTORY                                           *
002200*  DATE       INIT  DESCRIPTION                                   *
002300*  2026-09-02  DLW  Original.                                     *
002310*  2026-10-15  DLW  Period transactions flagged PD-PRIOR-PERIOD   *
002320*                   (posted after their month was closed) are     *
002330*                   netted on their own PRIOR-PERIOD ADJUSTMENTS  *
002340*                   line, not in the period's credits and         *
002350*                   redemptions.                                  *
002400*=================================================================*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007600     05  PS-OPENING-BALANCE      PIC S9(09) VALUE ZERO.
007700     05  PS-PERIOD-CREDITS       PIC 9(09) VALUE ZERO.
007800     05  PS-PERIOD-REDEEMED      PIC 9(09) VALUE ZERO.
007810     05  PS-PERIOD-PPA           PIC S9(09) VALUE ZERO.
007900     05  PS-CLOSING-BALANCE      PIC S9(09) VALUE ZERO.
008000
008100 01  PS-AMOUNT-ED                PIC ZZZZZZZZ9-.
016500             ADD PD-POINTS TO PS-OPENING-BALANCE
016600         END-IF
016700     ELSE
016800         EVALUATE TRUE
016900             WHEN PD-PRIOR-PERIOD AND PD-TYPE-REDEEM
017000                 SUBTRACT PD-POINTS FROM PS-PERIOD-PPA
017100             WHEN PD-PRIOR-PERIOD
017200                 ADD PD-POINTS TO PS-PERIOD-PPA
017210             WHEN PD-TYPE-REDEEM
017220                 ADD PD-POINTS TO PS-PERIOD-REDEEMED
017230             WHEN OTHER
017240                 ADD PD-POINTS TO PS-PERIOD-CREDITS
017250         END-EVALUATE
017300     END-IF.
017400 2000-EXIT.
017500     EXIT.
018100     MOVE ZERO TO PS-OPENING-BALANCE.
018200     MOVE ZERO TO PS-PERIOD-CREDITS.
018300     MOVE ZERO TO PS-PERIOD-REDEEMED.
018310     MOVE ZERO TO PS-PERIOD-PPA.
018400     MOVE ZERO TO PS-CLOSING-BALANCE.
018500 2200-EXIT.
018600     EXIT.
019700     WRITE STATEMENT-LINE FROM PS-PLAYER-HEADER.
019800     COMPUTE PS-CLOSING-BALANCE =
019900         PS-OPENING-BALANCE + PS-PERIOD-CREDITS
020000             - PS-PERIOD-REDEEMED + PS-PERIOD-PPA.
020100     MOVE "OPENING BALANCE" TO PL-DESCRIPTION.
020200     MOVE PS-OPENING-BALANCE TO PS-AMOUNT-ED.
020300     MOVE PS-AMOUNT-ED TO PL-AMOUNT.
021000     MOVE PS-PERIOD-REDEEMED TO PS-AMOUNT-ED.
021100     MOVE PS-AMOUNT-ED TO PL-AMOUNT.
021200     WRITE STATEMENT-LINE FROM PS-TOTAL-LINE.
021210     IF PS-PERIOD-PPA NOT = ZERO
021220         MOVE "PRIOR-PERIOD ADJUSTMENTS" TO PL-DESCRIPTION
021230         MOVE PS-PERIOD-PPA TO PS-AMOUNT-ED
021240         MOVE PS-AMOUNT-ED TO PL-AMOUNT
021250         WRITE STATEMENT-LINE FROM PS-TOTAL-LINE
021260     END-IF.
021300     MOVE "CLOSING BALANCE" TO PL-DESCRIPTION.
021400     MOVE PS-CLOSING-BALANCE TO PS-AMOUNT-ED.
021500     MOVE PS-AMOUNT-ED TO PL-AMOUNT.
