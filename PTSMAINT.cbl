000700*=================================================================*
000800*  PTSMAINT                                                       *
000900*                                                                 *
000910*  Points desk maintenance.  R redeems one item from the          *
000920*  redemption catalogue against a player's balance, at the        *
000930*  catalogue price: the points come off POINTS-BALANCE-FILE, the  *
000940*  item comes off its stock on REDEMPTION-CATALOGUE-FILE, and an  *
000950*  R transaction with the item code and the item's reason code    *
001300*  goes to POINTS-LEDGER-FILE, keyed by the player's redemption   *
001400*  serial so every redemption stays on the ledger individually.   *
001500*  An item out of stock or withdrawn is refused.  B shows a       *
001600*  player's balance and lifetime totals.  A redemption can never  *
001700*  take a balance below zero.  Same shape as PLYMAINT.            *
001800*-----------------------------------------------------------------*
001900*  MODIFICATION HISTORY                                           *
002000*  DATE       INIT  DESCRIPTION                                   *
002100*  2026-09-02  DLW  Original.                                     *
002110*  2026-10-15  DLW  Operators sign on against OPERATOR-MASTER-    *
002120*                   FILE at start-up.  A redemption over          *
002130*                   PT-APPROVAL-LIMIT points needs a second       *
002140*                   supervisor sign-on.  Every redemption goes to *
002150*                   the change journal with the balance record    *
002160*                   before and after.                             *
002165*  2026-10-15  DLW  No redemption is taken while today's month is *
002170*                   closed on PERIOD-CONTROL-FILE.  The desk keys *
002175*                   the voucher date (blank = today); a voucher   *
002180*                   dated in a closed month is posted today,      *
002185*                   flagged PD-PRIOR-PERIOD, as a prior-period    *
002190*                   adjustment.                                   *
002191*  2026-10-15  DLW  Redemptions are by catalogue item code at the *
002192*                   catalogue price and take the item off stock   *
002193*                   on REDEMPTION-CATALOGUE-FILE; an item out of  *
002194*                   stock or withdrawn is refused.  The item code *
002195*                   goes on the ledger record.  Points and reason *
002196*                   are no longer keyed, so the keyed-amount      *
002197*                   justification is gone.                        *
002200*=================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PB-PLAYER-ID
003700         FILE STATUS IS FS-POINTS-BALANCE.
003709
003718     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
003727         ORGANIZATION IS INDEXED
003736         ACCESS MODE IS DYNAMIC
003745         RECORD KEY IS OP-OPERATOR-ID
003754         FILE STATUS IS FS-OPERATOR-MASTER.
003763
003772     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
003781         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS FS-MAINT-JOURNAL.
003791
003792     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
003793         ORGANIZATION IS INDEXED
003794         ACCESS MODE IS DYNAMIC
003795         RECORD KEY IS PC-YEAR-MONTH
003796         FILE STATUS IS FS-PERIOD-CONTROL.
003806
003816     SELECT REDEMPTION-CATALOGUE-FILE ASSIGN TO "RDMCAT"
003826         ORGANIZATION IS INDEXED
003836         ACCESS MODE IS DYNAMIC
003846         RECORD KEY IS RI-ITEM-CODE
003856         FILE STATUS IS FS-REDEMPTION-CATALOGUE.
003866
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  POINTS-LEDGER-FILE.
004300
004400 FD  POINTS-BALANCE-FILE.
004500     COPY PTSBAL.
004510
004520 FD  OPERATOR-MASTER-FILE.
004530     COPY OPERMAST.
004540
004550 FD  MAINT-JOURNAL-FILE.
004560     COPY MNTJRNL.
004570
004580 FD  PERIOD-CONTROL-FILE.
004590     COPY PERIODCT.
004592
004594 FD  REDEMPTION-CATALOGUE-FILE.
004596     COPY RDMCAT.
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-FILE-STATUSES.
004900     05  FS-POINTS-LEDGER        PIC X(02) VALUE "00".
005000     05  FS-POINTS-BALANCE       PIC X(02) VALUE "00".
005010     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
005020     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
005030     05  FS-PERIOD-CONTROL       PIC X(02) VALUE "00".
005040     05  FS-REDEMPTION-CATALOGUE PIC X(02) VALUE "00".
005100
005200 01  PT-FUNCTION-CODE            PIC X(01).
005300     88  PT-FUNCTION-REDEEM          VALUE "R".
005700 01  PT-SWITCHES.
005800     05  PT-DONE-SW              PIC X(01) VALUE "N".
005900         88  PT-DONE                 VALUE "Y".
005910     05  PT-SIGNED-ON-SW         PIC X(01) VALUE "N".
005920         88  PT-SIGNED-ON            VALUE "Y".
005930     05  PT-APPROVED-SW          PIC X(01) VALUE "N".
005940         88  PT-APPROVED             VALUE "Y".
005948     05  PT-PERIOD-CLOSED-SW     PIC X(01) VALUE "N".
005956         88  PT-PERIOD-CLOSED        VALUE "Y".
005964     05  PT-VOUCHER-OK-SW        PIC X(01) VALUE "N".
005972         88  PT-VOUCHER-OK           VALUE "Y".
005980     05  PT-PRIOR-PERIOD-SW      PIC X(01) VALUE "N".
005988         88  PT-PRIOR-PERIOD         VALUE "Y".
006000
006100 01  PT-RUN-DATE                 PIC 9(08).
006200 01  PT-RUN-TIME                 PIC 9(08).
006600 01  PT-REDEEM-POINTS            PIC 9(07) VALUE ZERO.
006700 01  PT-REASON-CODE              PIC X(02) VALUE SPACES.
006800 01  PT-SERIAL-ED                PIC 9(05).
006900 01  PT-BALANCE-ED               PIC ZZZZZZZZ9.
006902
006904*    Operator signed on for this sitting, and the supervisor who
006906*    countersigned the update in hand.
006908 01  PT-SIGNON.
006910     05  PT-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
006912     05  PT-SIGNON-ROLE          PIC X(01) VALUE SPACE.
006914         88  PT-ROLE-DESK            VALUE "D".
006916         88  PT-ROLE-SUPERVISOR      VALUE "S".
006918         88  PT-ROLE-ADMIN           VALUE "A".
006920     05  PT-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
006922     05  PT-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
006924     05  PT-APPROVER-ID          PIC X(05) VALUE SPACES.
006926
006928*    A redemption over this many points needs a second, supervisor
006930*    sign-on before it is posted.
006932 01  PT-APPROVAL-LIMIT           PIC 9(07) VALUE 5000.
006934
006936 01  PT-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
006938 01  PT-JOURNAL-KEY              PIC X(15) VALUE SPACES.
006940 01  PT-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
006942 01  PT-AFTER-IMAGE              PIC X(80) VALUE SPACES.
006944 01  PT-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
006946 01  PT-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
006952
006958*    The voucher date as keyed, and the month being looked up on
006964*    PERIOD-CONTROL-FILE.
006970 01  PT-VOUCHER-ANSWER           PIC X(08) VALUE SPACES.
006976 01  PT-VOUCHER-DATE REDEFINES PT-VOUCHER-ANSWER
006982                                 PIC 9(08).
006988 01  PT-CHECK-MONTH              PIC 9(06) VALUE ZERO.
007000
007100 PROCEDURE DIVISION.
007200*=================================================================*
009400         CLOSE POINTS-BALANCE-FILE
009500         OPEN I-O POINTS-BALANCE-FILE
009600     END-IF.
009601     OPEN INPUT PERIOD-CONTROL-FILE.
009602     IF FS-PERIOD-CONTROL = "35"
009603         CLOSE PERIOD-CONTROL-FILE
009604         OPEN OUTPUT PERIOD-CONTROL-FILE
009605         CLOSE PERIOD-CONTROL-FILE
009606         OPEN INPUT PERIOD-CONTROL-FILE
009607     END-IF.
009608     OPEN I-O REDEMPTION-CATALOGUE-FILE.
009609     IF FS-REDEMPTION-CATALOGUE = "35"
009610         CLOSE REDEMPTION-CATALOGUE-FILE
009611         OPEN OUTPUT REDEMPTION-CATALOGUE-FILE
009612         CLOSE REDEMPTION-CATALOGUE-FILE
009613         OPEN I-O REDEMPTION-CATALOGUE-FILE
009614     END-IF.
009615     OPEN EXTEND MAINT-JOURNAL-FILE.
009620     IF FS-MAINT-JOURNAL = "35"
009630         OPEN OUTPUT MAINT-JOURNAL-FILE
009640     END-IF.
009650     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
009660     IF NOT PT-SIGNED-ON
009670         SET PT-DONE TO TRUE
009680     END-IF.
009700 1000-EXIT.
009800     EXIT.
009801
009802*-----------------------------------------------------------------*
009803*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
009804*  FILE before anything is keyed: three tries at id and password; *
009805*  an inactive operator, or one with no valid role, is refused.   *
009806*  The file stays open for 1200's countersignature.               *
009807*-----------------------------------------------------------------*
009808 1100-SIGN-ON.
009809     MOVE "N" TO PT-SIGNED-ON-SW.
009810     MOVE ZERO TO PT-SIGNON-TRIES.
009811     OPEN INPUT OPERATOR-MASTER-FILE.
009812     IF FS-OPERATOR-MASTER NOT = "00"
009813         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
009814             FS-OPERATOR-MASTER
009815         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
009816         GO TO 1100-EXIT
009817     END-IF.
009818     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
009819         UNTIL PT-SIGNED-ON
009820            OR PT-SIGNON-TRIES NOT < 3.
009821     IF NOT PT-SIGNED-ON
009822         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
009823     END-IF.
009824 1100-EXIT.
009825     EXIT.
009826
009827 1110-TRY-SIGN-ON.
009828     ADD 1 TO PT-SIGNON-TRIES.
009829     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
009830     ACCEPT OP-OPERATOR-ID.
009831     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
009832     ACCEPT PT-SIGNON-PASSWORD.
009833     READ OPERATOR-MASTER-FILE
009834         INVALID KEY
009835             DISPLAY "SIGN-ON REFUSED"
009836             GO TO 1110-EXIT
009837     END-READ.
009838     IF NOT OP-ACTIVE
009839        OR NOT OP-ROLE-VALID
009840        OR OP-PASSWORD NOT = PT-SIGNON-PASSWORD
009841         DISPLAY "SIGN-ON REFUSED"
009842         GO TO 1110-EXIT
009843     END-IF.
009844     MOVE OP-OPERATOR-ID TO PT-SIGNON-OPERATOR.
009845     MOVE OP-ROLE        TO PT-SIGNON-ROLE.
009846     SET PT-SIGNED-ON TO TRUE.
009847     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
009848 1110-EXIT.
009849     EXIT.
009850
009851*-----------------------------------------------------------------*
009852*  1200-SUPERVISOR-APPROVAL -- a second sign-on, by a supervisor  *
009853*  or admin other than the operator keying the update.  One try;  *
009854*  PT-APPROVER-ID holds the countersigning id when PT-APPROVED    *
009855*  is set, and goes on the journal record.                        *
009856*-----------------------------------------------------------------*
009857 1200-SUPERVISOR-APPROVAL.
009858     MOVE "N" TO PT-APPROVED-SW.
009859     MOVE SPACES TO PT-APPROVER-ID.
009860     DISPLAY "SUPERVISOR ID      : " WITH NO ADVANCING.
009861     ACCEPT OP-OPERATOR-ID.
009862     DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
009863     ACCEPT PT-SIGNON-PASSWORD.
009864     IF OP-OPERATOR-ID = PT-SIGNON-OPERATOR
009865         DISPLAY "A SECOND OPERATOR MUST APPROVE - NOT APPROVED"
009866         GO TO 1200-EXIT
009867     END-IF.
009868     READ OPERATOR-MASTER-FILE
009869         INVALID KEY
009870             DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
009871             GO TO 1200-EXIT
009872     END-READ.
009873     IF NOT OP-ACTIVE
009874        OR NOT OP-ROLE-CAN-APPROVE
009875        OR OP-PASSWORD NOT = PT-SIGNON-PASSWORD
009876         DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
009877         GO TO 1200-EXIT
009878     END-IF.
009879     MOVE OP-OPERATOR-ID TO PT-APPROVER-ID.
009880     SET PT-APPROVED TO TRUE.
009881 1200-EXIT.
009882     EXIT.
009900
010000*=================================================================*
010100*  2000-PROCESS-REQUEST -- prompt for a function code and drive  *
012000     EXIT.
012100
012200*-----------------------------------------------------------------*
012210*  3000-REDEEM-POINTS -- redeem one catalogue item: its price     *
012220*  comes off the balance and one comes off its stock.  The ledger *
012230*  record goes on first; if its serial is somehow already taken   *
012240*  neither the balance nor the stock is touched.                  *
012600*-----------------------------------------------------------------*
012700 3000-REDEEM-POINTS.
012710     ACCEPT PT-RUN-DATE FROM DATE YYYYMMDD.
012720     MOVE PT-RUN-DATE(1:6) TO PT-CHECK-MONTH.
012730     PERFORM 3300-CHECK-PERIOD THRU 3300-EXIT.
012740     IF PT-PERIOD-CLOSED
012750         DISPLAY "PERIOD " PT-CHECK-MONTH
012755             " IS CLOSED - NOT REDEEMED"
012760         GO TO 3000-EXIT
012770     END-IF.
012800     DISPLAY "PLAYER ID  : " WITH NO ADVANCING.
012900     ACCEPT PB-PLAYER-ID.
013000     READ POINTS-BALANCE-FILE
013400     END-READ.
013500     MOVE PB-POINTS-BALANCE TO PT-BALANCE-ED.
013600     DISPLAY "BALANCE    : " PT-BALANCE-ED.
013610     DISPLAY "ITEM CODE  : " WITH NO ADVANCING.
013620     ACCEPT RI-ITEM-CODE.
013630     READ REDEMPTION-CATALOGUE-FILE
013640         INVALID KEY
013650             DISPLAY "ITEM " RI-ITEM-CODE
013660                 " NOT IN CATALOGUE - NOT REDEEMED"
013670             GO TO 3000-EXIT
013680     END-READ.
013690     DISPLAY "ITEM       : " RI-DESCRIPTION.
013700     IF RI-ITEM-WITHDRAWN
013710         DISPLAY "ITEM WITHDRAWN - NOT REDEEMED"
013720         GO TO 3000-EXIT
013730     END-IF.
013740     IF RI-STOCK-ON-HAND = ZERO
013750         DISPLAY "OUT OF STOCK - NOT REDEEMED"
013760         GO TO 3000-EXIT
013770     END-IF.
013780     MOVE RI-POINTS-COST TO PT-REDEEM-POINTS.
013790     MOVE RI-REASON-CODE TO PT-REASON-CODE.
013800     MOVE PT-REDEEM-POINTS TO PT-BALANCE-ED.
013810     DISPLAY "POINTS COST: " PT-BALANCE-ED.
015000     IF PT-REDEEM-POINTS > PB-POINTS-BALANCE
015100         DISPLAY "INSUFFICIENT BALANCE - NOT REDEEMED"
015200         GO TO 3000-EXIT
015300     END-IF.
015602     PERFORM 3400-ACCEPT-VOUCHER-DATE THRU 3400-EXIT.
015604     IF NOT PT-VOUCHER-OK
015606         GO TO 3000-EXIT
015608     END-IF.
015610     IF PT-REDEEM-POINTS > PT-APPROVAL-LIMIT
015620         DISPLAY "OVER THE DESK LIMIT - SUPERVISOR MUST APPROVE"
015630         PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT
015640         IF NOT PT-APPROVED
015650             DISPLAY "NOT REDEEMED"
015660             GO TO 3000-EXIT
015670         END-IF
015680     END-IF.
015700     PERFORM 3100-WRITE-REDEMPTION THRU 3100-EXIT.
015800 3000-EXIT.
015900     EXIT.
016000
016100 3100-WRITE-REDEMPTION.
016110     MOVE POINTS-BALANCE-RECORD TO PT-BEFORE-IMAGE.
016200     ADD 1 TO PB-REDEMPTION-COUNT.
016300     MOVE PB-REDEMPTION-COUNT TO PT-SERIAL-ED.
016400     MOVE SPACES        TO POINTS-LEDGER-RECORD.
017500     MOVE PT-RUN-TIME(1:6) TO PD-TRANS-TIME.
017600     MOVE PT-REDEEM-POINTS TO PD-POINTS.
017700     MOVE PT-REASON-CODE   TO PD-REASON-CODE.
017705     MOVE RI-ITEM-CODE     TO PD-ITEM-CODE.
017710     IF PT-PRIOR-PERIOD
017720         SET PD-PRIOR-PERIOD TO TRUE
017730     END-IF.
017800     WRITE POINTS-LEDGER-RECORD
017900         INVALID KEY
018000             DISPLAY "LEDGER SERIAL IN USE - NOT REDEEMED"
018400     SUBTRACT PT-REDEEM-POINTS FROM PB-POINTS-BALANCE.
018500     ADD PT-REDEEM-POINTS TO PB-TOTAL-REDEEMED.
018600     REWRITE POINTS-BALANCE-RECORD.
018610     SUBTRACT 1 FROM RI-STOCK-ON-HAND.
018620     REWRITE REDEMPTION-CATALOGUE-RECORD
018630         INVALID KEY
018640             DISPLAY "STOCK NOT UPDATED FOR ITEM " RI-ITEM-CODE
018650     END-REWRITE.
018700     MOVE PB-POINTS-BALANCE TO PT-BALANCE-ED.
018800     DISPLAY "REDEEMED - NEW BALANCE: " PT-BALANCE-ED.
018810     MOVE POINTS-BALANCE-RECORD TO PT-AFTER-IMAGE.
018813     IF PT-PRIOR-PERIOD
018816         MOVE "REDEEM-PPA"        TO PT-JOURNAL-ACTION
018819     ELSE
018822         MOVE "REDEEM"            TO PT-JOURNAL-ACTION
018825     END-IF.
018830     MOVE PB-PLAYER-ID          TO PT-JOURNAL-KEY.
018840     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
018900 3100-EXIT.
019000     EXIT.
019100
019142*-----------------------------------------------------------------*
019143*  3300-CHECK-PERIOD -- is PT-CHECK-MONTH closed on               *
019144*  PERIOD-CONTROL-FILE?  No record means the month is open.       *
019145*-----------------------------------------------------------------*
019146 3300-CHECK-PERIOD.
019147     MOVE "N" TO PT-PERIOD-CLOSED-SW.
019148     MOVE PT-CHECK-MONTH TO PC-YEAR-MONTH.
019149     READ PERIOD-CONTROL-FILE
019150         INVALID KEY
019151             GO TO 3300-EXIT
019152     END-READ.
019153     IF PC-PERIOD-CLOSED
019154         SET PT-PERIOD-CLOSED TO TRUE
019155     END-IF.
019156 3300-EXIT.
019157     EXIT.
019158
019159*-----------------------------------------------------------------*
019160*  3400-ACCEPT-VOUCHER-DATE -- the date on the voucher, never     *
019161*  later than today.  A voucher from a closed month is still      *
019162*  honoured, but the points come off in the open month as a       *
019163*  prior-period adjustment; the ledger date stays today.          *
019164*-----------------------------------------------------------------*
019165 3400-ACCEPT-VOUCHER-DATE.
019166     MOVE "N" TO PT-VOUCHER-OK-SW.
019167     MOVE "N" TO PT-PRIOR-PERIOD-SW.
019168     DISPLAY "VOUCHER DATE (YYYYMMDD, BLANK = TODAY): "
019169         WITH NO ADVANCING.
019170     ACCEPT PT-VOUCHER-ANSWER.
019171     IF PT-VOUCHER-ANSWER = SPACES
019172         SET PT-VOUCHER-OK TO TRUE
019173         GO TO 3400-EXIT
019174     END-IF.
019175     IF PT-VOUCHER-ANSWER NOT NUMERIC
019176         DISPLAY "INVALID VOUCHER DATE - NOT REDEEMED"
019177         GO TO 3400-EXIT
019178     END-IF.
019179     IF PT-VOUCHER-DATE > PT-RUN-DATE
019180         DISPLAY "VOUCHER DATE IS IN THE FUTURE - NOT REDEEMED"
019181         GO TO 3400-EXIT
019182     END-IF.
019183     SET PT-VOUCHER-OK TO TRUE.
019184     MOVE PT-VOUCHER-DATE(1:6) TO PT-CHECK-MONTH.
019185     PERFORM 3300-CHECK-PERIOD THRU 3300-EXIT.
019186     IF PT-PERIOD-CLOSED
019187         SET PT-PRIOR-PERIOD TO TRUE
019188         DISPLAY "VOUCHER DATED IN CLOSED PERIOD " PT-CHECK-MONTH
019189         DISPLAY "POSTED AS A PRIOR-PERIOD ADJUSTMENT"
019190     END-IF.
019191 3400-EXIT.
019192     EXIT.
019199
019200*-----------------------------------------------------------------*
019300*  4000-SHOW-BALANCE                                              *
019400*-----------------------------------------------------------------*
020900     DISPLAY "LAST POSTED     : " PB-LAST-POST-DATE.
021000 4000-EXIT.
021100     EXIT.
021103
021106*=================================================================*
021109*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
021112*  the update, who countersigned it, when, what, and the record   *
021115*  before and after.  The caller loads PT-JOURNAL-ACTION,         *
021118*  PT-JOURNAL-KEY and both images.  The countersignature covers   *
021121*  this one update only.                                          *
021124*=================================================================*
021127 8500-WRITE-JOURNAL.
021130     MOVE SPACES TO MAINT-JOURNAL-RECORD.
021133     ACCEPT PT-JOURNAL-DATE FROM DATE YYYYMMDD.
021136     ACCEPT PT-JOURNAL-TIME FROM TIME.
021139     MOVE PT-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
021142     MOVE PT-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
021145     MOVE PT-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
021148     MOVE PT-APPROVER-ID        TO MJ-APPROVER-ID.
021151     MOVE "PTSMAINT"            TO MJ-PROGRAM-ID.
021154     MOVE PT-JOURNAL-ACTION     TO MJ-ACTION.
021157     MOVE PT-JOURNAL-KEY        TO MJ-RECORD-KEY.
021160     MOVE PT-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
021163     MOVE PT-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
021166     WRITE MAINT-JOURNAL-RECORD.
021169     MOVE SPACES TO PT-APPROVER-ID.
021172 8500-EXIT.
021175     EXIT.
021200
021300*=================================================================*
021400*  9000-TERMINATE                                                 *
021600 9000-TERMINATE.
021700     CLOSE POINTS-LEDGER-FILE.
021800     CLOSE POINTS-BALANCE-FILE.
021810     CLOSE OPERATOR-MASTER-FILE.
021820     CLOSE MAINT-JOURNAL-FILE.
021830     CLOSE PERIOD-CONTROL-FILE.
021840     CLOSE REDEMPTION-CATALOGUE-FILE.
021900 9000-EXIT.
022000     EXIT.
