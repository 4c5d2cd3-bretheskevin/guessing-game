000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CATMAINT.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  CATMAINT                                                       *
000900*                                                                 *
001000*  Interactive maintenance for REDEMPTION-CATALOGUE-FILE, the     *
001100*  snack-bar items PTSMAINT redeems points for.  The operator     *
001200*  signs on first.                                                *
001300*    A  add an item: code, description, points cost, reorder      *
001400*       level, ledger reason code and opening stock               *
001500*    C  change an item's description, cost, reorder level or      *
001600*       reason code                                               *
001700*    R  receive stock: add a delivery to the stock on hand        *
001800*    T  stock take: set the stock on hand to the count            *
001900*    W  withdraw an item from redemption, or reinstate it         *
002000*    S  show an item                                              *
002100*    L  list the catalogue                                        *
002200*  Adding, changing and withdrawing items (the prices) are for a  *
002300*  supervisor or admin; receiving and showing are open to the     *
002400*  desk.  A stock take that changes the stock on hand needs a     *
002500*  second sign-on by a supervisor or admin.  Items are never      *
002600*  deleted -- the ledger keeps their codes -- only withdrawn.     *
002700*  Redemptions take stock off in PTSMAINT, not here.  Every       *
002800*  update is written to the change journal with the item record   *
002900*  before and after.  Follows the same shape as PLYMAINT.         *
003000*-----------------------------------------------------------------*
003100*  MODIFICATION HISTORY                                           *
003200*  DATE       INIT  DESCRIPTION                                   *
003300*  2026-10-15  DLW  Original.                                     *
003400*=================================================================*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT REDEMPTION-CATALOGUE-FILE ASSIGN TO "RDMCAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RI-ITEM-CODE
004300         FILE STATUS IS FS-REDEMPTION-CATALOGUE.
004400
004500     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OP-OPERATOR-ID
004900         FILE STATUS IS FS-OPERATOR-MASTER.
005000
005100     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FS-MAINT-JOURNAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  REDEMPTION-CATALOGUE-FILE.
005800     COPY RDMCAT.
005900
006000 FD  OPERATOR-MASTER-FILE.
006100     COPY OPERMAST.
006200
006300 FD  MAINT-JOURNAL-FILE.
006400     COPY MNTJRNL.
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-FILE-STATUSES.
006800     05  FS-REDEMPTION-CATALOGUE PIC X(02) VALUE "00".
006900     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
007000     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
007100
007200 01  CM-FUNCTION-CODE            PIC X(01).
007300     88  CM-FUNCTION-ADD             VALUE "A".
007400     88  CM-FUNCTION-CHANGE          VALUE "C".
007500     88  CM-FUNCTION-RECEIVE         VALUE "R".
007600     88  CM-FUNCTION-STOCK-TAKE      VALUE "T".
007700     88  CM-FUNCTION-WITHDRAW        VALUE "W".
007800     88  CM-FUNCTION-SHOW            VALUE "S".
007900     88  CM-FUNCTION-LIST            VALUE "L".
008000     88  CM-FUNCTION-QUIT            VALUE "Q".
008100
008200 01  CM-SWITCHES.
008300     05  CM-DONE-SW              PIC X(01) VALUE "N".
008400         88  CM-DONE                 VALUE "Y".
008500     05  CM-SIGNED-ON-SW         PIC X(01) VALUE "N".
008600         88  CM-SIGNED-ON            VALUE "Y".
008700     05  CM-FUNCTION-OK-SW       PIC X(01) VALUE "N".
008800         88  CM-FUNCTION-OK          VALUE "Y".
008900     05  CM-APPROVED-SW          PIC X(01) VALUE "N".
009000         88  CM-APPROVED             VALUE "Y".
009100     05  CM-VALUES-OK-SW         PIC X(01) VALUE "N".
009200         88  CM-VALUES-OK            VALUE "Y".
009300     05  CM-EOF-CATALOGUE-SW     PIC X(01) VALUE "N".
009400         88  CM-EOF-CATALOGUE        VALUE "Y".
009500
009600*-----------------------------------------------------------------*
009700*    SIGN-ON -- the operator keying the updates, and the second   *
009800*    operator who countersigned the one in hand.                  *
009900*-----------------------------------------------------------------*
010000 01  CM-SIGNON.
010100     05  CM-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
010200     05  CM-SIGNON-ROLE          PIC X(01) VALUE SPACE.
010300         88  CM-ROLE-DESK            VALUE "D".
010400         88  CM-ROLE-SUPERVISOR      VALUE "S".
010500         88  CM-ROLE-ADMIN           VALUE "A".
010600     05  CM-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
010700     05  CM-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
010800     05  CM-APPROVER-ID          PIC X(05) VALUE SPACES.
010900
011000 01  CM-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
011100 01  CM-JOURNAL-KEY              PIC X(15) VALUE SPACES.
011200 01  CM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
011300 01  CM-AFTER-IMAGE              PIC X(80) VALUE SPACES.
011400 01  CM-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
011500 01  CM-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
011600
011700 01  CM-TODAY                    PIC 9(08) VALUE ZERO.
011800 01  CM-ITEM-CODE                PIC X(05) VALUE SPACES.
011900 01  CM-CONFIRM-ANSWER           PIC X(01) VALUE SPACE.
012000 01  CM-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
012100
012200*    The item's values as keyed, checked before they replace the
012300*    record's.
012400 01  CM-NEW-VALUES.
012500     05  CM-NEW-DESCRIPTION      PIC X(30).
012600     05  CM-NEW-POINTS-COST      PIC 9(07).
012700     05  CM-NEW-REORDER-LEVEL    PIC 9(05).
012800     05  CM-NEW-REASON-CODE      PIC X(02).
012900 01  CM-QUANTITY                 PIC 9(05) VALUE ZERO.
013000 01  CM-NEW-STOCK                PIC 9(06) VALUE ZERO.
013100
013200 01  CM-LIST-LINE.
013300     05  LL-ITEM-CODE            PIC X(05).
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  LL-DESCRIPTION          PIC X(30).
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  LL-POINTS-COST          PIC ZZZZZZ9.
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  LL-STOCK-ON-HAND        PIC ZZZZ9.
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  LL-REORDER-LEVEL        PIC ZZZZ9.
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  LL-REASON-CODE          PIC X(02).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  LL-STATUS               PIC X(09).
014600
014700 PROCEDURE DIVISION.
014800*=================================================================*
014900*  0000-MAINLINE                                                  *
015000*=================================================================*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
015400         UNTIL CM-DONE.
015500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015600     STOP RUN.
015700
015800 1000-INITIALIZE.
015900     OPEN I-O REDEMPTION-CATALOGUE-FILE.
016000     IF FS-REDEMPTION-CATALOGUE = "35"
016100         CLOSE REDEMPTION-CATALOGUE-FILE
016200         OPEN OUTPUT REDEMPTION-CATALOGUE-FILE
016300         CLOSE REDEMPTION-CATALOGUE-FILE
016400         OPEN I-O REDEMPTION-CATALOGUE-FILE
016500     END-IF.
016600     OPEN EXTEND MAINT-JOURNAL-FILE.
016700     IF FS-MAINT-JOURNAL = "35"
016800         OPEN OUTPUT MAINT-JOURNAL-FILE
016900     END-IF.
017000     ACCEPT CM-TODAY FROM DATE YYYYMMDD.
017100     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
017200     IF NOT CM-SIGNED-ON
017300         SET CM-DONE TO TRUE
017400     END-IF.
017500 1000-EXIT.
017600     EXIT.
017700
017800*-----------------------------------------------------------------*
017900*  1100-SIGN-ON -- operator id and password against               *
018000*  OPERATOR-MASTER-FILE.  Three tries; an inactive operator or a  *
018100*  wrong password is refused without saying which.                *
018200*-----------------------------------------------------------------*
018300 1100-SIGN-ON.
018400     MOVE "N" TO CM-SIGNED-ON-SW.
018500     MOVE ZERO TO CM-SIGNON-TRIES.
018600     OPEN INPUT OPERATOR-MASTER-FILE.
018700     IF FS-OPERATOR-MASTER NOT = "00"
018800         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
018900             FS-OPERATOR-MASTER
019000         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
019100         GO TO 1100-EXIT
019200     END-IF.
019300     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
019400         UNTIL CM-SIGNED-ON
019500            OR CM-SIGNON-TRIES NOT < 3.
019600     IF NOT CM-SIGNED-ON
019700         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
019800     END-IF.
019900 1100-EXIT.
020000     EXIT.
020100
020200 1110-TRY-SIGN-ON.
020300     ADD 1 TO CM-SIGNON-TRIES.
020400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
020500     ACCEPT OP-OPERATOR-ID.
020600     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
020700     ACCEPT CM-SIGNON-PASSWORD.
020800     READ OPERATOR-MASTER-FILE
020900         INVALID KEY
021000             DISPLAY "SIGN-ON REFUSED"
021100             GO TO 1110-EXIT
021200     END-READ.
021300     IF NOT OP-ACTIVE
021400        OR NOT OP-ROLE-VALID
021500        OR OP-PASSWORD NOT = CM-SIGNON-PASSWORD
021600         DISPLAY "SIGN-ON REFUSED"
021700         GO TO 1110-EXIT
021800     END-IF.
021900     MOVE OP-OPERATOR-ID TO CM-SIGNON-OPERATOR.
022000     MOVE OP-ROLE        TO CM-SIGNON-ROLE.
022100     SET CM-SIGNED-ON TO TRUE.
022200     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
022300 1110-EXIT.
022400     EXIT.
022500
022600*-----------------------------------------------------------------*
022700*  1200-SUPERVISOR-APPROVAL -- a second sign-on, by a supervisor  *
022800*  or admin other than the operator keying the update.  One try;  *
022900*  CM-APPROVER-ID holds the countersigning id when CM-APPROVED    *
023000*  is set, and goes on the journal record.                        *
023100*-----------------------------------------------------------------*
023200 1200-SUPERVISOR-APPROVAL.
023300     MOVE "N" TO CM-APPROVED-SW.
023400     MOVE SPACES TO CM-APPROVER-ID.
023500     DISPLAY "SUPERVISOR ID      : " WITH NO ADVANCING.
023600     ACCEPT OP-OPERATOR-ID.
023700     DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
023800     ACCEPT CM-SIGNON-PASSWORD.
023900     IF OP-OPERATOR-ID = CM-SIGNON-OPERATOR
024000         DISPLAY "A SECOND OPERATOR MUST APPROVE - NOT APPROVED"
024100         GO TO 1200-EXIT
024200     END-IF.
024300     READ OPERATOR-MASTER-FILE
024400         INVALID KEY
024500             DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
024600             GO TO 1200-EXIT
024700     END-READ.
024800     IF NOT OP-ACTIVE
024900        OR NOT OP-ROLE-CAN-APPROVE
025000        OR OP-PASSWORD NOT = CM-SIGNON-PASSWORD
025100         DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
025200         GO TO 1200-EXIT
025300     END-IF.
025400     MOVE OP-OPERATOR-ID TO CM-APPROVER-ID.
025500     SET CM-APPROVED TO TRUE.
025600 1200-EXIT.
025700     EXIT.
025800
025900*=================================================================*
026000*  2000-PROCESS-REQUEST -- prompt for a function code and drive   *
026100*  the matching maintenance paragraph.                            *
026200*=================================================================*
026300 2000-PROCESS-REQUEST.
026400     DISPLAY " ".
026500     DISPLAY "A=ADD  C=CHANGE  R=RECEIVE  T=STOCK TAKE"
026600         "  W=WITHDRAW  S=SHOW  L=LIST  Q=QUIT: "
026700         WITH NO ADVANCING.
026800     ACCEPT CM-FUNCTION-CODE.
026900     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
027000     IF NOT CM-FUNCTION-OK
027100         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
027200         GO TO 2000-EXIT
027300     END-IF.
027400     EVALUATE TRUE
027500         WHEN CM-FUNCTION-ADD
027600             PERFORM 3000-ADD-ITEM THRU 3000-EXIT
027700         WHEN CM-FUNCTION-CHANGE
027800             PERFORM 4000-CHANGE-ITEM THRU 4000-EXIT
027900         WHEN CM-FUNCTION-RECEIVE
028000             PERFORM 5000-RECEIVE-STOCK THRU 5000-EXIT
028100         WHEN CM-FUNCTION-STOCK-TAKE
028200             PERFORM 5500-STOCK-TAKE THRU 5500-EXIT
028300         WHEN CM-FUNCTION-WITHDRAW
028400             PERFORM 6000-WITHDRAW-ITEM THRU 6000-EXIT
028500         WHEN CM-FUNCTION-SHOW
028600             PERFORM 7000-SHOW-ITEM THRU 7000-EXIT
028700         WHEN CM-FUNCTION-LIST
028800             PERFORM 7500-LIST-CATALOGUE THRU 7500-EXIT
028900         WHEN CM-FUNCTION-QUIT
029000             SET CM-DONE TO TRUE
029100         WHEN OTHER
029200             DISPLAY "INVALID FUNCTION CODE - TRY AGAIN"
029300     END-EVALUATE.
029400 2000-EXIT.
029500     EXIT.
029600
029700*-----------------------------------------------------------------*
029800*  2100-CHECK-ROLE -- the catalogue and its prices are kept by a  *
029900*  supervisor or admin; the desk may receive stock, count it and  *
030000*  look things up.                                                *
030100*-----------------------------------------------------------------*
030200 2100-CHECK-ROLE.
030300     SET CM-FUNCTION-OK TO TRUE.
030400     IF (CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
030500         OR CM-FUNCTION-WITHDRAW)
030600        AND CM-ROLE-DESK
030700         MOVE "N" TO CM-FUNCTION-OK-SW
030800     END-IF.
030900 2100-EXIT.
031000     EXIT.
031100
031200*-----------------------------------------------------------------*
031300*  3000-ADD-ITEM -- a new item, active, with its opening stock.   *
031400*-----------------------------------------------------------------*
031500 3000-ADD-ITEM.
031600     DISPLAY "ITEM CODE  : " WITH NO ADVANCING.
031700     ACCEPT CM-ITEM-CODE.
031800     IF CM-ITEM-CODE = SPACES
031900         GO TO 3000-EXIT
032000     END-IF.
032100     MOVE CM-ITEM-CODE TO RI-ITEM-CODE.
032200     READ REDEMPTION-CATALOGUE-FILE
032300         INVALID KEY
032400             CONTINUE
032500         NOT INVALID KEY
032600             DISPLAY "ITEM " CM-ITEM-CODE " ALREADY ON FILE"
032700             GO TO 3000-EXIT
032800     END-READ.
032900     PERFORM 3600-ACCEPT-VALUES THRU 3600-EXIT.
033000     IF NOT CM-VALUES-OK
033100         DISPLAY "ITEM NOT ADDED"
033200         GO TO 3000-EXIT
033300     END-IF.
033400     DISPLAY "OPENING STOCK (NNNNN)  : " WITH NO ADVANCING.
033500     ACCEPT CM-QUANTITY.
033600     IF CM-QUANTITY NOT NUMERIC
033700         DISPLAY "STOCK MUST BE NUMERIC - ITEM NOT ADDED"
033800         GO TO 3000-EXIT
033900     END-IF.
034000     MOVE SPACES               TO REDEMPTION-CATALOGUE-RECORD.
034100     MOVE CM-ITEM-CODE         TO RI-ITEM-CODE.
034200     MOVE CM-NEW-DESCRIPTION   TO RI-DESCRIPTION.
034300     MOVE CM-NEW-POINTS-COST   TO RI-POINTS-COST.
034400     MOVE CM-NEW-REORDER-LEVEL TO RI-REORDER-LEVEL.
034500     MOVE CM-NEW-REASON-CODE   TO RI-REASON-CODE.
034600     MOVE CM-QUANTITY          TO RI-STOCK-ON-HAND.
034700     SET RI-ITEM-ACTIVE TO TRUE.
034800     MOVE ZERO TO RI-LAST-RECEIVED-DATE.
034900     IF CM-QUANTITY > ZERO
035000         MOVE CM-TODAY TO RI-LAST-RECEIVED-DATE
035100     END-IF.
035200     WRITE REDEMPTION-CATALOGUE-RECORD
035300         INVALID KEY
035400             DISPLAY "ITEM " CM-ITEM-CODE " ALREADY ON FILE"
035500             GO TO 3000-EXIT
035600     END-WRITE.
035700     DISPLAY "ITEM " CM-ITEM-CODE " ADDED".
035800     MOVE SPACES TO CM-BEFORE-IMAGE.
035900     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-AFTER-IMAGE.
036000     MOVE "ADD" TO CM-JOURNAL-ACTION.
036100     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------*
036600*  3500-READ-ITEM -- CM-ITEM-CODE is left blank unless the code   *
036700*  keyed is on the catalogue; the record is then in the buffer.   *
036800*-----------------------------------------------------------------*
036900 3500-READ-ITEM.
037000     DISPLAY "ITEM CODE  : " WITH NO ADVANCING.
037100     ACCEPT CM-ITEM-CODE.
037200     IF CM-ITEM-CODE = SPACES
037300         GO TO 3500-EXIT
037400     END-IF.
037500     MOVE CM-ITEM-CODE TO RI-ITEM-CODE.
037600     READ REDEMPTION-CATALOGUE-FILE
037700         INVALID KEY
037800             DISPLAY "ITEM NOT IN CATALOGUE - " CM-ITEM-CODE
037900             MOVE SPACES TO CM-ITEM-CODE
038000     END-READ.
038100 3500-EXIT.
038200     EXIT.
038300
038400*-----------------------------------------------------------------*
038500*  3600-ACCEPT-VALUES -- key the item's values into               *
038600*  CM-NEW-VALUES.  Every item costs something; a blank reason     *
038700*  code is taken as SV, the snack voucher.                        *
038800*-----------------------------------------------------------------*
038900 3600-ACCEPT-VALUES.
039000     MOVE "N" TO CM-VALUES-OK-SW.
039100     DISPLAY "DESCRIPTION            : " WITH NO ADVANCING.
039200     ACCEPT CM-NEW-DESCRIPTION.
039300     DISPLAY "POINTS COST (NNNNNNN)  : " WITH NO ADVANCING.
039400     ACCEPT CM-NEW-POINTS-COST.
039500     DISPLAY "REORDER LEVEL (NNNNN)  : " WITH NO ADVANCING.
039600     ACCEPT CM-NEW-REORDER-LEVEL.
039700     DISPLAY "REASON CODE (SV=SNACK VOUCHER): " WITH NO ADVANCING.
039800     ACCEPT CM-NEW-REASON-CODE.
039900     IF CM-NEW-DESCRIPTION = SPACES
040000         DISPLAY "DESCRIPTION IS REQUIRED"
040100         GO TO 3600-EXIT
040200     END-IF.
040300     IF CM-NEW-POINTS-COST NOT NUMERIC
040400        OR CM-NEW-POINTS-COST = ZERO
040500         DISPLAY "POINTS COST MUST BE NUMERIC AND ABOVE ZERO"
040600         GO TO 3600-EXIT
040700     END-IF.
040800     IF CM-NEW-REORDER-LEVEL NOT NUMERIC
040900         DISPLAY "REORDER LEVEL MUST BE NUMERIC"
041000         GO TO 3600-EXIT
041100     END-IF.
041200     IF CM-NEW-REASON-CODE = SPACES
041300         MOVE "SV" TO CM-NEW-REASON-CODE
041400     END-IF.
041500     SET CM-VALUES-OK TO TRUE.
041600 3600-EXIT.
041700     EXIT.
041800
041900*-----------------------------------------------------------------*
042000*  4000-CHANGE-ITEM -- new description, cost, reorder level and   *
042100*  reason code.  The stock is not keyed here.                     *
042200*-----------------------------------------------------------------*
042300 4000-CHANGE-ITEM.
042400     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
042500     IF CM-ITEM-CODE = SPACES
042600         GO TO 4000-EXIT
042700     END-IF.
042800     PERFORM 7100-SHOW-ONE-ITEM THRU 7100-EXIT.
042900     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-BEFORE-IMAGE.
043000     PERFORM 3600-ACCEPT-VALUES THRU 3600-EXIT.
043100     IF NOT CM-VALUES-OK
043200         DISPLAY "ITEM NOT CHANGED"
043300         GO TO 4000-EXIT
043400     END-IF.
043500     MOVE CM-NEW-DESCRIPTION   TO RI-DESCRIPTION.
043600     MOVE CM-NEW-POINTS-COST   TO RI-POINTS-COST.
043700     MOVE CM-NEW-REORDER-LEVEL TO RI-REORDER-LEVEL.
043800     MOVE CM-NEW-REASON-CODE   TO RI-REASON-CODE.
043900     REWRITE REDEMPTION-CATALOGUE-RECORD.
044000     DISPLAY "ITEM " CM-ITEM-CODE " CHANGED".
044100     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-AFTER-IMAGE.
044200     MOVE "CHANGE" TO CM-JOURNAL-ACTION.
044300     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
044400 4000-EXIT.
044500     EXIT.
044600
044700*=================================================================*
044800*  5000-RECEIVE-STOCK -- a delivery is added to the stock on      *
044900*  hand.  Stock is held to five digits.                           *
045000*=================================================================*
045100 5000-RECEIVE-STOCK.
045200     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
045300     IF CM-ITEM-CODE = SPACES
045400         GO TO 5000-EXIT
045500     END-IF.
045600     PERFORM 7100-SHOW-ONE-ITEM THRU 7100-EXIT.
045700     DISPLAY "QUANTITY RECEIVED (NNNNN): " WITH NO ADVANCING.
045800     ACCEPT CM-QUANTITY.
045900     IF CM-QUANTITY NOT NUMERIC
046000        OR CM-QUANTITY = ZERO
046100         DISPLAY "QUANTITY MUST BE NUMERIC AND ABOVE ZERO"
046200         GO TO 5000-EXIT
046300     END-IF.
046400     COMPUTE CM-NEW-STOCK = RI-STOCK-ON-HAND + CM-QUANTITY.
046500     IF CM-NEW-STOCK > 99999
046600         DISPLAY "STOCK WOULD EXCEED 99999 - NOT RECEIVED"
046700         GO TO 5000-EXIT
046800     END-IF.
046900     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-BEFORE-IMAGE.
047000     MOVE CM-NEW-STOCK TO RI-STOCK-ON-HAND.
047100     MOVE CM-TODAY     TO RI-LAST-RECEIVED-DATE.
047200     REWRITE REDEMPTION-CATALOGUE-RECORD.
047300     DISPLAY "RECEIVED - STOCK ON HAND NOW " RI-STOCK-ON-HAND.
047400     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-AFTER-IMAGE.
047500     MOVE "RECEIVE" TO CM-JOURNAL-ACTION.
047600     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
047700 5000-EXIT.
047800     EXIT.
047900
048000*-----------------------------------------------------------------*
048100*  5500-STOCK-TAKE -- the stock on hand is set to the count.  A   *
048200*  count that differs from the record needs a supervisor's        *
048300*  countersignature, since the difference is stock written on or  *
048400*  off without a redemption or a delivery behind it.              *
048500*-----------------------------------------------------------------*
048600 5500-STOCK-TAKE.
048700     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
048800     IF CM-ITEM-CODE = SPACES
048900         GO TO 5500-EXIT
049000     END-IF.
049100     PERFORM 7100-SHOW-ONE-ITEM THRU 7100-EXIT.
049200     DISPLAY "STOCK COUNTED (NNNNN)    : " WITH NO ADVANCING.
049300     ACCEPT CM-QUANTITY.
049400     IF CM-QUANTITY NOT NUMERIC
049500         DISPLAY "COUNT MUST BE NUMERIC"
049600         GO TO 5500-EXIT
049700     END-IF.
049800     IF CM-QUANTITY = RI-STOCK-ON-HAND
049900         DISPLAY "COUNT AGREES - NOTHING TO CHANGE"
050000         GO TO 5500-EXIT
050100     END-IF.
050200     DISPLAY "COUNT DIFFERS FROM STOCK ON FILE - "
050300         "SUPERVISOR APPROVAL NEEDED".
050400     PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT.
050500     IF NOT CM-APPROVED
050600         DISPLAY "STOCK NOT CHANGED"
050700         GO TO 5500-EXIT
050800     END-IF.
050900     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-BEFORE-IMAGE.
051000     MOVE CM-QUANTITY TO RI-STOCK-ON-HAND.
051100     REWRITE REDEMPTION-CATALOGUE-RECORD.
051200     DISPLAY "STOCK ON HAND SET TO " RI-STOCK-ON-HAND.
051300     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-AFTER-IMAGE.
051400     MOVE "STOCKTAKE" TO CM-JOURNAL-ACTION.
051500     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
051600 5500-EXIT.
051700     EXIT.
051800
051900*-----------------------------------------------------------------*
052000*  6000-WITHDRAW-ITEM -- an active item is withdrawn from         *
052100*  redemption; a withdrawn one is reinstated.  Confirmed first.   *
052200*-----------------------------------------------------------------*
052300 6000-WITHDRAW-ITEM.
052400     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
052500     IF CM-ITEM-CODE = SPACES
052600         GO TO 6000-EXIT
052700     END-IF.
052800     PERFORM 7100-SHOW-ONE-ITEM THRU 7100-EXIT.
052900     IF RI-ITEM-WITHDRAWN
053000         DISPLAY "REINSTATE THIS ITEM (Y/N): " WITH NO ADVANCING
053100     ELSE
053200         DISPLAY "WITHDRAW THIS ITEM (Y/N): " WITH NO ADVANCING
053300     END-IF.
053400     ACCEPT CM-CONFIRM-ANSWER.
053500     IF CM-CONFIRM-ANSWER NOT = "Y"
053600        AND CM-CONFIRM-ANSWER NOT = "y"
053700         DISPLAY "NOT CHANGED"
053800         GO TO 6000-EXIT
053900     END-IF.
054000     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-BEFORE-IMAGE.
054100     IF RI-ITEM-WITHDRAWN
054200         SET RI-ITEM-ACTIVE TO TRUE
054300         MOVE "REINSTATE" TO CM-JOURNAL-ACTION
054400         DISPLAY "ITEM " CM-ITEM-CODE " REINSTATED"
054500     ELSE
054600         SET RI-ITEM-WITHDRAWN TO TRUE
054700         MOVE "WITHDRAW" TO CM-JOURNAL-ACTION
054800         DISPLAY "ITEM " CM-ITEM-CODE " WITHDRAWN"
054900     END-IF.
055000     REWRITE REDEMPTION-CATALOGUE-RECORD.
055100     MOVE REDEMPTION-CATALOGUE-RECORD TO CM-AFTER-IMAGE.
055200     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
055300 6000-EXIT.
055400     EXIT.
055500
055600*=================================================================*
055700*  7000-SHOW-ITEM -- enquiry only; nothing is journalled.         *
055800*=================================================================*
055900 7000-SHOW-ITEM.
056000     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
056100     IF CM-ITEM-CODE = SPACES
056200         GO TO 7000-EXIT
056300     END-IF.
056400     PERFORM 7100-SHOW-ONE-ITEM THRU 7100-EXIT.
056500 7000-EXIT.
056600     EXIT.
056700
056800 7100-SHOW-ONE-ITEM.
056900     DISPLAY "  DESCRIPTION   : " RI-DESCRIPTION.
057000     DISPLAY "  POINTS COST   : " RI-POINTS-COST.
057100     DISPLAY "  STOCK ON HAND : " RI-STOCK-ON-HAND.
057200     DISPLAY "  REORDER LEVEL : " RI-REORDER-LEVEL.
057300     DISPLAY "  REASON CODE   : " RI-REASON-CODE.
057400     DISPLAY "  LAST RECEIVED : " RI-LAST-RECEIVED-DATE.
057500     IF RI-ITEM-WITHDRAWN
057600         DISPLAY "  STATUS        : WITHDRAWN"
057700     ELSE
057800         DISPLAY "  STATUS        : ACTIVE"
057900     END-IF.
058000 7100-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------------*
058400*  7500-LIST-CATALOGUE -- every item in code order.               *
058500*-----------------------------------------------------------------*
058600 7500-LIST-CATALOGUE.
058700     MOVE ZERO TO CM-LIST-COUNT.
058800     MOVE "N" TO CM-EOF-CATALOGUE-SW.
058900     MOVE LOW-VALUES TO RI-ITEM-CODE.
059000     START REDEMPTION-CATALOGUE-FILE KEY NOT < RI-ITEM-CODE
059100         INVALID KEY
059200             SET CM-EOF-CATALOGUE TO TRUE
059300     END-START.
059400     DISPLAY "CODE  DESCRIPTION                       COST STOCK"
059500         " REORD RC STATUS".
059600     PERFORM 7510-LIST-ONE THRU 7510-EXIT
059700         UNTIL CM-EOF-CATALOGUE.
059800     DISPLAY CM-LIST-COUNT " ITEMS".
059900 7500-EXIT.
060000     EXIT.
060100
060200 7510-LIST-ONE.
060300     READ REDEMPTION-CATALOGUE-FILE NEXT RECORD
060400         AT END
060500             SET CM-EOF-CATALOGUE TO TRUE
060600             GO TO 7510-EXIT
060700     END-READ.
060800     MOVE RI-ITEM-CODE     TO LL-ITEM-CODE.
060900     MOVE RI-DESCRIPTION   TO LL-DESCRIPTION.
061000     MOVE RI-POINTS-COST   TO LL-POINTS-COST.
061100     MOVE RI-STOCK-ON-HAND TO LL-STOCK-ON-HAND.
061200     MOVE RI-REORDER-LEVEL TO LL-REORDER-LEVEL.
061300     MOVE RI-REASON-CODE   TO LL-REASON-CODE.
061400     IF RI-ITEM-WITHDRAWN
061500         MOVE "WITHDRAWN" TO LL-STATUS
061600     ELSE
061700         MOVE "ACTIVE"    TO LL-STATUS
061800     END-IF.
061900     DISPLAY CM-LIST-LINE.
062000     ADD 1 TO CM-LIST-COUNT.
062100 7510-EXIT.
062200     EXIT.
062300
062400*-----------------------------------------------------------------*
062500*  8500-WRITE-JOURNAL -- one change-journal record for the update *
062600*  just made: who keyed it, who countersigned it (if anyone), and *
062700*  the item record before and after.                              *
062800*-----------------------------------------------------------------*
062900 8500-WRITE-JOURNAL.
063000     MOVE SPACES TO MAINT-JOURNAL-RECORD.
063100     ACCEPT CM-JOURNAL-DATE FROM DATE YYYYMMDD.
063200     ACCEPT CM-JOURNAL-TIME FROM TIME.
063300     MOVE CM-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
063400     MOVE CM-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
063500     MOVE CM-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
063600     MOVE CM-APPROVER-ID        TO MJ-APPROVER-ID.
063700     MOVE "CATMAINT"            TO MJ-PROGRAM-ID.
063800     MOVE CM-JOURNAL-ACTION     TO MJ-ACTION.
063900     MOVE CM-ITEM-CODE          TO CM-JOURNAL-KEY.
064000     MOVE CM-JOURNAL-KEY        TO MJ-RECORD-KEY.
064100     MOVE CM-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
064200     MOVE CM-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
064300     WRITE MAINT-JOURNAL-RECORD.
064400     MOVE SPACES TO CM-APPROVER-ID.
064500 8500-EXIT.
064600     EXIT.
064700
064800*=================================================================*
064900*  9000-TERMINATE                                                 *
065000*=================================================================*
065100 9000-TERMINATE.
065200     CLOSE REDEMPTION-CATALOGUE-FILE.
065300     CLOSE OPERATOR-MASTER-FILE.
065400     CLOSE MAINT-JOURNAL-FILE.
065500 9000-EXIT.
065600     EXIT.
