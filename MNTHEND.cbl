000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MONTH-END.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  MONTH-END                                                      *
000900*                                                                 *
001000*  Month-end period close.  A supervisor or admin keys a month    *
001100*  (YYYYMM) that has ended and is not yet closed; the program     *
001200*  totals the month from PLAYER-SUMMARY-FILE (summary records     *
001300*  for the month), POINTS-LEDGER-FILE (transactions dated in the  *
001400*  month), EVENT-AWARD-FILE (awards settled in the month) and     *
001500*  ADJUSTMENT-AUDIT-FILE (voids keyed in the month), shows the    *
001600*  totals, and on confirmation writes them to                     *
001700*  PERIOD-CONTROL-FILE as the closed-period record and prints     *
001800*  the month-end package.  From then on SUMMARY-ROLLUP, PTSMAINT  *
001900*  and ROUND-ADJ will not post into that month: a late round, a   *
002000*  late voucher or a void of a closed month's round goes into     *
002100*  the open month as a prior-period adjustment, and the package   *
002200*  for that month shows those adjustments on lines of their own.  *
002300*  P reprints the package of a closed month from the totals held  *
002400*  on its record; L lists the closed months.  Every close goes    *
002500*  to the change journal.  Follows the same shape as PLYMAINT.    *
002600*-----------------------------------------------------------------*
002700*  MODIFICATION HISTORY                                           *
002800*  DATE       INIT  DESCRIPTION                                   *
002900*  2026-10-15  DLW  Original.                                     *
002910*  2026-10-15  DLW  CLOSE journal entry now carries the frozen    *
002920*                   totals that matter (ME-CLOSE-IMAGE) instead   *
002930*                   of the first 80 bytes of the period record.   *
003000*=================================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PC-YEAR-MONTH
003900         FILE STATUS IS FS-PERIOD-CONTROL.
004000
004100     SELECT PLAYER-SUMMARY-FILE ASSIGN TO "PLAYSUMM"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS PS-SUMMARY-KEY
004500         FILE STATUS IS FS-PLAYER-SUMMARY.
004600
004700     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS PD-LEDGER-KEY
005100         FILE STATUS IS FS-POINTS-LEDGER.
005200
005300     SELECT EVENT-AWARD-FILE ASSIGN TO "EVTAWARD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-EVENT-AWARD.
005600
005700     SELECT ADJUSTMENT-AUDIT-FILE ASSIGN TO "ADJAUDIT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-ADJUST-AUDIT.
006000
006100     SELECT PACKAGE-FILE ASSIGN TO "MEPACKGE"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS OP-OPERATOR-ID
006800         FILE STATUS IS FS-OPERATOR-MASTER.
006900
007000     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FS-MAINT-JOURNAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PERIOD-CONTROL-FILE.
007700     COPY PERIODCT.
007800
007900 FD  PLAYER-SUMMARY-FILE.
008000     COPY PLAYSUMM.
008100
008200 FD  POINTS-LEDGER-FILE.
008300     COPY PTSLEDGR.
008400
008500 FD  EVENT-AWARD-FILE.
008600     COPY EVAWARD.
008700
008800 FD  ADJUSTMENT-AUDIT-FILE.
008900     COPY ADJAUD.
009000
009100 FD  PACKAGE-FILE.
009200 01  PACKAGE-LINE                PIC X(80).
009300
009400 FD  OPERATOR-MASTER-FILE.
009500     COPY OPERMAST.
009600
009700 FD  MAINT-JOURNAL-FILE.
009800     COPY MNTJRNL.
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-FILE-STATUSES.
010200     05  FS-PERIOD-CONTROL       PIC X(02) VALUE "00".
010300     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
010400     05  FS-POINTS-LEDGER        PIC X(02) VALUE "00".
010500     05  FS-EVENT-AWARD          PIC X(02) VALUE "00".
010600     05  FS-ADJUST-AUDIT         PIC X(02) VALUE "00".
010700     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
010800     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
010900
011000 01  ME-FUNCTION-CODE            PIC X(01).
011100     88  ME-FUNCTION-CLOSE           VALUE "C".
011200     88  ME-FUNCTION-PRINT           VALUE "P".
011300     88  ME-FUNCTION-LIST            VALUE "L".
011400     88  ME-FUNCTION-QUIT            VALUE "Q".
011500
011600 01  ME-SWITCHES.
011700     05  ME-DONE-SW              PIC X(01) VALUE "N".
011800         88  ME-DONE                 VALUE "Y".
011900     05  ME-SIGNED-ON-SW         PIC X(01) VALUE "N".
012000         88  ME-SIGNED-ON            VALUE "Y".
012100     05  ME-MONTH-OK-SW          PIC X(01) VALUE "N".
012200         88  ME-MONTH-OK             VALUE "Y".
012300     05  ME-PERIOD-ON-FILE-SW    PIC X(01) VALUE "N".
012400         88  ME-PERIOD-ON-FILE       VALUE "Y".
012500     05  ME-EOF-SCAN-SW          PIC X(01) VALUE "N".
012600         88  ME-EOF-SCAN             VALUE "Y".
012700
012800*    Operator signed on for this sitting.
012900 01  ME-SIGNON.
013000     05  ME-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
013100     05  ME-SIGNON-ROLE          PIC X(01) VALUE SPACE.
013200         88  ME-ROLE-DESK            VALUE "D".
013300         88  ME-ROLE-SUPERVISOR      VALUE "S".
013400         88  ME-ROLE-ADMIN           VALUE "A".
013500     05  ME-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
013600     05  ME-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
013800
013900 01  ME-TODAY                    PIC 9(08) VALUE ZERO.
014000 01  ME-CURRENT-MONTH            PIC 9(06) VALUE ZERO.
014100 01  ME-CLOCK-TIME               PIC 9(08) VALUE ZERO.
014200 01  ME-CONFIRM-ANSWER           PIC X(01) VALUE "N".
014300 01  ME-PERIODS-LISTED           PIC 9(05) COMP VALUE ZERO.
014400
014500*    The month keyed, edited before it is used.
014600 01  ME-EDIT-MONTH               PIC X(06) VALUE SPACES.
014700 01  ME-WORK-MONTH               PIC 9(06) VALUE ZERO.
014800 01  ME-WORK-MONTH-PARTS REDEFINES ME-WORK-MONTH.
014900     05  ME-WORK-YYYY            PIC 9(04).
015000     05  ME-WORK-MM              PIC 9(02).
015100
015200*    Month of the record in hand during a scan, and the last event
015300*    id seen on the award file (EVENT-SETTLE appends each event's
015400*    awards together, so a change of id is a new event).
015500 01  ME-SCAN-MONTH               PIC 9(06) VALUE ZERO.
015600 01  ME-PREV-EVENT-ID            PIC X(08) VALUE SPACES.
015700 01  ME-NET-POINTS               PIC S9(11) VALUE ZERO.
015800 01  ME-PERIOD-COUNT             PIC 9(09) VALUE ZERO.
015900
016000 01  ME-COUNT-ED                 PIC ZZZZZZZZZZ9.
016100 01  ME-AMOUNT-ED                PIC ZZZZZZZZZZ9-.
016200
016300 01  ME-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
016400 01  ME-JOURNAL-KEY              PIC X(15) VALUE SPACES.
016500 01  ME-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
016600 01  ME-AFTER-IMAGE              PIC X(80) VALUE SPACES.
016700 01  ME-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
016800 01  ME-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
016810
016820*    The CLOSE journal entry's after image.  PERIOD-CONTROL-RECORD
016830*    is too long for MJ-AFTER-IMAGE, so these are the totals
016840*    journalled: month, status, rounds, PPA rounds, credit,
016850*    redeem and PPA points, award records, voids and PPA voids.
016860*    Who closed it and when are on the journal record itself.
016870 01  ME-CLOSE-IMAGE.
016875     05  CI-YEAR-MONTH           PIC 9(06).
016880     05  CI-PERIOD-STATUS        PIC X(01).
016885     05  CI-SUMM-ROUNDS          PIC 9(09).
016890     05  CI-SUMM-PRIOR           PIC 9(07).
016891     05  CI-CREDIT-POINTS        PIC 9(11).
016892     05  CI-REDEEM-POINTS        PIC 9(11).
016893     05  CI-PPA-POINTS           PIC 9(11).
016894     05  CI-AWARD-RECORDS        PIC 9(07).
016895     05  CI-VOID-COUNT           PIC 9(07).
016896     05  CI-PPA-VOID-COUNT       PIC 9(07).
016897     05  FILLER                  PIC X(03).
016900
017000 01  ME-HEADING-LINE.
017100     05  FILLER                  PIC X(26) VALUE
017200         "MONTH-END PACKAGE  PERIOD ".
017300     05  HL-YEAR-MONTH           PIC 9(06).
017400     05  FILLER                  PIC X(10) VALUE "  CLOSED  ".
017500     05  HL-CLOSE-DATE           PIC 9(08).
017600     05  FILLER                  PIC X(04) VALUE " BY ".
017700     05  HL-CLOSED-BY            PIC X(05).
017800     05  FILLER                  PIC X(21) VALUE SPACES.
017900
018000 01  ME-SECTION-LINE.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  SL-TITLE                PIC X(38).
018300     05  SL-COUNT-TITLE          PIC X(13).
018400     05  FILLER                  PIC X(01) VALUE SPACES.
018500     05  SL-AMOUNT-TITLE         PIC X(12).
018600     05  FILLER                  PIC X(14) VALUE SPACES.
018700
018800 01  ME-PACKAGE-LINE.
018900     05  FILLER                  PIC X(04) VALUE SPACES.
019000     05  PK-DESCRIPTION          PIC X(36).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  PK-COUNT                PIC X(11).
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  PK-AMOUNT               PIC X(12).
019500     05  FILLER                  PIC X(14) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800*=================================================================*
019900*  0000-MAINLINE                                                  *
020000*=================================================================*
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
020400         UNTIL ME-DONE.
020500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020600     STOP RUN.
020700
020800 1000-INITIALIZE.
020900     OPEN I-O PERIOD-CONTROL-FILE.
021000     IF FS-PERIOD-CONTROL = "35"
021100         CLOSE PERIOD-CONTROL-FILE
021200         OPEN OUTPUT PERIOD-CONTROL-FILE
021300         CLOSE PERIOD-CONTROL-FILE
021400         OPEN I-O PERIOD-CONTROL-FILE
021500     END-IF.
021600     OPEN OUTPUT PACKAGE-FILE.
021700     ACCEPT ME-TODAY FROM DATE YYYYMMDD.
021800     MOVE ME-TODAY(1:6) TO ME-CURRENT-MONTH.
021900     OPEN EXTEND MAINT-JOURNAL-FILE.
022000     IF FS-MAINT-JOURNAL = "35"
022100         OPEN OUTPUT MAINT-JOURNAL-FILE
022200     END-IF.
022300     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
022400     IF NOT ME-SIGNED-ON
022500         SET ME-DONE TO TRUE
022600     END-IF.
022700 1000-EXIT.
022800     EXIT.
022900
023000*-----------------------------------------------------------------*
023100*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
023200*  FILE before anything is keyed: three tries at id and password; *
023300*  an inactive operator, or one with no valid role, is refused.   *
023400*-----------------------------------------------------------------*
023500 1100-SIGN-ON.
023600     MOVE "N" TO ME-SIGNED-ON-SW.
023700     MOVE ZERO TO ME-SIGNON-TRIES.
023800     OPEN INPUT OPERATOR-MASTER-FILE.
023900     IF FS-OPERATOR-MASTER NOT = "00"
024000         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
024100             FS-OPERATOR-MASTER
024200         DISPLAY "SIGN-ON FAILED - MONTH-END NOT AVAILABLE"
024300         GO TO 1100-EXIT
024400     END-IF.
024500     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
024600         UNTIL ME-SIGNED-ON
024700            OR ME-SIGNON-TRIES NOT < 3.
024800     IF NOT ME-SIGNED-ON
024900         DISPLAY "SIGN-ON FAILED - MONTH-END NOT AVAILABLE"
025000     END-IF.
025100 1100-EXIT.
025200     EXIT.
025300
025400 1110-TRY-SIGN-ON.
025500     ADD 1 TO ME-SIGNON-TRIES.
025600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
025700     ACCEPT OP-OPERATOR-ID.
025800     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
025900     ACCEPT ME-SIGNON-PASSWORD.
026000     READ OPERATOR-MASTER-FILE
026100         INVALID KEY
026200             DISPLAY "SIGN-ON REFUSED"
026300             GO TO 1110-EXIT
026400     END-READ.
026500     IF NOT OP-ACTIVE
026600        OR NOT OP-ROLE-VALID
026700        OR OP-PASSWORD NOT = ME-SIGNON-PASSWORD
026800         DISPLAY "SIGN-ON REFUSED"
026900         GO TO 1110-EXIT
027000     END-IF.
027100     MOVE OP-OPERATOR-ID TO ME-SIGNON-OPERATOR.
027200     MOVE OP-ROLE        TO ME-SIGNON-ROLE.
027300     SET ME-SIGNED-ON TO TRUE.
027400     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
027500 1110-EXIT.
027600     EXIT.
027700
027800*=================================================================*
027900*  2000-PROCESS-REQUEST -- prompt for a function code and drive   *
028000*  the matching paragraph.                                        *
028100*=================================================================*
028200 2000-PROCESS-REQUEST.
028300     DISPLAY " ".
028400     DISPLAY "C=CLOSE PERIOD  P=PRINT PACKAGE  L=LIST  Q=QUIT: "
028500         WITH NO ADVANCING.
028600     ACCEPT ME-FUNCTION-CODE.
028700     EVALUATE TRUE
028800         WHEN ME-FUNCTION-CLOSE
028900             PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
029000         WHEN ME-FUNCTION-PRINT
029100             PERFORM 6000-REPRINT-PACKAGE THRU 6000-EXIT
029200         WHEN ME-FUNCTION-LIST
029300             PERFORM 7000-LIST-PERIODS THRU 7000-EXIT
029400         WHEN ME-FUNCTION-QUIT
029500             SET ME-DONE TO TRUE
029600         WHEN OTHER
029700             DISPLAY "INVALID FUNCTION CODE - TRY AGAIN"
029800     END-EVALUATE.
029900 2000-EXIT.
030000     EXIT.
030100
030200*=================================================================*
030300*  3000-CLOSE-PERIOD -- only a supervisor or admin may close a    *
030400*  month, and only once it has ended.  The totals are shown       *
030500*  before the close is confirmed; nothing is written until then.  *
030600*=================================================================*
030700 3000-CLOSE-PERIOD.
030800     IF NOT ME-ROLE-SUPERVISOR
030900        AND NOT ME-ROLE-ADMIN
031000         DISPLAY "SUPERVISOR OR ADMIN ONLY - NOT CLOSED"
031100         GO TO 3000-EXIT
031200     END-IF.
031300     PERFORM 3100-ACCEPT-MONTH THRU 3100-EXIT.
031400     IF NOT ME-MONTH-OK
031500         GO TO 3000-EXIT
031600     END-IF.
031700     IF ME-WORK-MONTH NOT < ME-CURRENT-MONTH
031800         DISPLAY "PERIOD " ME-WORK-MONTH
031900             " HAS NOT ENDED - NOT CLOSED"
032000         GO TO 3000-EXIT
032100     END-IF.
032200     MOVE "N" TO ME-PERIOD-ON-FILE-SW.
032300     MOVE ME-WORK-MONTH TO PC-YEAR-MONTH.
032400     READ PERIOD-CONTROL-FILE
032500         INVALID KEY
032600             CONTINUE
032700         NOT INVALID KEY
032800             SET ME-PERIOD-ON-FILE TO TRUE
032900     END-READ.
033000     IF ME-PERIOD-ON-FILE
033100        AND PC-PERIOD-CLOSED
033200         DISPLAY "PERIOD " ME-WORK-MONTH " IS ALREADY CLOSED"
033300         GO TO 3000-EXIT
033400     END-IF.
033500     PERFORM 4000-BUILD-TOTALS THRU 4000-EXIT.
033600     PERFORM 3200-SHOW-TOTALS THRU 3200-EXIT.
033700     DISPLAY "CLOSE PERIOD " ME-WORK-MONTH " (Y/N): "
033800         WITH NO ADVANCING.
033900     ACCEPT ME-CONFIRM-ANSWER.
034000     IF ME-CONFIRM-ANSWER NOT = "Y"
034100         DISPLAY "NOT CLOSED"
034200         GO TO 3000-EXIT
034300     END-IF.
034400     SET PC-PERIOD-CLOSED TO TRUE.
034500     MOVE ME-SIGNON-OPERATOR TO PC-CLOSED-BY.
034600     ACCEPT ME-CLOCK-TIME FROM TIME.
034700     MOVE ME-TODAY            TO PC-CLOSE-DATE.
034800     MOVE ME-CLOCK-TIME(1:6)  TO PC-CLOSE-TIME.
034900     IF ME-PERIOD-ON-FILE
035000         REWRITE PERIOD-CONTROL-RECORD
035100             INVALID KEY
035200                 DISPLAY "PERIODCT REWRITE FAILED - NOT CLOSED"
035300                 GO TO 3000-EXIT
035400         END-REWRITE
035500     ELSE
035600         WRITE PERIOD-CONTROL-RECORD
035700             INVALID KEY
035800                 DISPLAY "PERIODCT WRITE FAILED - NOT CLOSED"
035900                 GO TO 3000-EXIT
036000         END-WRITE
036100     END-IF.
036200     MOVE "CLOSE"                 TO ME-JOURNAL-ACTION.
036300     MOVE PC-YEAR-MONTH           TO ME-JOURNAL-KEY.
036400     MOVE SPACES                  TO ME-BEFORE-IMAGE.
036500     MOVE SPACES                  TO ME-CLOSE-IMAGE.
036510     MOVE PC-YEAR-MONTH           TO CI-YEAR-MONTH.
036520     MOVE PC-PERIOD-STATUS        TO CI-PERIOD-STATUS.
036530     MOVE PC-SUMM-ROUNDS          TO CI-SUMM-ROUNDS.
036535     MOVE PC-SUMM-PRIOR           TO CI-SUMM-PRIOR.
036540     MOVE PC-CREDIT-POINTS        TO CI-CREDIT-POINTS.
036545     MOVE PC-REDEEM-POINTS        TO CI-REDEEM-POINTS.
036550     MOVE PC-PPA-POINTS           TO CI-PPA-POINTS.
036555     MOVE PC-AWARD-RECORDS        TO CI-AWARD-RECORDS.
036560     MOVE PC-VOID-COUNT           TO CI-VOID-COUNT.
036565     MOVE PC-PPA-VOID-COUNT       TO CI-PPA-VOID-COUNT.
036570     MOVE ME-CLOSE-IMAGE          TO ME-AFTER-IMAGE.
036600     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
036700     PERFORM 5000-PRINT-PACKAGE THRU 5000-EXIT.
036800     DISPLAY "PERIOD " PC-YEAR-MONTH " CLOSED - PACKAGE PRINTED".
036900 3000-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------------*
037300*  3100-ACCEPT-MONTH -- YYYYMM, six digits with a month of 01 to  *
037400*  12.                                                            *
037500*-----------------------------------------------------------------*
037600 3100-ACCEPT-MONTH.
037700     MOVE "N" TO ME-MONTH-OK-SW.
037800     DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING.
037900     ACCEPT ME-EDIT-MONTH.
038000     IF ME-EDIT-MONTH NOT NUMERIC
038100         DISPLAY "INVALID PERIOD - YYYYMM"
038200         GO TO 3100-EXIT
038300     END-IF.
038400     MOVE ME-EDIT-MONTH TO ME-WORK-MONTH.
038500     IF ME-WORK-MM < 1
038600        OR ME-WORK-MM > 12
038700         DISPLAY "INVALID PERIOD - YYYYMM"
038800         GO TO 3100-EXIT
038900     END-IF.
039000     SET ME-MONTH-OK TO TRUE.
039100 3100-EXIT.
039200     EXIT.
039300
039400 3200-SHOW-TOTALS.
039500     DISPLAY "SUMMARY RECORDS     : " PC-SUMM-RECORDS.
039600     DISPLAY "ROUNDS PLAYED       : " PC-SUMM-ROUNDS.
039700     DISPLAY "  PRIOR-PERIOD ADJ  : " PC-SUMM-PRIOR.
039800     DISPLAY "POINTS CREDITED     : " PC-CREDIT-POINTS.
039900     DISPLAY "POINTS REDEEMED     : " PC-REDEEM-POINTS.
040000     DISPLAY "  PRIOR-PERIOD ADJ  : " PC-PPA-POINTS.
040100     DISPLAY "EVENTS SETTLED      : " PC-AWARD-EVENTS.
040200     DISPLAY "ROUNDS VOIDED       : " PC-VOID-COUNT.
040300     DISPLAY "  PRIOR-PERIOD ADJ  : " PC-PPA-VOID-COUNT.
040400 3200-EXIT.
040500     EXIT.
040600
040700*=================================================================*
040800*  4000-BUILD-TOTALS -- one pass over each source file, taking    *
040900*  only the records that belong to the month.  A file that is     *
041000*  not there contributes nothing.                                 *
041100*=================================================================*
041200 4000-BUILD-TOTALS.
041300     MOVE ME-WORK-MONTH TO PC-YEAR-MONTH.
041400     MOVE SPACE         TO PC-PERIOD-STATUS.
041500     MOVE SPACES        TO PC-CLOSED-BY.
041600     MOVE ZERO TO PC-CLOSE-DATE.
041700     MOVE ZERO TO PC-CLOSE-TIME.
041800     MOVE ZERO TO PC-SUMM-RECORDS.
041900     MOVE ZERO TO PC-SUMM-ROUNDS.
042000     MOVE ZERO TO PC-SUMM-PRIOR.
042100     MOVE ZERO TO PC-SUMM-TURNS.
042200     MOVE ZERO TO PC-SUMM-EASY.
042300     MOVE ZERO TO PC-SUMM-MEDIUM.
042400     MOVE ZERO TO PC-SUMM-HARD.
042500     MOVE ZERO TO PC-SUMM-WINS.
042600     MOVE ZERO TO PC-SUMM-LOSSES.
042700     MOVE ZERO TO PC-CREDIT-COUNT.
042800     MOVE ZERO TO PC-CREDIT-POINTS.
042900     MOVE ZERO TO PC-REDEEM-COUNT.
043000     MOVE ZERO TO PC-REDEEM-POINTS.
043100     MOVE ZERO TO PC-PPA-COUNT.
043200     MOVE ZERO TO PC-PPA-POINTS.
043300     MOVE ZERO TO PC-AWARD-EVENTS.
043400     MOVE ZERO TO PC-AWARD-RECORDS.
043500     MOVE ZERO TO PC-AWARD-GOLD.
043600     MOVE ZERO TO PC-AWARD-SILVER.
043700     MOVE ZERO TO PC-AWARD-BRONZE.
043800     MOVE ZERO TO PC-VOID-COUNT.
043900     MOVE ZERO TO PC-PPA-VOID-COUNT.
044000     PERFORM 4100-SCAN-SUMMARY THRU 4100-EXIT.
044100     PERFORM 4200-SCAN-LEDGER THRU 4200-EXIT.
044200     PERFORM 4300-SCAN-AWARDS THRU 4300-EXIT.
044300     PERFORM 4400-SCAN-VOIDS THRU 4400-EXIT.
044400 4000-EXIT.
044500     EXIT.
044600
044700 4100-SCAN-SUMMARY.
044800     OPEN INPUT PLAYER-SUMMARY-FILE.
044900     IF FS-PLAYER-SUMMARY NOT = "00"
045000         DISPLAY "PLAYSUMM NOT AVAILABLE - STATUS "
045100             FS-PLAYER-SUMMARY
045200         GO TO 4100-EXIT
045300     END-IF.
045400     MOVE "N" TO ME-EOF-SCAN-SW.
045500     PERFORM 4110-ADD-SUMMARY THRU 4110-EXIT
045600         UNTIL ME-EOF-SCAN.
045700     CLOSE PLAYER-SUMMARY-FILE.
045800 4100-EXIT.
045900     EXIT.
046000
046100 4110-ADD-SUMMARY.
046200     READ PLAYER-SUMMARY-FILE NEXT
046300         AT END
046400             SET ME-EOF-SCAN TO TRUE
046500             GO TO 4110-EXIT
046600     END-READ.
046700     IF PS-YEAR-MONTH NOT = ME-WORK-MONTH
046800         GO TO 4110-EXIT
046900     END-IF.
047000     ADD 1 TO PC-SUMM-RECORDS.
047100     ADD PS-ROUNDS-PLAYED TO PC-SUMM-ROUNDS.
047200     IF PS-PRIOR-ROUNDS NUMERIC
047300         ADD PS-PRIOR-ROUNDS TO PC-SUMM-PRIOR
047400     END-IF.
047500     ADD PS-TURN-TOTAL    TO PC-SUMM-TURNS.
047600     ADD PS-TIER-EASY     TO PC-SUMM-EASY.
047700     ADD PS-TIER-MEDIUM   TO PC-SUMM-MEDIUM.
047800     ADD PS-TIER-HARD     TO PC-SUMM-HARD.
047900     ADD PS-MATCH-WINS    TO PC-SUMM-WINS.
048000     ADD PS-MATCH-LOSSES  TO PC-SUMM-LOSSES.
048100 4110-EXIT.
048200     EXIT.
048300
048400 4200-SCAN-LEDGER.
048500     OPEN INPUT POINTS-LEDGER-FILE.
048600     IF FS-POINTS-LEDGER NOT = "00"
048700         DISPLAY "PTSLEDG NOT AVAILABLE - STATUS "
048800             FS-POINTS-LEDGER
048900         GO TO 4200-EXIT
049000     END-IF.
049100     MOVE "N" TO ME-EOF-SCAN-SW.
049200     PERFORM 4210-ADD-LEDGER THRU 4210-EXIT
049300         UNTIL ME-EOF-SCAN.
049400     CLOSE POINTS-LEDGER-FILE.
049500 4200-EXIT.
049600     EXIT.
049700
049800 4210-ADD-LEDGER.
049900     READ POINTS-LEDGER-FILE NEXT
050000         AT END
050100             SET ME-EOF-SCAN TO TRUE
050200             GO TO 4210-EXIT
050300     END-READ.
050400     MOVE PD-TRANS-DATE(1:6) TO ME-SCAN-MONTH.
050500     IF ME-SCAN-MONTH NOT = ME-WORK-MONTH
050600         GO TO 4210-EXIT
050700     END-IF.
050800     IF PD-TYPE-CREDIT
050900         ADD 1 TO PC-CREDIT-COUNT
051000         ADD PD-POINTS TO PC-CREDIT-POINTS
051100         GO TO 4210-EXIT
051200     END-IF.
051300     IF PD-PRIOR-PERIOD
051400         ADD 1 TO PC-PPA-COUNT
051500         ADD PD-POINTS TO PC-PPA-POINTS
051600     ELSE
051700         ADD 1 TO PC-REDEEM-COUNT
051800         ADD PD-POINTS TO PC-REDEEM-POINTS
051900     END-IF.
052000 4210-EXIT.
052100     EXIT.
052200
052300 4300-SCAN-AWARDS.
052400     OPEN INPUT EVENT-AWARD-FILE.
052500     IF FS-EVENT-AWARD NOT = "00"
052600         GO TO 4300-EXIT
052700     END-IF.
052800     MOVE SPACES TO ME-PREV-EVENT-ID.
052900     MOVE "N" TO ME-EOF-SCAN-SW.
053000     PERFORM 4310-ADD-AWARD THRU 4310-EXIT
053100         UNTIL ME-EOF-SCAN.
053200     CLOSE EVENT-AWARD-FILE.
053300 4300-EXIT.
053400     EXIT.
053500
053600 4310-ADD-AWARD.
053700     READ EVENT-AWARD-FILE
053800         AT END
053900             SET ME-EOF-SCAN TO TRUE
054000             GO TO 4310-EXIT
054100     END-READ.
054200     MOVE AW-SETTLE-DATE(1:6) TO ME-SCAN-MONTH.
054300     IF ME-SCAN-MONTH NOT = ME-WORK-MONTH
054400         GO TO 4310-EXIT
054500     END-IF.
054600     ADD 1 TO PC-AWARD-RECORDS.
054700     IF AW-EVENT-ID NOT = ME-PREV-EVENT-ID
054800         ADD 1 TO PC-AWARD-EVENTS
054900         MOVE AW-EVENT-ID TO ME-PREV-EVENT-ID
055000     END-IF.
055100     EVALUATE TRUE
055200         WHEN AW-TIER-GOLD
055300             ADD 1 TO PC-AWARD-GOLD
055400         WHEN AW-TIER-SILVER
055500             ADD 1 TO PC-AWARD-SILVER
055600         WHEN AW-TIER-BRONZE
055700             ADD 1 TO PC-AWARD-BRONZE
055800     END-EVALUATE.
055900 4310-EXIT.
056000     EXIT.
056100
056200 4400-SCAN-VOIDS.
056300     OPEN INPUT ADJUSTMENT-AUDIT-FILE.
056400     IF FS-ADJUST-AUDIT NOT = "00"
056500         GO TO 4400-EXIT
056600     END-IF.
056700     MOVE "N" TO ME-EOF-SCAN-SW.
056800     PERFORM 4410-ADD-VOID THRU 4410-EXIT
056900         UNTIL ME-EOF-SCAN.
057000     CLOSE ADJUSTMENT-AUDIT-FILE.
057100 4400-EXIT.
057200     EXIT.
057300
057400 4410-ADD-VOID.
057500     READ ADJUSTMENT-AUDIT-FILE
057600         AT END
057700             SET ME-EOF-SCAN TO TRUE
057800             GO TO 4410-EXIT
057900     END-READ.
058000     MOVE AJ-ADJUST-DATE(1:6) TO ME-SCAN-MONTH.
058100     IF ME-SCAN-MONTH NOT = ME-WORK-MONTH
058200         GO TO 4410-EXIT
058300     END-IF.
058400     ADD 1 TO PC-VOID-COUNT.
058500     IF AJ-PRIOR-PERIOD
058600         ADD 1 TO PC-PPA-VOID-COUNT
058700     END-IF.
058800 4410-EXIT.
058900     EXIT.
059000
059100*=================================================================*
059200*  5000-PRINT-PACKAGE -- the month-end package, printed from the  *
059300*  closed-period record alone so a reprint matches the close.     *
059400*  Prior-period adjustments are printed on lines of their own,    *
059500*  apart from the month's own activity.                           *
059600*=================================================================*
059700 5000-PRINT-PACKAGE.
059800     MOVE PC-YEAR-MONTH TO HL-YEAR-MONTH.
059900     MOVE PC-CLOSE-DATE TO HL-CLOSE-DATE.
060000     MOVE PC-CLOSED-BY  TO HL-CLOSED-BY.
060100     WRITE PACKAGE-LINE FROM ME-HEADING-LINE.
060200     MOVE "PLAYER SUMMARY FILE" TO SL-TITLE.
060300     MOVE "        COUNT" TO SL-COUNT-TITLE.
060400     MOVE SPACES TO SL-AMOUNT-TITLE.
060500     PERFORM 5900-WRITE-SECTION THRU 5900-EXIT.
060600     MOVE "PLAYER-MONTH RECORDS" TO PK-DESCRIPTION.
060700     MOVE PC-SUMM-RECORDS TO ME-COUNT-ED.
060800     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
060900     COMPUTE ME-PERIOD-COUNT = PC-SUMM-ROUNDS - PC-SUMM-PRIOR.
061000     MOVE "ROUNDS PLAYED IN THE PERIOD" TO PK-DESCRIPTION.
061100     MOVE ME-PERIOD-COUNT TO ME-COUNT-ED.
061200     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
061300     MOVE "PRIOR-PERIOD ADJUSTMENT ROUNDS" TO PK-DESCRIPTION.
061400     MOVE PC-SUMM-PRIOR TO ME-COUNT-ED.
061500     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
061600     MOVE "TOTAL ROUNDS POSTED" TO PK-DESCRIPTION.
061700     MOVE PC-SUMM-ROUNDS TO ME-COUNT-ED.
061800     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
061900     MOVE "TURNS" TO PK-DESCRIPTION.
062000     MOVE PC-SUMM-TURNS TO ME-COUNT-ED.
062100     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
062200     MOVE "  TIER E (EASY)" TO PK-DESCRIPTION.
062300     MOVE PC-SUMM-EASY TO ME-COUNT-ED.
062400     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
062500     MOVE "  TIER M (MEDIUM)" TO PK-DESCRIPTION.
062600     MOVE PC-SUMM-MEDIUM TO ME-COUNT-ED.
062700     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
062800     MOVE "  TIER H (HARD)" TO PK-DESCRIPTION.
062900     MOVE PC-SUMM-HARD TO ME-COUNT-ED.
063000     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
063100     MOVE "MATCH WINS" TO PK-DESCRIPTION.
063200     MOVE PC-SUMM-WINS TO ME-COUNT-ED.
063300     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
063400     MOVE "MATCH LOSSES" TO PK-DESCRIPTION.
063500     MOVE PC-SUMM-LOSSES TO ME-COUNT-ED.
063600     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
063700     MOVE "POINTS LEDGER" TO SL-TITLE.
063800     MOVE "        COUNT" TO SL-COUNT-TITLE.
063900     MOVE "      POINTS" TO SL-AMOUNT-TITLE.
064000     PERFORM 5900-WRITE-SECTION THRU 5900-EXIT.
064100     MOVE "CREDITS" TO PK-DESCRIPTION.
064200     MOVE PC-CREDIT-COUNT TO ME-COUNT-ED.
064300     MOVE PC-CREDIT-POINTS TO ME-AMOUNT-ED.
064400     PERFORM 5810-WRITE-AMOUNT THRU 5810-EXIT.
064500     MOVE "REDEMPTIONS" TO PK-DESCRIPTION.
064600     MOVE PC-REDEEM-COUNT TO ME-COUNT-ED.
064700     MOVE PC-REDEEM-POINTS TO ME-AMOUNT-ED.
064800     PERFORM 5810-WRITE-AMOUNT THRU 5810-EXIT.
064900     MOVE "PRIOR-PERIOD ADJUSTMENT REDEMPTIONS" TO PK-DESCRIPTION.
065000     MOVE PC-PPA-COUNT TO ME-COUNT-ED.
065100     MOVE PC-PPA-POINTS TO ME-AMOUNT-ED.
065200     PERFORM 5810-WRITE-AMOUNT THRU 5810-EXIT.
065300     COMPUTE ME-NET-POINTS =
065400         PC-CREDIT-POINTS - PC-REDEEM-POINTS - PC-PPA-POINTS.
065500     MOVE "NET POINTS MOVEMENT" TO PK-DESCRIPTION.
065600     MOVE SPACES TO PK-COUNT.
065700     MOVE ME-NET-POINTS TO ME-AMOUNT-ED.
065800     MOVE ME-AMOUNT-ED TO PK-AMOUNT.
065900     WRITE PACKAGE-LINE FROM ME-PACKAGE-LINE.
066000     MOVE "EVENT AWARDS SETTLED" TO SL-TITLE.
066100     MOVE "        COUNT" TO SL-COUNT-TITLE.
066200     MOVE SPACES TO SL-AMOUNT-TITLE.
066300     PERFORM 5900-WRITE-SECTION THRU 5900-EXIT.
066400     MOVE "EVENTS SETTLED" TO PK-DESCRIPTION.
066500     MOVE PC-AWARD-EVENTS TO ME-COUNT-ED.
066600     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
066700     MOVE "AWARD RECORDS" TO PK-DESCRIPTION.
066800     MOVE PC-AWARD-RECORDS TO ME-COUNT-ED.
066900     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
067000     MOVE "  GOLD" TO PK-DESCRIPTION.
067100     MOVE PC-AWARD-GOLD TO ME-COUNT-ED.
067200     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
067300     MOVE "  SILVER" TO PK-DESCRIPTION.
067400     MOVE PC-AWARD-SILVER TO ME-COUNT-ED.
067500     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
067600     MOVE "  BRONZE" TO PK-DESCRIPTION.
067700     MOVE PC-AWARD-BRONZE TO ME-COUNT-ED.
067800     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
067900     MOVE "ROUND VOIDS" TO SL-TITLE.
068000     MOVE "        COUNT" TO SL-COUNT-TITLE.
068100     MOVE SPACES TO SL-AMOUNT-TITLE.
068200     PERFORM 5900-WRITE-SECTION THRU 5900-EXIT.
068300     COMPUTE ME-PERIOD-COUNT = PC-VOID-COUNT - PC-PPA-VOID-COUNT.
068400     MOVE "VOIDS OF ROUNDS IN THE PERIOD" TO PK-DESCRIPTION.
068500     MOVE ME-PERIOD-COUNT TO ME-COUNT-ED.
068600     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
068700     MOVE "PRIOR-PERIOD ADJUSTMENT VOIDS" TO PK-DESCRIPTION.
068800     MOVE PC-PPA-VOID-COUNT TO ME-COUNT-ED.
068900     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
069000     MOVE SPACES TO PACKAGE-LINE.
069100     WRITE PACKAGE-LINE.
069200     MOVE "*** END OF PACKAGE ***" TO PACKAGE-LINE.
069300     WRITE PACKAGE-LINE.
069400     MOVE SPACES TO PACKAGE-LINE.
069500     WRITE PACKAGE-LINE.
069600 5000-EXIT.
069700     EXIT.
069800
069900 5800-WRITE-COUNT.
070000     MOVE ME-COUNT-ED TO PK-COUNT.
070100     MOVE SPACES TO PK-AMOUNT.
070200     WRITE PACKAGE-LINE FROM ME-PACKAGE-LINE.
070300 5800-EXIT.
070400     EXIT.
070500
070600 5810-WRITE-AMOUNT.
070700     MOVE ME-COUNT-ED TO PK-COUNT.
070800     MOVE ME-AMOUNT-ED TO PK-AMOUNT.
070900     WRITE PACKAGE-LINE FROM ME-PACKAGE-LINE.
071000 5810-EXIT.
071100     EXIT.
071200
071300 5900-WRITE-SECTION.
071400     MOVE SPACES TO PACKAGE-LINE.
071500     WRITE PACKAGE-LINE.
071600     WRITE PACKAGE-LINE FROM ME-SECTION-LINE.
071700 5900-EXIT.
071800     EXIT.
071900
072000*=================================================================*
072100*  6000-REPRINT-PACKAGE -- any signed-on operator may reprint     *
072200*  the package of a closed month.                                 *
072300*=================================================================*
072400 6000-REPRINT-PACKAGE.
072500     PERFORM 3100-ACCEPT-MONTH THRU 3100-EXIT.
072600     IF NOT ME-MONTH-OK
072700         GO TO 6000-EXIT
072800     END-IF.
072900     MOVE ME-WORK-MONTH TO PC-YEAR-MONTH.
073000     READ PERIOD-CONTROL-FILE
073100         INVALID KEY
073200             DISPLAY "PERIOD " ME-WORK-MONTH " IS NOT CLOSED"
073300             GO TO 6000-EXIT
073400     END-READ.
073500     IF NOT PC-PERIOD-CLOSED
073600         DISPLAY "PERIOD " ME-WORK-MONTH " IS NOT CLOSED"
073700         GO TO 6000-EXIT
073800     END-IF.
073900     PERFORM 5000-PRINT-PACKAGE THRU 5000-EXIT.
074000     DISPLAY "PACKAGE PRINTED FOR PERIOD " PC-YEAR-MONTH.
074100 6000-EXIT.
074200     EXIT.
074300
074400*=================================================================*
074500*  7000-LIST-PERIODS -- every closed month, oldest first.         *
074600*=================================================================*
074700 7000-LIST-PERIODS.
074800     MOVE ZERO TO ME-PERIODS-LISTED.
074900     MOVE ZERO TO PC-YEAR-MONTH.
075000     START PERIOD-CONTROL-FILE KEY NOT < PC-YEAR-MONTH
075100         INVALID KEY
075200             DISPLAY "NO PERIODS CLOSED"
075300             GO TO 7000-EXIT
075400     END-START.
075500     MOVE "N" TO ME-EOF-SCAN-SW.
075600     PERFORM 7100-LIST-ONE-PERIOD THRU 7100-EXIT
075700         UNTIL ME-EOF-SCAN.
075800     MOVE ME-PERIODS-LISTED TO ME-COUNT-ED.
075900     DISPLAY "PERIODS CLOSED: " ME-COUNT-ED.
076000 7000-EXIT.
076100     EXIT.
076200
076300 7100-LIST-ONE-PERIOD.
076400     READ PERIOD-CONTROL-FILE NEXT
076500         AT END
076600             SET ME-EOF-SCAN TO TRUE
076700             GO TO 7100-EXIT
076800     END-READ.
076900     IF NOT PC-PERIOD-CLOSED
077000         GO TO 7100-EXIT
077100     END-IF.
077200     ADD 1 TO ME-PERIODS-LISTED.
077300     DISPLAY PC-YEAR-MONTH "  CLOSED " PC-CLOSE-DATE
077400         " BY " PC-CLOSED-BY.
077500 7100-EXIT.
077600     EXIT.
077700
077800*=================================================================*
077900*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
078000*  the update, when, what, and the record before and after.  The  *
078100*  caller loads ME-JOURNAL-ACTION, ME-JOURNAL-KEY and both        *
078200*  images.  A period close is not countersigned, so               *
078250*  MJ-APPROVER-ID is left blank.                                  *
078300*=================================================================*
078400 8500-WRITE-JOURNAL.
078500     MOVE SPACES TO MAINT-JOURNAL-RECORD.
078600     ACCEPT ME-JOURNAL-DATE FROM DATE YYYYMMDD.
078700     ACCEPT ME-JOURNAL-TIME FROM TIME.
078800     MOVE ME-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
078900     MOVE ME-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
079000     MOVE ME-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
079200     MOVE "MONTH-END"           TO MJ-PROGRAM-ID.
079300     MOVE ME-JOURNAL-ACTION     TO MJ-ACTION.
079400     MOVE ME-JOURNAL-KEY        TO MJ-RECORD-KEY.
079500     MOVE ME-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
079600     MOVE ME-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
079700     WRITE MAINT-JOURNAL-RECORD.
079800 8500-EXIT.
079900     EXIT.
080000
080100*=================================================================*
080200*  9000-TERMINATE                                                 *
080300*=================================================================*
080400 9000-TERMINATE.
080500     CLOSE PERIOD-CONTROL-FILE.
080600     CLOSE PACKAGE-FILE.
080700     CLOSE OPERATOR-MASTER-FILE.
080800     CLOSE MAINT-JOURNAL-FILE.
080900 9000-EXIT.
081000     EXIT.
