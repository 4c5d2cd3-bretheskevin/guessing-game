000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PLAYER-MERGE.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  PLAYER-MERGE                                                   *
000900*                                                                 *
001000*  Supervised merge of a duplicate player registration.  The      *
001100*  operator keys the id to be retired (FROM) and the id that      *
001200*  survives (TO), sees both master records and points balances,   *
001300*  and confirms.  Everything the FROM id owns is then folded      *
001400*  into the TO id:                                                *
001500*    - GAME-HISTORY-FILE and HISTORY-ARCHIVE-FILE rounds, as      *
001600*      player and as match opponent (session ids are left alone - *
001700*      they key the audit trail and the seed audit);              *
001800*    - PLAYER-XREF-FILE rows, as player and as opponent;          *
001900*    - PLAYER-SUMMARY-FILE months, combined with the survivor's   *
002000*      month where both ids played in it;                         *
002100*    - SESSION-RESULTS-FILE records;                              *
002200*    - POINTS-LEDGER-FILE entries and the POINTS-BALANCE-FILE     *
002300*      totals;                                                    *
002400*    - EVENT-ENTRY-FILE seats (a seat in an event the survivor    *
002500*      had already entered is dropped).                           *
002510*    - PLAYER-LIMITS-FILE limits, combined with the survivor's    *
002520*      to the stricter of each (see 5800-MERGE-LIMITS);           *
002530*    - BRACKET-FILE slots in knockout matches already decided,    *
002540*      REVIEW-QUEUE-FILE rounds and KIOSK-SESSION-FILE sessions.  *
002550*  An id with a knockout match still to play is not merged.       *
002560*  The operator signs on against OPERATOR-MASTER-FILE and must    *
002570*  be a supervisor or admin; every merge is countersigned by a    *
002575*  second supervisor or admin.  Both player records and the       *
002580*  limits go to the change journal with their before and after    *
002590*  images.                                                        *
002600*  The survivor takes over the FROM id's games played, so         *
002700*  GAME-RECON still balances PM-GAMES-PLAYED against the rounds,  *
002800*  and keeps whichever skill rating rests on more rated rounds.   *
002900*  The FROM record is kept, inactive, with PM-MERGED-INTO-ID      *
003000*  pointing at the survivor.  One record per merge goes on        *
003100*  MERGE-AUDIT-FILE with the before/after games and points and    *
003200*  the record counts moved on each file.                          *
003300*-----------------------------------------------------------------*
003400*  MODIFICATION HISTORY                                           *
003500*  DATE       INIT  DESCRIPTION                                   *
003600*  2026-10-15  DLW  Original.                                     *
003610*  2026-10-15  DLW  Carries PS-PRIOR-ROUNDS (prior-period         *
003620*                   adjustment rounds) over on a combined month.  *
003630*  2026-10-15  DLW  Operator signs on against OPERATOR-MASTER-    *
003640*                   FILE (supervisor or admin only, each merge    *
003650*                   countersigned by a second supervisor or       *
003655*                   admin) and both player records go to the      *
003660*                   change journal.  Merges PLAYER-LIMITS-FILE,   *
003670*                   restamps BRACKET-FILE, REVIEW-QUEUE-FILE and  *
003680*                   KIOSK-SESSION-FILE, and refuses an id with a  *
003690*                   knockout match still to play.                 *
003700*=================================================================*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PM-PLAYER-ID
004600         FILE STATUS IS FS-PLAYER-MASTER.
004700
004800     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS GH-HISTORY-KEY
005200         FILE STATUS IS FS-GAME-HISTORY.
005300
005400     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "HISTARCH"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FS-HISTORY-ARCHIVE.
005700
005800     SELECT HISTORY-WORK-FILE ASSIGN TO "MERGHIST.TMP"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-HISTORY-WORK.
006100
006200     SELECT PLAYER-XREF-FILE ASSIGN TO "PLAYXREF"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS PX-XREF-KEY
006600         FILE STATUS IS FS-PLAYER-XREF.
006700
006800     SELECT PLAYER-SUMMARY-FILE ASSIGN TO "PLAYSUMM"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PS-SUMMARY-KEY
007200         FILE STATUS IS FS-PLAYER-SUMMARY.
007300
007400     SELECT SESSION-RESULTS-FILE ASSIGN TO "SESSRSLT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FS-SESSION-RESULTS.
007700
007800     SELECT RESULTS-WORK-FILE ASSIGN TO "MERGRSLT.TMP"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-RESULTS-WORK.
008100
008200     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS PD-LEDGER-KEY
008600         FILE STATUS IS FS-POINTS-LEDGER.
008700
008800     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS PB-PLAYER-ID
009200         FILE STATUS IS FS-POINTS-BALANCE.
009300
009400     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTREG"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS ER-ENTRY-KEY
009800         FILE STATUS IS FS-EVENT-ENTRY.
009900
010000     SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGEAUD"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS FS-MERGE-AUDIT.
010300
010302     SELECT PLAYER-LIMITS-FILE ASSIGN TO "PLAYLIM"
010304         ORGANIZATION IS INDEXED
010306         ACCESS MODE IS DYNAMIC
010308         RECORD KEY IS LM-PLAYER-ID
010310         FILE STATUS IS FS-PLAYER-LIMITS.
010312
010314     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
010316         ORGANIZATION IS INDEXED
010318         ACCESS MODE IS DYNAMIC
010320         RECORD KEY IS BK-BRACKET-KEY
010322         FILE STATUS IS FS-BRACKET.
010324
010326     SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVIEWQ"
010328         ORGANIZATION IS INDEXED
010330         ACCESS MODE IS DYNAMIC
010332         RECORD KEY IS RQ-REVIEW-KEY
010334         FILE STATUS IS FS-REVIEW-QUEUE.
010336
010338     SELECT KIOSK-SESSION-FILE ASSIGN TO "KIOSKSES"
010340         ORGANIZATION IS LINE SEQUENTIAL
010342         FILE STATUS IS FS-KIOSK-SESSION.
010344
010346     SELECT KIOSK-WORK-FILE ASSIGN TO "MERGKIOS.TMP"
010348         ORGANIZATION IS LINE SEQUENTIAL
010350         FILE STATUS IS FS-KIOSK-WORK.
010352
010354     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
010356         ORGANIZATION IS INDEXED
010358         ACCESS MODE IS DYNAMIC
010360         RECORD KEY IS OP-OPERATOR-ID
010362         FILE STATUS IS FS-OPERATOR-MASTER.
010364
010366     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
010368         ORGANIZATION IS LINE SEQUENTIAL
010370         FILE STATUS IS FS-MAINT-JOURNAL.
010372
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  PLAYER-MASTER-FILE.
010700     COPY PLAYMAST.
010800
010900 FD  GAME-HISTORY-FILE.
011000     COPY GAMEHIST.
011100
011200 FD  HISTORY-ARCHIVE-FILE.
011300     COPY GAMEHIST REPLACING
011400         ==GAME-HISTORY-RECORD== BY ==HISTORY-ARCHIVE-RECORD==
011500         ==GH-HISTORY-KEY==      BY ==HA-HISTORY-KEY==
011600         ==GH-SESSION-ID==       BY ==HA-SESSION-ID==
011700         ==GH-ROUND-NUMBER==     BY ==HA-ROUND-NUMBER==
011800         ==GH-PLAYER-ID==        BY ==HA-PLAYER-ID==
011900         ==GH-PLAY-DATE==        BY ==HA-PLAY-DATE==
012000         ==GH-PLAY-TIME==        BY ==HA-PLAY-TIME==
012100         ==GH-RANDOM-NUMBER==    BY ==HA-RANDOM-NUMBER==
012200         ==GH-TIME-GUESSED==     BY ==HA-TIME-GUESSED==
012300         ==GH-DIFFICULTY-TIER==  BY ==HA-DIFFICULTY-TIER==
012400         ==GH-OPPONENT-ID==      BY ==HA-OPPONENT-ID==
012500         ==GH-OPPONENT-TURNS==   BY ==HA-OPPONENT-TURNS==
012600         ==GH-MATCH-RESULT==     BY ==HA-MATCH-RESULT==
012700         ==GH-MATCH-ROUND==      BY ==HA-MATCH-ROUND==
012800         ==GH-EVENT-ID==         BY ==HA-EVENT-ID==
012900         ==GH-RATING-SW==        BY ==HA-RATING-SW==
013000         ==GH-RATING-POSTED==    BY ==HA-RATING-POSTED==
013100         ==GH-SUMMARY-SW==       BY ==HA-SUMMARY-SW==
013200         ==GH-SUMMARY-POSTED==   BY ==HA-SUMMARY-POSTED==
013300         ==GH-VOID-SW==          BY ==HA-VOID-SW==
013400         ==GH-VOIDED==           BY ==HA-VOIDED==
013450         ==GH-KIOSK-ID==         BY ==HA-KIOSK-ID==.
013500
013600 FD  HISTORY-WORK-FILE.
013700     COPY GAMEHIST REPLACING
013800         ==GAME-HISTORY-RECORD== BY ==HISTORY-WORK-RECORD==
013900         ==GH-HISTORY-KEY==      BY ==HW-HISTORY-KEY==
014000         ==GH-SESSION-ID==       BY ==HW-SESSION-ID==
014100         ==GH-ROUND-NUMBER==     BY ==HW-ROUND-NUMBER==
014200         ==GH-PLAYER-ID==        BY ==HW-PLAYER-ID==
014300         ==GH-PLAY-DATE==        BY ==HW-PLAY-DATE==
014400         ==GH-PLAY-TIME==        BY ==HW-PLAY-TIME==
014500         ==GH-RANDOM-NUMBER==    BY ==HW-RANDOM-NUMBER==
014600         ==GH-TIME-GUESSED==     BY ==HW-TIME-GUESSED==
014700         ==GH-DIFFICULTY-TIER==  BY ==HW-DIFFICULTY-TIER==
014800         ==GH-OPPONENT-ID==      BY ==HW-OPPONENT-ID==
014900         ==GH-OPPONENT-TURNS==   BY ==HW-OPPONENT-TURNS==
015000         ==GH-MATCH-RESULT==     BY ==HW-MATCH-RESULT==
015100         ==GH-MATCH-ROUND==      BY ==HW-MATCH-ROUND==
015200         ==GH-EVENT-ID==         BY ==HW-EVENT-ID==
015300         ==GH-RATING-SW==        BY ==HW-RATING-SW==
015400         ==GH-RATING-POSTED==    BY ==HW-RATING-POSTED==
015500         ==GH-SUMMARY-SW==       BY ==HW-SUMMARY-SW==
015600         ==GH-SUMMARY-POSTED==   BY ==HW-SUMMARY-POSTED==
015700         ==GH-VOID-SW==          BY ==HW-VOID-SW==
015800         ==GH-VOIDED==           BY ==HW-VOIDED==
015850         ==GH-KIOSK-ID==         BY ==HW-KIOSK-ID==.
015900
016000 FD  PLAYER-XREF-FILE.
016100     COPY PLAYXREF.
016200
016300 FD  PLAYER-SUMMARY-FILE.
016400     COPY PLAYSUMM.
016500
016600 FD  SESSION-RESULTS-FILE.
016700     COPY SESSRSLT.
016800
016900 FD  RESULTS-WORK-FILE.
017000     COPY SESSRSLT REPLACING
017100         ==SESSION-RESULT-RECORD== BY ==RESULTS-WORK-RECORD==
017200         ==SR-SESSION-ID==         BY ==RW-SESSION-ID==
017300         ==SR-PLAYER-ID==          BY ==RW-PLAYER-ID==
017400         ==SR-ROUND-NUMBER==       BY ==RW-ROUND-NUMBER==
017500         ==SR-ROUNDS-PLAYED==      BY ==RW-ROUNDS-PLAYED==
017600         ==SR-DIFFICULTY-TIER==    BY ==RW-DIFFICULTY-TIER==
017700         ==SR-ROUND-SCORE==        BY ==RW-ROUND-SCORE==
017800         ==SR-TOTAL-SCORE==        BY ==RW-TOTAL-SCORE==
017900         ==SR-EVENT-ID==           BY ==RW-EVENT-ID==
018000         ==SR-VOID-SW==            BY ==RW-VOID-SW==
018100         ==SR-VOIDED==             BY ==RW-VOIDED==.
018200
018300 FD  POINTS-LEDGER-FILE.
018400     COPY PTSLEDGR.
018500
018600 FD  POINTS-BALANCE-FILE.
018700     COPY PTSBAL.
018800
018900 FD  EVENT-ENTRY-FILE.
019000     COPY EVENTREG.
019100
019200 FD  MERGE-AUDIT-FILE.
019300     COPY MERGEAUD.
019400
019403 FD  PLAYER-LIMITS-FILE.
019406     COPY PLAYLIM.
019409
019412 FD  BRACKET-FILE.
019415     COPY BRACKET.
019418
019421 FD  REVIEW-QUEUE-FILE.
019424     COPY REVIEWQ.
019427
019430 FD  KIOSK-SESSION-FILE.
019433     COPY KIOSKSES.
019436
019439 FD  KIOSK-WORK-FILE.
019442     COPY KIOSKSES REPLACING
019445         ==KIOSK-SESSION-RECORD== BY ==KIOSK-WORK-RECORD==
019448         ==KS-KIOSK-ID==          BY ==KW-KIOSK-ID==
019451         ==KS-SESSION-ID==        BY ==KW-SESSION-ID==
019454         ==KS-PLAYER-ID==         BY ==KW-PLAYER-ID==
019457         ==KS-RUN-DATE==          BY ==KW-RUN-DATE==
019460         ==KS-ROUNDS-DONE==       BY ==KW-ROUNDS-DONE==
019463         ==KS-GUESSES==           BY ==KW-GUESSES==
019466         ==KS-OUTCOME==           BY ==KW-OUTCOME==
019469         ==KS-COMPLETED==         BY ==KW-COMPLETED==
019472         ==KS-ABANDONED==         BY ==KW-ABANDONED==.
019475
019478 FD  OPERATOR-MASTER-FILE.
019481     COPY OPERMAST.
019484
019487 FD  MAINT-JOURNAL-FILE.
019490     COPY MNTJRNL.
019493
019500 WORKING-STORAGE SECTION.
019600 01  WS-FILE-STATUSES.
019700     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
019800     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
019900     05  FS-HISTORY-ARCHIVE      PIC X(02) VALUE "00".
020000     05  FS-HISTORY-WORK         PIC X(02) VALUE "00".
020100     05  FS-PLAYER-XREF          PIC X(02) VALUE "00".
020200     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
020300     05  FS-SESSION-RESULTS      PIC X(02) VALUE "00".
020400     05  FS-RESULTS-WORK         PIC X(02) VALUE "00".
020500     05  FS-POINTS-LEDGER        PIC X(02) VALUE "00".
020600     05  FS-POINTS-BALANCE       PIC X(02) VALUE "00".
020700     05  FS-EVENT-ENTRY          PIC X(02) VALUE "00".
020800     05  FS-MERGE-AUDIT          PIC X(02) VALUE "00".
020812     05  FS-PLAYER-LIMITS        PIC X(02) VALUE "00".
020824     05  FS-BRACKET              PIC X(02) VALUE "00".
020836     05  FS-REVIEW-QUEUE         PIC X(02) VALUE "00".
020848     05  FS-KIOSK-SESSION        PIC X(02) VALUE "00".
020860     05  FS-KIOSK-WORK           PIC X(02) VALUE "00".
020872     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
020884     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
020900
021000 01  MG-SWITCHES.
021100     05  MG-DONE-SW              PIC X(01) VALUE "N".
021200         88  MG-DONE                 VALUE "Y".
021300     05  MG-END-SCAN-SW          PIC X(01) VALUE "N".
021400         88  MG-END-SCAN             VALUE "Y".
021500     05  MG-CHANGED-SW           PIC X(01) VALUE "N".
021600         88  MG-CHANGED              VALUE "Y".
021700     05  MG-FROM-BALANCE-SW      PIC X(01) VALUE "N".
021800         88  MG-FROM-HAS-BALANCE     VALUE "Y".
021900     05  MG-TO-BALANCE-SW        PIC X(01) VALUE "N".
022000         88  MG-TO-HAS-BALANCE       VALUE "Y".
022008     05  MG-SIGNED-ON-SW         PIC X(01) VALUE "N".
022016         88  MG-SIGNED-ON            VALUE "Y".
022024     05  MG-APPROVED-SW          PIC X(01) VALUE "N".
022032         88  MG-APPROVED             VALUE "Y".
022040     05  MG-IN-BRACKET-SW        PIC X(01) VALUE "N".
022048         88  MG-IN-BRACKET           VALUE "Y".
022056     05  MG-TO-LIMITS-SW         PIC X(01) VALUE "N".
022064         88  MG-TO-HAS-LIMITS        VALUE "Y".
022072     05  MG-LIMITS-SW            PIC X(01) VALUE "N".
022080         88  MG-LIMITS-MOVED         VALUE "M".
022088         88  MG-LIMITS-COMBINED      VALUE "C".
022100
022200 01  MG-FROM-ID                  PIC X(05) VALUE SPACES.
022300 01  MG-TO-ID                    PIC X(05) VALUE SPACES.
022400 01  MG-CONFIRM-ANSWER           PIC X(01) VALUE "N".
022600 01  MG-STAMP-DATE               PIC 9(08).
022700 01  MG-STAMP-TIME               PIC 9(08).
022707
022714*    Operator signed on for this sitting, and the supervisor who
022721*    countersigned the merge.
022728 01  MG-SIGNON.
022735     05  MG-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
022742     05  MG-SIGNON-ROLE          PIC X(01) VALUE SPACE.
022749         88  MG-ROLE-DESK            VALUE "D".
022756         88  MG-ROLE-SUPERVISOR      VALUE "S".
022763         88  MG-ROLE-ADMIN           VALUE "A".
022770     05  MG-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
022777     05  MG-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
022784     05  MG-APPROVER-ID          PIC X(05) VALUE SPACES.
022800
022900*    The FROM player's master figures, held while the TO record
023000*    is in the record area.
023100 01  MG-FROM-MASTER.
023200     05  MG-FROM-GAMES           PIC 9(05) VALUE ZERO.
023300     05  MG-FROM-RATING          PIC 9(04) VALUE ZERO.
023400     05  MG-FROM-RATED-ROUNDS    PIC 9(04) VALUE ZERO.
023500     05  MG-FROM-RATING-DATE     PIC 9(08) VALUE ZERO.
023600     05  MG-FROM-TEAM-ID         PIC X(04) VALUE SPACES.
023700 01  MG-TO-GAMES                 PIC 9(05) VALUE ZERO.
023800
023900*    The FROM player's points balance, held the same way.
024000 01  MG-FROM-POINTS.
024100     05  MG-FROM-BALANCE         PIC 9(09) VALUE ZERO.
024200     05  MG-FROM-CREDITS         PIC 9(09) VALUE ZERO.
024300     05  MG-FROM-REDEEMED        PIC 9(09) VALUE ZERO.
024400     05  MG-FROM-REDEMPTIONS     PIC 9(05) VALUE ZERO.
024500     05  MG-FROM-LAST-POST       PIC 9(08) VALUE ZERO.
024600 01  MG-TO-BALANCE               PIC 9(09) VALUE ZERO.
024700
024800*    A keyed record moved to a new key is held here across the
024900*    DELETE of its old key.
025000 01  MG-HELD-RECORD              PIC X(80) VALUE SPACES.
025100 01  MG-HELD-POINTS              PIC 9(07) VALUE ZERO.
025200 01  MG-RESTART-ENTRY-KEY        PIC X(13) VALUE SPACES.
025300     COPY PLAYSUMM REPLACING
025400         ==PLAYER-SUMMARY-RECORD== BY ==MG-HELD-SUMMARY==
025500         ==PS-SUMMARY-KEY==        BY ==HS-SUMMARY-KEY==
025600         ==PS-PLAYER-ID==          BY ==HS-PLAYER-ID==
025700         ==PS-YEAR-MONTH==         BY ==HS-YEAR-MONTH==
025800         ==PS-ROUNDS-PLAYED==      BY ==HS-ROUNDS-PLAYED==
025900         ==PS-TURN-TOTAL==         BY ==HS-TURN-TOTAL==
026000         ==PS-BEST-TURNS==         BY ==HS-BEST-TURNS==
026100         ==PS-WORST-TURNS==        BY ==HS-WORST-TURNS==
026200         ==PS-TIER-EASY==          BY ==HS-TIER-EASY==
026300         ==PS-TIER-MEDIUM==        BY ==HS-TIER-MEDIUM==
026400         ==PS-TIER-HARD==          BY ==HS-TIER-HARD==
026500         ==PS-MATCH-WINS==         BY ==HS-MATCH-WINS==
026510         ==PS-MATCH-LOSSES==       BY ==HS-MATCH-LOSSES==
026520         ==PS-PRIOR-ROUNDS==       BY ==HS-PRIOR-ROUNDS==.
026527     COPY PLAYLIM REPLACING
026534         ==PLAYER-LIMITS-RECORD==  BY ==MG-HELD-LIMITS==
026541         ==LM-PLAYER-ID==          BY ==HL-PLAYER-ID==
026548         ==LM-LIMITS==             BY ==HL-LIMITS==
026555         ==LM-MAX-DAILY-ROUNDS==   BY ==HL-MAX-DAILY-ROUNDS==
026562         ==LM-MAX-DAILY-SESSIONS== BY ==HL-MAX-DAILY-SESSIONS==
026569         ==LM-COOL-OFF-AFTER==     BY ==HL-COOL-OFF-AFTER==
026576         ==LM-COOL-OFF-MINUTES==   BY ==HL-COOL-OFF-MINUTES==
026583         ==LM-EXCLUSION==          BY ==HL-EXCLUSION==
026590         ==LM-EXCLUDE-SW==         BY ==HL-EXCLUDE-SW==
026597         ==LM-EXCLUDED==           BY ==HL-EXCLUDED==
026604         ==LM-NOT-EXCLUDED==       BY ==HL-NOT-EXCLUDED==
026611         ==LM-EXCLUDE-START-DATE== BY ==HL-EXCLUDE-START-DATE==
026618         ==LM-EXCLUDE-END-DATE==   BY ==HL-EXCLUDE-END-DATE==
026625         ==LM-EXCLUDE-SET-BY==     BY ==HL-EXCLUDE-SET-BY==
026632         ==LM-USAGE==              BY ==HL-USAGE==
026639         ==LM-USAGE-DATE==         BY ==HL-USAGE-DATE==
026646         ==LM-ROUNDS-TODAY==       BY ==HL-ROUNDS-TODAY==
026653         ==LM-SESSIONS-TODAY==     BY ==HL-SESSIONS-TODAY==
026660         ==LM-ROUNDS-SINCE-COOL==  BY ==HL-ROUNDS-SINCE-COOL==
026667         ==LM-COOL-UNTIL==         BY ==HL-COOL-UNTIL==
026674         ==LM-COOL-UNTIL-DATE==    BY ==HL-COOL-UNTIL-DATE==
026681         ==LM-COOL-UNTIL-TIME==    BY ==HL-COOL-UNTIL-TIME==.
026700
026800*    Records moved on each file by the merge in hand.
026900 01  MG-MERGE-COUNTS.
027000     05  MG-HISTORY-MOVED        PIC 9(05) COMP VALUE ZERO.
027100     05  MG-OPPONENT-MOVED       PIC 9(05) COMP VALUE ZERO.
027200     05  MG-ARCHIVE-MOVED        PIC 9(05) COMP VALUE ZERO.
027300     05  MG-XREF-MOVED           PIC 9(05) COMP VALUE ZERO.
027400     05  MG-XREF-DROPPED         PIC 9(05) COMP VALUE ZERO.
027500     05  MG-SUMMARY-MOVED        PIC 9(05) COMP VALUE ZERO.
027600     05  MG-SUMMARY-COMBINED     PIC 9(05) COMP VALUE ZERO.
027700     05  MG-RESULTS-MOVED        PIC 9(05) COMP VALUE ZERO.
027800     05  MG-LEDGER-MOVED         PIC 9(05) COMP VALUE ZERO.
027900     05  MG-ENTRIES-MOVED        PIC 9(05) COMP VALUE ZERO.
028000     05  MG-ENTRIES-DROPPED      PIC 9(05) COMP VALUE ZERO.
028025     05  MG-BRACKET-MOVED        PIC 9(05) COMP VALUE ZERO.
028050     05  MG-REVIEW-MOVED         PIC 9(05) COMP VALUE ZERO.
028075     05  MG-KIOSK-MOVED          PIC 9(05) COMP VALUE ZERO.
028100 01  MG-MERGES-KEYED             PIC 9(05) COMP VALUE ZERO.
028200 01  MG-GAMES-ED                 PIC ZZZZ9.
028300 01  MG-POINTS-ED                PIC ZZZZZZZZ9.
028304
028308*    The player record as the change journal carries it, laid
028312*    out as PLAYER-MAINT journals it: games played in display
028316*    form, and whether a PIN is set rather than the PIN itself.
028320 01  MG-PLAYER-IMAGE.
028324     05  MG-IMG-PLAYER-ID        PIC X(05).
028328     05  MG-IMG-PLAYER-NAME      PIC X(30).
028332     05  MG-IMG-GAMES-PLAYED     PIC 9(05).
028336     05  MG-IMG-STATUS           PIC X(01).
028340     05  MG-IMG-PIN-SW           PIC X(01).
028344     05  MG-IMG-PIN-FAILURES     PIC X(02).
028348     05  MG-IMG-LOCK-SW          PIC X(01).
028352     05  MG-IMG-RATING-GROUP     PIC X(16).
028356     05  MG-IMG-TEAM-ID          PIC X(04).
028360     05  MG-IMG-MERGED-INTO-ID   PIC X(05).
028364     05  FILLER                  PIC X(10).
028368
028372 01  MG-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
028376 01  MG-JOURNAL-KEY              PIC X(15) VALUE SPACES.
028380 01  MG-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
028384 01  MG-AFTER-IMAGE              PIC X(80) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600*=================================================================*
028700*  0000-MAINLINE                                                  *
028800*=================================================================*
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 2000-PROCESS-ONE-MERGE THRU 2000-EXIT
029200         UNTIL MG-DONE.
029300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029400     STOP RUN.
029500
029600 1000-INITIALIZE.
029700     OPEN I-O PLAYER-MASTER-FILE.
029800     IF FS-PLAYER-MASTER = "35"
029900         CLOSE PLAYER-MASTER-FILE
030000         OPEN OUTPUT PLAYER-MASTER-FILE
030100         CLOSE PLAYER-MASTER-FILE
030200         OPEN I-O PLAYER-MASTER-FILE
030300     END-IF.
030400     OPEN I-O GAME-HISTORY-FILE.
030500     IF FS-GAME-HISTORY = "35"
030600         CLOSE GAME-HISTORY-FILE
030700         OPEN OUTPUT GAME-HISTORY-FILE
030800         CLOSE GAME-HISTORY-FILE
030900         OPEN I-O GAME-HISTORY-FILE
031000     END-IF.
031100     OPEN I-O PLAYER-XREF-FILE.
031200     IF FS-PLAYER-XREF = "35"
031300         CLOSE PLAYER-XREF-FILE
031400         OPEN OUTPUT PLAYER-XREF-FILE
031500         CLOSE PLAYER-XREF-FILE
031600         OPEN I-O PLAYER-XREF-FILE
031700     END-IF.
031800     OPEN I-O PLAYER-SUMMARY-FILE.
031900     IF FS-PLAYER-SUMMARY = "35"
032000         CLOSE PLAYER-SUMMARY-FILE
032100         OPEN OUTPUT PLAYER-SUMMARY-FILE
032200         CLOSE PLAYER-SUMMARY-FILE
032300         OPEN I-O PLAYER-SUMMARY-FILE
032400     END-IF.
032500     OPEN I-O POINTS-LEDGER-FILE.
032600     IF FS-POINTS-LEDGER = "35"
032700         CLOSE POINTS-LEDGER-FILE
032800         OPEN OUTPUT POINTS-LEDGER-FILE
032900         CLOSE POINTS-LEDGER-FILE
033000         OPEN I-O POINTS-LEDGER-FILE
033100     END-IF.
033200     OPEN I-O POINTS-BALANCE-FILE.
033300     IF FS-POINTS-BALANCE = "35"
033400         CLOSE POINTS-BALANCE-FILE
033500         OPEN OUTPUT POINTS-BALANCE-FILE
033600         CLOSE POINTS-BALANCE-FILE
033700         OPEN I-O POINTS-BALANCE-FILE
033800     END-IF.
033900     OPEN I-O EVENT-ENTRY-FILE.
034000     IF FS-EVENT-ENTRY = "35"
034100         CLOSE EVENT-ENTRY-FILE
034200         OPEN OUTPUT EVENT-ENTRY-FILE
034300         CLOSE EVENT-ENTRY-FILE
034400         OPEN I-O EVENT-ENTRY-FILE
034500     END-IF.
034600     OPEN EXTEND MERGE-AUDIT-FILE.
034700     IF FS-MERGE-AUDIT = "35"
034800         OPEN OUTPUT MERGE-AUDIT-FILE
034900     END-IF.
034903     OPEN I-O PLAYER-LIMITS-FILE.
034906     IF FS-PLAYER-LIMITS = "35"
034909         CLOSE PLAYER-LIMITS-FILE
034912         OPEN OUTPUT PLAYER-LIMITS-FILE
034915         CLOSE PLAYER-LIMITS-FILE
034918         OPEN I-O PLAYER-LIMITS-FILE
034921     END-IF.
034924     OPEN I-O BRACKET-FILE.
034927     IF FS-BRACKET = "35"
034930         CLOSE BRACKET-FILE
034933         OPEN OUTPUT BRACKET-FILE
034936         CLOSE BRACKET-FILE
034939         OPEN I-O BRACKET-FILE
034942     END-IF.
034945     OPEN I-O REVIEW-QUEUE-FILE.
034948     IF FS-REVIEW-QUEUE = "35"
034951         CLOSE REVIEW-QUEUE-FILE
034954         OPEN OUTPUT REVIEW-QUEUE-FILE
034957         CLOSE REVIEW-QUEUE-FILE
034960         OPEN I-O REVIEW-QUEUE-FILE
034963     END-IF.
034966     OPEN EXTEND MAINT-JOURNAL-FILE.
034969     IF FS-MAINT-JOURNAL = "35"
034972         OPEN OUTPUT MAINT-JOURNAL-FILE
034975     END-IF.
034978     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
034981     IF NOT MG-SIGNED-ON
034984         SET MG-DONE TO TRUE
034987     END-IF.
034990     IF MG-SIGNED-ON
034993         PERFORM 1300-CHECK-ROLE THRU 1300-EXIT
034996     END-IF.
035000 1000-EXIT.
035001     EXIT.
035002
035003*-----------------------------------------------------------------*
035004*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
035005*  FILE before any merge is keyed: three tries at id and          *
035006*  password; an inactive operator, or one with no valid role, is  *
035007*  refused.  The file stays open for 1200's countersignature.     *
035008*-----------------------------------------------------------------*
035009 1100-SIGN-ON.
035010     MOVE "N" TO MG-SIGNED-ON-SW.
035011     MOVE ZERO TO MG-SIGNON-TRIES.
035012     OPEN INPUT OPERATOR-MASTER-FILE.
035013     IF FS-OPERATOR-MASTER NOT = "00"
035014         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
035015             FS-OPERATOR-MASTER
035016         DISPLAY "SIGN-ON FAILED - MERGE NOT AVAILABLE"
035017         GO TO 1100-EXIT
035018     END-IF.
035019     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
035020         UNTIL MG-SIGNED-ON
035021            OR MG-SIGNON-TRIES NOT < 3.
035022     IF NOT MG-SIGNED-ON
035023         DISPLAY "SIGN-ON FAILED - MERGE NOT AVAILABLE"
035024     END-IF.
035025 1100-EXIT.
035026     EXIT.
035027
035028 1110-TRY-SIGN-ON.
035029     ADD 1 TO MG-SIGNON-TRIES.
035030     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
035031     ACCEPT OP-OPERATOR-ID.
035032     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
035033     ACCEPT MG-SIGNON-PASSWORD.
035034     READ OPERATOR-MASTER-FILE
035035         INVALID KEY
035036             DISPLAY "SIGN-ON REFUSED"
035037             GO TO 1110-EXIT
035038     END-READ.
035039     IF NOT OP-ACTIVE
035040        OR NOT OP-ROLE-VALID
035041        OR OP-PASSWORD NOT = MG-SIGNON-PASSWORD
035042         DISPLAY "SIGN-ON REFUSED"
035043         GO TO 1110-EXIT
035044     END-IF.
035045     MOVE OP-OPERATOR-ID TO MG-SIGNON-OPERATOR.
035046     MOVE OP-ROLE        TO MG-SIGNON-ROLE.
035047     SET MG-SIGNED-ON TO TRUE.
035048     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
035049 1110-EXIT.
035050     EXIT.
035051
035052*-----------------------------------------------------------------*
035053*  1200-SUPERVISOR-APPROVAL -- a second sign-on, by a supervisor  *
035054*  or admin other than the operator keying the merge.  One try;   *
035055*  MG-APPROVER-ID holds the countersigning id when MG-APPROVED    *
035056*  is set, and goes on every journal record for the merge.        *
035057*-----------------------------------------------------------------*
035058 1200-SUPERVISOR-APPROVAL.
035059     MOVE "N" TO MG-APPROVED-SW.
035060     MOVE SPACES TO MG-APPROVER-ID.
035061     DISPLAY "SUPERVISOR ID      : " WITH NO ADVANCING.
035062     ACCEPT OP-OPERATOR-ID.
035063     DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
035064     ACCEPT MG-SIGNON-PASSWORD.
035065     IF OP-OPERATOR-ID = MG-SIGNON-OPERATOR
035066         DISPLAY "A SECOND OPERATOR MUST APPROVE - NOT APPROVED"
035067         GO TO 1200-EXIT
035068     END-IF.
035069     READ OPERATOR-MASTER-FILE
035070         INVALID KEY
035071             DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
035072             GO TO 1200-EXIT
035073     END-READ.
035074     IF NOT OP-ACTIVE
035075        OR NOT OP-ROLE-CAN-APPROVE
035076        OR OP-PASSWORD NOT = MG-SIGNON-PASSWORD
035077         DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
035078         GO TO 1200-EXIT
035079     END-IF.
035080     MOVE OP-OPERATOR-ID TO MG-APPROVER-ID.
035081     SET MG-APPROVED TO TRUE.
035082 1200-EXIT.
035100     EXIT.
035110
035120*-----------------------------------------------------------------*
035130*  1300-CHECK-ROLE -- merging players is for a supervisor or      *
035140*  admin; a desk operator is refused and the run ends.            *
035150*-----------------------------------------------------------------*
035160 1300-CHECK-ROLE.
035170     IF MG-ROLE-DESK
035175         DISPLAY "PLAYER MERGE IS FOR A SUPERVISOR OR ADMIN"
035180         DISPLAY "MERGE NOT AVAILABLE FOR YOUR ROLE"
035185         SET MG-DONE TO TRUE
035190     END-IF.
035192 1300-EXIT.
035194     EXIT.
035200
035300*=================================================================*
035400*  2000-PROCESS-ONE-MERGE -- one keyed merge, start to finish.    *
035500*=================================================================*
035600 2000-PROCESS-ONE-MERGE.
035700     DISPLAY " ".
035800     DISPLAY "FROM PLAYER ID (BLANK = QUIT): " WITH NO ADVANCING.
035900     ACCEPT MG-FROM-ID.
036000     IF MG-FROM-ID = SPACES
036100         SET MG-DONE TO TRUE
036200         GO TO 2000-EXIT
036300     END-IF.
036400     DISPLAY "TO PLAYER ID (SURVIVOR)     : " WITH NO ADVANCING.
036500     ACCEPT MG-TO-ID.
036600     IF MG-TO-ID = SPACES OR MG-TO-ID = MG-FROM-ID
036700         DISPLAY "SURVIVING ID MUST DIFFER FROM THE FROM ID"
036800         GO TO 2000-EXIT
036900     END-IF.
037000
037100     MOVE MG-FROM-ID TO PM-PLAYER-ID.
037200     READ PLAYER-MASTER-FILE
037300         INVALID KEY
037400             DISPLAY "PLAYER ID NOT ON FILE - " MG-FROM-ID
037500             GO TO 2000-EXIT
037600     END-READ.
037700     IF NOT PM-NOT-MERGED AND PM-MERGED-INTO-ID NOT = LOW-VALUES
037800         DISPLAY "PLAYER " MG-FROM-ID " ALREADY MERGED INTO "
037900             PM-MERGED-INTO-ID
038000         GO TO 2000-EXIT
038100     END-IF.
038200     DISPLAY "FROM: " PM-PLAYER-ID " " PM-PLAYER-NAME.
038300     PERFORM 2100-HOLD-FROM-MASTER THRU 2100-EXIT.
038400
038500     MOVE MG-TO-ID TO PM-PLAYER-ID.
038600     READ PLAYER-MASTER-FILE
038700         INVALID KEY
038800             DISPLAY "PLAYER ID NOT ON FILE - " MG-TO-ID
038900             GO TO 2000-EXIT
039000     END-READ.
039100     IF PM-INACTIVE
039200         DISPLAY "SURVIVING PLAYER " MG-TO-ID " IS INACTIVE"
039300         GO TO 2000-EXIT
039400     END-IF.
039500     DISPLAY "TO  : " PM-PLAYER-ID " " PM-PLAYER-NAME.
039600     MOVE PM-GAMES-PLAYED TO MG-TO-GAMES.
039700     MOVE MG-TO-GAMES TO MG-GAMES-ED.
039800     DISPLAY "      GAMES PLAYED " MG-GAMES-ED.
039900
040000     PERFORM 2200-SHOW-BALANCES THRU 2200-EXIT.
040014     PERFORM 2300-CHECK-BRACKETS THRU 2300-EXIT.
040028     IF MG-IN-BRACKET
040042         DISPLAY "PLAYER " MG-FROM-ID
040056             " HAS A KNOCKOUT MATCH STILL TO PLAY - NOT MERGED"
040070         GO TO 2000-EXIT
040084     END-IF.
040100     DISPLAY "MERGE FROM INTO TO (Y/N)    : " WITH NO ADVANCING.
040200     ACCEPT MG-CONFIRM-ANSWER.
040300     IF MG-CONFIRM-ANSWER NOT = "Y"
040400        AND MG-CONFIRM-ANSWER NOT = "y"
040500         DISPLAY "NOT MERGED"
040600         GO TO 2000-EXIT
040700     END-IF.
040737     PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT.
040774     IF NOT MG-APPROVED
040811         DISPLAY "NOT MERGED"
040848         GO TO 2000-EXIT
040885     END-IF.
041000
041100     INITIALIZE MG-MERGE-COUNTS.
041200     PERFORM 3000-MOVE-HISTORY THRU 3000-EXIT.
041300     PERFORM 3500-MOVE-ARCHIVE THRU 3500-EXIT.
041350     PERFORM 3600-MOVE-REVIEWS THRU 3600-EXIT.
041400     PERFORM 4000-MOVE-XREF THRU 4000-EXIT.
041500     PERFORM 4500-MOVE-SUMMARY THRU 4500-EXIT.
041600     PERFORM 5000-MOVE-RESULTS THRU 5000-EXIT.
041650     PERFORM 5100-MOVE-KIOSK-SESSIONS THRU 5100-EXIT.
041700     PERFORM 5500-MOVE-LEDGER THRU 5500-EXIT.
041800     PERFORM 5700-MOVE-BALANCE THRU 5700-EXIT.
041850     PERFORM 5800-MERGE-LIMITS THRU 5800-EXIT.
041900     PERFORM 6000-MOVE-ENTRIES THRU 6000-EXIT.
041950     PERFORM 6500-MOVE-BRACKETS THRU 6500-EXIT.
042000     PERFORM 7000-UPDATE-MASTERS THRU 7000-EXIT.
042100     PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT.
042200     ADD 1 TO MG-MERGES-KEYED.
042300     DISPLAY "PLAYER " MG-FROM-ID " MERGED INTO " MG-TO-ID.
042350     MOVE SPACES TO MG-APPROVER-ID.
042400 2000-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------------*
042800*  2100-HOLD-FROM-MASTER -- the FROM figures the survivor takes   *
042900*  over.  Spaces in the rating group (a record written before     *
043000*  ratings existed) counts as the 1500 starting rating.           *
043100*-----------------------------------------------------------------*
043200 2100-HOLD-FROM-MASTER.
043300     MOVE PM-GAMES-PLAYED TO MG-FROM-GAMES.
043400     MOVE MG-FROM-GAMES TO MG-GAMES-ED.
043500     DISPLAY "      GAMES PLAYED " MG-GAMES-ED.
043600     IF PM-SKILL-RATING NUMERIC AND PM-SKILL-RATING > ZERO
043700         MOVE PM-SKILL-RATING TO MG-FROM-RATING
043800     ELSE
043900         MOVE 1500 TO MG-FROM-RATING
044000     END-IF.
044100     IF PM-RATED-ROUNDS NUMERIC
044200         MOVE PM-RATED-ROUNDS TO MG-FROM-RATED-ROUNDS
044300     ELSE
044400         MOVE ZERO TO MG-FROM-RATED-ROUNDS
044500     END-IF.
044600     IF PM-RATING-DATE NUMERIC
044700         MOVE PM-RATING-DATE TO MG-FROM-RATING-DATE
044800     ELSE
044900         MOVE ZERO TO MG-FROM-RATING-DATE
045000     END-IF.
045100     IF PM-TEAM-ID = LOW-VALUES
045200         MOVE SPACES TO MG-FROM-TEAM-ID
045300     ELSE
045400         MOVE PM-TEAM-ID TO MG-FROM-TEAM-ID
045500     END-IF.
045600 2100-EXIT.
045700     EXIT.
045800
045900*-----------------------------------------------------------------*
046000*  2200-SHOW-BALANCES -- both ids' points balances, held for the  *
046100*  audit record.  Either id may never have been credited.         *
046200*-----------------------------------------------------------------*
046300 2200-SHOW-BALANCES.
046400     INITIALIZE MG-FROM-POINTS.
046500     MOVE ZERO TO MG-TO-BALANCE.
046600     MOVE "N" TO MG-FROM-BALANCE-SW.
046700     MOVE "N" TO MG-TO-BALANCE-SW.
046800     MOVE MG-FROM-ID TO PB-PLAYER-ID.
046900     READ POINTS-BALANCE-FILE
047000         INVALID KEY
047100             CONTINUE
047200         NOT INVALID KEY
047300             SET MG-FROM-HAS-BALANCE TO TRUE
047400             MOVE PB-POINTS-BALANCE   TO MG-FROM-BALANCE
047500             MOVE PB-TOTAL-CREDITS    TO MG-FROM-CREDITS
047600             MOVE PB-TOTAL-REDEEMED   TO MG-FROM-REDEEMED
047700             MOVE PB-REDEMPTION-COUNT TO MG-FROM-REDEMPTIONS
047800             MOVE PB-LAST-POST-DATE   TO MG-FROM-LAST-POST
047900     END-READ.
048000     MOVE MG-TO-ID TO PB-PLAYER-ID.
048100     READ POINTS-BALANCE-FILE
048200         INVALID KEY
048300             CONTINUE
048400         NOT INVALID KEY
048500             SET MG-TO-HAS-BALANCE TO TRUE
048600             MOVE PB-POINTS-BALANCE TO MG-TO-BALANCE
048700     END-READ.
048800     MOVE MG-FROM-BALANCE TO MG-POINTS-ED.
048900     DISPLAY "FROM POINTS BALANCE: " MG-POINTS-ED.
049000     MOVE MG-TO-BALANCE TO MG-POINTS-ED.
049100     DISPLAY "TO   POINTS BALANCE: " MG-POINTS-ED.
049200 2200-EXIT.
049202     EXIT.
049204
049206*-----------------------------------------------------------------*
049208*  2300-CHECK-BRACKETS -- GUESSING-GAME plays a knockout match    *
049210*  between the ids in its bracket slots, so an id still waiting   *
049212*  on, or ready for, a match keeps that id until the match is     *
049214*  decided.  Slots in decided matches are restamped by 6500.      *
049216*-----------------------------------------------------------------*
049218 2300-CHECK-BRACKETS.
049220     MOVE "N" TO MG-IN-BRACKET-SW.
049222     MOVE "N" TO MG-END-SCAN-SW.
049224     MOVE LOW-VALUES TO BK-BRACKET-KEY.
049226     START BRACKET-FILE KEY NOT < BK-BRACKET-KEY
049228         INVALID KEY
049230             SET MG-END-SCAN TO TRUE
049232     END-START.
049234     PERFORM 2310-CHECK-ONE-MATCH THRU 2310-EXIT
049236         UNTIL MG-END-SCAN
049238            OR MG-IN-BRACKET.
049240 2300-EXIT.
049242     EXIT.
049244
049246 2310-CHECK-ONE-MATCH.
049248     READ BRACKET-FILE NEXT
049250         AT END
049252             SET MG-END-SCAN TO TRUE
049254             GO TO 2310-EXIT
049256     END-READ.
049258     IF FS-BRACKET NOT = "00"
049260         SET MG-END-SCAN TO TRUE
049262         GO TO 2310-EXIT
049264     END-IF.
049266     IF (BK-WAITING OR BK-READY)
049268        AND (BK-PLAYER-1-ID = MG-FROM-ID
049270             OR BK-PLAYER-2-ID = MG-FROM-ID)
049272         SET MG-IN-BRACKET TO TRUE
049274     END-IF.
049276 2310-EXIT.
049300     EXIT.
049400
049500*=================================================================*
049600*  3000-MOVE-HISTORY -- every live round the FROM id played, as   *
049700*  player or as match opponent, is restamped with the TO id.      *
049800*  The history key is the session id, so the rounds keep their    *
049900*  keys and are rewritten in place.                               *
050000*=================================================================*
050100 3000-MOVE-HISTORY.
050200     MOVE "N" TO MG-END-SCAN-SW.
050300     MOVE LOW-VALUES TO GH-HISTORY-KEY.
050400     START GAME-HISTORY-FILE KEY NOT < GH-HISTORY-KEY
050500         INVALID KEY
050600             SET MG-END-SCAN TO TRUE
050700     END-START.
050800     PERFORM 3100-MOVE-ONE-ROUND THRU 3100-EXIT
050900         UNTIL MG-END-SCAN.
051000 3000-EXIT.
051100     EXIT.
051200
051300 3100-MOVE-ONE-ROUND.
051400     READ GAME-HISTORY-FILE NEXT
051500         AT END
051600             SET MG-END-SCAN TO TRUE
051700             GO TO 3100-EXIT
051800     END-READ.
051900     IF FS-GAME-HISTORY NOT = "00"
052000         DISPLAY "GAMEHIST READ ERROR - STATUS " FS-GAME-HISTORY
052100         SET MG-END-SCAN TO TRUE
052200         GO TO 3100-EXIT
052300     END-IF.
052400     MOVE "N" TO MG-CHANGED-SW.
052500     IF GH-PLAYER-ID = MG-FROM-ID
052600         MOVE MG-TO-ID TO GH-PLAYER-ID
052700         ADD 1 TO MG-HISTORY-MOVED
052800         SET MG-CHANGED TO TRUE
052900     END-IF.
053000     IF GH-OPPONENT-ID = MG-FROM-ID
053100         MOVE MG-TO-ID TO GH-OPPONENT-ID
053200         ADD 1 TO MG-OPPONENT-MOVED
053300         SET MG-CHANGED TO TRUE
053400     END-IF.
053500     IF MG-CHANGED
053600         REWRITE GAME-HISTORY-RECORD
053700     END-IF.
053800 3100-EXIT.
053900     EXIT.
054000
054100*=================================================================*
054200*  3500-MOVE-ARCHIVE -- archived rounds still count in the        *
054300*  lifetime games played GAME-RECON balances, so they follow the  *
054400*  player too.  HISTORY-ARCHIVE-FILE is line sequential and is    *
054500*  rebuilt through a work file.                                   *
054600*=================================================================*
054700 3500-MOVE-ARCHIVE.
054800     MOVE "N" TO MG-END-SCAN-SW.
054900     OPEN INPUT HISTORY-ARCHIVE-FILE.
055000     IF FS-HISTORY-ARCHIVE NOT = "00"
055100         GO TO 3500-EXIT
055200     END-IF.
055300     OPEN OUTPUT HISTORY-WORK-FILE.
055400     PERFORM 3510-COPY-OUT-ONE THRU 3510-EXIT
055500         UNTIL MG-END-SCAN.
055600     CLOSE HISTORY-ARCHIVE-FILE.
055700     CLOSE HISTORY-WORK-FILE.
055800     IF MG-ARCHIVE-MOVED = ZERO
055900         GO TO 3500-EXIT
056000     END-IF.
056100     MOVE "N" TO MG-END-SCAN-SW.
056200     OPEN INPUT HISTORY-WORK-FILE.
056300     OPEN OUTPUT HISTORY-ARCHIVE-FILE.
056400     PERFORM 3520-COPY-BACK-ONE THRU 3520-EXIT
056500         UNTIL MG-END-SCAN.
056600     CLOSE HISTORY-WORK-FILE.
056700     CLOSE HISTORY-ARCHIVE-FILE.
056800 3500-EXIT.
056900     EXIT.
057000
057100 3510-COPY-OUT-ONE.
057200     READ HISTORY-ARCHIVE-FILE
057300         AT END
057400             SET MG-END-SCAN TO TRUE
057500             GO TO 3510-EXIT
057600     END-READ.
057700     IF HA-PLAYER-ID = MG-FROM-ID
057800         MOVE MG-TO-ID TO HA-PLAYER-ID
057900         ADD 1 TO MG-ARCHIVE-MOVED
058000     END-IF.
058100     IF HA-OPPONENT-ID = MG-FROM-ID
058200         MOVE MG-TO-ID TO HA-OPPONENT-ID
058300         ADD 1 TO MG-ARCHIVE-MOVED
058400     END-IF.
058500     WRITE HISTORY-WORK-RECORD FROM HISTORY-ARCHIVE-RECORD.
058600 3510-EXIT.
058700     EXIT.
058800
058900 3520-COPY-BACK-ONE.
059000     READ HISTORY-WORK-FILE
059100         AT END
059200             SET MG-END-SCAN TO TRUE
059300             GO TO 3520-EXIT
059400     END-READ.
059500     WRITE HISTORY-ARCHIVE-RECORD FROM HISTORY-WORK-RECORD.
059600 3520-EXIT.
059602     EXIT.
059604
059606*=================================================================*
059608*  3600-MOVE-REVIEWS -- review-queue rounds are keyed by session  *
059610*  and round, so the FROM id's rounds are restamped in place and  *
059612*  keep their review status.                                      *
059614*=================================================================*
059616 3600-MOVE-REVIEWS.
059618     MOVE "N" TO MG-END-SCAN-SW.
059620     MOVE LOW-VALUES TO RQ-REVIEW-KEY.
059622     START REVIEW-QUEUE-FILE KEY NOT < RQ-REVIEW-KEY
059624         INVALID KEY
059626             SET MG-END-SCAN TO TRUE
059628     END-START.
059630     PERFORM 3610-MOVE-ONE-REVIEW THRU 3610-EXIT
059632         UNTIL MG-END-SCAN.
059634 3600-EXIT.
059636     EXIT.
059638
059640 3610-MOVE-ONE-REVIEW.
059642     READ REVIEW-QUEUE-FILE NEXT
059644         AT END
059646             SET MG-END-SCAN TO TRUE
059648             GO TO 3610-EXIT
059650     END-READ.
059652     IF FS-REVIEW-QUEUE NOT = "00"
059654         SET MG-END-SCAN TO TRUE
059656         GO TO 3610-EXIT
059658     END-IF.
059660     IF RQ-PLAYER-ID = MG-FROM-ID
059662         MOVE MG-TO-ID TO RQ-PLAYER-ID
059664         REWRITE REVIEW-QUEUE-RECORD
059666         ADD 1 TO MG-REVIEW-MOVED
059668     END-IF.
059670 3610-EXIT.
059700     EXIT.
059800
059900*=================================================================*
060000*  4000-MOVE-XREF -- the FROM id leads the cross-reference key,   *
060100*  so each of its rows is deleted and rewritten under the TO id.  *
060200*  The scan restarts at the FROM id after every move, so it never *
060300*  depends on where the file was left positioned.  A row already  *
060400*  on file under the TO id is dropped.  Rows naming the FROM id   *
060500*  as match opponent are then restamped in place.                 *
060600*=================================================================*
060700 4000-MOVE-XREF.
060800     MOVE "N" TO MG-END-SCAN-SW.
060900     PERFORM 4100-MOVE-ONE-XREF THRU 4100-EXIT
061000         UNTIL MG-END-SCAN.
061100     MOVE "N" TO MG-END-SCAN-SW.
061200     MOVE LOW-VALUES TO PX-XREF-KEY.
061300     START PLAYER-XREF-FILE KEY NOT < PX-XREF-KEY
061400         INVALID KEY
061500             SET MG-END-SCAN TO TRUE
061600     END-START.
061700     PERFORM 4200-RESTAMP-ONE-OPPONENT THRU 4200-EXIT
061800         UNTIL MG-END-SCAN.
061900 4000-EXIT.
062000     EXIT.
062100
062200 4100-MOVE-ONE-XREF.
062300     MOVE LOW-VALUES TO PX-XREF-KEY.
062400     MOVE MG-FROM-ID TO PX-PLAYER-ID.
062500     START PLAYER-XREF-FILE KEY NOT < PX-XREF-KEY
062600         INVALID KEY
062700             SET MG-END-SCAN TO TRUE
062800             GO TO 4100-EXIT
062900     END-START.
063000     READ PLAYER-XREF-FILE NEXT
063100         AT END
063200             SET MG-END-SCAN TO TRUE
063300             GO TO 4100-EXIT
063400     END-READ.
063500     IF FS-PLAYER-XREF NOT = "00"
063600        OR PX-PLAYER-ID NOT = MG-FROM-ID
063700         SET MG-END-SCAN TO TRUE
063800         GO TO 4100-EXIT
063900     END-IF.
064000     MOVE PLAYER-XREF-RECORD TO MG-HELD-RECORD.
064100     DELETE PLAYER-XREF-FILE.
064200     MOVE MG-HELD-RECORD TO PLAYER-XREF-RECORD.
064300     MOVE MG-TO-ID TO PX-PLAYER-ID.
064400     WRITE PLAYER-XREF-RECORD
064500         INVALID KEY
064600             ADD 1 TO MG-XREF-DROPPED
064700         NOT INVALID KEY
064800             ADD 1 TO MG-XREF-MOVED
064900     END-WRITE.
065000 4100-EXIT.
065100     EXIT.
065200
065300 4200-RESTAMP-ONE-OPPONENT.
065400     READ PLAYER-XREF-FILE NEXT
065500         AT END
065600             SET MG-END-SCAN TO TRUE
065700             GO TO 4200-EXIT
065800     END-READ.
065900     IF FS-PLAYER-XREF NOT = "00"
066000         SET MG-END-SCAN TO TRUE
066100         GO TO 4200-EXIT
066200     END-IF.
066300     IF PX-OPPONENT-ID = MG-FROM-ID
066400         MOVE MG-TO-ID TO PX-OPPONENT-ID
066500         REWRITE PLAYER-XREF-RECORD
066600         ADD 1 TO MG-XREF-MOVED
066700     END-IF.
066800 4200-EXIT.
066900     EXIT.
067000
067100*=================================================================*
067200*  4500-MOVE-SUMMARY -- each FROM month is deleted and either     *
067300*  written under the TO id or, where the survivor already has     *
067400*  that month, added into it: counts and turn totals summed, the  *
067500*  best turns the lower of the two and the worst the higher.      *
067600*=================================================================*
067700 4500-MOVE-SUMMARY.
067800     MOVE "N" TO MG-END-SCAN-SW.
067900     PERFORM 4510-MOVE-ONE-MONTH THRU 4510-EXIT
068000         UNTIL MG-END-SCAN.
068100 4500-EXIT.
068200     EXIT.
068300
068400 4510-MOVE-ONE-MONTH.
068500     MOVE MG-FROM-ID TO PS-PLAYER-ID.
068600     MOVE ZERO       TO PS-YEAR-MONTH.
068700     START PLAYER-SUMMARY-FILE KEY NOT < PS-SUMMARY-KEY
068800         INVALID KEY
068900             SET MG-END-SCAN TO TRUE
069000             GO TO 4510-EXIT
069100     END-START.
069200     READ PLAYER-SUMMARY-FILE NEXT
069300         AT END
069400             SET MG-END-SCAN TO TRUE
069500             GO TO 4510-EXIT
069600     END-READ.
069700     IF FS-PLAYER-SUMMARY NOT = "00"
069800        OR PS-PLAYER-ID NOT = MG-FROM-ID
069900         SET MG-END-SCAN TO TRUE
070000         GO TO 4510-EXIT
070100     END-IF.
070200     MOVE PLAYER-SUMMARY-RECORD TO MG-HELD-SUMMARY.
070300     DELETE PLAYER-SUMMARY-FILE.
070400     MOVE MG-TO-ID      TO PS-PLAYER-ID.
070500     MOVE HS-YEAR-MONTH TO PS-YEAR-MONTH.
070600     READ PLAYER-SUMMARY-FILE
070700         INVALID KEY
070800             MOVE MG-HELD-SUMMARY TO PLAYER-SUMMARY-RECORD
070900             MOVE MG-TO-ID TO PS-PLAYER-ID
071000             WRITE PLAYER-SUMMARY-RECORD
071100             ADD 1 TO MG-SUMMARY-MOVED
071200             GO TO 4510-EXIT
071300     END-READ.
071400     ADD HS-ROUNDS-PLAYED TO PS-ROUNDS-PLAYED.
071500     ADD HS-TURN-TOTAL    TO PS-TURN-TOTAL.
071600     ADD HS-TIER-EASY     TO PS-TIER-EASY.
071700     ADD HS-TIER-MEDIUM   TO PS-TIER-MEDIUM.
071800     ADD HS-TIER-HARD     TO PS-TIER-HARD.
071900     ADD HS-MATCH-WINS    TO PS-MATCH-WINS.
072000     ADD HS-MATCH-LOSSES  TO PS-MATCH-LOSSES.
072100     IF HS-BEST-TURNS < PS-BEST-TURNS
072200         MOVE HS-BEST-TURNS TO PS-BEST-TURNS
072300     END-IF.
072400     IF HS-WORST-TURNS > PS-WORST-TURNS
072500         MOVE HS-WORST-TURNS TO PS-WORST-TURNS
072600     END-IF.
072610     IF HS-PRIOR-ROUNDS NOT NUMERIC
072620         MOVE ZERO TO HS-PRIOR-ROUNDS
072630     END-IF.
072640     IF PS-PRIOR-ROUNDS NOT NUMERIC
072650         MOVE ZERO TO PS-PRIOR-ROUNDS
072660     END-IF.
072670     ADD HS-PRIOR-ROUNDS  TO PS-PRIOR-ROUNDS.
072700     REWRITE PLAYER-SUMMARY-RECORD.
072800     ADD 1 TO MG-SUMMARY-COMBINED.
072900 4510-EXIT.
073000     EXIT.
073100
073200*=================================================================*
073300*  5000-MOVE-RESULTS -- SESSION-RESULTS-FILE is line sequential,  *
073400*  so the FROM id's results go over through a copy-out/copy-back  *
073500*  rebuild, the way ROUND-ADJ restamps a voided session.          *
073600*=================================================================*
073700 5000-MOVE-RESULTS.
073800     MOVE "N" TO MG-END-SCAN-SW.
073900     OPEN INPUT SESSION-RESULTS-FILE.
074000     IF FS-SESSION-RESULTS NOT = "00"
074100         GO TO 5000-EXIT
074200     END-IF.
074300     OPEN OUTPUT RESULTS-WORK-FILE.
074400     PERFORM 5010-COPY-OUT-ONE THRU 5010-EXIT
074500         UNTIL MG-END-SCAN.
074600     CLOSE SESSION-RESULTS-FILE.
074700     CLOSE RESULTS-WORK-FILE.
074800     IF MG-RESULTS-MOVED = ZERO
074900         GO TO 5000-EXIT
075000     END-IF.
075100     MOVE "N" TO MG-END-SCAN-SW.
075200     OPEN INPUT RESULTS-WORK-FILE.
075300     OPEN OUTPUT SESSION-RESULTS-FILE.
075400     PERFORM 5020-COPY-BACK-ONE THRU 5020-EXIT
075500         UNTIL MG-END-SCAN.
075600     CLOSE RESULTS-WORK-FILE.
075700     CLOSE SESSION-RESULTS-FILE.
075800 5000-EXIT.
075900     EXIT.
076000
076100 5010-COPY-OUT-ONE.
076200     READ SESSION-RESULTS-FILE
076300         AT END
076400             SET MG-END-SCAN TO TRUE
076500             GO TO 5010-EXIT
076600     END-READ.
076700     IF SR-PLAYER-ID = MG-FROM-ID
076800         MOVE MG-TO-ID TO SR-PLAYER-ID
076900         ADD 1 TO MG-RESULTS-MOVED
077000     END-IF.
077100     WRITE RESULTS-WORK-RECORD FROM SESSION-RESULT-RECORD.
077200 5010-EXIT.
077300     EXIT.
077400
077500 5020-COPY-BACK-ONE.
077600     READ RESULTS-WORK-FILE
077700         AT END
077800             SET MG-END-SCAN TO TRUE
077900             GO TO 5020-EXIT
078000     END-READ.
078100     WRITE SESSION-RESULT-RECORD FROM RESULTS-WORK-RECORD.
078200 5020-EXIT.
078201     EXIT.
078202
078203*=================================================================*
078204*  5100-MOVE-KIOSK-SESSIONS -- KIOSK-SESSION-FILE is line         *
078205*  sequential and is rebuilt through a work file, as 5000 does    *
078206*  for the session results.                                       *
078207*=================================================================*
078208 5100-MOVE-KIOSK-SESSIONS.
078209     MOVE "N" TO MG-END-SCAN-SW.
078210     OPEN INPUT KIOSK-SESSION-FILE.
078211     IF FS-KIOSK-SESSION NOT = "00"
078212         GO TO 5100-EXIT
078213     END-IF.
078214     OPEN OUTPUT KIOSK-WORK-FILE.
078215     PERFORM 5110-COPY-OUT-ONE THRU 5110-EXIT
078216         UNTIL MG-END-SCAN.
078217     CLOSE KIOSK-SESSION-FILE.
078218     CLOSE KIOSK-WORK-FILE.
078219     IF MG-KIOSK-MOVED = ZERO
078220         GO TO 5100-EXIT
078221     END-IF.
078222     MOVE "N" TO MG-END-SCAN-SW.
078223     OPEN INPUT KIOSK-WORK-FILE.
078224     OPEN OUTPUT KIOSK-SESSION-FILE.
078225     PERFORM 5120-COPY-BACK-ONE THRU 5120-EXIT
078226         UNTIL MG-END-SCAN.
078227     CLOSE KIOSK-WORK-FILE.
078228     CLOSE KIOSK-SESSION-FILE.
078229 5100-EXIT.
078230     EXIT.
078231
078232 5110-COPY-OUT-ONE.
078233     READ KIOSK-SESSION-FILE
078234         AT END
078235             SET MG-END-SCAN TO TRUE
078236             GO TO 5110-EXIT
078237     END-READ.
078238     IF KS-PLAYER-ID = MG-FROM-ID
078239         MOVE MG-TO-ID TO KS-PLAYER-ID
078240         ADD 1 TO MG-KIOSK-MOVED
078241     END-IF.
078242     WRITE KIOSK-WORK-RECORD FROM KIOSK-SESSION-RECORD.
078243 5110-EXIT.
078244     EXIT.
078245
078246 5120-COPY-BACK-ONE.
078247     READ KIOSK-WORK-FILE
078248         AT END
078249             SET MG-END-SCAN TO TRUE
078250             GO TO 5120-EXIT
078251     END-READ.
078252     WRITE KIOSK-SESSION-RECORD FROM KIOSK-WORK-RECORD.
078253 5120-EXIT.
078300     EXIT.
078400
078500*=================================================================*
078600*  5500-MOVE-LEDGER -- ledger entries are keyed by player first,  *
078700*  so they move the way the cross-reference rows do.  Should the  *
078800*  TO id already hold an entry under the same key, the points are *
078900*  added into it so no credit or redemption is lost.              *
079000*=================================================================*
079100 5500-MOVE-LEDGER.
079200     MOVE "N" TO MG-END-SCAN-SW.
079300     PERFORM 5510-MOVE-ONE-ENTRY THRU 5510-EXIT
079400         UNTIL MG-END-SCAN.
079500 5500-EXIT.
079600     EXIT.
079700
079800 5510-MOVE-ONE-ENTRY.
079900     MOVE LOW-VALUES TO PD-LEDGER-KEY.
080000     MOVE MG-FROM-ID TO PD-PLAYER-ID.
080100     START POINTS-LEDGER-FILE KEY NOT < PD-LEDGER-KEY
080200         INVALID KEY
080300             SET MG-END-SCAN TO TRUE
080400             GO TO 5510-EXIT
080500     END-START.
080600     READ POINTS-LEDGER-FILE NEXT
080700         AT END
080800             SET MG-END-SCAN TO TRUE
080900             GO TO 5510-EXIT
081000     END-READ.
081100     IF FS-POINTS-LEDGER NOT = "00"
081200        OR PD-PLAYER-ID NOT = MG-FROM-ID
081300         SET MG-END-SCAN TO TRUE
081400         GO TO 5510-EXIT
081500     END-IF.
081600     MOVE POINTS-LEDGER-RECORD TO MG-HELD-RECORD.
081700     MOVE PD-POINTS TO MG-HELD-POINTS.
081800     DELETE POINTS-LEDGER-FILE.
081900     MOVE MG-HELD-RECORD TO POINTS-LEDGER-RECORD.
082000     MOVE MG-TO-ID TO PD-PLAYER-ID.
082100     ADD 1 TO MG-LEDGER-MOVED.
082200     WRITE POINTS-LEDGER-RECORD
082300         INVALID KEY
082400             READ POINTS-LEDGER-FILE
082500             ADD MG-HELD-POINTS TO PD-POINTS
082600             REWRITE POINTS-LEDGER-RECORD
082700     END-WRITE.
082800 5510-EXIT.
082900     EXIT.
083000
083100*-----------------------------------------------------------------*
083200*  5700-MOVE-BALANCE -- the FROM id's balance and lifetime totals *
083300*  are added into the survivor's (a survivor never credited gets  *
083400*  a balance record of its own) and the FROM balance is deleted,  *
083500*  so POINTS-STMT still finds one balance per ledger player.      *
083600*-----------------------------------------------------------------*
083700 5700-MOVE-BALANCE.
083800     IF NOT MG-FROM-HAS-BALANCE
083900         GO TO 5700-EXIT
084000     END-IF.
084100     MOVE MG-TO-ID TO PB-PLAYER-ID.
084200     IF MG-TO-HAS-BALANCE
084300         READ POINTS-BALANCE-FILE
084400         ADD MG-FROM-BALANCE     TO PB-POINTS-BALANCE
084500         ADD MG-FROM-CREDITS     TO PB-TOTAL-CREDITS
084600         ADD MG-FROM-REDEEMED    TO PB-TOTAL-REDEEMED
084700         ADD MG-FROM-REDEMPTIONS TO PB-REDEMPTION-COUNT
084800         IF MG-FROM-LAST-POST > PB-LAST-POST-DATE
084900             MOVE MG-FROM-LAST-POST TO PB-LAST-POST-DATE
085000         END-IF
085100         REWRITE POINTS-BALANCE-RECORD
085200     ELSE
085300         MOVE SPACES              TO POINTS-BALANCE-RECORD
085400         MOVE MG-TO-ID            TO PB-PLAYER-ID
085500         MOVE MG-FROM-BALANCE     TO PB-POINTS-BALANCE
085600         MOVE MG-FROM-CREDITS     TO PB-TOTAL-CREDITS
085700         MOVE MG-FROM-REDEEMED    TO PB-TOTAL-REDEEMED
085800         MOVE MG-FROM-REDEMPTIONS TO PB-REDEMPTION-COUNT
085900         MOVE MG-FROM-LAST-POST   TO PB-LAST-POST-DATE
086000         WRITE POINTS-BALANCE-RECORD
086100     END-IF.
086200     MOVE MG-FROM-ID TO PB-PLAYER-ID.
086300     DELETE POINTS-BALANCE-FILE
086400         INVALID KEY
086500             CONTINUE
086600     END-DELETE.
086700 5700-EXIT.
086800     EXIT.
086900
087000*=================================================================*
087001*  5800-MERGE-LIMITS -- the FROM id's responsible-play limits go  *
087002*  over to the survivor, so a second registration is no way       *
087003*  round them.  A survivor with no limits record takes the FROM   *
087004*  record as it stands.  Otherwise each daily maximum becomes the *
087005*  lower of the two that are set (zero is no limit), the cooling- *
087006*  off period the longer, the self-exclusion and the cooling-off  *
087007*  whichever runs later, and the usage counts are added where     *
087008*  both ids played on the same day.  The FROM record is deleted.  *
087009*  Both records go to the change journal.                         *
087010*=================================================================*
087011 5800-MERGE-LIMITS.
087012     MOVE "N" TO MG-LIMITS-SW.
087013     MOVE MG-FROM-ID TO LM-PLAYER-ID.
087014     READ PLAYER-LIMITS-FILE
087015         INVALID KEY
087016             GO TO 5800-EXIT
087017     END-READ.
087018     MOVE PLAYER-LIMITS-RECORD TO MG-HELD-LIMITS.
087019     DELETE PLAYER-LIMITS-FILE.
087020     MOVE "MERGE-LIM"    TO MG-JOURNAL-ACTION.
087021     MOVE MG-FROM-ID     TO MG-JOURNAL-KEY.
087022     MOVE MG-HELD-LIMITS TO MG-BEFORE-IMAGE.
087023     MOVE SPACES         TO MG-AFTER-IMAGE.
087024     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
087025     MOVE "Y" TO MG-TO-LIMITS-SW.
087026     MOVE MG-TO-ID TO LM-PLAYER-ID.
087027     READ PLAYER-LIMITS-FILE
087028         INVALID KEY
087029             MOVE "N" TO MG-TO-LIMITS-SW
087030     END-READ.
087031     IF MG-TO-HAS-LIMITS
087032         MOVE PLAYER-LIMITS-RECORD TO MG-BEFORE-IMAGE
087033         PERFORM 5810-COMBINE-LIMITS THRU 5810-EXIT
087034         REWRITE PLAYER-LIMITS-RECORD
087035         SET MG-LIMITS-COMBINED TO TRUE
087036     ELSE
087037         MOVE SPACES TO MG-BEFORE-IMAGE
087038         MOVE MG-HELD-LIMITS TO PLAYER-LIMITS-RECORD
087039         MOVE MG-TO-ID       TO LM-PLAYER-ID
087040         WRITE PLAYER-LIMITS-RECORD
087041         SET MG-LIMITS-MOVED TO TRUE
087042     END-IF.
087043     MOVE MG-TO-ID             TO MG-JOURNAL-KEY.
087044     MOVE PLAYER-LIMITS-RECORD TO MG-AFTER-IMAGE.
087045     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
087046 5800-EXIT.
087047     EXIT.
087048
087049 5810-COMBINE-LIMITS.
087050     IF HL-MAX-DAILY-ROUNDS NOT = ZERO
087051        AND (LM-MAX-DAILY-ROUNDS = ZERO
087052             OR HL-MAX-DAILY-ROUNDS < LM-MAX-DAILY-ROUNDS)
087053         MOVE HL-MAX-DAILY-ROUNDS TO LM-MAX-DAILY-ROUNDS
087054     END-IF.
087055     IF HL-MAX-DAILY-SESSIONS NOT = ZERO
087056        AND (LM-MAX-DAILY-SESSIONS = ZERO
087057             OR HL-MAX-DAILY-SESSIONS < LM-MAX-DAILY-SESSIONS)
087058         MOVE HL-MAX-DAILY-SESSIONS TO LM-MAX-DAILY-SESSIONS
087059     END-IF.
087060     IF HL-COOL-OFF-AFTER NOT = ZERO
087061        AND (LM-COOL-OFF-AFTER = ZERO
087062             OR HL-COOL-OFF-AFTER < LM-COOL-OFF-AFTER)
087063         MOVE HL-COOL-OFF-AFTER TO LM-COOL-OFF-AFTER
087064     END-IF.
087065     IF HL-COOL-OFF-MINUTES > LM-COOL-OFF-MINUTES
087066         MOVE HL-COOL-OFF-MINUTES TO LM-COOL-OFF-MINUTES
087067     END-IF.
087068     IF HL-EXCLUDED
087069        AND (NOT LM-EXCLUDED
087070             OR HL-EXCLUDE-END-DATE > LM-EXCLUDE-END-DATE)
087071         MOVE HL-EXCLUSION TO LM-EXCLUSION
087072     END-IF.
087073     IF HL-COOL-UNTIL > LM-COOL-UNTIL
087074         MOVE HL-COOL-UNTIL TO LM-COOL-UNTIL
087075     END-IF.
087076     EVALUATE TRUE
087077         WHEN HL-USAGE-DATE > LM-USAGE-DATE
087078             MOVE HL-USAGE-DATE        TO LM-USAGE-DATE
087079             MOVE HL-ROUNDS-TODAY      TO LM-ROUNDS-TODAY
087080             MOVE HL-SESSIONS-TODAY    TO LM-SESSIONS-TODAY
087081             MOVE HL-ROUNDS-SINCE-COOL TO LM-ROUNDS-SINCE-COOL
087082         WHEN HL-USAGE-DATE = LM-USAGE-DATE
087083             ADD HL-ROUNDS-TODAY TO LM-ROUNDS-TODAY
087084                 ON SIZE ERROR
087085                     MOVE 999 TO LM-ROUNDS-TODAY
087086             END-ADD
087087             ADD HL-SESSIONS-TODAY TO LM-SESSIONS-TODAY
087088                 ON SIZE ERROR
087089                     MOVE 999 TO LM-SESSIONS-TODAY
087090             END-ADD
087091             ADD HL-ROUNDS-SINCE-COOL TO LM-ROUNDS-SINCE-COOL
087092                 ON SIZE ERROR
087093                     MOVE 999 TO LM-ROUNDS-SINCE-COOL
087094             END-ADD
087095     END-EVALUATE.
087096 5810-EXIT.
087097     EXIT.
087098
087099*=================================================================*
087100*  6000-MOVE-ENTRIES -- the event-entry key is event id then      *
087200*  player id, so the FROM id's seats are found by a full pass.    *
087300*  Each one is deleted and rewritten under the TO id (dropped if  *
087400*  the survivor holds a seat in that event already), then the     *
087500*  pass picks up again just after the key it moved.               *
087600*=================================================================*
087700 6000-MOVE-ENTRIES.
087800     MOVE "N" TO MG-END-SCAN-SW.
087900     MOVE LOW-VALUES TO ER-ENTRY-KEY.
088000     START EVENT-ENTRY-FILE KEY NOT < ER-ENTRY-KEY
088100         INVALID KEY
088200             SET MG-END-SCAN TO TRUE
088300     END-START.
088400     PERFORM 6100-MOVE-ONE-SEAT THRU 6100-EXIT
088500         UNTIL MG-END-SCAN.
088600 6000-EXIT.
088700     EXIT.
088800
088900 6100-MOVE-ONE-SEAT.
089000     READ EVENT-ENTRY-FILE NEXT
089100         AT END
089200             SET MG-END-SCAN TO TRUE
089300             GO TO 6100-EXIT
089400     END-READ.
089500     IF FS-EVENT-ENTRY NOT = "00"
089600         SET MG-END-SCAN TO TRUE
089700         GO TO 6100-EXIT
089800     END-IF.
089900     IF ER-PLAYER-ID NOT = MG-FROM-ID
090000         GO TO 6100-EXIT
090100     END-IF.
090200     MOVE ER-ENTRY-KEY TO MG-RESTART-ENTRY-KEY.
090300     MOVE EVENT-ENTRY-RECORD TO MG-HELD-RECORD.
090400     DELETE EVENT-ENTRY-FILE.
090500     MOVE MG-HELD-RECORD TO EVENT-ENTRY-RECORD.
090600     MOVE MG-TO-ID TO ER-PLAYER-ID.
090700     WRITE EVENT-ENTRY-RECORD
090800         INVALID KEY
090900             ADD 1 TO MG-ENTRIES-DROPPED
091000         NOT INVALID KEY
091100             ADD 1 TO MG-ENTRIES-MOVED
091200     END-WRITE.
091300     MOVE MG-RESTART-ENTRY-KEY TO ER-ENTRY-KEY.
091400     START EVENT-ENTRY-FILE KEY > ER-ENTRY-KEY
091500         INVALID KEY
091600             SET MG-END-SCAN TO TRUE
091700     END-START.
091800 6100-EXIT.
091900     EXIT.
092000
092100*=================================================================*
092101*  6500-MOVE-BRACKETS -- 2300 has made sure the FROM id has no    *
092102*  knockout match still to play, so any slot it holds is in a     *
092103*  decided match (or a bye).  Those slots, and the winner where   *
092104*  the FROM id won, are restamped in place so EVENT-SETTLE awards *
092105*  the survivor.                                                  *
092106*=================================================================*
092107 6500-MOVE-BRACKETS.
092108     MOVE "N" TO MG-END-SCAN-SW.
092109     MOVE LOW-VALUES TO BK-BRACKET-KEY.
092110     START BRACKET-FILE KEY NOT < BK-BRACKET-KEY
092111         INVALID KEY
092112             SET MG-END-SCAN TO TRUE
092113     END-START.
092114     PERFORM 6510-MOVE-ONE-MATCH THRU 6510-EXIT
092115         UNTIL MG-END-SCAN.
092116 6500-EXIT.
092117     EXIT.
092118
092119 6510-MOVE-ONE-MATCH.
092120     READ BRACKET-FILE NEXT
092121         AT END
092122             SET MG-END-SCAN TO TRUE
092123             GO TO 6510-EXIT
092124     END-READ.
092125     IF FS-BRACKET NOT = "00"
092126         SET MG-END-SCAN TO TRUE
092127         GO TO 6510-EXIT
092128     END-IF.
092129     MOVE "N" TO MG-CHANGED-SW.
092130     IF BK-PLAYER-1-ID = MG-FROM-ID
092131         MOVE MG-TO-ID TO BK-PLAYER-1-ID
092132         ADD 1 TO MG-BRACKET-MOVED
092133         SET MG-CHANGED TO TRUE
092134     END-IF.
092135     IF BK-PLAYER-2-ID = MG-FROM-ID
092136         MOVE MG-TO-ID TO BK-PLAYER-2-ID
092137         ADD 1 TO MG-BRACKET-MOVED
092138         SET MG-CHANGED TO TRUE
092139     END-IF.
092140     IF BK-WINNER-ID = MG-FROM-ID
092141         MOVE MG-TO-ID TO BK-WINNER-ID
092142         SET MG-CHANGED TO TRUE
092143     END-IF.
092144     IF MG-CHANGED
092145         REWRITE BRACKET-RECORD
092146     END-IF.
092147 6510-EXIT.
092148     EXIT.
092149
092150*=================================================================*
092200*  7000-UPDATE-MASTERS -- the survivor takes over the FROM games  *
092300*  played, the better-founded skill rating (the one resting on    *
092400*  more rated rounds) and, having none of its own, the FROM team. *
092500*  The FROM record stays on file inactive, with no games, and     *
092600*  points at the survivor.                                        *
092650*  Each record goes to the change journal before and after.       *
092700*=================================================================*
092800 7000-UPDATE-MASTERS.
092900     MOVE MG-TO-ID TO PM-PLAYER-ID.
093000     READ PLAYER-MASTER-FILE.
093033     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
093066     MOVE MG-PLAYER-IMAGE TO MG-BEFORE-IMAGE.
093100     ADD MG-FROM-GAMES TO PM-GAMES-PLAYED.
093200     IF PM-RATED-ROUNDS NOT NUMERIC
093300         MOVE ZERO TO PM-RATED-ROUNDS
093400     END-IF.
093500     IF MG-FROM-RATED-ROUNDS > PM-RATED-ROUNDS
093600         MOVE MG-FROM-RATING      TO PM-SKILL-RATING
093700         MOVE MG-FROM-RATING-DATE TO PM-RATING-DATE
093800     END-IF.
093900     ADD MG-FROM-RATED-ROUNDS TO PM-RATED-ROUNDS
094000         ON SIZE ERROR
094100             MOVE 9999 TO PM-RATED-ROUNDS
094200     END-ADD.
094300     IF PM-TEAM-ID = SPACES OR PM-TEAM-ID = LOW-VALUES
094400         MOVE MG-FROM-TEAM-ID TO PM-TEAM-ID
094500     END-IF.
094600     REWRITE PLAYER-MASTER-RECORD.
094616     MOVE "MERGE-TO" TO MG-JOURNAL-ACTION.
094632     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
094648     MOVE MG-PLAYER-IMAGE TO MG-AFTER-IMAGE.
094664     MOVE PM-PLAYER-ID    TO MG-JOURNAL-KEY.
094680     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
094700
094800     MOVE MG-FROM-ID TO PM-PLAYER-ID.
094900     READ PLAYER-MASTER-FILE.
094933     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
094966     MOVE MG-PLAYER-IMAGE TO MG-BEFORE-IMAGE.
095000     MOVE ZERO     TO PM-GAMES-PLAYED.
095100     SET PM-INACTIVE TO TRUE.
095200     MOVE MG-TO-ID TO PM-MERGED-INTO-ID.
095300     REWRITE PLAYER-MASTER-RECORD.
095316     MOVE "MERGE-FROM" TO MG-JOURNAL-ACTION.
095332     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
095348     MOVE MG-PLAYER-IMAGE TO MG-AFTER-IMAGE.
095364     MOVE PM-PLAYER-ID    TO MG-JOURNAL-KEY.
095380     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
095400 7000-EXIT.
095500     EXIT.
095600
095700*=================================================================*
095800*  8000-WRITE-MERGE-AUDIT -- one record per merge.                *
095900*=================================================================*
096000 8000-WRITE-MERGE-AUDIT.
096100     MOVE SPACES TO MERGE-AUDIT-RECORD.
096200     MOVE MG-FROM-ID         TO MA-FROM-PLAYER-ID.
096300     MOVE MG-TO-ID           TO MA-TO-PLAYER-ID.
096400     MOVE MG-SIGNON-OPERATOR TO MA-OPERATOR-ID.
096500     ACCEPT MG-STAMP-DATE FROM DATE YYYYMMDD.
096600     ACCEPT MG-STAMP-TIME FROM TIME.
096700     MOVE MG-STAMP-DATE      TO MA-MERGE-DATE.
096800     MOVE MG-STAMP-TIME(1:6) TO MA-MERGE-TIME.
096900     MOVE MG-FROM-GAMES      TO MA-FROM-GAMES-BEFORE.
097000     MOVE MG-TO-GAMES        TO MA-TO-GAMES-BEFORE.
097100     COMPUTE MA-TO-GAMES-AFTER = MG-FROM-GAMES + MG-TO-GAMES.
097200     MOVE MG-FROM-BALANCE    TO MA-FROM-POINTS-BEFORE.
097300     MOVE MG-TO-BALANCE      TO MA-TO-POINTS-BEFORE.
097400     COMPUTE MA-TO-POINTS-AFTER = MG-FROM-BALANCE + MG-TO-BALANCE.
097500     MOVE MG-HISTORY-MOVED    TO MA-HISTORY-MOVED.
097600     MOVE MG-OPPONENT-MOVED   TO MA-OPPONENT-MOVED.
097700     MOVE MG-ARCHIVE-MOVED    TO MA-ARCHIVE-MOVED.
097800     MOVE MG-XREF-MOVED       TO MA-XREF-MOVED.
097900     MOVE MG-XREF-DROPPED     TO MA-XREF-DROPPED.
098000     MOVE MG-SUMMARY-MOVED    TO MA-SUMMARY-MOVED.
098100     MOVE MG-SUMMARY-COMBINED TO MA-SUMMARY-COMBINED.
098200     MOVE MG-RESULTS-MOVED    TO MA-RESULTS-MOVED.
098300     MOVE MG-LEDGER-MOVED     TO MA-LEDGER-MOVED.
098400     MOVE MG-ENTRIES-MOVED    TO MA-ENTRIES-MOVED.
098500     MOVE MG-ENTRIES-DROPPED  TO MA-ENTRIES-DROPPED.
098516     MOVE MG-BRACKET-MOVED    TO MA-BRACKET-MOVED.
098532     MOVE MG-REVIEW-MOVED     TO MA-REVIEW-MOVED.
098548     MOVE MG-KIOSK-MOVED      TO MA-KIOSK-MOVED.
098564     MOVE MG-LIMITS-SW        TO MA-LIMITS-MERGED.
098580     MOVE MG-APPROVER-ID      TO MA-APPROVER-ID.
098600     WRITE MERGE-AUDIT-RECORD.
098700     MOVE MA-TO-GAMES-AFTER TO MG-GAMES-ED.
098800     DISPLAY "SURVIVOR GAMES PLAYED : " MG-GAMES-ED.
098900     MOVE MA-TO-POINTS-AFTER TO MG-POINTS-ED.
099000     DISPLAY "SURVIVOR POINTS       : " MG-POINTS-ED.
099100 8000-EXIT.
099102     EXIT.
099104
099106*=================================================================*
099108*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
099110*  the merge, who countersigned it, when, what, and the record    *
099112*  before and after.  The caller loads MG-JOURNAL-ACTION,         *
099114*  MG-JOURNAL-KEY and both images.                                *
099116*=================================================================*
099118 8500-WRITE-JOURNAL.
099120     MOVE SPACES TO MAINT-JOURNAL-RECORD.
099122     ACCEPT MG-STAMP-DATE FROM DATE YYYYMMDD.
099124     ACCEPT MG-STAMP-TIME FROM TIME.
099126     MOVE MG-STAMP-DATE       TO MJ-JOURNAL-DATE.
099128     MOVE MG-STAMP-TIME (1:6) TO MJ-JOURNAL-TIME.
099130     MOVE MG-SIGNON-OPERATOR  TO MJ-OPERATOR-ID.
099132     MOVE MG-APPROVER-ID      TO MJ-APPROVER-ID.
099134     MOVE "PLYMERGE"          TO MJ-PROGRAM-ID.
099136     MOVE MG-JOURNAL-ACTION   TO MJ-ACTION.
099138     MOVE MG-JOURNAL-KEY      TO MJ-RECORD-KEY.
099140     MOVE MG-BEFORE-IMAGE     TO MJ-BEFORE-IMAGE.
099142     MOVE MG-AFTER-IMAGE      TO MJ-AFTER-IMAGE.
099144     WRITE MAINT-JOURNAL-RECORD.
099146 8500-EXIT.
099148     EXIT.
099150
099152*-----------------------------------------------------------------*
099154*  8600-BUILD-IMAGE -- the player record in journal form.         *
099156*-----------------------------------------------------------------*
099158 8600-BUILD-IMAGE.
099160     MOVE SPACES              TO MG-PLAYER-IMAGE.
099162     MOVE PM-PLAYER-ID        TO MG-IMG-PLAYER-ID.
099164     MOVE PM-PLAYER-NAME      TO MG-IMG-PLAYER-NAME.
099166     MOVE PM-GAMES-PLAYED     TO MG-IMG-GAMES-PLAYED.
099168     MOVE PM-STATUS           TO MG-IMG-STATUS.
099170     IF PM-NO-PIN
099172         MOVE "N" TO MG-IMG-PIN-SW
099174     ELSE
099176         MOVE "Y" TO MG-IMG-PIN-SW
099178     END-IF.
099180     MOVE PM-PIN-FAILURES     TO MG-IMG-PIN-FAILURES.
099182     MOVE PM-LOCK-SW          TO MG-IMG-LOCK-SW.
099184     MOVE PM-RATING-GROUP     TO MG-IMG-RATING-GROUP.
099186     MOVE PM-TEAM-ID          TO MG-IMG-TEAM-ID.
099188     MOVE PM-MERGED-INTO-ID   TO MG-IMG-MERGED-INTO-ID.
099190 8600-EXIT.
099200     EXIT.
099300
099400*=================================================================*
099500*  9000-TERMINATE                                                 *
099600*=================================================================*
099700 9000-TERMINATE.
099800     CLOSE PLAYER-MASTER-FILE.
099900     CLOSE GAME-HISTORY-FILE.
100000     CLOSE PLAYER-XREF-FILE.
100100     CLOSE PLAYER-SUMMARY-FILE.
100200     CLOSE POINTS-LEDGER-FILE.
100300     CLOSE POINTS-BALANCE-FILE.
100400     CLOSE EVENT-ENTRY-FILE.
100500     CLOSE MERGE-AUDIT-FILE.
100516     CLOSE PLAYER-LIMITS-FILE.
100532     CLOSE BRACKET-FILE.
100548     CLOSE REVIEW-QUEUE-FILE.
100564     CLOSE OPERATOR-MASTER-FILE.
100580     CLOSE MAINT-JOURNAL-FILE.
100600     DISPLAY "PLAYERS MERGED THIS SITTING: " MG-MERGES-KEYED.
100700 9000-EXIT.
100800     EXIT.
