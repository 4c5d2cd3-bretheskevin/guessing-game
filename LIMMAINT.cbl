000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LIMMAINT.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  LIMMAINT                                                       *
000900*                                                                 *
001000*  Interactive maintenance for PLAYER-LIMITS-FILE, the            *
001100*  responsible-play limits GUESSING-GAME enforces at sign-on and  *
001200*  GUESSTRN-EDIT enforces on the kiosk feed.  The operator signs  *
001300*  on first.                                                      *
001400*    A  add limits for a player on the player master: daily       *
001500*       maximum rounds, daily maximum sessions, and a cooling-    *
001600*       off period of so many minutes after so many rounds        *
001700*       (zero = no limit)                                         *
001800*    C  change a player's limits                                  *
001900*    X  self-exclude a player, at the player's request, until an  *
002000*       end date                                                  *
002100*    R  revoke a self-exclusion before its end date               *
002200*    D  delete a player's limits record                           *
002300*    S  show a player's limits, exclusion and today's usage       *
002400*  Tightening a limit, or starting or lengthening an exclusion,   *
002500*  is open to any desk operator.  Anything that lets the player   *
002600*  play more -- raising or clearing a limit, shortening or        *
002700*  revoking an exclusion, deleting the record -- needs a second   *
002800*  sign-on by a supervisor or admin, and revoke and delete may    *
002900*  only be keyed by a supervisor or admin.  The usage counts are  *
003000*  GUESSING-GAME's and are never keyed here.  Every update is     *
003100*  written to the change journal with the record before and       *
003200*  after.  Follows the same shape as PLYMAINT.                    *
003300*-----------------------------------------------------------------*
003400*  MODIFICATION HISTORY                                           *
003500*  DATE       INIT  DESCRIPTION                                   *
003600*  2026-10-15  DLW  Original.                                     *
003700*=================================================================*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PLAYER-LIMITS-FILE ASSIGN TO "PLAYLIM"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LM-PLAYER-ID
004600         FILE STATUS IS FS-PLAYER-LIMITS.
004700
004800     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PM-PLAYER-ID
005200         FILE STATUS IS FS-PLAYER-MASTER.
005300
005400     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS OP-OPERATOR-ID
005800         FILE STATUS IS FS-OPERATOR-MASTER.
005900
006000     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FS-MAINT-JOURNAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PLAYER-LIMITS-FILE.
006700     COPY PLAYLIM.
006800
006900 FD  PLAYER-MASTER-FILE.
007000     COPY PLAYMAST.
007100
007200 FD  OPERATOR-MASTER-FILE.
007300     COPY OPERMAST.
007400
007500 FD  MAINT-JOURNAL-FILE.
007600     COPY MNTJRNL.
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-FILE-STATUSES.
008000     05  FS-PLAYER-LIMITS        PIC X(02) VALUE "00".
008100     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
008200     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
008300     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
008400
008500 01  LT-FUNCTION-CODE            PIC X(01).
008600     88  LT-FUNCTION-ADD             VALUE "A".
008700     88  LT-FUNCTION-CHANGE          VALUE "C".
008800     88  LT-FUNCTION-EXCLUDE         VALUE "X".
008900     88  LT-FUNCTION-REVOKE          VALUE "R".
009000     88  LT-FUNCTION-DELETE          VALUE "D".
009100     88  LT-FUNCTION-SHOW            VALUE "S".
009200     88  LT-FUNCTION-QUIT            VALUE "Q".
009300
009400 01  LT-SWITCHES.
009500     05  LT-DONE-SW              PIC X(01) VALUE "N".
009600         88  LT-DONE                 VALUE "Y".
009700     05  LT-SIGNED-ON-SW         PIC X(01) VALUE "N".
009800         88  LT-SIGNED-ON            VALUE "Y".
009900     05  LT-FUNCTION-OK-SW       PIC X(01) VALUE "N".
010000         88  LT-FUNCTION-OK          VALUE "Y".
010100     05  LT-APPROVED-SW          PIC X(01) VALUE "N".
010200         88  LT-APPROVED             VALUE "Y".
010300     05  LT-VALUES-OK-SW         PIC X(01) VALUE "N".
010400         88  LT-VALUES-OK            VALUE "Y".
010500     05  LT-LOOSENED-SW          PIC X(01) VALUE "N".
010600         88  LT-LOOSENED             VALUE "Y".
010700
010800*-----------------------------------------------------------------*
010900*    SIGN-ON -- the operator keying the updates, and the second   *
011000*    operator who countersigned the one in hand.                  *
011100*-----------------------------------------------------------------*
011200 01  LT-SIGNON.
011300     05  LT-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
011400     05  LT-SIGNON-ROLE          PIC X(01) VALUE SPACE.
011500         88  LT-ROLE-DESK            VALUE "D".
011600         88  LT-ROLE-SUPERVISOR      VALUE "S".
011700         88  LT-ROLE-ADMIN           VALUE "A".
011800     05  LT-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
011900     05  LT-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
012000     05  LT-APPROVER-ID          PIC X(05) VALUE SPACES.
012100
012200 01  LT-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
012300 01  LT-JOURNAL-KEY              PIC X(15) VALUE SPACES.
012400 01  LT-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
012500 01  LT-AFTER-IMAGE              PIC X(80) VALUE SPACES.
012600 01  LT-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
012700 01  LT-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
012800
012900 01  LT-TODAY                    PIC 9(08) VALUE ZERO.
013000 01  LT-PLAYER-ID                PIC X(05) VALUE SPACES.
013100 01  LT-CONFIRM-ANSWER           PIC X(01) VALUE SPACE.
013200
013300*    The limits as keyed, checked before they replace the record's.
013400 01  LT-NEW-LIMITS.
013500     05  LT-NEW-MAX-ROUNDS       PIC 9(03).
013600     05  LT-NEW-MAX-SESSIONS     PIC 9(03).
013700     05  LT-NEW-COOL-AFTER       PIC 9(03).
013800     05  LT-NEW-COOL-MINUTES     PIC 9(04).
013900
014000*    Dates are keyed as text and checked before use.
014100 01  LT-ENTRY-DATE               PIC X(08) VALUE SPACES.
014200 01  LT-ENTRY-DATE-N REDEFINES LT-ENTRY-DATE
014300                                 PIC 9(08).
014400 01  LT-WORK-DATE                PIC 9(08) VALUE ZERO.
014500
014600 PROCEDURE DIVISION.
014700*=================================================================*
014800*  0000-MAINLINE                                                  *
014900*=================================================================*
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
015300         UNTIL LT-DONE.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     STOP RUN.
015600
015700 1000-INITIALIZE.
015800     OPEN I-O PLAYER-LIMITS-FILE.
015900     IF FS-PLAYER-LIMITS = "35"
016000         CLOSE PLAYER-LIMITS-FILE
016100         OPEN OUTPUT PLAYER-LIMITS-FILE
016200         CLOSE PLAYER-LIMITS-FILE
016300         OPEN I-O PLAYER-LIMITS-FILE
016400     END-IF.
016500     OPEN INPUT PLAYER-MASTER-FILE.
016600     IF FS-PLAYER-MASTER = "35"
016700         CLOSE PLAYER-MASTER-FILE
016800         OPEN OUTPUT PLAYER-MASTER-FILE
016900         CLOSE PLAYER-MASTER-FILE
017000         OPEN INPUT PLAYER-MASTER-FILE
017100     END-IF.
017200     OPEN EXTEND MAINT-JOURNAL-FILE.
017300     IF FS-MAINT-JOURNAL = "35"
017400         OPEN OUTPUT MAINT-JOURNAL-FILE
017500     END-IF.
017600     ACCEPT LT-TODAY FROM DATE YYYYMMDD.
017700     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
017800     IF NOT LT-SIGNED-ON
017900         SET LT-DONE TO TRUE
018000     END-IF.
018100 1000-EXIT.
018200     EXIT.
018300
018400*-----------------------------------------------------------------*
018500*  1100-SIGN-ON -- operator id and password against               *
018600*  OPERATOR-MASTER-FILE.  Three tries; an inactive operator or a  *
018700*  wrong password is refused without saying which.                *
018800*-----------------------------------------------------------------*
018900 1100-SIGN-ON.
019000     MOVE "N" TO LT-SIGNED-ON-SW.
019100     MOVE ZERO TO LT-SIGNON-TRIES.
019200     OPEN INPUT OPERATOR-MASTER-FILE.
019300     IF FS-OPERATOR-MASTER NOT = "00"
019400         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
019500             FS-OPERATOR-MASTER
019600         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
019700         GO TO 1100-EXIT
019800     END-IF.
019900     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
020000         UNTIL LT-SIGNED-ON
020100            OR LT-SIGNON-TRIES NOT < 3.
020200     IF NOT LT-SIGNED-ON
020300         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
020400     END-IF.
020500 1100-EXIT.
020600     EXIT.
020700
020800 1110-TRY-SIGN-ON.
020900     ADD 1 TO LT-SIGNON-TRIES.
021000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
021100     ACCEPT OP-OPERATOR-ID.
021200     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
021300     ACCEPT LT-SIGNON-PASSWORD.
021400     READ OPERATOR-MASTER-FILE
021500         INVALID KEY
021600             DISPLAY "SIGN-ON REFUSED"
021700             GO TO 1110-EXIT
021800     END-READ.
021900     IF NOT OP-ACTIVE
022000        OR NOT OP-ROLE-VALID
022100        OR OP-PASSWORD NOT = LT-SIGNON-PASSWORD
022200         DISPLAY "SIGN-ON REFUSED"
022300         GO TO 1110-EXIT
022400     END-IF.
022500     MOVE OP-OPERATOR-ID TO LT-SIGNON-OPERATOR.
022600     MOVE OP-ROLE        TO LT-SIGNON-ROLE.
022700     SET LT-SIGNED-ON TO TRUE.
022800     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
022900 1110-EXIT.
023000     EXIT.
023100
023200*-----------------------------------------------------------------*
023300*  1200-SUPERVISOR-APPROVAL -- a second sign-on, by a supervisor  *
023400*  or admin other than the operator keying the update.  One try;  *
023500*  LT-APPROVER-ID holds the countersigning id when LT-APPROVED    *
023600*  is set, and goes on the journal record.                        *
023700*-----------------------------------------------------------------*
023800 1200-SUPERVISOR-APPROVAL.
023900     MOVE "N" TO LT-APPROVED-SW.
024000     MOVE SPACES TO LT-APPROVER-ID.
024100     DISPLAY "SUPERVISOR ID      : " WITH NO ADVANCING.
024200     ACCEPT OP-OPERATOR-ID.
024300     DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
024400     ACCEPT LT-SIGNON-PASSWORD.
024500     IF OP-OPERATOR-ID = LT-SIGNON-OPERATOR
024600         DISPLAY "A SECOND OPERATOR MUST APPROVE - NOT APPROVED"
024700         GO TO 1200-EXIT
024800     END-IF.
024900     READ OPERATOR-MASTER-FILE
025000         INVALID KEY
025100             DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
025200             GO TO 1200-EXIT
025300     END-READ.
025400     IF NOT OP-ACTIVE
025500        OR NOT OP-ROLE-CAN-APPROVE
025600        OR OP-PASSWORD NOT = LT-SIGNON-PASSWORD
025700         DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
025800         GO TO 1200-EXIT
025900     END-IF.
026000     MOVE OP-OPERATOR-ID TO LT-APPROVER-ID.
026100     SET LT-APPROVED TO TRUE.
026200 1200-EXIT.
026300     EXIT.
026400
026500*=================================================================*
026600*  2000-PROCESS-REQUEST -- prompt for a function code and drive   *
026700*  the matching maintenance paragraph.                            *
026800*=================================================================*
026900 2000-PROCESS-REQUEST.
027000     DISPLAY " ".
027100     DISPLAY "A=ADD  C=CHANGE  X=EXCLUDE  R=REVOKE  D=DELETE"
027200         "  S=SHOW  Q=QUIT: " WITH NO ADVANCING.
027300     ACCEPT LT-FUNCTION-CODE.
027400     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
027500     IF NOT LT-FUNCTION-OK
027600         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
027700         GO TO 2000-EXIT
027800     END-IF.
027900     EVALUATE TRUE
028000         WHEN LT-FUNCTION-ADD
028100             PERFORM 3000-ADD-LIMITS THRU 3000-EXIT
028200         WHEN LT-FUNCTION-CHANGE
028300             PERFORM 4000-CHANGE-LIMITS THRU 4000-EXIT
028400         WHEN LT-FUNCTION-EXCLUDE
028500             PERFORM 5000-SELF-EXCLUDE THRU 5000-EXIT
028600         WHEN LT-FUNCTION-REVOKE
028700             PERFORM 5500-REVOKE-EXCLUSION THRU 5500-EXIT
028800         WHEN LT-FUNCTION-DELETE
028900             PERFORM 6000-DELETE-LIMITS THRU 6000-EXIT
029000         WHEN LT-FUNCTION-SHOW
029100             PERFORM 7000-SHOW-LIMITS THRU 7000-EXIT
029200         WHEN LT-FUNCTION-QUIT
029300             SET LT-DONE TO TRUE
029400         WHEN OTHER
029500             DISPLAY "INVALID FUNCTION CODE - TRY AGAIN"
029600     END-EVALUATE.
029700 2000-EXIT.
029800     EXIT.
029900
030000*-----------------------------------------------------------------*
030100*  2100-CHECK-ROLE -- revoking an exclusion and deleting a        *
030200*  limits record are for a supervisor or admin to key.            *
030300*-----------------------------------------------------------------*
030400 2100-CHECK-ROLE.
030500     SET LT-FUNCTION-OK TO TRUE.
030600     IF (LT-FUNCTION-REVOKE OR LT-FUNCTION-DELETE)
030700        AND LT-ROLE-DESK
030800         MOVE "N" TO LT-FUNCTION-OK-SW
030900     END-IF.
031000 2100-EXIT.
031100     EXIT.
031200
031300*-----------------------------------------------------------------*
031400*  3000-ADD-LIMITS -- first limits for a player on the master.    *
031500*  A player excluded before any limits were set already has a     *
031600*  record; their limits are changed, not added.                   *
031700*-----------------------------------------------------------------*
031800 3000-ADD-LIMITS.
031900     PERFORM 3500-ACCEPT-PLAYER THRU 3500-EXIT.
032000     IF LT-PLAYER-ID = SPACES
032100         GO TO 3000-EXIT
032200     END-IF.
032300     MOVE LT-PLAYER-ID TO LM-PLAYER-ID.
032400     READ PLAYER-LIMITS-FILE
032500         INVALID KEY
032600             CONTINUE
032700         NOT INVALID KEY
032800             DISPLAY "LIMITS ALREADY ON FILE FOR " LT-PLAYER-ID
032900                 " - USE CHANGE"
033000             GO TO 3000-EXIT
033100     END-READ.
033200     PERFORM 3600-ACCEPT-LIMITS THRU 3600-EXIT.
033300     IF NOT LT-VALUES-OK
033400         DISPLAY "LIMITS NOT ADDED"
033500         GO TO 3000-EXIT
033600     END-IF.
033700     PERFORM 3800-NEW-RECORD THRU 3800-EXIT.
033800     MOVE LT-NEW-LIMITS TO LM-LIMITS.
033900     WRITE PLAYER-LIMITS-RECORD
034000         INVALID KEY
034100             DISPLAY "LIMITS ALREADY ON FILE FOR " LT-PLAYER-ID
034200             GO TO 3000-EXIT
034300     END-WRITE.
034400     DISPLAY "LIMITS FOR " LT-PLAYER-ID " ADDED".
034500     MOVE SPACES TO LT-BEFORE-IMAGE.
034600     MOVE PLAYER-LIMITS-RECORD TO LT-AFTER-IMAGE.
034700     MOVE "ADD" TO LT-JOURNAL-ACTION.
034800     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
034900 3000-EXIT.
035000     EXIT.
035100
035200*-----------------------------------------------------------------*
035300*  3500-ACCEPT-PLAYER -- LT-PLAYER-ID is left blank unless the    *
035400*  id keyed is on PLAYER-MASTER-FILE.                             *
035500*-----------------------------------------------------------------*
035600 3500-ACCEPT-PLAYER.
035700     DISPLAY "PLAYER ID: " WITH NO ADVANCING.
035800     ACCEPT LT-PLAYER-ID.
035900     IF LT-PLAYER-ID = SPACES
036000         GO TO 3500-EXIT
036100     END-IF.
036200     MOVE LT-PLAYER-ID TO PM-PLAYER-ID.
036300     READ PLAYER-MASTER-FILE
036400         INVALID KEY
036500             DISPLAY "PLAYER ID NOT ON FILE - " LT-PLAYER-ID
036600             MOVE SPACES TO LT-PLAYER-ID
036700             GO TO 3500-EXIT
036800     END-READ.
036900     DISPLAY "PLAYER: " PM-PLAYER-NAME.
037000 3500-EXIT.
037100     EXIT.
037200
037300*-----------------------------------------------------------------*
037400*  3600-ACCEPT-LIMITS -- key the four limits into LT-NEW-LIMITS.  *
037500*  Zero means no limit.  A cooling-off period needs both its      *
037600*  round count and its minutes, or neither (at most 1440).        *
037700*-----------------------------------------------------------------*
037800 3600-ACCEPT-LIMITS.
037900     MOVE "N" TO LT-VALUES-OK-SW.
038000     DISPLAY "MAX ROUNDS A DAY    (NNN) : " WITH NO ADVANCING.
038100     ACCEPT LT-NEW-MAX-ROUNDS.
038200     DISPLAY "MAX SESSIONS A DAY  (NNN) : " WITH NO ADVANCING.
038300     ACCEPT LT-NEW-MAX-SESSIONS.
038400     DISPLAY "COOL OFF AFTER ROUNDS (NNN): " WITH NO ADVANCING.
038500     ACCEPT LT-NEW-COOL-AFTER.
038600     DISPLAY "COOL OFF FOR MINUTES (NNNN): " WITH NO ADVANCING.
038700     ACCEPT LT-NEW-COOL-MINUTES.
038800     IF LT-NEW-MAX-ROUNDS NOT NUMERIC
038900        OR LT-NEW-MAX-SESSIONS NOT NUMERIC
039000        OR LT-NEW-COOL-AFTER NOT NUMERIC
039100        OR LT-NEW-COOL-MINUTES NOT NUMERIC
039200         DISPLAY "LIMITS MUST BE NUMERIC"
039300         GO TO 3600-EXIT
039400     END-IF.
039500     IF (LT-NEW-COOL-AFTER = ZERO
039600         AND LT-NEW-COOL-MINUTES > ZERO)
039700        OR (LT-NEW-COOL-AFTER > ZERO
039800         AND LT-NEW-COOL-MINUTES = ZERO)
039900         DISPLAY "COOLING OFF NEEDS BOTH ROUNDS AND MINUTES"
040000         GO TO 3600-EXIT
040100     END-IF.
040200     IF LT-NEW-COOL-MINUTES > 1440
040300         DISPLAY "COOLING OFF CANNOT EXCEED 1440 MINUTES"
040400         GO TO 3600-EXIT
040500     END-IF.
040600     SET LT-VALUES-OK TO TRUE.
040700 3600-EXIT.
040800     EXIT.
040900
041000*-----------------------------------------------------------------*
041100*  3700-CHECK-LOOSENED -- does LT-NEW-LIMITS let the player play  *
041200*  more than the record's limits?  A limit raised, or cleared to  *
041300*  zero where one was set, loosens; so does a cooling-off that    *
041400*  comes later (more rounds) or ends sooner (fewer minutes).      *
041500*-----------------------------------------------------------------*
041600 3700-CHECK-LOOSENED.
041700     MOVE "N" TO LT-LOOSENED-SW.
041800     IF LM-MAX-DAILY-ROUNDS > ZERO
041900        AND (LT-NEW-MAX-ROUNDS = ZERO
042000             OR LT-NEW-MAX-ROUNDS > LM-MAX-DAILY-ROUNDS)
042100         SET LT-LOOSENED TO TRUE
042200     END-IF.
042300     IF LM-MAX-DAILY-SESSIONS > ZERO
042400        AND (LT-NEW-MAX-SESSIONS = ZERO
042500             OR LT-NEW-MAX-SESSIONS > LM-MAX-DAILY-SESSIONS)
042600         SET LT-LOOSENED TO TRUE
042700     END-IF.
042800     IF LM-COOL-OFF-AFTER > ZERO
042900        AND (LT-NEW-COOL-AFTER = ZERO
043000             OR LT-NEW-COOL-AFTER > LM-COOL-OFF-AFTER
043100             OR LT-NEW-COOL-MINUTES < LM-COOL-OFF-MINUTES)
043200         SET LT-LOOSENED TO TRUE
043300     END-IF.
043400 3700-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------------*
043800*  3800-NEW-RECORD -- an empty limits record for LT-PLAYER-ID: no *
043900*  limits, no exclusion, no usage yet.                            *
044000*-----------------------------------------------------------------*
044100 3800-NEW-RECORD.
044200     MOVE SPACES        TO PLAYER-LIMITS-RECORD.
044300     MOVE LT-PLAYER-ID  TO LM-PLAYER-ID.
044400     MOVE ZERO          TO LM-MAX-DAILY-ROUNDS.
044500     MOVE ZERO          TO LM-MAX-DAILY-SESSIONS.
044600     MOVE ZERO          TO LM-COOL-OFF-AFTER.
044700     MOVE ZERO          TO LM-COOL-OFF-MINUTES.
044800     SET LM-NOT-EXCLUDED TO TRUE.
044900     MOVE ZERO          TO LM-EXCLUDE-START-DATE.
045000     MOVE ZERO          TO LM-EXCLUDE-END-DATE.
045100     MOVE ZERO          TO LM-USAGE-DATE.
045200     MOVE ZERO          TO LM-ROUNDS-TODAY.
045300     MOVE ZERO          TO LM-SESSIONS-TODAY.
045400     MOVE ZERO          TO LM-ROUNDS-SINCE-COOL.
045500     MOVE ZERO          TO LM-COOL-UNTIL-DATE.
045600     MOVE ZERO          TO LM-COOL-UNTIL-TIME.
045700 3800-EXIT.
045800     EXIT.
045900
046000*-----------------------------------------------------------------*
046100*  4000-CHANGE-LIMITS -- new values for all four limits.  A       *
046200*  change that loosens any of them needs a supervisor's           *
046300*  countersignature.                                              *
046400*-----------------------------------------------------------------*
046500 4000-CHANGE-LIMITS.
046600     PERFORM 3500-ACCEPT-PLAYER THRU 3500-EXIT.
046700     IF LT-PLAYER-ID = SPACES
046800         GO TO 4000-EXIT
046900     END-IF.
047000     MOVE LT-PLAYER-ID TO LM-PLAYER-ID.
047100     READ PLAYER-LIMITS-FILE
047200         INVALID KEY
047300             DISPLAY "NO LIMITS ON FILE FOR " LT-PLAYER-ID
047400                 " - USE ADD"
047500             GO TO 4000-EXIT
047600     END-READ.
047700     PERFORM 7100-SHOW-ONE-PLAYER THRU 7100-EXIT.
047800     MOVE PLAYER-LIMITS-RECORD TO LT-BEFORE-IMAGE.
047900     PERFORM 3600-ACCEPT-LIMITS THRU 3600-EXIT.
048000     IF NOT LT-VALUES-OK
048100         DISPLAY "LIMITS NOT CHANGED"
048200         GO TO 4000-EXIT
048300     END-IF.
048400     PERFORM 3700-CHECK-LOOSENED THRU 3700-EXIT.
048500     IF LT-LOOSENED
048600         DISPLAY "THIS RAISES OR CLEARS A LIMIT - "
048700             "SUPERVISOR APPROVAL NEEDED"
048800         PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT
048900         IF NOT LT-APPROVED
049000             DISPLAY "LIMITS NOT CHANGED"
049100             GO TO 4000-EXIT
049200         END-IF
049300     END-IF.
049400     MOVE LT-NEW-LIMITS TO LM-LIMITS.
049500*    A cooling-off count that no longer applies starts again.
049600     IF LM-COOL-OFF-AFTER = ZERO
049700         MOVE ZERO TO LM-ROUNDS-SINCE-COOL
049800     END-IF.
049900     REWRITE PLAYER-LIMITS-RECORD.
050000     DISPLAY "LIMITS FOR " LT-PLAYER-ID " CHANGED".
050100     MOVE PLAYER-LIMITS-RECORD TO LT-AFTER-IMAGE.
050200     MOVE "CHANGE" TO LT-JOURNAL-ACTION.
050300     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
050400 4000-EXIT.
050500     EXIT.
050600
050700*=================================================================*
050800*  5000-SELF-EXCLUDE -- at the player's own request, no play      *
050900*  at all until the end date keyed (inclusive), which must be     *
051000*  after today.  A player with no limits record gets one with no  *
051100*  limits.  An exclusion already in force may be lengthened by    *
051200*  the desk; bringing its end date forward needs a supervisor's   *
051300*  countersignature.                                              *
051400*=================================================================*
051500 5000-SELF-EXCLUDE.
051600     PERFORM 3500-ACCEPT-PLAYER THRU 3500-EXIT.
051700     IF LT-PLAYER-ID = SPACES
051800         GO TO 5000-EXIT
051900     END-IF.
052000     MOVE LT-PLAYER-ID TO LM-PLAYER-ID.
052100     READ PLAYER-LIMITS-FILE
052200         INVALID KEY
052300             PERFORM 3800-NEW-RECORD THRU 3800-EXIT
052400             MOVE SPACES TO LT-BEFORE-IMAGE
052500         NOT INVALID KEY
052600             PERFORM 7100-SHOW-ONE-PLAYER THRU 7100-EXIT
052700             MOVE PLAYER-LIMITS-RECORD TO LT-BEFORE-IMAGE
052800     END-READ.
052900     DISPLAY "EXCLUDE UNTIL THE END OF -".
053000     PERFORM 5100-ACCEPT-DATE THRU 5100-EXIT.
053100     IF LT-WORK-DATE = ZERO
053200         GO TO 5000-EXIT
053300     END-IF.
053400     IF LT-WORK-DATE NOT > LT-TODAY
053500         DISPLAY "END DATE MUST BE AFTER TODAY"
053600         GO TO 5000-EXIT
053700     END-IF.
053800     IF LM-EXCLUDED
053900        AND LM-EXCLUDE-END-DATE NOT < LT-TODAY
054000        AND LT-WORK-DATE < LM-EXCLUDE-END-DATE
054100         DISPLAY "THIS SHORTENS AN EXCLUSION IN FORCE - "
054200             "SUPERVISOR APPROVAL NEEDED"
054300         PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT
054400         IF NOT LT-APPROVED
054500             DISPLAY "EXCLUSION NOT CHANGED"
054600             GO TO 5000-EXIT
054700         END-IF
054800     END-IF.
054900     IF NOT LM-EXCLUDED
055000        OR LM-EXCLUDE-END-DATE < LT-TODAY
055100         MOVE LT-TODAY TO LM-EXCLUDE-START-DATE
055200     END-IF.
055300     SET LM-EXCLUDED TO TRUE.
055400     MOVE LT-WORK-DATE       TO LM-EXCLUDE-END-DATE.
055500     MOVE LT-SIGNON-OPERATOR TO LM-EXCLUDE-SET-BY.
055600     IF LT-BEFORE-IMAGE = SPACES
055700         WRITE PLAYER-LIMITS-RECORD
055800             INVALID KEY
055900                 DISPLAY "LIMITS ALREADY ON FILE FOR "
056000                     LT-PLAYER-ID
056100                 GO TO 5000-EXIT
056200         END-WRITE
056300     ELSE
056400         REWRITE PLAYER-LIMITS-RECORD
056500     END-IF.
056600     DISPLAY "PLAYER " LT-PLAYER-ID " EXCLUDED UNTIL "
056700         LM-EXCLUDE-END-DATE.
056800     MOVE PLAYER-LIMITS-RECORD TO LT-AFTER-IMAGE.
056900     MOVE "EXCLUDE" TO LT-JOURNAL-ACTION.
057000     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
057100 5000-EXIT.
057200     EXIT.
057300
057400*-----------------------------------------------------------------*
057500*  5100-ACCEPT-DATE -- LT-WORK-DATE is left zero when the date    *
057600*  keyed is not a YYYYMMDD number.                                *
057700*-----------------------------------------------------------------*
057800 5100-ACCEPT-DATE.
057900     MOVE ZERO TO LT-WORK-DATE.
058000     DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING.
058100     MOVE SPACES TO LT-ENTRY-DATE.
058200     ACCEPT LT-ENTRY-DATE.
058300     IF LT-ENTRY-DATE NOT NUMERIC
058400        OR LT-ENTRY-DATE-N < 19000101
058500         DISPLAY "INVALID DATE - " LT-ENTRY-DATE
058600         GO TO 5100-EXIT
058700     END-IF.
058800     MOVE LT-ENTRY-DATE-N TO LT-WORK-DATE.
058900 5100-EXIT.
059000     EXIT.
059100
059200*-----------------------------------------------------------------*
059300*  5500-REVOKE-EXCLUSION -- end an exclusion in force today.      *
059400*  Keyed by a supervisor or admin and countersigned by another.   *
059500*-----------------------------------------------------------------*
059600 5500-REVOKE-EXCLUSION.
059700     PERFORM 3500-ACCEPT-PLAYER THRU 3500-EXIT.
059800     IF LT-PLAYER-ID = SPACES
059900         GO TO 5500-EXIT
060000     END-IF.
060100     MOVE LT-PLAYER-ID TO LM-PLAYER-ID.
060200     READ PLAYER-LIMITS-FILE
060300         INVALID KEY
060400             DISPLAY "NO LIMITS ON FILE FOR " LT-PLAYER-ID
060500             GO TO 5500-EXIT
060600     END-READ.
060700     IF NOT LM-EXCLUDED
060800        OR LM-EXCLUDE-END-DATE < LT-TODAY
060900         DISPLAY "PLAYER " LT-PLAYER-ID " IS NOT EXCLUDED"
061000         GO TO 5500-EXIT
061100     END-IF.
061200     PERFORM 7100-SHOW-ONE-PLAYER THRU 7100-EXIT.
061300     DISPLAY "REVOKE THIS EXCLUSION (Y/N): " WITH NO ADVANCING.
061400     ACCEPT LT-CONFIRM-ANSWER.
061500     IF LT-CONFIRM-ANSWER NOT = "Y"
061600        AND LT-CONFIRM-ANSWER NOT = "y"
061700         DISPLAY "NOT REVOKED"
061800         GO TO 5500-EXIT
061900     END-IF.
062000     PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT.
062100     IF NOT LT-APPROVED
062200         DISPLAY "NOT REVOKED"
062300         GO TO 5500-EXIT
062400     END-IF.
062500     MOVE PLAYER-LIMITS-RECORD TO LT-BEFORE-IMAGE.
062600     SET LM-NOT-EXCLUDED TO TRUE.
062700     REWRITE PLAYER-LIMITS-RECORD.
062800     DISPLAY "EXCLUSION FOR " LT-PLAYER-ID " REVOKED".
062900     MOVE PLAYER-LIMITS-RECORD TO LT-AFTER-IMAGE.
063000     MOVE "REVOKE" TO LT-JOURNAL-ACTION.
063100     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
063200 5500-EXIT.
063300     EXIT.
063400
063500*-----------------------------------------------------------------*
063600*  6000-DELETE-LIMITS -- remove the player's limits altogether.   *
063700*  Not while an exclusion is in force (revoke it first).  Keyed   *
063800*  by a supervisor or admin and countersigned by another.         *
063900*-----------------------------------------------------------------*
064000 6000-DELETE-LIMITS.
064100     PERFORM 3500-ACCEPT-PLAYER THRU 3500-EXIT.
064200     IF LT-PLAYER-ID = SPACES
064300         GO TO 6000-EXIT
064400     END-IF.
064500     MOVE LT-PLAYER-ID TO LM-PLAYER-ID.
064600     READ PLAYER-LIMITS-FILE
064700         INVALID KEY
064800             DISPLAY "NO LIMITS ON FILE FOR " LT-PLAYER-ID
064900             GO TO 6000-EXIT
065000     END-READ.
065100     IF LM-EXCLUDED
065200        AND LM-EXCLUDE-END-DATE NOT < LT-TODAY
065300         DISPLAY "PLAYER IS SELF-EXCLUDED - REVOKE IT FIRST"
065400         GO TO 6000-EXIT
065500     END-IF.
065600     PERFORM 7100-SHOW-ONE-PLAYER THRU 7100-EXIT.
065700     DISPLAY "DELETE THESE LIMITS (Y/N): " WITH NO ADVANCING.
065800     ACCEPT LT-CONFIRM-ANSWER.
065900     IF LT-CONFIRM-ANSWER NOT = "Y"
066000        AND LT-CONFIRM-ANSWER NOT = "y"
066100         DISPLAY "NOT DELETED"
066200         GO TO 6000-EXIT
066300     END-IF.
066400     PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT.
066500     IF NOT LT-APPROVED
066600         DISPLAY "NOT DELETED"
066700         GO TO 6000-EXIT
066800     END-IF.
066900     MOVE PLAYER-LIMITS-RECORD TO LT-BEFORE-IMAGE.
067000     DELETE PLAYER-LIMITS-FILE RECORD.
067100     DISPLAY "LIMITS FOR " LT-PLAYER-ID " DELETED".
067200     MOVE SPACES TO LT-AFTER-IMAGE.
067300     MOVE "DELETE" TO LT-JOURNAL-ACTION.
067400     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
067500 6000-EXIT.
067600     EXIT.
067700
067800*=================================================================*
067900*  7000-SHOW-LIMITS -- enquiry only; nothing is journalled.       *
068000*=================================================================*
068100 7000-SHOW-LIMITS.
068200     PERFORM 3500-ACCEPT-PLAYER THRU 3500-EXIT.
068300     IF LT-PLAYER-ID = SPACES
068400         GO TO 7000-EXIT
068500     END-IF.
068600     MOVE LT-PLAYER-ID TO LM-PLAYER-ID.
068700     READ PLAYER-LIMITS-FILE
068800         INVALID KEY
068900             DISPLAY "NO LIMITS ON FILE FOR " LT-PLAYER-ID
069000             GO TO 7000-EXIT
069100     END-READ.
069200     PERFORM 7100-SHOW-ONE-PLAYER THRU 7100-EXIT.
069300 7000-EXIT.
069400     EXIT.
069500
069600 7100-SHOW-ONE-PLAYER.
069700     DISPLAY "  MAX ROUNDS A DAY   : " LM-MAX-DAILY-ROUNDS.
069800     DISPLAY "  MAX SESSIONS A DAY : " LM-MAX-DAILY-SESSIONS.
069900     DISPLAY "  COOL OFF           : " LM-COOL-OFF-MINUTES
070000         " MINUTES AFTER " LM-COOL-OFF-AFTER " ROUNDS".
070100     IF LM-EXCLUDED
070200        AND LM-EXCLUDE-END-DATE NOT < LT-TODAY
070300         DISPLAY "  SELF-EXCLUDED      : " LM-EXCLUDE-START-DATE
070400             " TO " LM-EXCLUDE-END-DATE " (SET BY "
070500             LM-EXCLUDE-SET-BY ")"
070600     ELSE
070700         DISPLAY "  SELF-EXCLUDED      : NO"
070800     END-IF.
070900     IF LM-USAGE-DATE = LT-TODAY
071000         DISPLAY "  PLAYED TODAY       : " LM-ROUNDS-TODAY
071100             " ROUNDS IN " LM-SESSIONS-TODAY " SESSIONS"
071200     ELSE
071300         DISPLAY "  PLAYED TODAY       : NOTHING"
071400     END-IF.
071500     IF LM-COOL-UNTIL-DATE NUMERIC
071600        AND LM-COOL-UNTIL-DATE NOT < LT-TODAY
071700        AND LM-COOL-UNTIL-DATE > ZERO
071800         DISPLAY "  COOLING OFF UNTIL  : " LM-COOL-UNTIL-DATE
071900             " " LM-COOL-UNTIL-TIME
072000     END-IF.
072100 7100-EXIT.
072200     EXIT.
072300
072400*-----------------------------------------------------------------*
072500*  8500-WRITE-JOURNAL -- one change-journal record for the update *
072600*  just made: who keyed it, who countersigned it (if anyone), and *
072700*  the limits record before and after.                            *
072800*-----------------------------------------------------------------*
072900 8500-WRITE-JOURNAL.
073000     MOVE SPACES TO MAINT-JOURNAL-RECORD.
073100     ACCEPT LT-JOURNAL-DATE FROM DATE YYYYMMDD.
073200     ACCEPT LT-JOURNAL-TIME FROM TIME.
073300     MOVE LT-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
073400     MOVE LT-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
073500     MOVE LT-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
073600     MOVE LT-APPROVER-ID        TO MJ-APPROVER-ID.
073700     MOVE "LIMMAINT"            TO MJ-PROGRAM-ID.
073800     MOVE LT-JOURNAL-ACTION     TO MJ-ACTION.
073900     MOVE LT-PLAYER-ID          TO LT-JOURNAL-KEY.
074000     MOVE LT-JOURNAL-KEY        TO MJ-RECORD-KEY.
074100     MOVE LT-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
074200     MOVE LT-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
074300     WRITE MAINT-JOURNAL-RECORD.
074400     MOVE SPACES TO LT-APPROVER-ID.
074500 8500-EXIT.
074600     EXIT.
074700
074800*=================================================================*
074900*  9000-TERMINATE                                                 *
075000*=================================================================*
075100 9000-TERMINATE.
075200     CLOSE PLAYER-LIMITS-FILE.
075300     CLOSE PLAYER-MASTER-FILE.
075400     CLOSE OPERATOR-MASTER-FILE.
075500     CLOSE MAINT-JOURNAL-FILE.
075600 9000-EXIT.
075700     EXIT.
