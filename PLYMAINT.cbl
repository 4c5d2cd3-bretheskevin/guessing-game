001960*  2026-09-02  DLW  Added T (team): assign a player to a league   *
001970*                   team, validated against TEAM-MASTER-FILE      *
001980*                   (active teams only; spaces clears the         *
001981*                   assignment).  SHOW displays the team.         *
001982*  2026-10-15  DLW  ADD starts a player unmerged; SHOW displays   *
001983*                   the id PLAYER-MERGE folded a player into.     *
001984*  2026-10-15  DLW  Operators sign on against OPERATOR-MASTER-    *
001985*                   FILE at start-up.  INACTIVATE needs a         *
001986*                   supervisor; an unlock, or a new PIN for a     *
001987*                   locked player, needs a second supervisor      *
001988*                   sign-on.  Every update goes to the change     *
001989*                   journal with the player before and after.     *
001990*=================================================================*
001996 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
002740         ACCESS MODE IS DYNAMIC
002750         RECORD KEY IS TM-TEAM-ID
002760         FILE STATUS IS FS-TEAM-MASTER.
002763
002766     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
002769         ORGANIZATION IS INDEXED
002772         ACCESS MODE IS DYNAMIC
002775         RECORD KEY IS OP-OPERATOR-ID
002778         FILE STATUS IS FS-OPERATOR-MASTER.
002781
002784     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
002787         ORGANIZATION IS LINE SEQUENTIAL
002790         FILE STATUS IS FS-MAINT-JOURNAL.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003250
003260 FD  TEAM-MASTER-FILE.
003270     COPY TEAMMAST.
003274
003278 FD  OPERATOR-MASTER-FILE.
003282     COPY OPERMAST.
003286
003290 FD  MAINT-JOURNAL-FILE.
003294     COPY MNTJRNL.
003300
003400 WORKING-STORAGE SECTION.
003450 01  WS-FILE-STATUSES.
003500     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
003550     05  FS-TEAM-MASTER          PIC X(02) VALUE "00".
003560     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
003570     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
003600
003700 01  PM-FUNCTION-CODE            PIC X(01).
003800     88  PM-FUNCTION-ADD             VALUE "A".
004300 01  PM-SWITCHES.
004400     05  PM-DONE-SW              PIC X(01) VALUE "N".
004500         88  PM-DONE                 VALUE "Y".
004501     05  PM-SIGNED-ON-SW         PIC X(01) VALUE "N".
004502         88  PM-SIGNED-ON            VALUE "Y".
004503     05  PM-FUNCTION-OK-SW       PIC X(01) VALUE "N".
004504         88  PM-FUNCTION-OK          VALUE "Y".
004505     05  PM-APPROVED-SW          PIC X(01) VALUE "N".
004506         88  PM-APPROVED             VALUE "Y".
004510
004520 01  PM-GAMES-ED                 PIC ZZZZ9.
004530 01  PM-RATING-ED                PIC 9(04).
004540 01  PM-RATED-ED                 PIC ZZZ9.
004541
004542*    Operator signed on for this sitting, and the supervisor who
004543*    countersigned the update in hand.
004544 01  PM-SIGNON.
004545     05  PM-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
004546     05  PM-SIGNON-ROLE          PIC X(01) VALUE SPACE.
004547         88  PM-ROLE-DESK            VALUE "D".
004548         88  PM-ROLE-SUPERVISOR      VALUE "S".
004549         88  PM-ROLE-ADMIN           VALUE "A".
004550     05  PM-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
004551     05  PM-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
004552     05  PM-APPROVER-ID          PIC X(05) VALUE SPACES.
004553
004554*    The player record as the change journal carries it: games
004555*    played in display form, and whether a PIN is set rather
004556*    than the PIN itself.
004557 01  PM-PLAYER-IMAGE.
004558     05  PM-IMG-PLAYER-ID        PIC X(05).
004559     05  PM-IMG-PLAYER-NAME      PIC X(30).
004560     05  PM-IMG-GAMES-PLAYED     PIC 9(05).
004561     05  PM-IMG-STATUS           PIC X(01).
004562     05  PM-IMG-PIN-SW           PIC X(01).
004563     05  PM-IMG-PIN-FAILURES     PIC X(02).
004564     05  PM-IMG-LOCK-SW          PIC X(01).
004565     05  PM-IMG-RATING-GROUP     PIC X(16).
004566     05  PM-IMG-TEAM-ID          PIC X(04).
004567     05  PM-IMG-MERGED-INTO-ID   PIC X(05).
004568     05  FILLER                  PIC X(10).
004569
004570 01  PM-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
004571 01  PM-JOURNAL-KEY              PIC X(15) VALUE SPACES.
004572 01  PM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
004573 01  PM-AFTER-IMAGE              PIC X(80) VALUE SPACES.
004574 01  PM-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
004575 01  PM-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
004600
004700 PROCEDURE DIVISION.
004800*=================================================================*
006550         CLOSE TEAM-MASTER-FILE
006560         OPEN INPUT TEAM-MASTER-FILE
006570     END-IF.
006573     OPEN EXTEND MAINT-JOURNAL-FILE.
006576     IF FS-MAINT-JOURNAL = "35"
006579         OPEN OUTPUT MAINT-JOURNAL-FILE
006582     END-IF.
006585     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
006588     IF NOT PM-SIGNED-ON
006591         SET PM-DONE TO TRUE
006594     END-IF.
006600 1000-EXIT.
006700     EXIT.
006701
006702*-----------------------------------------------------------------*
006703*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
006704*  FILE before anything is keyed: three tries at id and password; *
006705*  an inactive operator, or one with no valid role, is refused.   *
006706*  The file stays open for 1200's countersignature.               *
006707*-----------------------------------------------------------------*
006708 1100-SIGN-ON.
006709     MOVE "N" TO PM-SIGNED-ON-SW.
006710     MOVE ZERO TO PM-SIGNON-TRIES.
006711     OPEN INPUT OPERATOR-MASTER-FILE.
006712     IF FS-OPERATOR-MASTER NOT = "00"
006713         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
006714             FS-OPERATOR-MASTER
006715         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
006716         GO TO 1100-EXIT
006717     END-IF.
006718     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
006719         UNTIL PM-SIGNED-ON
006720            OR PM-SIGNON-TRIES NOT < 3.
006721     IF NOT PM-SIGNED-ON
006722         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
006723     END-IF.
006724 1100-EXIT.
006725     EXIT.
006726
006727 1110-TRY-SIGN-ON.
006728     ADD 1 TO PM-SIGNON-TRIES.
006729     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
006730     ACCEPT OP-OPERATOR-ID.
006731     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
006732     ACCEPT PM-SIGNON-PASSWORD.
006733     READ OPERATOR-MASTER-FILE
006734         INVALID KEY
006735             DISPLAY "SIGN-ON REFUSED"
006736             GO TO 1110-EXIT
006737     END-READ.
006738     IF NOT OP-ACTIVE
006739        OR NOT OP-ROLE-VALID
006740        OR OP-PASSWORD NOT = PM-SIGNON-PASSWORD
006741         DISPLAY "SIGN-ON REFUSED"
006742         GO TO 1110-EXIT
006743     END-IF.
006744     MOVE OP-OPERATOR-ID TO PM-SIGNON-OPERATOR.
006745     MOVE OP-ROLE        TO PM-SIGNON-ROLE.
006746     SET PM-SIGNED-ON TO TRUE.
006747     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
006748 1110-EXIT.
006749     EXIT.
006750
006751*-----------------------------------------------------------------*
006752*  1200-SUPERVISOR-APPROVAL -- a second sign-on, by a supervisor  *
006753*  or admin other than the operator keying the update.  One try;  *
006754*  PM-APPROVER-ID holds the countersigning id when PM-APPROVED    *
006755*  is set, and goes on the journal record.                        *
006756*-----------------------------------------------------------------*
006757 1200-SUPERVISOR-APPROVAL.
006758     MOVE "N" TO PM-APPROVED-SW.
006759     MOVE SPACES TO PM-APPROVER-ID.
006760     DISPLAY "SUPERVISOR ID      : " WITH NO ADVANCING.
006761     ACCEPT OP-OPERATOR-ID.
006762     DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
006763     ACCEPT PM-SIGNON-PASSWORD.
006764     IF OP-OPERATOR-ID = PM-SIGNON-OPERATOR
006765         DISPLAY "A SECOND OPERATOR MUST APPROVE - NOT APPROVED"
006766         GO TO 1200-EXIT
006767     END-IF.
006768     READ OPERATOR-MASTER-FILE
006769         INVALID KEY
006770             DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
006771             GO TO 1200-EXIT
006772     END-READ.
006773     IF NOT OP-ACTIVE
006774        OR NOT OP-ROLE-CAN-APPROVE
006775        OR OP-PASSWORD NOT = PM-SIGNON-PASSWORD
006776         DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
006777         GO TO 1200-EXIT
006778     END-IF.
006779     MOVE OP-OPERATOR-ID TO PM-APPROVER-ID.
006780     SET PM-APPROVED TO TRUE.
006781 1200-EXIT.
006782     EXIT.
006800
006900*=================================================================*
007000*  2000-PROCESS-REQUEST -- prompt for a function code and drive  *
007500     DISPLAY "A=ADD  C=CHANGE  I=INACTIVATE  P=PIN  U=UNLOCK"
007550         "  S=SHOW  T=TEAM  Q=QUIT: " WITH NO ADVANCING.
007700     ACCEPT PM-FUNCTION-CODE.
007710     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
007720     IF NOT PM-FUNCTION-OK
007730         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
007740         GO TO 2000-EXIT
007750     END-IF.
007800     EVALUATE TRUE
007900         WHEN PM-FUNCTION-ADD
008000             PERFORM 3000-ADD-PLAYER THRU 3000-EXIT
008900     END-EVALUATE.
009000 2000-EXIT.
009100     EXIT.
009106
009112*-----------------------------------------------------------------*
009118*  2100-CHECK-ROLE -- INACTIVATE is for a supervisor or admin;    *
009124*  every other function is open to the desk.  Unlocks are         *
009130*  countersigned in the function itself.                          *
009136*-----------------------------------------------------------------*
009142 2100-CHECK-ROLE.
009148     SET PM-FUNCTION-OK TO TRUE.
009154     IF PM-FUNCTION-INACTIVATE
009160        AND PM-ROLE-DESK
009166         MOVE "N" TO PM-FUNCTION-OK-SW
009172     END-IF.
009178 2100-EXIT.
009184     EXIT.
009200
009300*-----------------------------------------------------------------*
009400*  3000-ADD-PLAYER                                                *
010250     MOVE ZERO   TO PM-RATED-ROUNDS.
010260     MOVE ZERO   TO PM-RATING-DATE.
010270     MOVE SPACES TO PM-TEAM-ID.
010280     MOVE SPACES TO PM-MERGED-INTO-ID.
010300     WRITE PLAYER-MASTER-RECORD
010400         INVALID KEY
010500             DISPLAY "PLAYER ID ALREADY ON FILE - " PM-PLAYER-ID
010600             GO TO 3000-EXIT
010800     END-WRITE.
010810     DISPLAY "PLAYER " PM-PLAYER-ID " ADDED".
010820     MOVE SPACES TO PM-BEFORE-IMAGE.
010830     MOVE "ADD" TO PM-JOURNAL-ACTION.
010840     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
010850     MOVE PM-PLAYER-IMAGE TO PM-AFTER-IMAGE.
010860     MOVE PM-PLAYER-ID    TO PM-JOURNAL-KEY.
010870     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
010900 3000-EXIT.
011000     EXIT.
011100
011600     DISPLAY "PLAYER ID  : " WITH NO ADVANCING.
011700     ACCEPT PM-PLAYER-ID.
011800     READ PLAYER-MASTER-FILE
011810         INVALID KEY
011820             DISPLAY "PLAYER ID NOT ON FILE - " PM-PLAYER-ID
011830             GO TO 4000-EXIT
011840     END-READ.
011850     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
011860     MOVE PM-PLAYER-IMAGE TO PM-BEFORE-IMAGE.
011870     DISPLAY "NEW PLAYER NAME: " WITH NO ADVANCING.
011880     ACCEPT PM-PLAYER-NAME.
011890     REWRITE PLAYER-MASTER-RECORD.
011900     DISPLAY "PLAYER " PM-PLAYER-ID " CHANGED".
011910     MOVE "CHANGE" TO PM-JOURNAL-ACTION.
011920     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
011930     MOVE PM-PLAYER-IMAGE TO PM-AFTER-IMAGE.
011940     MOVE PM-PLAYER-ID    TO PM-JOURNAL-KEY.
011950     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
012800 4000-EXIT.
012900     EXIT.
013000
013500     DISPLAY "PLAYER ID  : " WITH NO ADVANCING.
013600     ACCEPT PM-PLAYER-ID.
013700     READ PLAYER-MASTER-FILE
013710         INVALID KEY
013720             DISPLAY "PLAYER ID NOT ON FILE - " PM-PLAYER-ID
013730             GO TO 5000-EXIT
013740     END-READ.
013750     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
013760     MOVE PM-PLAYER-IMAGE TO PM-BEFORE-IMAGE.
013770     SET PM-INACTIVE TO TRUE.
013780     REWRITE PLAYER-MASTER-RECORD.
013790     DISPLAY "PLAYER " PM-PLAYER-ID " INACTIVATED".
013800     MOVE "INACTIVATE" TO PM-JOURNAL-ACTION.
013810     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
013820     MOVE PM-PLAYER-IMAGE TO PM-AFTER-IMAGE.
013830     MOVE PM-PLAYER-ID    TO PM-JOURNAL-KEY.
013840     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
014500 5000-EXIT.
014600     EXIT.
014610
014620*-----------------------------------------------------------------*
014630*  6000-SET-PIN -- issue or reset a player's PIN.  Also clears    *
014640*  the failure count and the lockout, since the desk resetting a  *
014650*  PIN is how a locked player gets back in.  Spaces remove the    *
014660*  PIN entirely (the player signs on unchallenged, as before     *
014670*  PINs existed).  Resetting the PIN of a locked player needs a   *
014680*  supervisor's countersignature, as an unlock does.              *
014690*-----------------------------------------------------------------*
014691 6000-SET-PIN.
014692     DISPLAY "PLAYER ID  : " WITH NO ADVANCING.
014693     ACCEPT PM-PLAYER-ID.
014694     READ PLAYER-MASTER-FILE
014695         INVALID KEY
014696             DISPLAY "PLAYER ID NOT ON FILE - " PM-PLAYER-ID
014697             GO TO 6000-EXIT
014698     END-READ.
014699     IF PM-LOCKED
014700         DISPLAY "PLAYER IS LOCKED - SUPERVISOR MUST APPROVE"
014701         PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT
014702         IF NOT PM-APPROVED
014703             DISPLAY "PIN NOT SET"
014704             GO TO 6000-EXIT
014705         END-IF
014706     END-IF.
014707     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
014708     MOVE PM-PLAYER-IMAGE TO PM-BEFORE-IMAGE.
014709     DISPLAY "NEW PIN (4 CHARS, SPACES = NO PIN): "
014710         WITH NO ADVANCING.
014711     ACCEPT PM-PIN.
014712     MOVE ZERO  TO PM-PIN-FAILURES.
014713     MOVE SPACE TO PM-LOCK-SW.
014714     REWRITE PLAYER-MASTER-RECORD.
014715     DISPLAY "PIN SET FOR PLAYER " PM-PLAYER-ID.
014716     MOVE "PIN" TO PM-JOURNAL-ACTION.
014717     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
014718     MOVE PM-PLAYER-IMAGE TO PM-AFTER-IMAGE.
014719     MOVE PM-PLAYER-ID    TO PM-JOURNAL-KEY.
014720     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
014721 6000-EXIT.
014722     EXIT.
014723
014724*-----------------------------------------------------------------*
014725*  7000-UNLOCK-PLAYER -- clear the lockout and failure count      *
014726*  without changing the PIN.  Always countersigned by a           *
014727*  supervisor.                                                    *
014728*-----------------------------------------------------------------*
014730 7000-UNLOCK-PLAYER.
014731     DISPLAY "PLAYER ID  : " WITH NO ADVANCING.
014732     ACCEPT PM-PLAYER-ID.
014733     READ PLAYER-MASTER-FILE
014734         INVALID KEY
014735             DISPLAY "PLAYER ID NOT ON FILE - " PM-PLAYER-ID
014736             GO TO 7000-EXIT
014737     END-READ.
014738     IF NOT PM-LOCKED
014739        AND (PM-PIN-FAILURES NOT NUMERIC
014740             OR PM-PIN-FAILURES = ZERO)
014741         DISPLAY "PLAYER IS NOT LOCKED - " PM-PLAYER-ID
014742         GO TO 7000-EXIT
014743     END-IF.
014744     PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT.
014745     IF NOT PM-APPROVED
014746         DISPLAY "PLAYER NOT UNLOCKED"
014747         GO TO 7000-EXIT
014748     END-IF.
014749     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
014750     MOVE PM-PLAYER-IMAGE TO PM-BEFORE-IMAGE.
014751     MOVE ZERO  TO PM-PIN-FAILURES.
014752     MOVE SPACE TO PM-LOCK-SW.
014753     REWRITE PLAYER-MASTER-RECORD.
014754     DISPLAY "PLAYER " PM-PLAYER-ID " UNLOCKED".
014755     MOVE "UNLOCK" TO PM-JOURNAL-ACTION.
014756     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
014757     MOVE PM-PLAYER-IMAGE TO PM-AFTER-IMAGE.
014758     MOVE PM-PLAYER-ID    TO PM-JOURNAL-KEY.
014759     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
014760 7000-EXIT.
014761     EXIT.
014762
014763*-----------------------------------------------------------------*
014764*  7500-ASSIGN-TEAM -- put a player on a league team.  The team   *
014765*  must be on TEAM-MASTER-FILE and active; spaces takes the       *
014766*  player off their team.                                         *
014768*-----------------------------------------------------------------*
014770 7500-ASSIGN-TEAM.
014780             DISPLAY "PLAYER ID NOT ON FILE - " PM-PLAYER-ID
014782             GO TO 7500-EXIT
014784     END-READ.
014785     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
014786     MOVE PM-PLAYER-IMAGE TO PM-BEFORE-IMAGE.
014787     DISPLAY "TEAM ID (SPACES = NO TEAM): " WITH NO ADVANCING.
014788     ACCEPT PM-TEAM-ID.
014790     IF PM-TEAM-ID NOT = SPACES
014792         MOVE PM-TEAM-ID TO TM-TEAM-ID
014796             INVALID KEY
014798                 DISPLAY "TEAM ID NOT ON FILE - " PM-TEAM-ID
014800                 GO TO 7500-EXIT
014801         END-READ
014802         IF TM-RETIRED
014803             DISPLAY "TEAM " TM-TEAM-ID " IS RETIRED"
014804             GO TO 7500-EXIT
014805         END-IF
014806     END-IF.
014807     REWRITE PLAYER-MASTER-RECORD.
014808     IF PM-TEAM-ID = SPACES
014809         DISPLAY "PLAYER " PM-PLAYER-ID " TAKEN OFF TEAM"
014810     ELSE
014811         DISPLAY "PLAYER " PM-PLAYER-ID " ASSIGNED TO TEAM "
014812             PM-TEAM-ID " - " TM-TEAM-NAME
014813     END-IF.
014814     MOVE "TEAM" TO PM-JOURNAL-ACTION.
014815     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
014816     MOVE PM-PLAYER-IMAGE TO PM-AFTER-IMAGE.
014817     MOVE PM-PLAYER-ID    TO PM-JOURNAL-KEY.
014818     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
014819 7500-EXIT.
014820     EXIT.
014821
014866     IF PM-LOCKED
014867         DISPLAY "LOCKED      : YES"
014868     END-IF.
014870     IF NOT PM-NOT-MERGED AND PM-MERGED-INTO-ID NOT = LOW-VALUES
014872         DISPLAY "MERGED INTO : " PM-MERGED-INTO-ID
014874     END-IF.
014876 8000-EXIT.
014878     EXIT.
014880
014882*=================================================================*
014884*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
014886*  the update, who countersigned it, when, what, and the record   *
014888*  before and after.  The caller loads PM-JOURNAL-ACTION,         *
014890*  PM-JOURNAL-KEY and both images.  The countersignature covers   *
014892*  this one update only.                                          *
014894*=================================================================*
014896 8500-WRITE-JOURNAL.
014898     MOVE SPACES TO MAINT-JOURNAL-RECORD.
014900     ACCEPT PM-JOURNAL-DATE FROM DATE YYYYMMDD.
014902     ACCEPT PM-JOURNAL-TIME FROM TIME.
014904     MOVE PM-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
014906     MOVE PM-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
014908     MOVE PM-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
014910     MOVE PM-APPROVER-ID        TO MJ-APPROVER-ID.
014912     MOVE "PLYMAINT"            TO MJ-PROGRAM-ID.
014914     MOVE PM-JOURNAL-ACTION     TO MJ-ACTION.
014916     MOVE PM-JOURNAL-KEY        TO MJ-RECORD-KEY.
014918     MOVE PM-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
014920     MOVE PM-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
014922     WRITE MAINT-JOURNAL-RECORD.
014924     MOVE SPACES TO PM-APPROVER-ID.
014926 8500-EXIT.
014928     EXIT.
014930
014932*-----------------------------------------------------------------*
014934*  8600-BUILD-IMAGE -- the player record in journal form.         *
014936*-----------------------------------------------------------------*
014938 8600-BUILD-IMAGE.
014940     MOVE SPACES              TO PM-PLAYER-IMAGE.
014942     MOVE PM-PLAYER-ID        TO PM-IMG-PLAYER-ID.
014944     MOVE PM-PLAYER-NAME      TO PM-IMG-PLAYER-NAME.
014946     MOVE PM-GAMES-PLAYED     TO PM-IMG-GAMES-PLAYED.
014948     MOVE PM-STATUS           TO PM-IMG-STATUS.
014950     IF PM-NO-PIN
014952         MOVE "N" TO PM-IMG-PIN-SW
014954     ELSE
014956         MOVE "Y" TO PM-IMG-PIN-SW
014958     END-IF.
014960     MOVE PM-PIN-FAILURES     TO PM-IMG-PIN-FAILURES.
014962     MOVE PM-LOCK-SW          TO PM-IMG-LOCK-SW.
014964     MOVE PM-RATING-GROUP     TO PM-IMG-RATING-GROUP.
014966     MOVE PM-TEAM-ID          TO PM-IMG-TEAM-ID.
014968     MOVE PM-MERGED-INTO-ID   TO PM-IMG-MERGED-INTO-ID.
014970 8600-EXIT.
014972     EXIT.
014974
014976*=================================================================*
014978*  9000-TERMINATE                                                 *
014980*=================================================================*
015100 9000-TERMINATE.
015200     CLOSE PLAYER-MASTER-FILE.
015250     CLOSE TEAM-MASTER-FILE.
015260     CLOSE OPERATOR-MASTER-FILE.
015270     CLOSE MAINT-JOURNAL-FILE.
015300 9000-EXIT.
015400     EXIT.
