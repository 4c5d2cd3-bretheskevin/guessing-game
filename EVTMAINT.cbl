001840*                   the standing.  DELETE now reads the record    *
001850*                   first so the settled flag can be checked.     *
001860*                   ADD clears the settled switch explicitly.     *
001870*  2026-10-15  DLW  ADD/CHANGE key EV-EVENT-FORMAT (K = knockout, *
001875*                   which needs an entry cap).  Once BRACKET-SEED *
001880*                   has seeded the bracket the format is shown,   *
001885*                   not keyed, and the event cannot be deleted.   *
001887*  2026-10-15  DLW  Operators sign on against OPERATOR-MASTER-    *
001889*                   FILE at start-up.  ADD and CHANGE need a      *
001891*                   supervisor, DELETE an admin.  Every update    *
001893*                   goes to the change journal with the event     *
001895*                   before and after.                             *
001900*=================================================================*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS EV-EVENT-ID
002800         FILE STATUS IS FS-EVENT-CALENDAR.
002809
002818     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
002827         ORGANIZATION IS INDEXED
002836         ACCESS MODE IS DYNAMIC
002845         RECORD KEY IS OP-OPERATOR-ID
002854         FILE STATUS IS FS-OPERATOR-MASTER.
002863
002872     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
002881         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS FS-MAINT-JOURNAL.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  EVENT-CALENDAR-FILE.
003300     COPY EVENTCAL.
003310
003320 FD  OPERATOR-MASTER-FILE.
003330     COPY OPERMAST.
003340
003350 FD  MAINT-JOURNAL-FILE.
003360     COPY MNTJRNL.
003400
003500 WORKING-STORAGE SECTION.
003600 01  WS-FILE-STATUSES.
003700     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
003710     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
003720     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
003800
003900 01  EM-FUNCTION-CODE            PIC X(01).
004000     88  EM-FUNCTION-ADD             VALUE "A".
004500 01  EM-SWITCHES.
004600     05  EM-DONE-SW              PIC X(01) VALUE "N".
004700         88  EM-DONE                 VALUE "Y".
004704     05  EM-SIGNED-ON-SW         PIC X(01) VALUE "N".
004708         88  EM-SIGNED-ON            VALUE "Y".
004712     05  EM-FUNCTION-OK-SW       PIC X(01) VALUE "N".
004716         88  EM-FUNCTION-OK          VALUE "Y".
004718
004720*    Operator signed on for this sitting.
004728 01  EM-SIGNON.
004732     05  EM-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
004736     05  EM-SIGNON-ROLE          PIC X(01) VALUE SPACE.
004740         88  EM-ROLE-DESK            VALUE "D".
004744         88  EM-ROLE-SUPERVISOR      VALUE "S".
004748         88  EM-ROLE-ADMIN           VALUE "A".
004752     05  EM-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
004756     05  EM-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
004762
004764 01  EM-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
004768 01  EM-JOURNAL-KEY              PIC X(15) VALUE SPACES.
004772 01  EM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
004776 01  EM-AFTER-IMAGE              PIC X(80) VALUE SPACES.
004780 01  EM-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
004784 01  EM-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
004800
004900 PROCEDURE DIVISION.
005000*=================================================================*
006500         CLOSE EVENT-CALENDAR-FILE
006600         OPEN I-O EVENT-CALENDAR-FILE
006700     END-IF.
006710     OPEN EXTEND MAINT-JOURNAL-FILE.
006720     IF FS-MAINT-JOURNAL = "35"
006730         OPEN OUTPUT MAINT-JOURNAL-FILE
006740     END-IF.
006750     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
006760     IF NOT EM-SIGNED-ON
006770         SET EM-DONE TO TRUE
006780     END-IF.
006800 1000-EXIT.
006900     EXIT.
006902
006904*-----------------------------------------------------------------*
006906*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
006908*  FILE before anything is keyed: three tries at id and password; *
006910*  an inactive operator, or one with no valid role, is refused.   *
006914*-----------------------------------------------------------------*
006916 1100-SIGN-ON.
006918     MOVE "N" TO EM-SIGNED-ON-SW.
006920     MOVE ZERO TO EM-SIGNON-TRIES.
006922     OPEN INPUT OPERATOR-MASTER-FILE.
006924     IF FS-OPERATOR-MASTER NOT = "00"
006926         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
006928             FS-OPERATOR-MASTER
006930         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
006932         GO TO 1100-EXIT
006934     END-IF.
006936     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
006938         UNTIL EM-SIGNED-ON
006940            OR EM-SIGNON-TRIES NOT < 3.
006942     IF NOT EM-SIGNED-ON
006944         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
006946     END-IF.
006948 1100-EXIT.
006950     EXIT.
006952
006954 1110-TRY-SIGN-ON.
006956     ADD 1 TO EM-SIGNON-TRIES.
006958     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
006960     ACCEPT OP-OPERATOR-ID.
006962     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
006964     ACCEPT EM-SIGNON-PASSWORD.
006966     READ OPERATOR-MASTER-FILE
006968         INVALID KEY
006970             DISPLAY "SIGN-ON REFUSED"
006972             GO TO 1110-EXIT
006974     END-READ.
006976     IF NOT OP-ACTIVE
006978        OR NOT OP-ROLE-VALID
006980        OR OP-PASSWORD NOT = EM-SIGNON-PASSWORD
006982         DISPLAY "SIGN-ON REFUSED"
006984         GO TO 1110-EXIT
006986     END-IF.
006988     MOVE OP-OPERATOR-ID TO EM-SIGNON-OPERATOR.
006990     MOVE OP-ROLE        TO EM-SIGNON-ROLE.
006992     SET EM-SIGNED-ON TO TRUE.
006994     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
006996 1110-EXIT.
006998     EXIT.
007000
007100*=================================================================*
007200*  2000-PROCESS-REQUEST -- prompt for a function code and drive  *
007700     DISPLAY "A=ADD  C=CHANGE  D=DELETE  Q=QUIT: "
007800         WITH NO ADVANCING.
007900     ACCEPT EM-FUNCTION-CODE.
007910     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
007920     IF NOT EM-FUNCTION-OK
007930         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
007940         GO TO 2000-EXIT
007950     END-IF.
008000     EVALUATE TRUE
008100         WHEN EM-FUNCTION-ADD
008200             PERFORM 3000-ADD-EVENT THRU 3000-EXIT
009100     END-EVALUATE.
009200 2000-EXIT.
009300     EXIT.
009305
009310*-----------------------------------------------------------------*
009315*  2100-CHECK-ROLE -- setting up or changing an event is for a    *
009320*  supervisor or admin; deleting one is for an admin only.        *
009325*-----------------------------------------------------------------*
009330 2100-CHECK-ROLE.
009335     SET EM-FUNCTION-OK TO TRUE.
009340     IF (EM-FUNCTION-ADD OR EM-FUNCTION-CHANGE)
009345        AND EM-ROLE-DESK
009350         MOVE "N" TO EM-FUNCTION-OK-SW
009355     END-IF.
009360     IF EM-FUNCTION-DELETE
009365        AND NOT EM-ROLE-ADMIN
009370         MOVE "N" TO EM-FUNCTION-OK-SW
009375     END-IF.
009380 2100-EXIT.
009385     EXIT.
009400
009500*-----------------------------------------------------------------*
009600*  3000-ADD-EVENT                                                 *
009800 3000-ADD-EVENT.
009900     DISPLAY "EVENT ID       : " WITH NO ADVANCING.
010000     ACCEPT EV-EVENT-ID.
010050     MOVE SPACE TO EV-BRACKET-SW.
010100     PERFORM 6000-ACCEPT-EVENT-FIELDS THRU 6000-EXIT.
010110     MOVE SPACE TO EV-SETTLED-SW.
010200     WRITE EVENT-CALENDAR-RECORD
010300         INVALID KEY
010400             DISPLAY "EVENT ID ALREADY ON FILE - " EV-EVENT-ID
010500             GO TO 3000-EXIT
010700     END-WRITE.
010714     DISPLAY "EVENT " EV-EVENT-ID " ADDED".
010728     MOVE SPACES TO EM-BEFORE-IMAGE.
010742     MOVE EVENT-CALENDAR-RECORD TO EM-AFTER-IMAGE.
010756     MOVE "ADD" TO EM-JOURNAL-ACTION.
010770     MOVE EV-EVENT-ID TO EM-JOURNAL-KEY.
010784     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
010800 3000-EXIT.
010900     EXIT.
011000
011700     READ EVENT-CALENDAR-FILE
011800         INVALID KEY
011900             DISPLAY "EVENT ID NOT ON FILE - " EV-EVENT-ID
012000             GO TO 4000-EXIT
012400     END-READ.
012407     IF EV-SETTLED
012414         DISPLAY "EVENT " EV-EVENT-ID
012421             " IS SETTLED - NO CHANGES ALLOWED"
012428         GO TO 4000-EXIT
012435     END-IF.
012442     MOVE EVENT-CALENDAR-RECORD TO EM-BEFORE-IMAGE.
012449     PERFORM 6000-ACCEPT-EVENT-FIELDS THRU 6000-EXIT.
012456     REWRITE EVENT-CALENDAR-RECORD.
012463     DISPLAY "EVENT " EV-EVENT-ID " CHANGED".
012470     MOVE EVENT-CALENDAR-RECORD TO EM-AFTER-IMAGE.
012477     MOVE "CHANGE" TO EM-JOURNAL-ACTION.
012484     MOVE EV-EVENT-ID TO EM-JOURNAL-KEY.
012491     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
012500 4000-EXIT.
012600     EXIT.
012700
013330             DISPLAY "EVENT ID NOT ON FILE - " EV-EVENT-ID
013340             GO TO 5000-EXIT
013350     END-READ.
013352     IF EV-BRACKET-SEEDED
013354         DISPLAY "EVENT " EV-EVENT-ID
013356             " HAS A SEEDED BRACKET - NO DELETE ALLOWED"
013358         GO TO 5000-EXIT
013359     END-IF.
013360     IF EV-SETTLED
013370         DISPLAY "EVENT " EV-EVENT-ID
013380             " IS SETTLED - NO DELETE ALLOWED"
013390         GO TO 5000-EXIT
013395     END-IF.
013397     MOVE EVENT-CALENDAR-RECORD TO EM-BEFORE-IMAGE.
013400     DELETE EVENT-CALENDAR-FILE
013500         INVALID KEY
013600             DISPLAY "EVENT ID NOT ON FILE - " EV-EVENT-ID
013700             GO TO 5000-EXIT
013900     END-DELETE.
013916     DISPLAY "EVENT " EV-EVENT-ID " DELETED".
013932     MOVE SPACES   TO EM-AFTER-IMAGE.
013948     MOVE "DELETE" TO EM-JOURNAL-ACTION.
013964     MOVE EV-EVENT-ID TO EM-JOURNAL-KEY.
013980     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
014000 5000-EXIT.
014100     EXIT.
014200
016100     ACCEPT EV-TOURNAMENT-ROUNDS.
016110     DISPLAY "ENTRY CAP      (NNN, 0=OPEN): " WITH NO ADVANCING.
016120     ACCEPT EV-ENTRY-CAP.
016130     IF EV-BRACKET-SEEDED
016135         DISPLAY "FORMAT         : KNOCKOUT - BRACKET SEEDED"
016140     ELSE
016145         DISPLAY "FORMAT         (S/K)     : " WITH NO ADVANCING
016150         ACCEPT EV-EVENT-FORMAT
016155         IF EV-FORMAT-KNOCKOUT
016160             IF EV-ENTRY-CAP NOT NUMERIC OR EV-ENTRY-CAP = ZERO
016165                 DISPLAY "A KNOCKOUT EVENT NEEDS AN ENTRY CAP - "
016170                     "FORMAT SET TO SCORED"
016175                 MOVE SPACE TO EV-EVENT-FORMAT
016180             END-IF
016185         ELSE
016190             MOVE SPACE TO EV-EVENT-FORMAT
016192         END-IF
016194     END-IF.
016200 6000-EXIT.
016300     EXIT.
016303
016306*=================================================================*
016309*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
016312*  the update, when, what, and the record before and after.  The  *
016315*  caller loads EM-JOURNAL-ACTION, EM-JOURNAL-KEY and both        *
016318*  images.  No event update is countersigned, so                  *
016321*  MJ-APPROVER-ID is left blank.                                  *
016324*=================================================================*
016327 8500-WRITE-JOURNAL.
016330     MOVE SPACES TO MAINT-JOURNAL-RECORD.
016333     ACCEPT EM-JOURNAL-DATE FROM DATE YYYYMMDD.
016336     ACCEPT EM-JOURNAL-TIME FROM TIME.
016339     MOVE EM-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
016342     MOVE EM-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
016345     MOVE EM-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
016351     MOVE "EVTMAINT"            TO MJ-PROGRAM-ID.
016354     MOVE EM-JOURNAL-ACTION     TO MJ-ACTION.
016357     MOVE EM-JOURNAL-KEY        TO MJ-RECORD-KEY.
016360     MOVE EM-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
016363     MOVE EM-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
016366     WRITE MAINT-JOURNAL-RECORD.
016372 8500-EXIT.
016375     EXIT.
016400
016500*=================================================================*
016600*  9000-TERMINATE                                                 *
016700*=================================================================*
016800 9000-TERMINATE.
016900     CLOSE EVENT-CALENDAR-FILE.
016910     CLOSE OPERATOR-MASTER-FILE.
016920     CLOSE MAINT-JOURNAL-FILE.
017000 9000-EXIT.
017100     EXIT.
