002000*  MODIFICATION HISTORY                                           *
002100*  DATE       INIT  DESCRIPTION                                   *
002200*  2026-09-02  DLW  Original.                                     *
002210*  2026-10-15  DLW  A knockout event's entries are frozen once    *
002220*                   BRACKET-SEED has seeded its bracket: no new   *
002230*                   entries and no drops.                         *
002300*=================================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
015500         DISPLAY "EVENT " EV-EVENT-ID " IS SETTLED"
015600         GO TO 3000-EXIT
015700     END-IF.
015710     IF EV-BRACKET-SEEDED
015720         DISPLAY "EVENT " EV-EVENT-ID " IS SEEDED - "
015730             "REGISTRATION CLOSED"
015740         GO TO 3000-EXIT
015750     END-IF.
015800     IF EV-ENTRY-CAP NUMERIC
015900         MOVE EV-ENTRY-CAP TO ER-EVENT-CAP
016000     ELSE
021100     ACCEPT ER-WORK-EVENT-ID.
021200     DISPLAY "PLAYER ID  : " WITH NO ADVANCING.
021300     ACCEPT ER-WORK-PLAYER-ID.
021310     MOVE ER-WORK-EVENT-ID TO EV-EVENT-ID.
021320     READ EVENT-CALENDAR-FILE
021330         INVALID KEY
021340             CONTINUE
021350         NOT INVALID KEY
021360             IF EV-BRACKET-SEEDED
021370                 DISPLAY "EVENT " EV-EVENT-ID " IS SEEDED - "
021375                     "ENTRY CANNOT BE DROPPED"
021380                 GO TO 4000-EXIT
021385             END-IF
021390     END-READ.
021400     MOVE ER-WORK-EVENT-ID  TO ER-EVENT-ID.
021500     MOVE ER-WORK-PLAYER-ID TO ER-PLAYER-ID.
021600     DELETE EVENT-ENTRY-FILE
