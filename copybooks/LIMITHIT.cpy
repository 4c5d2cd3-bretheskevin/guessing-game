      *=============================================================*
      *  LIMITHIT.cpy                                               *
      *  Record layout for LIMIT-HIT-FILE, the log of responsible-  *
      *  play limits reached.  GUESSING-GAME appends a record for   *
      *  every sign-on it refuses on PLAYER-LIMITS-FILE and for     *
      *  every cooling-off period a player's rounds set running;    *
      *  GUESSTRN-EDIT appends one for every kiosk session it       *
      *  rejects on a limit.  LIMIT-REPORT lists the week's hits.   *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  LIMIT-HIT-RECORD.
           05  LH-HIT-DATE             PIC 9(08).
           05  LH-HIT-TIME             PIC 9(06).
           05  LH-PLAYER-ID            PIC X(05).
           05  LH-LIMIT-TYPE           PIC X(01).
               88  LH-SELF-EXCLUDED        VALUE "X".
               88  LH-DAILY-ROUNDS         VALUE "R".
               88  LH-DAILY-SESSIONS       VALUE "S".
               88  LH-COOLING-OFF          VALUE "C".
           05  LH-ACTION               PIC X(01).
               88  LH-PLAY-REFUSED         VALUE "R".
               88  LH-COOL-OFF-STARTED     VALUE "C".
           05  LH-SOURCE               PIC X(01).
               88  LH-FROM-DESK            VALUE "I".
               88  LH-FROM-MATCH           VALUE "M".
               88  LH-FROM-BATCH           VALUE "B".
               88  LH-FROM-EDIT            VALUE "E".
           05  LH-SESSION-ID           PIC X(13).
           05  LH-UNTIL.
               10  LH-UNTIL-DATE       PIC 9(08).
               10  LH-UNTIL-TIME       PIC 9(04).
           05  FILLER                  PIC X(13).
