      *=============================================================*
      *  PLAYLIM.cpy                                                *
      *  Record layout for PLAYER-LIMITS-FILE, keyed by player id.  *
      *  Holds the responsible-play limits agreed with the player   *
      *  (daily maximum rounds and sessions, a cooling-off period   *
      *  after a number of rounds) and any self-exclusion the desk  *
      *  has set at the player's request, with its end date.  A     *
      *  zero limit means no limit; no record means no limits.      *
      *  LIMMAINT keeps the limits.  GUESSING-GAME refuses a        *
      *  sign-on that breaks one and keeps the usage counts; the    *
      *  counts run for LM-USAGE-DATE only and start again at zero  *
      *  on a new day.  GUESSTRN-EDIT reads the file to reject      *
      *  kiosk sessions up front.                                   *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  PLAYER-LIMITS-RECORD.
           05  LM-PLAYER-ID            PIC X(05).
           05  LM-LIMITS.
               10  LM-MAX-DAILY-ROUNDS PIC 9(03).
               10  LM-MAX-DAILY-SESSIONS
                                       PIC 9(03).
               10  LM-COOL-OFF-AFTER   PIC 9(03).
               10  LM-COOL-OFF-MINUTES PIC 9(04).
           05  LM-EXCLUSION.
               10  LM-EXCLUDE-SW       PIC X(01).
                   88  LM-EXCLUDED         VALUE "Y".
                   88  LM-NOT-EXCLUDED     VALUE "N".
               10  LM-EXCLUDE-START-DATE
                                       PIC 9(08).
               10  LM-EXCLUDE-END-DATE PIC 9(08).
               10  LM-EXCLUDE-SET-BY   PIC X(05).
           05  LM-USAGE.
               10  LM-USAGE-DATE       PIC 9(08).
               10  LM-ROUNDS-TODAY     PIC 9(03).
               10  LM-SESSIONS-TODAY   PIC 9(03).
               10  LM-ROUNDS-SINCE-COOL
                                       PIC 9(03).
               10  LM-COOL-UNTIL.
                   15  LM-COOL-UNTIL-DATE
                                       PIC 9(08).
                   15  LM-COOL-UNTIL-TIME
                                       PIC 9(04).
           05  FILLER                  PIC X(11).
