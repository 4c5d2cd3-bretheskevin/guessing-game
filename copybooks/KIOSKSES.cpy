      *=============================================================*
      *  KIOSKSES.cpy                                                *
      *  Record layout for KIOSK-SESSION-FILE.  GUESSING-GAME writes *
      *  the file afresh on every batch run, one record per session  *
      *  in the feed: the kiosk the session came in from, the        *
      *  rounds it completed and the guesses it made, and whether    *
      *  it finished or was abandoned.  KIOSK-UTIL reads it for the  *
      *  kiosk utilisation and hourly traffic report.                *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  KIOSK-SESSION-RECORD.
           05  KS-KIOSK-ID             PIC X(02).
           05  KS-SESSION-ID           PIC X(13).
           05  KS-PLAYER-ID            PIC X(05).
           05  KS-RUN-DATE             PIC 9(08).
           05  KS-ROUNDS-DONE          PIC 9(03).
           05  KS-GUESSES              PIC 9(05).
           05  KS-OUTCOME              PIC X(01).
               88  KS-COMPLETED            VALUE "C".
               88  KS-ABANDONED            VALUE "A".
           05  FILLER                  PIC X(03).
