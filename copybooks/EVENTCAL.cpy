      *                  registration through EVTREG.  Spaces or     *
      *                  zero (all existing records) means an open   *
      *                  event -- walk-ins play as before.           *
      *  2026-10-15 DLW  Carved EV-EVENT-FORMAT and EV-BRACKET-SW    *
      *                  out of the filler.  Format K is a single-   *
      *                  elimination event played in match mode:     *
      *                  BRACKET-SEED seeds its entries into         *
      *                  BRACKET-FILE and sets EV-BRACKET-SW to B,   *
      *                  which closes registration.  Spaces (all     *
      *                  existing records) is the scored format,     *
      *                  ranked by SR-TOTAL-SCORE as before.         *
      *=============================================================*
       01  EVENT-CALENDAR-RECORD.
           05  EV-EVENT-ID             PIC X(08).
           05  EV-SETTLED-SW           PIC X(01).
               88  EV-SETTLED              VALUE "S".
           05  EV-ENTRY-CAP            PIC 9(03).
           05  EV-EVENT-FORMAT         PIC X(01).
               88  EV-FORMAT-KNOCKOUT      VALUE "K".
           05  EV-BRACKET-SW           PIC X(01).
               88  EV-BRACKET-SEEDED       VALUE "B".
           05  FILLER                  PIC X(01).
