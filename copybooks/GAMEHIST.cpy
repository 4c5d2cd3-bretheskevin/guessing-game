      *                  after the fact.  The round is never         *
      *                  deleted, but a voided round drops out of    *
      *                  the reports and the event settlement.       *
      *  2026-10-15 DLW  Carved GH-KIOSK-ID out of the filler:      *
      *                  GUESSING-GAME stamps the kiosk a batch      *
      *                  session's rounds came in from (GT-KIOSK-ID).*
      *                  Interactive and match rounds, and rounds    *
      *                  written before, carry spaces.               *
      *=============================================================*
       01  GAME-HISTORY-RECORD.
           05  GH-HISTORY-KEY.
               88  GH-SUMMARY-POSTED       VALUE "P".
           05  GH-VOID-SW              PIC X(01).
               88  GH-VOIDED               VALUE "V".
           05  GH-KIOSK-ID             PIC X(02).
           05  FILLER                  PIC X(01).
