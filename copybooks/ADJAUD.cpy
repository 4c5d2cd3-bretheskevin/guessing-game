      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-09-02 DLW  Original.                                   *
      *  2026-10-15 DLW  Carved AJ-APPROVED-BY out of the filler:    *
      *                  the supervisor who countersigned the void.  *
      *                  Spaces on records written before this.      *
      *  2026-10-15 DLW  Added AJ-PERIOD-SW and AJ-ORIGINAL-PERIOD   *
      *                  (record grew 60 -> 67): P marks a void of a *
      *                  round played in a month already closed by   *
      *                  MONTH-END -- a prior-period adjustment      *
      *                  in the month it was keyed, with the month   *
      *                  the round was played.  Older records read   *
      *                  back as spaces.                             *
      *=============================================================*
       01  ADJUSTMENT-AUDIT-RECORD.
           05  AJ-SESSION-ID           PIC X(13).
           05  AJ-REVERSED-SCORE       PIC 9(05).
           05  AJ-OLD-TOTAL            PIC 9(07).
           05  AJ-NEW-TOTAL            PIC 9(07).
           05  AJ-APPROVED-BY          PIC X(05).
           05  AJ-PERIOD-SW            PIC X(01).
               88  AJ-PRIOR-PERIOD         VALUE "P".
           05  AJ-ORIGINAL-PERIOD      PIC 9(06).
