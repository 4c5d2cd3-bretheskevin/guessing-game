      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-09-02 DLW  Original.                                   *
      *  2026-10-15 DLW  Carved PS-PRIOR-ROUNDS out of the filler:   *
      *                  rounds played in a month already closed by  *
      *                  MONTH-END and posted late into this one     *
      *                  as a prior-period adjustment.  They are     *
      *                  counted in PS-ROUNDS-PLAYED as well.        *
      *                  Spaces on records written before this.      *
      *=============================================================*
       01  PLAYER-SUMMARY-RECORD.
           05  PS-SUMMARY-KEY.
           05  PS-TIER-HARD            PIC 9(05).
           05  PS-MATCH-WINS           PIC 9(05).
           05  PS-MATCH-LOSSES         PIC 9(05).
           05  PS-PRIOR-ROUNDS         PIC 9(05).
           05  FILLER                  PIC X(01).
