      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-09-02 DLW  Original.                                   *
      *  2026-10-15 DLW  Carved PD-PERIOD-SW out of the filler: P    *
      *                  marks a redemption whose voucher is dated   *
      *                  in a month already closed by MONTH-END,     *
      *                  posted into the open month as a prior-      *
      *                  period adjustment.  Spaces (all existing    *
      *                  records) means an ordinary posting.         *
      *  2026-10-15 DLW  Carved PD-ITEM-CODE out of the last of the  *
      *                  filler: the REDEMPTION-CATALOGUE-FILE item  *
      *                  a redemption was for.  Spaces on credits    *
      *                  and on redemptions keyed before the         *
      *                  catalogue.                                  *
      *=============================================================*
       01  POINTS-LEDGER-RECORD.
           05  PD-LEDGER-KEY.
           05  PD-TRANS-TIME           PIC 9(06).
           05  PD-POINTS               PIC 9(07).
           05  PD-REASON-CODE          PIC X(02).
           05  PD-PERIOD-SW            PIC X(01).
               88  PD-PRIOR-PERIOD         VALUE "P".
           05  PD-ITEM-CODE            PIC X(05).
