      *=============================================================*
      *  PERIODCT.cpy                                               *
      *  Record layout for PERIOD-CONTROL-FILE, keyed by month      *
      *  (YYYYMM).  A month with a record here flagged C has been   *
      *  closed by MONTH-END: the record holds who closed it and    *
      *  when, and the month's totals from PLAYER-SUMMARY-FILE,     *
      *  POINTS-LEDGER-FILE, EVENT-AWARD-FILE and the void audit as *
      *  they stood at the close.  No record means the month is     *
      *  still open.  SUMMARY-ROLLUP, PTSMAINT and ROUND-ADJ read   *
      *  this file and never post into a closed month; a late       *
      *  correction goes into the open month as a prior-period      *
      *  adjustment (PPA) and is counted apart.                     *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  PERIOD-CONTROL-RECORD.
           05  PC-YEAR-MONTH           PIC 9(06).
           05  PC-PERIOD-STATUS        PIC X(01).
               88  PC-PERIOD-CLOSED        VALUE "C".
           05  PC-CLOSED-BY            PIC X(05).
           05  PC-CLOSE-DATE           PIC 9(08).
           05  PC-CLOSE-TIME           PIC 9(06).
           05  PC-SUMM-RECORDS         PIC 9(07).
           05  PC-SUMM-ROUNDS          PIC 9(09).
           05  PC-SUMM-PRIOR           PIC 9(07).
           05  PC-SUMM-TURNS           PIC 9(11).
           05  PC-SUMM-EASY            PIC 9(07).
           05  PC-SUMM-MEDIUM          PIC 9(07).
           05  PC-SUMM-HARD            PIC 9(07).
           05  PC-SUMM-WINS            PIC 9(07).
           05  PC-SUMM-LOSSES          PIC 9(07).
           05  PC-CREDIT-COUNT         PIC 9(07).
           05  PC-CREDIT-POINTS        PIC 9(11).
           05  PC-REDEEM-COUNT         PIC 9(07).
           05  PC-REDEEM-POINTS        PIC 9(11).
           05  PC-PPA-COUNT            PIC 9(07).
           05  PC-PPA-POINTS           PIC 9(11).
           05  PC-AWARD-EVENTS         PIC 9(05).
           05  PC-AWARD-RECORDS        PIC 9(07).
           05  PC-AWARD-GOLD           PIC 9(05).
           05  PC-AWARD-SILVER         PIC 9(05).
           05  PC-AWARD-BRONZE         PIC 9(05).
           05  PC-VOID-COUNT           PIC 9(07).
           05  PC-PPA-VOID-COUNT       PIC 9(07).
           05  FILLER                  PIC X(10).
