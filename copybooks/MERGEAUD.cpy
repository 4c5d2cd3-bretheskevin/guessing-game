      *=============================================================*
      *  MERGEAUD.cpy                                               *
      *  Record layout for MERGE-AUDIT-FILE.  PLAYER-MERGE appends  *
      *  one record for every duplicate registration it folds into  *
      *  a surviving player id: who did it and when, the games-     *
      *  played and points balances of both ids before the merge   *
      *  and of the survivor after it, and how many records were    *
      *  restamped or moved on each file.  TO GAMES AFTER must      *
      *  equal FROM plus TO GAMES BEFORE, and the same for points,  *
      *  or GAME-RECON and POINTS-STMT will not balance.            *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *  2026-10-15 DLW  Bracket, review-queue and kiosk-session    *
      *                  counts, how the limits were merged and the  *
      *                  countersigning supervisor.                  *
      *=============================================================*
       01  MERGE-AUDIT-RECORD.
           05  MA-FROM-PLAYER-ID       PIC X(05).
           05  MA-TO-PLAYER-ID         PIC X(05).
           05  MA-OPERATOR-ID          PIC X(05).
           05  MA-MERGE-DATE           PIC 9(08).
           05  MA-MERGE-TIME           PIC 9(06).
           05  MA-BALANCES.
               10  MA-FROM-GAMES-BEFORE
                                       PIC 9(05).
               10  MA-TO-GAMES-BEFORE  PIC 9(05).
               10  MA-TO-GAMES-AFTER   PIC 9(05).
               10  MA-FROM-POINTS-BEFORE
                                       PIC 9(09).
               10  MA-TO-POINTS-BEFORE PIC 9(09).
               10  MA-TO-POINTS-AFTER  PIC 9(09).
           05  MA-RECORD-COUNTS.
               10  MA-HISTORY-MOVED    PIC 9(05).
               10  MA-OPPONENT-MOVED   PIC 9(05).
               10  MA-ARCHIVE-MOVED    PIC 9(05).
               10  MA-XREF-MOVED       PIC 9(05).
               10  MA-XREF-DROPPED     PIC 9(05).
               10  MA-SUMMARY-MOVED    PIC 9(05).
               10  MA-SUMMARY-COMBINED PIC 9(05).
               10  MA-RESULTS-MOVED    PIC 9(05).
               10  MA-LEDGER-MOVED     PIC 9(05).
               10  MA-ENTRIES-MOVED    PIC 9(05).
               10  MA-ENTRIES-DROPPED  PIC 9(05).
               10  MA-BRACKET-MOVED    PIC 9(05).
               10  MA-REVIEW-MOVED     PIC 9(05).
               10  MA-KIOSK-MOVED      PIC 9(05).
           05  MA-LIMITS-MERGED        PIC X(01).
               88  MA-LIMITS-NONE          VALUE "N".
               88  MA-LIMITS-MOVED         VALUE "M".
               88  MA-LIMITS-COMBINED      VALUE "C".
           05  MA-APPROVER-ID          PIC X(05).
           05  FILLER                  PIC X(10).
