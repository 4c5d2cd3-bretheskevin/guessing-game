      *=============================================================*
      *  REVIEWQ.cpy                                                *
      *  Record layout for REVIEW-QUEUE-FILE, keyed by session id   *
      *  and round number.  SUSPECT-PLAY adds one record for every  *
      *  live history round whose suspect score reaches the review  *
      *  threshold, carrying the score and the reasons it was       *
      *  flagged.  A round already on the queue is never re-added   *
      *  or overwritten, so the nightly run can be repeated and a   *
      *  round the desk has reviewed keeps its review status.       *
      *    RQ-IGNORED-HINT-SW  a guess fell outside the range the   *
      *                        earlier H/L results had left open.   *
      *    RQ-QUICK-SOLVE-SW   a one- or two-turn solve on the hard *
      *                        tier by a player who does it again   *
      *                        and again (count in RQ-QUICK-SOLVES).*
      *    RQ-DUPLICATE-SEQ-SW the round's guess sequence is the    *
      *                        same as one in another session       *
      *                        (RQ-MATCHED-SESSION-ID).             *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  REVIEW-QUEUE-RECORD.
           05  RQ-REVIEW-KEY.
               10  RQ-SESSION-ID       PIC X(13).
               10  RQ-ROUND-NUMBER     PIC 9(02).
           05  RQ-PLAYER-ID            PIC X(05).
           05  RQ-PLAY-DATE            PIC 9(08).
           05  RQ-DIFFICULTY-TIER      PIC X(01).
           05  RQ-TIME-GUESSED         PIC 9(03).
           05  RQ-SUSPECT-SCORE        PIC 9(05).
           05  RQ-REASON-FLAGS.
               10  RQ-IGNORED-HINT-SW  PIC X(01).
                   88  RQ-IGNORED-HINT     VALUE "Y".
               10  RQ-QUICK-SOLVE-SW   PIC X(01).
                   88  RQ-QUICK-SOLVE      VALUE "Y".
               10  RQ-DUPLICATE-SEQ-SW PIC X(01).
                   88  RQ-DUPLICATE-SEQ    VALUE "Y".
           05  RQ-IGNORED-HINTS        PIC 9(03).
           05  RQ-QUICK-SOLVES         PIC 9(03).
           05  RQ-MATCHED-SESSION-ID   PIC X(13).
           05  RQ-QUEUED-DATE          PIC 9(08).
           05  RQ-REVIEW-STATUS        PIC X(01).
               88  RQ-REVIEW-OPEN          VALUE "O".
               88  RQ-REVIEW-CLEARED       VALUE "C".
               88  RQ-REVIEW-VOIDED        VALUE "V".
           05  FILLER                  PIC X(10).
