      *=============================================================*
      *  BRACKET.cpy                                                 *
      *  Record layout for BRACKET-FILE, keyed by event id, round    *
      *  and match number.  BRACKET-SEED writes the whole draw of a  *
      *  knockout event (EV-FORMAT-KNOCKOUT) when registration       *
      *  closes: every match of every round, round 1 filled from     *
      *  the seeding and the later rounds waiting on their feeder    *
      *  matches.  The winner of round R match M moves to round R+1  *
      *  match (M+1)/2 -- slot 1 from an odd M, slot 2 from an even. *
      *    BK-WAITING  one or both players still to come through.    *
      *    BK-READY    both players known, the match is next to      *
      *                play.                                         *
      *    BK-DECIDED  played in match mode; GUESSING-GAME set the   *
      *                winner and moved the winner on.               *
      *    BK-BYE      the seeding gave one slot a bye; the player   *
      *                went straight through.  A bye slot carries    *
      *                spaces and seed zero.                         *
      *  BK-TOTAL-ROUNDS is carried on every record so any one       *
      *  match knows whether it is the final.                        *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  BRACKET-RECORD.
           05  BK-BRACKET-KEY.
               10  BK-EVENT-ID         PIC X(08).
               10  BK-ROUND-NUMBER     PIC 9(02).
               10  BK-MATCH-NUMBER     PIC 9(03).
           05  BK-TOTAL-ROUNDS         PIC 9(02).
           05  BK-PLAYER-1-ID          PIC X(05).
           05  BK-SEED-1               PIC 9(03).
           05  BK-PLAYER-2-ID          PIC X(05).
           05  BK-SEED-2               PIC 9(03).
           05  BK-MATCH-STATUS         PIC X(01).
               88  BK-WAITING              VALUE "W".
               88  BK-READY                VALUE "R".
               88  BK-DECIDED              VALUE "D".
               88  BK-BYE                  VALUE "B".
           05  BK-WINNER-ID            PIC X(05).
           05  BK-SESSION-ID           PIC X(13).
           05  BK-DECIDED-DATE         PIC 9(08).
           05  FILLER                  PIC X(10).
