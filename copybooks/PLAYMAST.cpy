      *                  is not on a team.  Assigned through          *
      *                  PLYMAINT and validated against              *
      *                  TEAM-MASTER-FILE.                           *
      *  2026-10-15 DLW  Added PM-MERGED-INTO-ID: PLAYER-MERGE sets  *
      *                  it on a duplicate registration folded into  *
      *                  another id, and leaves the record inactive. *
      *                  Record grew 70 -> 80 bytes; existing files  *
      *                  must be reloaded.  Spaces means the player  *
      *                  has not been merged.                        *
      *=============================================================*
       01  PLAYER-MASTER-RECORD.
           05  PM-PLAYER-ID            PIC X(05).
               10  PM-RATED-ROUNDS     PIC 9(04).
               10  PM-RATING-DATE      PIC 9(08).
           05  PM-TEAM-ID              PIC X(04).
           05  PM-MERGED-INTO-ID       PIC X(05).
               88  PM-NOT-MERGED           VALUE SPACES.
           05  FILLER                  PIC X(08).
