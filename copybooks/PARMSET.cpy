      *=============================================================*
      *  PARMSET.cpy                                                *
      *  Record layout for PARM-SET-FILE, the effective-dated game  *
      *  parameters, keyed by the date each set comes into force.   *
      *  GUESSING-GAME, GUESSTRN-EDIT and GAME-ARCHIVE use the set  *
      *  with the latest effective date not after the run date, so  *
      *  a change can be keyed ahead of time and the set that       *
      *  applied on any past day is still on file.  Sets are        *
      *  maintained only through PARM-MAINT, which logs every       *
      *  change to PARM-CHANGE-LOG-FILE.  The run mode is not part  *
      *  of a set: it stays on GAMEPARM, the run's own control      *
      *  record, which is also the fallback when no set is in       *
      *  force.  Zero retention days means GAME-ARCHIVE's default.  *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  PARM-SET-RECORD.
           05  PS-EFFECTIVE-DATE       PIC 9(08).
           05  PS-PARM-VALUES.
               10  PS-LOW-RANGE        PIC 9(03).
               10  PS-HIGH-RANGE       PIC 9(03).
               10  PS-DIFFICULTY-TIER  PIC X(01).
                   88  PS-TIER-EASY        VALUE "E".
                   88  PS-TIER-MEDIUM      VALUE "M".
                   88  PS-TIER-HARD        VALUE "H".
               10  PS-TOURNAMENT-ROUNDS
                                       PIC 9(02).
               10  PS-RETENTION-DAYS   PIC 9(03).
           05  PS-CHANGED-BY           PIC X(05).
           05  PS-CHANGED-DATE         PIC 9(08).
           05  PS-CHANGED-TIME         PIC 9(06).
           05  FILLER                  PIC X(11).
