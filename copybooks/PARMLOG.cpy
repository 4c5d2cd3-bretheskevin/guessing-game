      *=============================================================*
      *  PARMLOG.cpy                                                *
      *  Record layout for PARM-CHANGE-LOG-FILE.  PARM-MAINT        *
      *  appends one record for every add, change or delete of an   *
      *  effective-dated parameter set: who keyed it and when, the  *
      *  set's effective date, and the values before and after      *
      *  (before is spaces on an add, after is spaces on a delete). *
      *  Appended run over run and never rewritten -- with the set  *
      *  itself, this is how a disputed score is matched to the     *
      *  range and tier in force on the day it was played.          *
      *    PL-ACTION  A add, C change, D delete.                    *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  PARM-CHANGE-LOG-RECORD.
           05  PL-EFFECTIVE-DATE       PIC 9(08).
           05  PL-ACTION               PIC X(01).
               88  PL-ACTION-ADD           VALUE "A".
               88  PL-ACTION-CHANGE        VALUE "C".
               88  PL-ACTION-DELETE        VALUE "D".
           05  PL-OPERATOR-ID          PIC X(05).
           05  PL-LOG-DATE             PIC 9(08).
           05  PL-LOG-TIME             PIC 9(06).
           05  PL-BEFORE-VALUES.
               10  PL-BEFORE-LOW-RANGE PIC 9(03).
               10  PL-BEFORE-HIGH-RANGE
                                       PIC 9(03).
               10  PL-BEFORE-TIER      PIC X(01).
               10  PL-BEFORE-ROUNDS    PIC 9(02).
               10  PL-BEFORE-RETENTION PIC 9(03).
           05  PL-AFTER-VALUES.
               10  PL-AFTER-LOW-RANGE  PIC 9(03).
               10  PL-AFTER-HIGH-RANGE PIC 9(03).
               10  PL-AFTER-TIER       PIC X(01).
               10  PL-AFTER-ROUNDS     PIC 9(02).
               10  PL-AFTER-RETENTION  PIC 9(03).
           05  FILLER                  PIC X(10).
