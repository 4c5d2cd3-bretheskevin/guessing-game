      *=============================================================*
      *  RUNTOTS.cpy                                                *
      *  Record layout for RUN-TOTALS-FILE, the control totals of   *
      *  every night-run step, keyed by run date, step number and   *
      *  total name.  NIGHT-DRIVER files them from STEP-TOTALS-FILE *
      *  as each step returns; a rerun of a step replaces its       *
      *  totals.                                                    *
      *  RUN-BALANCE cross-foots the agreed pairs between steps.    *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  RUN-TOTALS-RECORD.
           05  RN-TOTALS-KEY.
               10  RN-RUN-DATE         PIC 9(08).
               10  RN-STEP-NUMBER      PIC 9(02).
               10  RN-TOTAL-NAME       PIC X(20).
           05  RN-PROGRAM-NAME         PIC X(16).
           05  RN-TOTAL-VALUE          PIC 9(11).
           05  RN-POST-DATE            PIC 9(08).
           05  RN-POST-TIME            PIC 9(06).
           05  FILLER                  PIC X(09).
