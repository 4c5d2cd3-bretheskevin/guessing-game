      *=============================================================*
      *  STEPTOTS.cpy                                               *
      *  Record layout for STEP-TOTALS-FILE, the hand-off between a *
      *  night-run step and NIGHT-DRIVER.  Before each CALL the     *
      *  driver writes the file afresh with one H record carrying   *
      *  the run date and step number; the step appends one D       *
      *  record per control total (its PROGRAM-ID, the total's name *
      *  and value) as it ends.  When the step returns the driver   *
      *  files every D record onto RUN-TOTALS-FILE under the run    *
      *  date and step.                                             *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  STEP-TOTALS-RECORD.
           05  CX-RECORD-TYPE          PIC X(01).
               88  CX-HEADER               VALUE "H".
               88  CX-DETAIL               VALUE "D".
           05  CX-PROGRAM-NAME         PIC X(16).
           05  CX-TOTAL-DATA.
               10  CX-TOTAL-NAME       PIC X(20).
               10  CX-TOTAL-VALUE      PIC 9(11).
           05  CX-HEADER-DATA REDEFINES CX-TOTAL-DATA.
               10  CX-RUN-DATE         PIC 9(08).
               10  CX-STEP-NUMBER      PIC 9(02).
               10  FILLER              PIC X(21).
           05  FILLER                  PIC X(12).
