      *=============================================================*
      *  MNTJRNL.cpy                                                *
      *  Record layout for MAINT-JOURNAL-FILE, the change journal   *
      *  common to the desk maintenance programs.  One record per   *
      *  add, change, unlock, redemption, void or other update:     *
      *  who keyed it, the supervisor who countersigned it (spaces  *
      *  when none was needed), when, which program and action, the *
      *  key of the record touched and its image before and after   *
      *  (spaces before an add, after a delete).  Images are the    *
      *  record in display form; PINs and passwords are never       *
      *  carried.  MAINT-ACTIVITY prints the day's records by       *
      *  operator.                                                  *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  MAINT-JOURNAL-RECORD.
           05  MJ-JOURNAL-DATE         PIC 9(08).
           05  MJ-JOURNAL-TIME         PIC 9(06).
           05  MJ-OPERATOR-ID          PIC X(05).
           05  MJ-APPROVER-ID          PIC X(05).
               88  MJ-NOT-COUNTERSIGNED    VALUE SPACES.
           05  MJ-PROGRAM-ID           PIC X(10).
           05  MJ-ACTION               PIC X(10).
           05  MJ-RECORD-KEY           PIC X(15).
           05  MJ-BEFORE-IMAGE         PIC X(80).
           05  MJ-AFTER-IMAGE          PIC X(80).
           05  FILLER                  PIC X(06).
