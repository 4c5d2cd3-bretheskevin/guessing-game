      *=============================================================*
      *  MSTBKUP.cpy                                                *
      *  Record layout for the master backup generation that        *
      *  MASTER-BACKUP writes at the start of every night run and   *
      *  MASTER-RELOAD restores from.  One generation per run date, *
      *  named MSTBK and the date (MSTBK20261015).  It holds the    *
      *  six indexed masters one after another: for each, an H      *
      *  record, one D record per master record (the record as      *
      *  it stood on the file, space-filled to 80 bytes), and a T   *
      *  record with the record count and hash total for it.        *
      *  The trailer also says whether the master was read through  *
      *  to the end (C) or stopped on a read error (F); an F        *
      *  section holds only part of the master and is never         *
      *  reloaded.                                                  *
      *  The hash total is the sum, over every D record, of each    *
      *  byte of BU-RECORD-DATA times its position (1 to 80), so a  *
      *  changed byte or two bytes swapped both throw it out.       *
      *  The file is fixed-length, not line sequential --           *
      *  PM-GAMES-PLAYED is binary and may hold a newline byte.     *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *  2026-10-15 DLW  BU-SECTION-STATUS on the trailer.           *
      *=============================================================*
       01  MASTER-BACKUP-RECORD.
           05  BU-RECORD-TYPE          PIC X(01).
               88  BU-HEADER               VALUE "H".
               88  BU-DETAIL               VALUE "D".
               88  BU-TRAILER              VALUE "T".
           05  BU-FILE-ID              PIC X(08).
           05  BU-GENERATION-DATE      PIC 9(08).
           05  BU-RECORD-DATA          PIC X(80).
           05  BU-TRAILER-DATA REDEFINES BU-RECORD-DATA.
               10  BU-RECORD-COUNT     PIC 9(09).
               10  BU-HASH-TOTAL       PIC 9(15).
               10  BU-BACKUP-TIME      PIC 9(06).
               10  BU-SECTION-STATUS   PIC X(01).
                   88  BU-SECTION-COMPLETE VALUE "C".
                   88  BU-SECTION-FAILED   VALUE "F".
               10  FILLER              PIC X(49).
           05  FILLER                  PIC X(03).
