      *=============================================================*
      *  RDMCAT.cpy                                                 *
      *  Record layout for REDEMPTION-CATALOGUE-FILE, keyed by item *
      *  code.  One record per snack-bar item the desk can give for *
      *  points: description, points cost, stock on hand and the    *
      *  reorder level at or below which STOCK-REPORT lists it for  *
      *  reordering.  RI-REASON-CODE is the reason code PTSMAINT    *
      *  puts on the ledger for the item.  CATMAINT keeps the       *
      *  catalogue and the stock; PTSMAINT redeems one item at the  *
      *  catalogue price and takes it off RI-STOCK-ON-HAND.  A      *
      *  withdrawn item stays on file, so the ledger's item codes   *
      *  can still be named, but cannot be redeemed.                *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  REDEMPTION-CATALOGUE-RECORD.
           05  RI-ITEM-CODE            PIC X(05).
           05  RI-DESCRIPTION          PIC X(30).
           05  RI-POINTS-COST          PIC 9(07).
           05  RI-STOCK-ON-HAND        PIC 9(05).
           05  RI-REORDER-LEVEL        PIC 9(05).
           05  RI-REASON-CODE          PIC X(02).
           05  RI-ITEM-STATUS          PIC X(01).
               88  RI-ITEM-ACTIVE          VALUE "A".
               88  RI-ITEM-WITHDRAWN       VALUE "W".
           05  RI-LAST-RECEIVED-DATE   PIC 9(08).
           05  FILLER                  PIC X(17).
