      *=============================================================*
      *  OPERMAST.cpy                                               *
      *  Record layout for OPERATOR-MASTER-FILE, keyed by operator  *
      *  id.  Every desk maintenance program signs its operator on  *
      *  against this file at start-up and allows only the functions*
      *  the operator's role permits: D desk, S supervisor, A admin.*
      *  A void, a PIN unlock or a large redemption also needs a    *
      *  second sign-on by a supervisor or admin.  Maintained only  *
      *  through OPRMAINT.  An inactive operator cannot sign on; the*
      *  record is kept so the change journal's ids still resolve.  *
      *---------------------------------------------------------------*
      *  Mod history                                                 *
      *  2026-10-15 DLW  Original.                                   *
      *=============================================================*
       01  OPERATOR-MASTER-RECORD.
           05  OP-OPERATOR-ID          PIC X(05).
           05  OP-OPERATOR-NAME        PIC X(30).
           05  OP-PASSWORD             PIC X(08).
           05  OP-ROLE                 PIC X(01).
               88  OP-ROLE-DESK            VALUE "D".
               88  OP-ROLE-SUPERVISOR      VALUE "S".
               88  OP-ROLE-ADMIN           VALUE "A".
               88  OP-ROLE-VALID           VALUE "D" "S" "A".
               88  OP-ROLE-CAN-APPROVE     VALUE "S" "A".
           05  OP-STATUS               PIC X(01).
               88  OP-ACTIVE               VALUE "A".
               88  OP-INACTIVE             VALUE "I".
           05  OP-PASSWORD-DATE        PIC 9(08).
           05  FILLER                  PIC X(07).
