000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRMAINT.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  OPRMAINT                                                       *
000900*                                                                 *
001000*  Interactive maintenance program for OPERATOR-MASTER-FILE, the  *
001100*  operator ids, passwords and roles the desk maintenance         *
001200*  programs sign on against.  The operator signs on first.  An    *
001300*  admin may ADD an operator, CHANGE an operator's name, role or  *
001400*  status, reset any operator's PASSWORD and LIST the file; any   *
001500*  other operator may only change their own password.  An admin   *
001600*  cannot change their own role or status, so the file is never   *
001700*  left without an admin by accident.  When the file holds no     *
001800*  operators at all the first one is keyed without a sign-on and  *
001900*  is always an admin.  Every update is written to the change     *
002000*  journal with the password masked.  Follows the same shape as   *
002100*  PLYMAINT.                                                      *
002200*-----------------------------------------------------------------*
002300*  MODIFICATION HISTORY                                           *
002400*  DATE       INIT  DESCRIPTION                                   *
002500*  2026-10-15  DLW  Original.                                     *
002600*=================================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS OP-OPERATOR-ID
003500         FILE STATUS IS FS-OPERATOR-MASTER.
003600
003700     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-MAINT-JOURNAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OPERATOR-MASTER-FILE.
004400     COPY OPERMAST.
004500
004600 FD  MAINT-JOURNAL-FILE.
004700     COPY MNTJRNL.
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-FILE-STATUSES.
005100     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
005200     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
005300
005400 01  OM-FUNCTION-CODE            PIC X(01).
005500     88  OM-FUNCTION-ADD             VALUE "A".
005600     88  OM-FUNCTION-CHANGE          VALUE "C".
005700     88  OM-FUNCTION-PASSWORD        VALUE "P".
005800     88  OM-FUNCTION-LIST            VALUE "L".
005900     88  OM-FUNCTION-QUIT            VALUE "Q".
006000
006100 01  OM-SWITCHES.
006200     05  OM-DONE-SW              PIC X(01) VALUE "N".
006300         88  OM-DONE                 VALUE "Y".
006400     05  OM-SIGNED-ON-SW         PIC X(01) VALUE "N".
006500         88  OM-SIGNED-ON            VALUE "Y".
006600     05  OM-FUNCTION-OK-SW       PIC X(01) VALUE "N".
006700         88  OM-FUNCTION-OK          VALUE "Y".
006800     05  OM-FILE-EMPTY-SW        PIC X(01) VALUE "N".
006900         88  OM-FILE-EMPTY           VALUE "Y".
007000     05  OM-PASSWORD-OK-SW       PIC X(01) VALUE "N".
007100         88  OM-PASSWORD-OK          VALUE "Y".
007200     05  OM-EOF-OPERATOR-SW      PIC X(01) VALUE "N".
007300         88  OM-EOF-OPERATOR         VALUE "Y".
007400
007500*    Operator signed on for this sitting.
007600 01  OM-SIGNON.
007700     05  OM-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
007800     05  OM-SIGNON-ROLE          PIC X(01) VALUE SPACE.
007900         88  OM-ROLE-DESK            VALUE "D".
008000         88  OM-ROLE-SUPERVISOR      VALUE "S".
008100         88  OM-ROLE-ADMIN           VALUE "A".
008200     05  OM-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
008300     05  OM-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
008400
008500 01  OM-TODAY                    PIC 9(08) VALUE ZERO.
008600 01  OM-NEW-PASSWORD             PIC X(08) VALUE SPACES.
008700 01  OM-CONFIRM-PASSWORD         PIC X(08) VALUE SPACES.
008800 01  OM-ENTRY-NAME               PIC X(30) VALUE SPACES.
008900 01  OM-ENTRY-ROLE               PIC X(01) VALUE SPACE.
009000 01  OM-ENTRY-STATUS             PIC X(01) VALUE SPACE.
009100 01  OM-OPERATORS-LISTED         PIC 9(05) COMP VALUE ZERO.
009200 01  OM-COUNT-ED                 PIC ZZZZ9.
009300
009400*    The operator record as the journal carries it: the password
009500*    is overlaid with asterisks before the image is taken.
009600 01  OM-OPERATOR-IMAGE.
009700     05  FILLER                  PIC X(35).
009800     05  OM-IMG-PASSWORD         PIC X(08).
009900     05  FILLER                  PIC X(17).
010000
010100 01  OM-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
010200 01  OM-JOURNAL-KEY              PIC X(15) VALUE SPACES.
010300 01  OM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
010400 01  OM-AFTER-IMAGE              PIC X(80) VALUE SPACES.
010500 01  OM-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
010600 01  OM-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
010700
010800 PROCEDURE DIVISION.
010900*=================================================================*
011000*  0000-MAINLINE                                                  *
011100*=================================================================*
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
011500         UNTIL OM-DONE.
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700     STOP RUN.
011800
011900*-----------------------------------------------------------------*
012000*  1000-INITIALIZE -- open the files, then sign the operator on,  *
012100*  or take the first admin when there are no operators yet.       *
012200*-----------------------------------------------------------------*
012300 1000-INITIALIZE.
012400     OPEN I-O OPERATOR-MASTER-FILE.
012500     IF FS-OPERATOR-MASTER = "35"
012600         CLOSE OPERATOR-MASTER-FILE
012700         OPEN OUTPUT OPERATOR-MASTER-FILE
012800         CLOSE OPERATOR-MASTER-FILE
012900         OPEN I-O OPERATOR-MASTER-FILE
013000     END-IF.
013100     OPEN EXTEND MAINT-JOURNAL-FILE.
013200     IF FS-MAINT-JOURNAL = "35"
013300         OPEN OUTPUT MAINT-JOURNAL-FILE
013400     END-IF.
013500     ACCEPT OM-TODAY FROM DATE YYYYMMDD.
013600     PERFORM 1050-CHECK-EMPTY THRU 1050-EXIT.
013700     IF OM-FILE-EMPTY
013800         PERFORM 1300-FIRST-ADMIN THRU 1300-EXIT
013900     ELSE
014000         PERFORM 1100-SIGN-ON THRU 1100-EXIT
014100     END-IF.
014200     IF NOT OM-SIGNED-ON
014300         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
014400         SET OM-DONE TO TRUE
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800
014900 1050-CHECK-EMPTY.
015000     MOVE "N" TO OM-FILE-EMPTY-SW.
015100     MOVE LOW-VALUES TO OP-OPERATOR-ID.
015200     START OPERATOR-MASTER-FILE KEY NOT < OP-OPERATOR-ID
015300         INVALID KEY
015400             SET OM-FILE-EMPTY TO TRUE
015500     END-START.
015600 1050-EXIT.
015700     EXIT.
015800
015900*-----------------------------------------------------------------*
016000*  1100-SIGN-ON -- three tries at operator id and password; an    *
016100*  inactive operator, or one with no valid role, is refused.      *
016200*-----------------------------------------------------------------*
016300 1100-SIGN-ON.
016400     MOVE "N" TO OM-SIGNED-ON-SW.
016500     MOVE ZERO TO OM-SIGNON-TRIES.
016600     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
016700         UNTIL OM-SIGNED-ON
016800            OR OM-SIGNON-TRIES NOT < 3.
016900 1100-EXIT.
017000     EXIT.
017100
017200 1110-TRY-SIGN-ON.
017300     ADD 1 TO OM-SIGNON-TRIES.
017400     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
017500     ACCEPT OP-OPERATOR-ID.
017600     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
017700     ACCEPT OM-SIGNON-PASSWORD.
017800     READ OPERATOR-MASTER-FILE
017900         INVALID KEY
018000             DISPLAY "SIGN-ON REFUSED"
018100             GO TO 1110-EXIT
018200     END-READ.
018300     IF NOT OP-ACTIVE
018400        OR NOT OP-ROLE-VALID
018500        OR OP-PASSWORD NOT = OM-SIGNON-PASSWORD
018600         DISPLAY "SIGN-ON REFUSED"
018700         GO TO 1110-EXIT
018800     END-IF.
018900     MOVE OP-OPERATOR-ID TO OM-SIGNON-OPERATOR.
019000     MOVE OP-ROLE        TO OM-SIGNON-ROLE.
019100     SET OM-SIGNED-ON TO TRUE.
019200     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
019300 1110-EXIT.
019400     EXIT.
019500
019600*-----------------------------------------------------------------*
019700*  1300-FIRST-ADMIN -- an empty operator file: the operator keys  *
019800*  themselves on as an admin and is signed on as that id.         *
019900*-----------------------------------------------------------------*
020000 1300-FIRST-ADMIN.
020100     DISPLAY "NO OPERATORS ON FILE - KEY THE FIRST ADMINISTRATOR".
020200     MOVE SPACES TO OPERATOR-MASTER-RECORD.
020300     DISPLAY "OPERATOR ID  : " WITH NO ADVANCING.
020400     ACCEPT OP-OPERATOR-ID.
020500     IF OP-OPERATOR-ID = SPACES
020600         GO TO 1300-EXIT
020700     END-IF.
020800     DISPLAY "OPERATOR NAME: " WITH NO ADVANCING.
020900     ACCEPT OP-OPERATOR-NAME.
021000     PERFORM 3500-ACCEPT-PASSWORD THRU 3500-EXIT.
021100     IF NOT OM-PASSWORD-OK
021200         GO TO 1300-EXIT
021300     END-IF.
021400     MOVE OM-NEW-PASSWORD TO OP-PASSWORD.
021500     SET OP-ROLE-ADMIN    TO TRUE.
021600     SET OP-ACTIVE        TO TRUE.
021700     MOVE OM-TODAY        TO OP-PASSWORD-DATE.
021800     WRITE OPERATOR-MASTER-RECORD
021900         INVALID KEY
022000             DISPLAY "OPERATOR ID ALREADY ON FILE - "
022100                 OP-OPERATOR-ID
022200             GO TO 1300-EXIT
022300     END-WRITE.
022400     MOVE OP-OPERATOR-ID TO OM-SIGNON-OPERATOR.
022500     MOVE OP-ROLE        TO OM-SIGNON-ROLE.
022600     SET OM-SIGNED-ON TO TRUE.
022700     MOVE SPACES TO OM-BEFORE-IMAGE.
022800     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
022900     MOVE OM-OPERATOR-IMAGE TO OM-AFTER-IMAGE.
023000     MOVE "ADD"          TO OM-JOURNAL-ACTION.
023100     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
023200     DISPLAY "OPERATOR " OP-OPERATOR-ID
023300         " ADDED AS ADMIN - SIGNED ON".
023400 1300-EXIT.
023500     EXIT.
023600
023700*=================================================================*
023800*  2000-PROCESS-REQUEST -- prompt for a function code and drive   *
023900*  the matching maintenance paragraph.                            *
024000*=================================================================*
024100 2000-PROCESS-REQUEST.
024200     DISPLAY " ".
024300     DISPLAY "A=ADD  C=CHANGE  P=PASSWORD  L=LIST  Q=QUIT: "
024400         WITH NO ADVANCING.
024500     ACCEPT OM-FUNCTION-CODE.
024600     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
024700     IF NOT OM-FUNCTION-OK
024800         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
024900         GO TO 2000-EXIT
025000     END-IF.
025100     EVALUATE TRUE
025200         WHEN OM-FUNCTION-ADD
025300             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
025400         WHEN OM-FUNCTION-CHANGE
025500             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
025600         WHEN OM-FUNCTION-PASSWORD
025700             PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
025800         WHEN OM-FUNCTION-LIST
025900             PERFORM 7000-LIST-OPERATORS THRU 7000-EXIT
026000         WHEN OM-FUNCTION-QUIT
026100             SET OM-DONE TO TRUE
026200         WHEN OTHER
026300             DISPLAY "INVALID FUNCTION CODE - TRY AGAIN"
026400     END-EVALUATE.
026500 2000-EXIT.
026600     EXIT.
026700
026800*-----------------------------------------------------------------*
026900*  2100-CHECK-ROLE -- ADD, CHANGE and LIST are for an admin;      *
027000*  PASSWORD and QUIT are open to every role.                      *
027100*-----------------------------------------------------------------*
027200 2100-CHECK-ROLE.
027300     SET OM-FUNCTION-OK TO TRUE.
027400     IF (OM-FUNCTION-ADD OR OM-FUNCTION-CHANGE
027500             OR OM-FUNCTION-LIST)
027600        AND NOT OM-ROLE-ADMIN
027700         MOVE "N" TO OM-FUNCTION-OK-SW
027800     END-IF.
027900 2100-EXIT.
028000     EXIT.
028100
028200*-----------------------------------------------------------------*
028300*  3000-ADD-OPERATOR                                              *
028400*-----------------------------------------------------------------*
028500 3000-ADD-OPERATOR.
028600     MOVE SPACES TO OPERATOR-MASTER-RECORD.
028700     DISPLAY "OPERATOR ID  : " WITH NO ADVANCING.
028800     ACCEPT OP-OPERATOR-ID.
028900     IF OP-OPERATOR-ID = SPACES
029000         GO TO 3000-EXIT
029100     END-IF.
029200     DISPLAY "OPERATOR NAME: " WITH NO ADVANCING.
029300     ACCEPT OP-OPERATOR-NAME.
029400     DISPLAY "ROLE (D=DESK S=SUPERVISOR A=ADMIN): "
029500         WITH NO ADVANCING.
029600     ACCEPT OP-ROLE.
029700     IF NOT OP-ROLE-VALID
029800         DISPLAY "ROLE MUST BE D, S OR A - NOT ADDED"
029900         GO TO 3000-EXIT
030000     END-IF.
030100     PERFORM 3500-ACCEPT-PASSWORD THRU 3500-EXIT.
030200     IF NOT OM-PASSWORD-OK
030300         DISPLAY "NOT ADDED"
030400         GO TO 3000-EXIT
030500     END-IF.
030600     MOVE OM-NEW-PASSWORD TO OP-PASSWORD.
030700     SET OP-ACTIVE        TO TRUE.
030800     MOVE OM-TODAY        TO OP-PASSWORD-DATE.
030900     WRITE OPERATOR-MASTER-RECORD
031000         INVALID KEY
031100             DISPLAY "OPERATOR ID ALREADY ON FILE - "
031200                 OP-OPERATOR-ID
031300             GO TO 3000-EXIT
031400     END-WRITE.
031500     MOVE SPACES TO OM-BEFORE-IMAGE.
031600     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
031700     MOVE OM-OPERATOR-IMAGE TO OM-AFTER-IMAGE.
031800     MOVE "ADD"          TO OM-JOURNAL-ACTION.
031900     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
032000     DISPLAY "OPERATOR " OP-OPERATOR-ID " ADDED".
032100 3000-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------*
032500*  3500-ACCEPT-PASSWORD -- keyed twice; the two must agree and    *
032600*  may not be blank.                                              *
032700*-----------------------------------------------------------------*
032800 3500-ACCEPT-PASSWORD.
032900     MOVE "N" TO OM-PASSWORD-OK-SW.
033000     DISPLAY "NEW PASSWORD : " WITH NO ADVANCING.
033100     ACCEPT OM-NEW-PASSWORD.
033200     DISPLAY "KEY IT AGAIN : " WITH NO ADVANCING.
033300     ACCEPT OM-CONFIRM-PASSWORD.
033400     IF OM-NEW-PASSWORD = SPACES
033500         DISPLAY "PASSWORD MAY NOT BE BLANK"
033600         GO TO 3500-EXIT
033700     END-IF.
033800     IF OM-NEW-PASSWORD NOT = OM-CONFIRM-PASSWORD
033900         DISPLAY "PASSWORDS DO NOT MATCH"
034000         GO TO 3500-EXIT
034100     END-IF.
034200     SET OM-PASSWORD-OK TO TRUE.
034300 3500-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------*
034700*  4000-CHANGE-OPERATOR -- name, role and status; blank keeps     *
034800*  the current value.  An admin's own role and status are left    *
034900*  alone.                                                         *
035000*-----------------------------------------------------------------*
035100 4000-CHANGE-OPERATOR.
035200     DISPLAY "OPERATOR ID  : " WITH NO ADVANCING.
035300     ACCEPT OP-OPERATOR-ID.
035400     READ OPERATOR-MASTER-FILE
035500         INVALID KEY
035600             DISPLAY "OPERATOR ID NOT ON FILE - " OP-OPERATOR-ID
035700             GO TO 4000-EXIT
035800     END-READ.
035900     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
036000     MOVE OM-OPERATOR-IMAGE TO OM-BEFORE-IMAGE.
036100     DISPLAY "NAME         : " OP-OPERATOR-NAME.
036200     DISPLAY "ROLE         : " OP-ROLE "    STATUS: " OP-STATUS.
036300     MOVE SPACES TO OM-ENTRY-NAME.
036400     MOVE SPACE  TO OM-ENTRY-ROLE.
036500     MOVE SPACE  TO OM-ENTRY-STATUS.
036600     DISPLAY "NEW NAME     (BLANK = KEEP): " WITH NO ADVANCING.
036700     ACCEPT OM-ENTRY-NAME.
036800     IF OP-OPERATOR-ID = OM-SIGNON-OPERATOR
036900         DISPLAY "YOUR OWN ROLE AND STATUS CANNOT BE CHANGED"
037000     ELSE
037100         DISPLAY "NEW ROLE     (D/S/A, BLANK = KEEP): "
037200             WITH NO ADVANCING
037300         ACCEPT OM-ENTRY-ROLE
037400         DISPLAY "NEW STATUS   (A/I, BLANK = KEEP): "
037500             WITH NO ADVANCING
037600         ACCEPT OM-ENTRY-STATUS
037700     END-IF.
037800     IF OM-ENTRY-NAME NOT = SPACES
037900         MOVE OM-ENTRY-NAME TO OP-OPERATOR-NAME
038000     END-IF.
038100     IF OM-ENTRY-ROLE NOT = SPACE
038200         MOVE OM-ENTRY-ROLE TO OP-ROLE
038300         IF NOT OP-ROLE-VALID
038400             DISPLAY "ROLE MUST BE D, S OR A - NOT CHANGED"
038500             GO TO 4000-EXIT
038600         END-IF
038700     END-IF.
038800     IF OM-ENTRY-STATUS NOT = SPACE
038900         MOVE OM-ENTRY-STATUS TO OP-STATUS
039000         IF NOT OP-ACTIVE AND NOT OP-INACTIVE
039100             DISPLAY "STATUS MUST BE A OR I - NOT CHANGED"
039200             GO TO 4000-EXIT
039300         END-IF
039400     END-IF.
039500     REWRITE OPERATOR-MASTER-RECORD.
039600     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
039700     MOVE OM-OPERATOR-IMAGE TO OM-AFTER-IMAGE.
039800     MOVE "CHANGE"       TO OM-JOURNAL-ACTION.
039900     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
040000     DISPLAY "OPERATOR " OP-OPERATOR-ID " CHANGED".
040100 4000-EXIT.
040200     EXIT.
040300
040400*-----------------------------------------------------------------*
040500*  5000-RESET-PASSWORD -- an admin may reset anyone's password;   *
040600*  every other operator only their own.                           *
040700*-----------------------------------------------------------------*
040800 5000-RESET-PASSWORD.
040900     IF OM-ROLE-ADMIN
041000         DISPLAY "OPERATOR ID  : " WITH NO ADVANCING
041100         ACCEPT OP-OPERATOR-ID
041200     ELSE
041300         MOVE OM-SIGNON-OPERATOR TO OP-OPERATOR-ID
041400     END-IF.
041500     READ OPERATOR-MASTER-FILE
041600         INVALID KEY
041700             DISPLAY "OPERATOR ID NOT ON FILE - " OP-OPERATOR-ID
041800             GO TO 5000-EXIT
041900     END-READ.
042000     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
042100     MOVE OM-OPERATOR-IMAGE TO OM-BEFORE-IMAGE.
042200     PERFORM 3500-ACCEPT-PASSWORD THRU 3500-EXIT.
042300     IF NOT OM-PASSWORD-OK
042400         DISPLAY "PASSWORD NOT CHANGED"
042500         GO TO 5000-EXIT
042600     END-IF.
042700     MOVE OM-NEW-PASSWORD TO OP-PASSWORD.
042800     MOVE OM-TODAY        TO OP-PASSWORD-DATE.
042900     REWRITE OPERATOR-MASTER-RECORD.
043000     PERFORM 8600-BUILD-IMAGE THRU 8600-EXIT.
043100     MOVE OM-OPERATOR-IMAGE TO OM-AFTER-IMAGE.
043200     MOVE "PASSWORD"     TO OM-JOURNAL-ACTION.
043300     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
043400     DISPLAY "PASSWORD CHANGED FOR " OP-OPERATOR-ID.
043500 5000-EXIT.
043600     EXIT.
043700
043800*=================================================================*
043900*  7000-LIST-OPERATORS -- every operator on file, in id order.    *
044000*  Passwords are never shown.                                     *
044100*=================================================================*
044200 7000-LIST-OPERATORS.
044300     MOVE ZERO TO OM-OPERATORS-LISTED.
044400     MOVE "N" TO OM-EOF-OPERATOR-SW.
044500     MOVE LOW-VALUES TO OP-OPERATOR-ID.
044600     START OPERATOR-MASTER-FILE KEY NOT < OP-OPERATOR-ID
044700         INVALID KEY
044800             SET OM-EOF-OPERATOR TO TRUE
044900     END-START.
045000     PERFORM 7100-LIST-ONE-OPERATOR THRU 7100-EXIT
045100         UNTIL OM-EOF-OPERATOR.
045200     MOVE OM-OPERATORS-LISTED TO OM-COUNT-ED.
045300     DISPLAY "OPERATORS ON FILE: " OM-COUNT-ED.
045400 7000-EXIT.
045500     EXIT.
045600
045700 7100-LIST-ONE-OPERATOR.
045800     READ OPERATOR-MASTER-FILE NEXT
045900         AT END
046000             SET OM-EOF-OPERATOR TO TRUE
046100             GO TO 7100-EXIT
046200     END-READ.
046300     IF FS-OPERATOR-MASTER NOT = "00"
046400         SET OM-EOF-OPERATOR TO TRUE
046500         GO TO 7100-EXIT
046600     END-IF.
046700     ADD 1 TO OM-OPERATORS-LISTED.
046800     DISPLAY OP-OPERATOR-ID "  " OP-OPERATOR-NAME
046900         "  ROLE " OP-ROLE "  STATUS " OP-STATUS
047000         "  PASSWORD SET " OP-PASSWORD-DATE.
047100 7100-EXIT.
047200     EXIT.
047300
047400*=================================================================*
047500*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record for the    *
047600*  operator record just updated.  The caller loads the action and *
047700*  both images.                                                   *
047800*=================================================================*
047900 8500-WRITE-JOURNAL.
048000     MOVE SPACES TO MAINT-JOURNAL-RECORD.
048100     ACCEPT OM-JOURNAL-DATE FROM DATE YYYYMMDD.
048200     ACCEPT OM-JOURNAL-TIME FROM TIME.
048300     MOVE OP-OPERATOR-ID        TO OM-JOURNAL-KEY.
048400     MOVE OM-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
048500     MOVE OM-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
048600     MOVE OM-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
048700     MOVE SPACES                TO MJ-APPROVER-ID.
048800     MOVE "OPRMAINT"            TO MJ-PROGRAM-ID.
048900     MOVE OM-JOURNAL-ACTION     TO MJ-ACTION.
049000     MOVE OM-JOURNAL-KEY        TO MJ-RECORD-KEY.
049100     MOVE OM-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
049200     MOVE OM-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
049300     WRITE MAINT-JOURNAL-RECORD.
049400 8500-EXIT.
049500     EXIT.
049600
049700 8600-BUILD-IMAGE.
049800     MOVE OPERATOR-MASTER-RECORD TO OM-OPERATOR-IMAGE.
049900     MOVE ALL "*" TO OM-IMG-PASSWORD.
050000 8600-EXIT.
050100     EXIT.
050200
050300*=================================================================*
050400*  9000-TERMINATE                                                 *
050500*=================================================================*
050600 9000-TERMINATE.
050700     CLOSE OPERATOR-MASTER-FILE.
050800     CLOSE MAINT-JOURNAL-FILE.
050900 9000-EXIT.
051000     EXIT.
