000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PARM-MAINT.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  PARM-MAINT                                                     *
000900*                                                                 *
001000*  Interactive maintenance for PARM-SET-FILE, the effective-dated *
001100*  game parameters (guess range, difficulty tier, round count and *
001200*  retention days) that GUESSING-GAME, GUESSTRN-EDIT and          *
001300*  GAME-ARCHIVE pick up for their run date.                       *
001400*    A  add a set from a date on (today or later), so a change    *
001500*       can be keyed ahead of the day it applies                  *
001600*    C  change a set not yet in force                             *
001700*    D  delete a set not yet in force                             *
001800*    S  show the set in force on any date -- the answer when a    *
001900*       player disputes the range or tier on the day they played  *
002000*    L  list every set on file                                    *
002100*  A set that has come into force is never changed or deleted,    *
002200*  so what applied on a past day stays on file; a correction is   *
002300*  a new set from today.  Every add, change and delete is         *
002400*  appended to PARM-CHANGE-LOG-FILE with the operator, the date   *
002500*  and time, and the values before and after.                     *
002600*-----------------------------------------------------------------*
002700*  MODIFICATION HISTORY                                           *
002800*  DATE       INIT  DESCRIPTION                                   *
002900*  2026-10-15  DLW  Original.                                     *
002910*  2026-10-15  DLW  Operators sign on against OPERATOR-MASTER-    *
002920*                   FILE instead of keying a free-form id.  ADD,  *
002930*                   CHANGE and DELETE are for an admin.  Every    *
002940*                   change also goes to the common change         *
002950*                   journal.                                      *
003000*=================================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PARM-SET-FILE ASSIGN TO "PARMSET"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PS-EFFECTIVE-DATE
003900         FILE STATUS IS FS-PARM-SET.
004000
004100     SELECT PARM-CHANGE-LOG-FILE ASSIGN TO "PARMLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-PARM-CHANGE-LOG.
004309
004318     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
004327         ORGANIZATION IS INDEXED
004336         ACCESS MODE IS DYNAMIC
004345         RECORD KEY IS OP-OPERATOR-ID
004354         FILE STATUS IS FS-OPERATOR-MASTER.
004363
004372     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
004381         ORGANIZATION IS LINE SEQUENTIAL
004390         FILE STATUS IS FS-MAINT-JOURNAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PARM-SET-FILE.
004800     COPY PARMSET.
004900
005000 FD  PARM-CHANGE-LOG-FILE.
005100     COPY PARMLOG.
005110
005120 FD  OPERATOR-MASTER-FILE.
005130     COPY OPERMAST.
005140
005150 FD  MAINT-JOURNAL-FILE.
005160     COPY MNTJRNL.
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     05  FS-PARM-SET             PIC X(02) VALUE "00".
005600     05  FS-PARM-CHANGE-LOG      PIC X(02) VALUE "00".
005610     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
005620     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
005700
005800 01  PR-FUNCTION-CODE            PIC X(01).
005900     88  PR-FUNCTION-ADD             VALUE "A".
006000     88  PR-FUNCTION-CHANGE          VALUE "C".
006100     88  PR-FUNCTION-DELETE          VALUE "D".
006200     88  PR-FUNCTION-SHOW            VALUE "S".
006300     88  PR-FUNCTION-LIST            VALUE "L".
006400     88  PR-FUNCTION-QUIT            VALUE "Q".
006500
006600 01  PR-SWITCHES.
006700     05  PR-DONE-SW              PIC X(01) VALUE "N".
006800         88  PR-DONE                 VALUE "Y".
006900     05  PR-VALUES-OK-SW         PIC X(01) VALUE "N".
007000         88  PR-VALUES-OK            VALUE "Y".
007100     05  PR-EOF-SET-SW           PIC X(01) VALUE "N".
007200         88  PR-EOF-SET              VALUE "Y".
007300     05  PR-SET-FOUND-SW         PIC X(01) VALUE "N".
007400         88  PR-SET-FOUND            VALUE "Y".
007410     05  PR-SIGNED-ON-SW         PIC X(01) VALUE "N".
007420         88  PR-SIGNED-ON            VALUE "Y".
007430     05  PR-FUNCTION-OK-SW       PIC X(01) VALUE "N".
007440         88  PR-FUNCTION-OK          VALUE "Y".
007500
007600 01  PR-WORK-OPERATOR            PIC X(05) VALUE SPACES.
007700 01  PR-TODAY                    PIC 9(08) VALUE ZERO.
007800 01  PR-NOW                      PIC 9(08) VALUE ZERO.
007900 01  PR-CONFIRM-ANSWER           PIC X(01) VALUE SPACE.
008000
008100*    Dates are keyed as text and checked before use.
008200 01  PR-ENTRY-DATE               PIC X(08) VALUE SPACES.
008300 01  PR-ENTRY-DATE-N REDEFINES PR-ENTRY-DATE
008400                                 PIC 9(08).
008500 01  PR-WORK-DATE                PIC 9(08) VALUE ZERO.
008600
008700*    The set's values as they stood before this change -- the
008800*    "before" image for the change log.
008900 01  PR-BEFORE-VALUES.
009000     05  PR-BEFORE-LOW-RANGE     PIC 9(03).
009100     05  PR-BEFORE-HIGH-RANGE    PIC 9(03).
009200     05  PR-BEFORE-TIER          PIC X(01).
009300     05  PR-BEFORE-ROUNDS        PIC 9(02).
009400     05  PR-BEFORE-RETENTION     PIC 9(03).
009500
009600*    The set found in force for a date, held while the scan reads
009700*    on past it.
009800 01  PR-HELD-SET                 PIC X(50) VALUE SPACES.
009805
009810*    Operator signed on for this sitting.
009820 01  PR-SIGNON.
009825     05  PR-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
009830     05  PR-SIGNON-ROLE          PIC X(01) VALUE SPACE.
009835         88  PR-ROLE-DESK            VALUE "D".
009840         88  PR-ROLE-SUPERVISOR      VALUE "S".
009845         88  PR-ROLE-ADMIN           VALUE "A".
009850     05  PR-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
009855     05  PR-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
009865 01  PR-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
009870 01  PR-JOURNAL-KEY              PIC X(15) VALUE SPACES.
009875 01  PR-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
009880 01  PR-AFTER-IMAGE              PIC X(80) VALUE SPACES.
009885 01  PR-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
009890 01  PR-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
009900
010000 01  PR-SETS-LISTED              PIC 9(05) COMP VALUE ZERO.
010100 01  PR-COUNT-ED                 PIC ZZZZ9.
010200
010300 PROCEDURE DIVISION.
010400*=================================================================*
010500*  0000-MAINLINE                                                  *
010600*=================================================================*
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
011000         UNTIL PR-DONE.
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011200     STOP RUN.
011300
011400*-----------------------------------------------------------------*
011500*  1000-INITIALIZE -- open the set file and the change logs, and  *
011600*  sign on the operator every logged change is charged to.  No    *
011700*  sign-on, no maintenance.                                       *
011800*-----------------------------------------------------------------*
011900 1000-INITIALIZE.
012000     OPEN I-O PARM-SET-FILE.
012100     IF FS-PARM-SET = "35"
012200         CLOSE PARM-SET-FILE
012300         OPEN OUTPUT PARM-SET-FILE
012400         CLOSE PARM-SET-FILE
012500         OPEN I-O PARM-SET-FILE
012600     END-IF.
012700     OPEN EXTEND PARM-CHANGE-LOG-FILE.
012800     IF FS-PARM-CHANGE-LOG = "35"
012900         OPEN OUTPUT PARM-CHANGE-LOG-FILE
013000     END-IF.
013100     ACCEPT PR-TODAY FROM DATE YYYYMMDD.
013200     OPEN EXTEND MAINT-JOURNAL-FILE.
013300     IF FS-MAINT-JOURNAL = "35"
013400         OPEN OUTPUT MAINT-JOURNAL-FILE
013500     END-IF.
013525     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
013550     IF NOT PR-SIGNED-ON
013600         SET PR-DONE TO TRUE
013700     END-IF.
013750     MOVE PR-SIGNON-OPERATOR TO PR-WORK-OPERATOR.
013800 1000-EXIT.
013900     EXIT.
013902
013904*-----------------------------------------------------------------*
013906*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
013908*  FILE before anything is keyed: three tries at id and password; *
013910*  an inactive operator, or one with no valid role, is refused.   *
013914*-----------------------------------------------------------------*
013916 1100-SIGN-ON.
013918     MOVE "N" TO PR-SIGNED-ON-SW.
013920     MOVE ZERO TO PR-SIGNON-TRIES.
013922     OPEN INPUT OPERATOR-MASTER-FILE.
013924     IF FS-OPERATOR-MASTER NOT = "00"
013926         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
013928             FS-OPERATOR-MASTER
013930         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
013932         GO TO 1100-EXIT
013934     END-IF.
013936     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
013938         UNTIL PR-SIGNED-ON
013940            OR PR-SIGNON-TRIES NOT < 3.
013942     IF NOT PR-SIGNED-ON
013944         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
013946     END-IF.
013948 1100-EXIT.
013950     EXIT.
013952
013954 1110-TRY-SIGN-ON.
013956     ADD 1 TO PR-SIGNON-TRIES.
013958     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
013960     ACCEPT OP-OPERATOR-ID.
013962     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
013964     ACCEPT PR-SIGNON-PASSWORD.
013966     READ OPERATOR-MASTER-FILE
013968         INVALID KEY
013970             DISPLAY "SIGN-ON REFUSED"
013972             GO TO 1110-EXIT
013974     END-READ.
013976     IF NOT OP-ACTIVE
013978        OR NOT OP-ROLE-VALID
013980        OR OP-PASSWORD NOT = PR-SIGNON-PASSWORD
013982         DISPLAY "SIGN-ON REFUSED"
013984         GO TO 1110-EXIT
013986     END-IF.
013988     MOVE OP-OPERATOR-ID TO PR-SIGNON-OPERATOR.
013990     MOVE OP-ROLE        TO PR-SIGNON-ROLE.
013992     SET PR-SIGNED-ON TO TRUE.
013994     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
013996 1110-EXIT.
013998     EXIT.
014000
014100*=================================================================*
014200*  2000-PROCESS-REQUEST -- prompt for a function code and drive   *
014300*  the matching maintenance paragraph.                            *
014400*=================================================================*
014500 2000-PROCESS-REQUEST.
014600     DISPLAY " ".
014700     DISPLAY "A=ADD  C=CHANGE  D=DELETE  S=SHOW  L=LIST  Q=QUIT: "
014800         WITH NO ADVANCING.
014900     ACCEPT PR-FUNCTION-CODE.
014910     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
014920     IF NOT PR-FUNCTION-OK
014930         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
014940         GO TO 2000-EXIT
014950     END-IF.
015000     EVALUATE TRUE
015100         WHEN PR-FUNCTION-ADD
015200             PERFORM 3000-ADD-SET THRU 3000-EXIT
015300         WHEN PR-FUNCTION-CHANGE
015400             PERFORM 4000-CHANGE-SET THRU 4000-EXIT
015500         WHEN PR-FUNCTION-DELETE
015600             PERFORM 5000-DELETE-SET THRU 5000-EXIT
015700         WHEN PR-FUNCTION-SHOW
015800             PERFORM 6000-SHOW-SET-IN-FORCE THRU 6000-EXIT
015900         WHEN PR-FUNCTION-LIST
016000             PERFORM 7000-LIST-SETS THRU 7000-EXIT
016100         WHEN PR-FUNCTION-QUIT
016200             SET PR-DONE TO TRUE
016300         WHEN OTHER
016400             DISPLAY "INVALID FUNCTION CODE - TRY AGAIN"
016500     END-EVALUATE.
016600 2000-EXIT.
016700     EXIT.
016706
016712*-----------------------------------------------------------------*
016718*  2100-CHECK-ROLE -- ADD, CHANGE and DELETE are for an admin;    *
016724*  SHOW and LIST are open to every role.                          *
016730*-----------------------------------------------------------------*
016736 2100-CHECK-ROLE.
016742     SET PR-FUNCTION-OK TO TRUE.
016748     IF (PR-FUNCTION-ADD OR PR-FUNCTION-CHANGE
016754                         OR PR-FUNCTION-DELETE)
016760        AND NOT PR-ROLE-ADMIN
016766         MOVE "N" TO PR-FUNCTION-OK-SW
016772     END-IF.
016778 2100-EXIT.
016784     EXIT.
016800
016900*-----------------------------------------------------------------*
017000*  3000-ADD-SET -- a new set from today or a later date.          *
017100*-----------------------------------------------------------------*
017200 3000-ADD-SET.
017300     PERFORM 3500-ACCEPT-DATE THRU 3500-EXIT.
017400     IF PR-WORK-DATE = ZERO
017500         GO TO 3000-EXIT
017600     END-IF.
017700     IF PR-WORK-DATE < PR-TODAY
017800         DISPLAY "A SET CANNOT START IN THE PAST"
017900         GO TO 3000-EXIT
018000     END-IF.
018100     MOVE PR-WORK-DATE TO PS-EFFECTIVE-DATE.
018200     READ PARM-SET-FILE
018300         INVALID KEY
018400             CONTINUE
018500         NOT INVALID KEY
018600             DISPLAY "A SET FROM " PR-WORK-DATE
018700                 " IS ALREADY ON FILE - USE CHANGE"
018800             GO TO 3000-EXIT
018900     END-READ.
019000     MOVE SPACES       TO PARM-SET-RECORD.
019100     MOVE PR-WORK-DATE TO PS-EFFECTIVE-DATE.
019200     MOVE SPACES       TO PR-BEFORE-VALUES.
019210     MOVE SPACES       TO PR-BEFORE-IMAGE.
019300     PERFORM 3600-ACCEPT-VALUES THRU 3600-EXIT.
019400     IF NOT PR-VALUES-OK
019500         DISPLAY "SET NOT ADDED"
019600         GO TO 3000-EXIT
019700     END-IF.
019800     PERFORM 3700-STAMP-SET THRU 3700-EXIT.
019900     WRITE PARM-SET-RECORD
020000         INVALID KEY
020100             DISPLAY "A SET FROM " PS-EFFECTIVE-DATE
020200                 " IS ALREADY ON FILE"
020300             GO TO 3000-EXIT
020400     END-WRITE.
020500     SET PL-ACTION-ADD TO TRUE.
020600     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
020700     DISPLAY "SET FROM " PS-EFFECTIVE-DATE " ADDED".
020800 3000-EXIT.
020900     EXIT.
021000
021100*-----------------------------------------------------------------*
021200*  3500-ACCEPT-DATE -- PR-WORK-DATE is left zero when the date    *
021300*  keyed is not a YYYYMMDD number.                                *
021400*-----------------------------------------------------------------*
021500 3500-ACCEPT-DATE.
021600     MOVE ZERO TO PR-WORK-DATE.
021700     DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
021800     MOVE SPACES TO PR-ENTRY-DATE.
021900     ACCEPT PR-ENTRY-DATE.
022000     IF PR-ENTRY-DATE NOT NUMERIC
022100        OR PR-ENTRY-DATE-N < 19000101
022200         DISPLAY "INVALID DATE - " PR-ENTRY-DATE
022300         GO TO 3500-EXIT
022400     END-IF.
022500     MOVE PR-ENTRY-DATE-N TO PR-WORK-DATE.
022600 3500-EXIT.
022700     EXIT.
022800
022900*-----------------------------------------------------------------*
023000*  3600-ACCEPT-VALUES -- key the set's values.  The range must    *
023100*  run low to high, the tier must be E, M or H and there must be  *
023200*  at least one round.  Retention 0 leaves GAME-ARCHIVE on its    *
023300*  own default.                                                   *
023400*-----------------------------------------------------------------*
023500 3600-ACCEPT-VALUES.
023600     MOVE "N" TO PR-VALUES-OK-SW.
023700     DISPLAY "LOW RANGE      (NNN)     : " WITH NO ADVANCING.
023800     ACCEPT PS-LOW-RANGE.
023900     DISPLAY "HIGH RANGE     (NNN)     : " WITH NO ADVANCING.
024000     ACCEPT PS-HIGH-RANGE.
024100     DISPLAY "TIER           (E/M/H)   : " WITH NO ADVANCING.
024200     ACCEPT PS-DIFFICULTY-TIER.
024300     DISPLAY "ROUNDS         (NN)      : " WITH NO ADVANCING.
024400     ACCEPT PS-TOURNAMENT-ROUNDS.
024500     DISPLAY "RETENTION DAYS (NNN)     : " WITH NO ADVANCING.
024600     ACCEPT PS-RETENTION-DAYS.
024700     IF PS-LOW-RANGE NOT NUMERIC
024800        OR PS-HIGH-RANGE NOT NUMERIC
024900        OR PS-LOW-RANGE NOT < PS-HIGH-RANGE
025000         DISPLAY "RANGE MUST BE NUMERIC, LOW BELOW HIGH"
025100         GO TO 3600-EXIT
025200     END-IF.
025300     IF NOT PS-TIER-EASY
025400        AND NOT PS-TIER-MEDIUM
025500        AND NOT PS-TIER-HARD
025600         DISPLAY "TIER MUST BE E, M OR H"
025700         GO TO 3600-EXIT
025800     END-IF.
025900     IF PS-TOURNAMENT-ROUNDS NOT NUMERIC
026000        OR PS-TOURNAMENT-ROUNDS = ZERO
026100         DISPLAY "ROUNDS MUST BE 01 OR MORE"
026200         GO TO 3600-EXIT
026300     END-IF.
026400     IF PS-RETENTION-DAYS NOT NUMERIC
026500         DISPLAY "RETENTION DAYS MUST BE NUMERIC"
026600         GO TO 3600-EXIT
026700     END-IF.
026800     SET PR-VALUES-OK TO TRUE.
026900 3600-EXIT.
027000     EXIT.
027100
027200 3700-STAMP-SET.
027300     ACCEPT PR-NOW FROM TIME.
027400     MOVE PR-WORK-OPERATOR TO PS-CHANGED-BY.
027500     MOVE PR-TODAY         TO PS-CHANGED-DATE.
027600     MOVE PR-NOW (1:6)     TO PS-CHANGED-TIME.
027700 3700-EXIT.
027800     EXIT.
027900
028000*-----------------------------------------------------------------*
028100*  4000-CHANGE-SET -- only a set that has not come into force.    *
028200*-----------------------------------------------------------------*
028300 4000-CHANGE-SET.
028400     PERFORM 3500-ACCEPT-DATE THRU 3500-EXIT.
028500     IF PR-WORK-DATE = ZERO
028600         GO TO 4000-EXIT
028700     END-IF.
028800     MOVE PR-WORK-DATE TO PS-EFFECTIVE-DATE.
028900     READ PARM-SET-FILE
029000         INVALID KEY
029100             DISPLAY "NO SET FROM " PR-WORK-DATE " ON FILE"
029200             GO TO 4000-EXIT
029300     END-READ.
029400     IF PS-EFFECTIVE-DATE NOT > PR-TODAY
029500         DISPLAY "SET IS ALREADY IN FORCE - ADD A NEW SET INSTEAD"
029600         GO TO 4000-EXIT
029700     END-IF.
029800     PERFORM 6200-SHOW-ONE-SET THRU 6200-EXIT.
029900     MOVE PS-PARM-VALUES TO PR-BEFORE-VALUES.
029910     MOVE PARM-SET-RECORD TO PR-BEFORE-IMAGE.
030000     PERFORM 3600-ACCEPT-VALUES THRU 3600-EXIT.
030100     IF NOT PR-VALUES-OK
030200         DISPLAY "SET NOT CHANGED"
030300         GO TO 4000-EXIT
030400     END-IF.
030500     PERFORM 3700-STAMP-SET THRU 3700-EXIT.
030600     REWRITE PARM-SET-RECORD.
030700     SET PL-ACTION-CHANGE TO TRUE.
030800     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
030900     DISPLAY "SET FROM " PS-EFFECTIVE-DATE " CHANGED".
031000 4000-EXIT.
031100     EXIT.
031200
031300*-----------------------------------------------------------------*
031400*  5000-DELETE-SET -- only a set that has not come into force.    *
031500*-----------------------------------------------------------------*
031600 5000-DELETE-SET.
031700     PERFORM 3500-ACCEPT-DATE THRU 3500-EXIT.
031800     IF PR-WORK-DATE = ZERO
031900         GO TO 5000-EXIT
032000     END-IF.
032100     MOVE PR-WORK-DATE TO PS-EFFECTIVE-DATE.
032200     READ PARM-SET-FILE
032300         INVALID KEY
032400             DISPLAY "NO SET FROM " PR-WORK-DATE " ON FILE"
032500             GO TO 5000-EXIT
032600     END-READ.
032700     IF PS-EFFECTIVE-DATE NOT > PR-TODAY
032800         DISPLAY "SET IS ALREADY IN FORCE - IT CANNOT BE DELETED"
032900         GO TO 5000-EXIT
033000     END-IF.
033100     PERFORM 6200-SHOW-ONE-SET THRU 6200-EXIT.
033200     DISPLAY "DELETE THIS SET (Y/N): " WITH NO ADVANCING.
033300     ACCEPT PR-CONFIRM-ANSWER.
033400     IF PR-CONFIRM-ANSWER NOT = "Y"
033500        AND PR-CONFIRM-ANSWER NOT = "y"
033600         DISPLAY "NOT DELETED"
033700         GO TO 5000-EXIT
033800     END-IF.
033900     MOVE PS-PARM-VALUES TO PR-BEFORE-VALUES.
033910     MOVE PARM-SET-RECORD TO PR-BEFORE-IMAGE.
034000     DELETE PARM-SET-FILE RECORD.
034100     MOVE SPACES TO PS-PARM-VALUES.
034200     SET PL-ACTION-DELETE TO TRUE.
034300     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
034400     DISPLAY "SET FROM " PR-WORK-DATE " DELETED".
034500 5000-EXIT.
034600     EXIT.
034700
034800*=================================================================*
034900*  6000-SHOW-SET-IN-FORCE -- the set with the latest effective    *
035000*  date not after the date keyed.  The file is read forward from  *
035100*  the start, holding the last set that qualified, since the key  *
035200*  can only be positioned on from below.                          *
035300*=================================================================*
035400 6000-SHOW-SET-IN-FORCE.
035500     PERFORM 3500-ACCEPT-DATE THRU 3500-EXIT.
035600     IF PR-WORK-DATE = ZERO
035700         GO TO 6000-EXIT
035800     END-IF.
035900     MOVE "N" TO PR-SET-FOUND-SW.
036000     MOVE "N" TO PR-EOF-SET-SW.
036100     MOVE ZERO TO PS-EFFECTIVE-DATE.
036200     START PARM-SET-FILE KEY NOT < PS-EFFECTIVE-DATE
036300         INVALID KEY
036400             SET PR-EOF-SET TO TRUE
036500     END-START.
036600     PERFORM 6100-SCAN-ONE-SET THRU 6100-EXIT
036700         UNTIL PR-EOF-SET.
036800     IF NOT PR-SET-FOUND
036900         DISPLAY "NO SET IN FORCE ON " PR-WORK-DATE
037000             " - GAMEPARM APPLIES"
037100         GO TO 6000-EXIT
037200     END-IF.
037300     MOVE PR-HELD-SET TO PARM-SET-RECORD.
037400     DISPLAY "SET IN FORCE ON " PR-WORK-DATE ":".
037500     PERFORM 6200-SHOW-ONE-SET THRU 6200-EXIT.
037600 6000-EXIT.
037700     EXIT.
037800
037900 6100-SCAN-ONE-SET.
038000     READ PARM-SET-FILE NEXT
038100         AT END
038200             SET PR-EOF-SET TO TRUE
038300             GO TO 6100-EXIT
038400     END-READ.
038500     IF FS-PARM-SET NOT = "00"
038600        OR PS-EFFECTIVE-DATE > PR-WORK-DATE
038700         SET PR-EOF-SET TO TRUE
038800         GO TO 6100-EXIT
038900     END-IF.
039000     MOVE PARM-SET-RECORD TO PR-HELD-SET.
039100     SET PR-SET-FOUND TO TRUE.
039200 6100-EXIT.
039300     EXIT.
039400
039500 6200-SHOW-ONE-SET.
039600     DISPLAY "  EFFECTIVE FROM : " PS-EFFECTIVE-DATE.
039700     DISPLAY "  RANGE          : " PS-LOW-RANGE " TO "
039800         PS-HIGH-RANGE.
039900     DISPLAY "  TIER           : " PS-DIFFICULTY-TIER.
040000     DISPLAY "  ROUNDS         : " PS-TOURNAMENT-ROUNDS.
040100     DISPLAY "  RETENTION DAYS : " PS-RETENTION-DAYS.
040200     DISPLAY "  LAST CHANGED   : " PS-CHANGED-DATE " "
040300         PS-CHANGED-TIME " BY " PS-CHANGED-BY.
040400 6200-EXIT.
040500     EXIT.
040600
040700*=================================================================*
040800*  7000-LIST-SETS -- every set on file, oldest first.             *
040900*=================================================================*
041000 7000-LIST-SETS.
041100     MOVE ZERO TO PR-SETS-LISTED.
041200     MOVE "N" TO PR-EOF-SET-SW.
041300     MOVE ZERO TO PS-EFFECTIVE-DATE.
041400     START PARM-SET-FILE KEY NOT < PS-EFFECTIVE-DATE
041500         INVALID KEY
041600             SET PR-EOF-SET TO TRUE
041700     END-START.
041800     PERFORM 7100-LIST-ONE-SET THRU 7100-EXIT
041900         UNTIL PR-EOF-SET.
042000     MOVE PR-SETS-LISTED TO PR-COUNT-ED.
042100     DISPLAY "SETS ON FILE: " PR-COUNT-ED.
042200 7000-EXIT.
042300     EXIT.
042400
042500 7100-LIST-ONE-SET.
042600     READ PARM-SET-FILE NEXT
042700         AT END
042800             SET PR-EOF-SET TO TRUE
042900             GO TO 7100-EXIT
043000     END-READ.
043100     IF FS-PARM-SET NOT = "00"
043200         SET PR-EOF-SET TO TRUE
043300         GO TO 7100-EXIT
043400     END-IF.
043500     ADD 1 TO PR-SETS-LISTED.
043600     DISPLAY PS-EFFECTIVE-DATE "  RANGE " PS-LOW-RANGE "-"
043700         PS-HIGH-RANGE "  TIER " PS-DIFFICULTY-TIER
043800         "  ROUNDS " PS-TOURNAMENT-ROUNDS
043900         "  RETAIN " PS-RETENTION-DAYS.
044000 7100-EXIT.
044100     EXIT.
044200
044300*=================================================================*
044400*  8000-LOG-CHANGE -- one change-log record: PR-BEFORE-VALUES is  *
044500*  the before image, PS-PARM-VALUES the after image.  PL-ACTION   *
044600*  is set by the caller.                                          *
044610*  The same change goes to MAINT-JOURNAL-FILE with the whole set  *
044620*  record before and after.                                       *
044700*=================================================================*
044800 8000-LOG-CHANGE.
044900     ACCEPT PR-NOW FROM TIME.
045000     MOVE PS-EFFECTIVE-DATE    TO PL-EFFECTIVE-DATE.
045100     IF PL-ACTION-DELETE
045200         MOVE PR-WORK-DATE     TO PL-EFFECTIVE-DATE
045300     END-IF.
045400     MOVE PR-WORK-OPERATOR     TO PL-OPERATOR-ID.
045500     MOVE PR-TODAY             TO PL-LOG-DATE.
045600     MOVE PR-NOW (1:6)         TO PL-LOG-TIME.
045700     MOVE PR-BEFORE-VALUES     TO PL-BEFORE-VALUES.
045800     MOVE PS-PARM-VALUES       TO PL-AFTER-VALUES.
045900     WRITE PARM-CHANGE-LOG-RECORD.
045907     MOVE PARM-SET-RECORD      TO PR-AFTER-IMAGE.
045914     EVALUATE TRUE
045921         WHEN PL-ACTION-ADD
045928             MOVE "ADD"        TO PR-JOURNAL-ACTION
045935         WHEN PL-ACTION-CHANGE
045942             MOVE "CHANGE"     TO PR-JOURNAL-ACTION
045949         WHEN OTHER
045956             MOVE "DELETE"     TO PR-JOURNAL-ACTION
045963             MOVE SPACES       TO PR-AFTER-IMAGE
045970     END-EVALUATE.
045977     MOVE PL-EFFECTIVE-DATE    TO PR-JOURNAL-KEY.
045984     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
046000 8000-EXIT.
046100     EXIT.
046103
046106*=================================================================*
046109*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
046112*  the update, when, what, and the record before and after.  The  *
046115*  caller loads PR-JOURNAL-ACTION, PR-JOURNAL-KEY and both        *
046118*  images.  No parameter update is countersigned, so              *
046121*  MJ-APPROVER-ID is left blank.                                  *
046124*=================================================================*
046127 8500-WRITE-JOURNAL.
046130     MOVE SPACES TO MAINT-JOURNAL-RECORD.
046133     ACCEPT PR-JOURNAL-DATE FROM DATE YYYYMMDD.
046136     ACCEPT PR-JOURNAL-TIME FROM TIME.
046139     MOVE PR-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
046142     MOVE PR-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
046145     MOVE PR-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
046151     MOVE "PARM-MAINT"          TO MJ-PROGRAM-ID.
046154     MOVE PR-JOURNAL-ACTION     TO MJ-ACTION.
046157     MOVE PR-JOURNAL-KEY        TO MJ-RECORD-KEY.
046160     MOVE PR-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
046163     MOVE PR-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
046166     WRITE MAINT-JOURNAL-RECORD.
046172 8500-EXIT.
046175     EXIT.
046200
046300*=================================================================*
046400*  9000-TERMINATE                                                 *
046500*=================================================================*
046600 9000-TERMINATE.
046700     CLOSE PARM-SET-FILE.
046800     CLOSE PARM-CHANGE-LOG-FILE.
046810     CLOSE OPERATOR-MASTER-FILE.
046820     CLOSE MAINT-JOURNAL-FILE.
046900 9000-EXIT.
047000     EXIT.
