001800*  MODIFICATION HISTORY                                           *
001900*  DATE       INIT  DESCRIPTION                                   *
002000*  2026-09-02  DLW  Original.                                     *
002010*  2026-10-15  DLW  Operators sign on against OPERATOR-MASTER-    *
002020*                   FILE at start-up.  RETIRE needs a supervisor. *
002030*                   Every update goes to the change journal with  *
002040*                   the team before and after.                    *
002100*=================================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS TM-TEAM-ID
003000         FILE STATUS IS FS-TEAM-MASTER.
003009
003018     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
003027         ORGANIZATION IS INDEXED
003036         ACCESS MODE IS DYNAMIC
003045         RECORD KEY IS OP-OPERATOR-ID
003054         FILE STATUS IS FS-OPERATOR-MASTER.
003063
003072     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
003081         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS FS-MAINT-JOURNAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  TEAM-MASTER-FILE.
003500     COPY TEAMMAST.
003510
003520 FD  OPERATOR-MASTER-FILE.
003530     COPY OPERMAST.
003540
003550 FD  MAINT-JOURNAL-FILE.
003560     COPY MNTJRNL.
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-FILE-STATUSES.
003900     05  FS-TEAM-MASTER          PIC X(02) VALUE "00".
003910     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
003920     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
004000
004100 01  TN-FUNCTION-CODE            PIC X(01).
004200     88  TN-FUNCTION-ADD             VALUE "A".
004700 01  TN-SWITCHES.
004800     05  TN-DONE-SW              PIC X(01) VALUE "N".
004900         88  TN-DONE                 VALUE "Y".
004904     05  TN-SIGNED-ON-SW         PIC X(01) VALUE "N".
004908         88  TN-SIGNED-ON            VALUE "Y".
004912     05  TN-FUNCTION-OK-SW       PIC X(01) VALUE "N".
004916         88  TN-FUNCTION-OK          VALUE "Y".
004920
004924*    Operator signed on for this sitting.
004932 01  TN-SIGNON.
004936     05  TN-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
004940     05  TN-SIGNON-ROLE          PIC X(01) VALUE SPACE.
004944         88  TN-ROLE-DESK            VALUE "D".
004948         88  TN-ROLE-SUPERVISOR      VALUE "S".
004952         88  TN-ROLE-ADMIN           VALUE "A".
004956     05  TN-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
004960     05  TN-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
004968
004972 01  TN-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
004976 01  TN-JOURNAL-KEY              PIC X(15) VALUE SPACES.
004980 01  TN-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
004984 01  TN-AFTER-IMAGE              PIC X(80) VALUE SPACES.
004988 01  TN-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
004992 01  TN-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
005000
005100 PROCEDURE DIVISION.
005200*=================================================================*
006700         CLOSE TEAM-MASTER-FILE
006800         OPEN I-O TEAM-MASTER-FILE
006900     END-IF.
006910     OPEN EXTEND MAINT-JOURNAL-FILE.
006920     IF FS-MAINT-JOURNAL = "35"
006930         OPEN OUTPUT MAINT-JOURNAL-FILE
006940     END-IF.
006950     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
006960     IF NOT TN-SIGNED-ON
006970         SET TN-DONE TO TRUE
006980     END-IF.
007000 1000-EXIT.
007100     EXIT.
007102
007104*-----------------------------------------------------------------*
007106*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
007108*  FILE before anything is keyed: three tries at id and password; *
007110*  an inactive operator, or one with no valid role, is refused.   *
007114*-----------------------------------------------------------------*
007116 1100-SIGN-ON.
007118     MOVE "N" TO TN-SIGNED-ON-SW.
007120     MOVE ZERO TO TN-SIGNON-TRIES.
007122     OPEN INPUT OPERATOR-MASTER-FILE.
007124     IF FS-OPERATOR-MASTER NOT = "00"
007126         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
007128             FS-OPERATOR-MASTER
007130         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
007132         GO TO 1100-EXIT
007134     END-IF.
007136     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
007138         UNTIL TN-SIGNED-ON
007140            OR TN-SIGNON-TRIES NOT < 3.
007142     IF NOT TN-SIGNED-ON
007144         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
007146     END-IF.
007148 1100-EXIT.
007150     EXIT.
007152
007154 1110-TRY-SIGN-ON.
007156     ADD 1 TO TN-SIGNON-TRIES.
007158     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
007160     ACCEPT OP-OPERATOR-ID.
007162     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
007164     ACCEPT TN-SIGNON-PASSWORD.
007166     READ OPERATOR-MASTER-FILE
007168         INVALID KEY
007170             DISPLAY "SIGN-ON REFUSED"
007172             GO TO 1110-EXIT
007174     END-READ.
007176     IF NOT OP-ACTIVE
007178        OR NOT OP-ROLE-VALID
007180        OR OP-PASSWORD NOT = TN-SIGNON-PASSWORD
007182         DISPLAY "SIGN-ON REFUSED"
007184         GO TO 1110-EXIT
007186     END-IF.
007188     MOVE OP-OPERATOR-ID TO TN-SIGNON-OPERATOR.
007190     MOVE OP-ROLE        TO TN-SIGNON-ROLE.
007192     SET TN-SIGNED-ON TO TRUE.
007194     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
007196 1110-EXIT.
007198     EXIT.
007200
007300*=================================================================*
007400*  2000-PROCESS-REQUEST -- prompt for a function code and drive  *
007900     DISPLAY "A=ADD  C=CHANGE  R=RETIRE  Q=QUIT: "
008000         WITH NO ADVANCING.
008100     ACCEPT TN-FUNCTION-CODE.
008110     PERFORM 2100-CHECK-ROLE THRU 2100-EXIT.
008120     IF NOT TN-FUNCTION-OK
008130         DISPLAY "FUNCTION NOT ALLOWED FOR YOUR ROLE"
008140         GO TO 2000-EXIT
008150     END-IF.
008200     EVALUATE TRUE
008300         WHEN TN-FUNCTION-ADD
008400             PERFORM 3000-ADD-TEAM THRU 3000-EXIT
009300     END-EVALUATE.
009400 2000-EXIT.
009500     EXIT.
009507
009514*-----------------------------------------------------------------*
009521*  2100-CHECK-ROLE -- RETIRE is for a supervisor or admin; ADD    *
009528*  and CHANGE are open to the desk.                               *
009535*-----------------------------------------------------------------*
009542 2100-CHECK-ROLE.
009549     SET TN-FUNCTION-OK TO TRUE.
009556     IF TN-FUNCTION-RETIRE
009563        AND TN-ROLE-DESK
009570         MOVE "N" TO TN-FUNCTION-OK-SW
009577     END-IF.
009584 2100-EXIT.
009591     EXIT.
009600
009700*-----------------------------------------------------------------*
009800*  3000-ADD-TEAM                                                  *
010600     WRITE TEAM-MASTER-RECORD
010700         INVALID KEY
010800             DISPLAY "TEAM ID ALREADY ON FILE - " TM-TEAM-ID
010900             GO TO 3000-EXIT
011100     END-WRITE.
011114     DISPLAY "TEAM " TM-TEAM-ID " ADDED".
011128     MOVE SPACES TO TN-BEFORE-IMAGE.
011142     MOVE TEAM-MASTER-RECORD TO TN-AFTER-IMAGE.
011156     MOVE "ADD" TO TN-JOURNAL-ACTION.
011170     MOVE TM-TEAM-ID TO TN-JOURNAL-KEY.
011184     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
011200 3000-EXIT.
011300     EXIT.
011400
012200     READ TEAM-MASTER-FILE
012300         INVALID KEY
012400             DISPLAY "TEAM ID NOT ON FILE - " TM-TEAM-ID
012500             GO TO 4000-EXIT
013000     END-READ.
013010     MOVE TEAM-MASTER-RECORD TO TN-BEFORE-IMAGE.
013020     DISPLAY "NEW TEAM NAME: " WITH NO ADVANCING.
013030     ACCEPT TM-TEAM-NAME.
013040     REWRITE TEAM-MASTER-RECORD.
013050     DISPLAY "TEAM " TM-TEAM-ID " CHANGED".
013060     MOVE TEAM-MASTER-RECORD TO TN-AFTER-IMAGE.
013070     MOVE "CHANGE" TO TN-JOURNAL-ACTION.
013080     MOVE TM-TEAM-ID TO TN-JOURNAL-KEY.
013090     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
013100 4000-EXIT.
013200     EXIT.
013300
014000     READ TEAM-MASTER-FILE
014100         INVALID KEY
014200             DISPLAY "TEAM ID NOT ON FILE - " TM-TEAM-ID
014300             GO TO 5000-EXIT
014700     END-READ.
014711     MOVE TEAM-MASTER-RECORD TO TN-BEFORE-IMAGE.
014722     SET TM-RETIRED TO TRUE.
014733     REWRITE TEAM-MASTER-RECORD.
014744     DISPLAY "TEAM " TM-TEAM-ID " RETIRED".
014755     MOVE TEAM-MASTER-RECORD TO TN-AFTER-IMAGE.
014766     MOVE "RETIRE" TO TN-JOURNAL-ACTION.
014777     MOVE TM-TEAM-ID TO TN-JOURNAL-KEY.
014788     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
014800 5000-EXIT.
014900     EXIT.
014903
014906*=================================================================*
014909*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
014912*  the update, when, what, and the record before and after.  The  *
014915*  caller loads TN-JOURNAL-ACTION, TN-JOURNAL-KEY and both        *
014918*  images.  No team update is countersigned, so                   *
014921*  MJ-APPROVER-ID is left blank.                                  *
014924*=================================================================*
014927 8500-WRITE-JOURNAL.
014930     MOVE SPACES TO MAINT-JOURNAL-RECORD.
014933     ACCEPT TN-JOURNAL-DATE FROM DATE YYYYMMDD.
014936     ACCEPT TN-JOURNAL-TIME FROM TIME.
014939     MOVE TN-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
014942     MOVE TN-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
014945     MOVE TN-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
014951     MOVE "TEAMMNT"             TO MJ-PROGRAM-ID.
014954     MOVE TN-JOURNAL-ACTION     TO MJ-ACTION.
014957     MOVE TN-JOURNAL-KEY        TO MJ-RECORD-KEY.
014960     MOVE TN-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
014963     MOVE TN-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
014966     WRITE MAINT-JOURNAL-RECORD.
014972 8500-EXIT.
014975     EXIT.
015000
015100*=================================================================*
015200*  9000-TERMINATE                                                 *
015300*=================================================================*
015400 9000-TERMINATE.
015500     CLOSE TEAM-MASTER-FILE.
015510     CLOSE OPERATOR-MASTER-FILE.
015520     CLOSE MAINT-JOURNAL-FILE.
015600 9000-EXIT.
015700     EXIT.
