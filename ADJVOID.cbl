002500*  MODIFICATION HISTORY                                           *
002600*  DATE       INIT  DESCRIPTION                                   *
002700*  2026-09-02  DLW  Original.                                     *
002710*  2026-10-15  DLW  The operator id is the one signed on against  *
002720*                   OPERATOR-MASTER-FILE at start-up, no longer   *
002730*                   keyed per void.  Every void needs a second    *
002740*                   supervisor sign-on, carried on the audit      *
002750*                   entry as AJ-APPROVED-BY, and goes to the      *
002760*                   change journal with the history round before  *
002770*                   and after.                                    *
002774*  2026-10-15  DLW  No void is keyed while today's month is closed *
002778*                   on PERIOD-CONTROL-FILE.  A void of a round     *
002782*                   played in a closed month is a prior-period     *
002786*                   adjustment in the open month: flagged on the   *
002790*                   audit entry (AJ-PERIOD-SW) with the month the  *
002794*                   round was played, and journalled as VOID-PPA.  *
002800*=================================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004700     SELECT ADJUSTMENT-AUDIT-FILE ASSIGN TO "ADJAUDIT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-ADJUST-AUDIT.
004909
004918     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
004927         ORGANIZATION IS INDEXED
004936         ACCESS MODE IS DYNAMIC
004945         RECORD KEY IS OP-OPERATOR-ID
004954         FILE STATUS IS FS-OPERATOR-MASTER.
004963
004972     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
004981         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS FS-MAINT-JOURNAL.
004991
004992     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
004993         ORGANIZATION IS INDEXED
004994         ACCESS MODE IS DYNAMIC
004995         RECORD KEY IS PC-YEAR-MONTH
004996         FILE STATUS IS FS-PERIOD-CONTROL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
007200
007300 FD  ADJUSTMENT-AUDIT-FILE.
007400     COPY ADJAUD.
007410
007420 FD  OPERATOR-MASTER-FILE.
007430     COPY OPERMAST.
007440
007450 FD  MAINT-JOURNAL-FILE.
007460     COPY MNTJRNL.
007470
007480 FD  PERIOD-CONTROL-FILE.
007490     COPY PERIODCT.
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-FILE-STATUSES.
007900     05  FS-SESSION-RESULTS      PIC X(02) VALUE "00".
008000     05  FS-RESULTS-WORK         PIC X(02) VALUE "00".
008100     05  FS-ADJUST-AUDIT         PIC X(02) VALUE "00".
008110     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
008120     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
008130     05  FS-PERIOD-CONTROL       PIC X(02) VALUE "00".
008200
008300 01  AJ-SWITCHES.
008400     05  AJ-DONE-SW              PIC X(01) VALUE "N".
008700         88  AJ-EOF-RESULTS          VALUE "Y".
008800     05  AJ-ROUND-FOUND-SW       PIC X(01) VALUE "N".
008900         88  AJ-ROUND-FOUND          VALUE "Y".
008910     05  AJ-SIGNED-ON-SW         PIC X(01) VALUE "N".
008920         88  AJ-SIGNED-ON            VALUE "Y".
008930     05  AJ-APPROVED-SW          PIC X(01) VALUE "N".
008940         88  AJ-APPROVED             VALUE "Y".
008950     05  AJ-PERIOD-CLOSED-SW     PIC X(01) VALUE "N".
008960         88  AJ-PERIOD-CLOSED        VALUE "Y".
008970     05  AJ-PPA-VOID-SW          PIC X(01) VALUE "N".
008980         88  AJ-PPA-VOID             VALUE "Y".
009000
009100 01  AJ-WORK-SESSION-ID          PIC X(13) VALUE SPACES.
009200 01  AJ-EDIT-ROUND               PIC X(02) VALUE SPACES.
010200 01  AJ-STAMP-DATE               PIC 9(08).
010300 01  AJ-STAMP-TIME               PIC 9(08).
010400 01  AJ-VOIDS-KEYED              PIC 9(05) COMP VALUE ZERO.
010405
010410*    Operator signed on for this sitting, and the supervisor who
010415*    countersigned the update in hand.
010420 01  AJ-SIGNON.
010425     05  AJ-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
010430     05  AJ-SIGNON-ROLE          PIC X(01) VALUE SPACE.
010435         88  AJ-ROLE-DESK            VALUE "D".
010440         88  AJ-ROLE-SUPERVISOR      VALUE "S".
010445         88  AJ-ROLE-ADMIN           VALUE "A".
010450     05  AJ-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
010455     05  AJ-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
010460     05  AJ-APPROVER-ID          PIC X(05) VALUE SPACES.
010465 01  AJ-JOURNAL-ACTION           PIC X(10) VALUE SPACES.
010470 01  AJ-JOURNAL-KEY              PIC X(15) VALUE SPACES.
010475 01  AJ-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
010480 01  AJ-AFTER-IMAGE              PIC X(80) VALUE SPACES.
010485 01  AJ-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
010490 01  AJ-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
010491
010492*    The month being looked up on PERIOD-CONTROL-FILE, and the
010493*    month the round in hand was played.
010494 01  AJ-CHECK-MONTH              PIC 9(06) VALUE ZERO.
010495 01  AJ-ROUND-MONTH              PIC 9(06) VALUE ZERO.
010500
010600 PROCEDURE DIVISION.
010700*=================================================================*
012600     IF FS-ADJUST-AUDIT = "35"
012700         OPEN OUTPUT ADJUSTMENT-AUDIT-FILE
012800     END-IF.
012801     OPEN INPUT PERIOD-CONTROL-FILE.
012802     IF FS-PERIOD-CONTROL = "35"
012803         CLOSE PERIOD-CONTROL-FILE
012804         OPEN OUTPUT PERIOD-CONTROL-FILE
012805         CLOSE PERIOD-CONTROL-FILE
012806         OPEN INPUT PERIOD-CONTROL-FILE
012807     END-IF.
012810     OPEN EXTEND MAINT-JOURNAL-FILE.
012820     IF FS-MAINT-JOURNAL = "35"
012830         OPEN OUTPUT MAINT-JOURNAL-FILE
012840     END-IF.
012850     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
012860     IF NOT AJ-SIGNED-ON
012870         SET AJ-DONE TO TRUE
012880     END-IF.
012900 1000-EXIT.
013000     EXIT.
013001
013002*-----------------------------------------------------------------*
013003*  1100-SIGN-ON -- the operator signs on against OPERATOR-MASTER- *
013004*  FILE before anything is keyed: three tries at id and password; *
013005*  an inactive operator, or one with no valid role, is refused.   *
013006*  The file stays open for 1200's countersignature.               *
013007*-----------------------------------------------------------------*
013008 1100-SIGN-ON.
013009     MOVE "N" TO AJ-SIGNED-ON-SW.
013010     MOVE ZERO TO AJ-SIGNON-TRIES.
013011     OPEN INPUT OPERATOR-MASTER-FILE.
013012     IF FS-OPERATOR-MASTER NOT = "00"
013013         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
013014             FS-OPERATOR-MASTER
013015         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
013016         GO TO 1100-EXIT
013017     END-IF.
013018     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT
013019         UNTIL AJ-SIGNED-ON
013020            OR AJ-SIGNON-TRIES NOT < 3.
013021     IF NOT AJ-SIGNED-ON
013022         DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE"
013023     END-IF.
013024 1100-EXIT.
013025     EXIT.
013026
013027 1110-TRY-SIGN-ON.
013028     ADD 1 TO AJ-SIGNON-TRIES.
013029     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
013030     ACCEPT OP-OPERATOR-ID.
013031     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
013032     ACCEPT AJ-SIGNON-PASSWORD.
013033     READ OPERATOR-MASTER-FILE
013034         INVALID KEY
013035             DISPLAY "SIGN-ON REFUSED"
013036             GO TO 1110-EXIT
013037     END-READ.
013038     IF NOT OP-ACTIVE
013039        OR NOT OP-ROLE-VALID
013040        OR OP-PASSWORD NOT = AJ-SIGNON-PASSWORD
013041         DISPLAY "SIGN-ON REFUSED"
013042         GO TO 1110-EXIT
013043     END-IF.
013044     MOVE OP-OPERATOR-ID TO AJ-SIGNON-OPERATOR.
013045     MOVE OP-ROLE        TO AJ-SIGNON-ROLE.
013046     SET AJ-SIGNED-ON TO TRUE.
013047     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
013048 1110-EXIT.
013049     EXIT.
013050
013051*-----------------------------------------------------------------*
013052*  1200-SUPERVISOR-APPROVAL -- a second sign-on, by a supervisor  *
013053*  or admin other than the operator keying the update.  One try;  *
013054*  AJ-APPROVER-ID holds the countersigning id when AJ-APPROVED    *
013055*  is set, and goes on the journal record.                        *
013056*-----------------------------------------------------------------*
013057 1200-SUPERVISOR-APPROVAL.
013058     MOVE "N" TO AJ-APPROVED-SW.
013059     MOVE SPACES TO AJ-APPROVER-ID.
013060     DISPLAY "SUPERVISOR ID      : " WITH NO ADVANCING.
013061     ACCEPT OP-OPERATOR-ID.
013062     DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
013063     ACCEPT AJ-SIGNON-PASSWORD.
013064     IF OP-OPERATOR-ID = AJ-SIGNON-OPERATOR
013065         DISPLAY "A SECOND OPERATOR MUST APPROVE - NOT APPROVED"
013066         GO TO 1200-EXIT
013067     END-IF.
013068     READ OPERATOR-MASTER-FILE
013069         INVALID KEY
013070             DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
013071             GO TO 1200-EXIT
013072     END-READ.
013073     IF NOT OP-ACTIVE
013074        OR NOT OP-ROLE-CAN-APPROVE
013075        OR OP-PASSWORD NOT = AJ-SIGNON-PASSWORD
013076         DISPLAY "SUPERVISOR SIGN-ON REFUSED - NOT APPROVED"
013077         GO TO 1200-EXIT
013078     END-IF.
013079     MOVE OP-OPERATOR-ID TO AJ-APPROVER-ID.
013080     SET AJ-APPROVED TO TRUE.
013081 1200-EXIT.
013082     EXIT.
013100
013200*=================================================================*
013300*  2000-PROCESS-ONE-VOID -- one keyed void, start to finish.      *
016000         DISPLAY "ROUND IS ALREADY VOID"
016100         GO TO 2000-EXIT
016200     END-IF.
016205     ACCEPT AJ-STAMP-DATE FROM DATE YYYYMMDD.
016210     MOVE AJ-STAMP-DATE(1:6) TO AJ-CHECK-MONTH.
016215     PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT.
016220     IF AJ-PERIOD-CLOSED
016225         DISPLAY "PERIOD " AJ-CHECK-MONTH
016227             " IS CLOSED - NOT VOIDED"
016230         GO TO 2000-EXIT
016235     END-IF.
016240     MOVE "N" TO AJ-PPA-VOID-SW.
016245     MOVE GH-PLAY-DATE(1:6) TO AJ-ROUND-MONTH.
016250     MOVE AJ-ROUND-MONTH TO AJ-CHECK-MONTH.
016255     PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT.
016260     IF AJ-PERIOD-CLOSED
016265         SET AJ-PPA-VOID TO TRUE
016270         DISPLAY "ROUND PLAYED IN CLOSED PERIOD " AJ-ROUND-MONTH
016275         DISPLAY "A VOID IS A PRIOR-PERIOD ADJUSTMENT"
016280     END-IF.
016300     PERFORM 2100-SHOW-ROUND THRU 2100-EXIT.
016400     PERFORM 2200-SHOW-SESSION-SCORES THRU 2200-EXIT.
016500     DISPLAY "VOID THIS ROUND (Y/N)    : " WITH NO ADVANCING.
016900         DISPLAY "NOT VOIDED"
017000         GO TO 2000-EXIT
017100     END-IF.
017200     PERFORM 1200-SUPERVISOR-APPROVAL THRU 1200-EXIT.
017300     IF NOT AJ-APPROVED
017310         DISPLAY "NOT VOIDED"
017320         GO TO 2000-EXIT
017330     END-IF.
017340     MOVE AJ-SIGNON-OPERATOR TO AJ-WORK-OPERATOR.
017400     DISPLAY "REASON CODE (RP=REPLAY)  : " WITH NO ADVANCING.
017500     ACCEPT AJ-WORK-REASON.
017510     MOVE GAME-HISTORY-RECORD TO AJ-BEFORE-IMAGE.
017600     SET GH-VOIDED TO TRUE.
017700     REWRITE GAME-HISTORY-RECORD.
017800     PERFORM 3000-RESTAMP-RESULTS THRU 3000-EXIT.
017900     PERFORM 4000-WRITE-ADJUSTMENT THRU 4000-EXIT.
017910     MOVE GAME-HISTORY-RECORD TO AJ-AFTER-IMAGE.
017913     IF AJ-PPA-VOID
017916         MOVE "VOID-PPA"        TO AJ-JOURNAL-ACTION
017919     ELSE
017922         MOVE "VOID"            TO AJ-JOURNAL-ACTION
017925     END-IF.
017930     MOVE GH-HISTORY-KEY      TO AJ-JOURNAL-KEY.
017940     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
018000     ADD 1 TO AJ-VOIDS-KEYED.
018100     DISPLAY "ROUND VOIDED - NEW SESSION TOTAL "
018200         AJ-NEW-TOTAL-SCORE.
024700     END-IF.
024800 2210-EXIT.
024900     EXIT.
024905
024910*-----------------------------------------------------------------*
024915*  2300-CHECK-PERIOD -- is AJ-CHECK-MONTH closed on               *
024920*  PERIOD-CONTROL-FILE?  No record means the month is open.       *
024925*-----------------------------------------------------------------*
024930 2300-CHECK-PERIOD.
024935     MOVE "N" TO AJ-PERIOD-CLOSED-SW.
024940     MOVE AJ-CHECK-MONTH TO PC-YEAR-MONTH.
024945     READ PERIOD-CONTROL-FILE
024950         INVALID KEY
024955             GO TO 2300-EXIT
024960     END-READ.
024965     IF PC-PERIOD-CLOSED
024970         SET AJ-PERIOD-CLOSED TO TRUE
024975     END-IF.
024980 2300-EXIT.
024985     EXIT.
025000
025100*=================================================================*
025200*  3000-RESTAMP-RESULTS -- SESSION-RESULTS-FILE is line           *
031700     MOVE AJ-VOIDED-SCORE    TO AJ-REVERSED-SCORE.
031800     MOVE AJ-OLD-TOTAL-SCORE TO AJ-OLD-TOTAL.
031900     MOVE AJ-NEW-TOTAL-SCORE TO AJ-NEW-TOTAL.
031910     MOVE AJ-APPROVER-ID     TO AJ-APPROVED-BY.
031920     MOVE ZERO               TO AJ-ORIGINAL-PERIOD.
031930     IF AJ-PPA-VOID
031940         SET AJ-PRIOR-PERIOD TO TRUE
031950         MOVE AJ-ROUND-MONTH TO AJ-ORIGINAL-PERIOD
031960     END-IF.
032000     WRITE ADJUSTMENT-AUDIT-RECORD.
032100 4000-EXIT.
032200     EXIT.
032203
032206*=================================================================*
032209*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record: who keyed *
032212*  the update, who countersigned it, when, what, and the record   *
032215*  before and after.  The caller loads AJ-JOURNAL-ACTION,         *
032218*  AJ-JOURNAL-KEY and both images.  The countersignature covers   *
032221*  this one update only.                                          *
032224*=================================================================*
032227 8500-WRITE-JOURNAL.
032230     MOVE SPACES TO MAINT-JOURNAL-RECORD.
032233     ACCEPT AJ-JOURNAL-DATE FROM DATE YYYYMMDD.
032236     ACCEPT AJ-JOURNAL-TIME FROM TIME.
032239     MOVE AJ-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
032242     MOVE AJ-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
032245     MOVE AJ-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
032248     MOVE AJ-APPROVER-ID        TO MJ-APPROVER-ID.
032251     MOVE "ROUND-ADJ"           TO MJ-PROGRAM-ID.
032254     MOVE AJ-JOURNAL-ACTION     TO MJ-ACTION.
032257     MOVE AJ-JOURNAL-KEY        TO MJ-RECORD-KEY.
032260     MOVE AJ-BEFORE-IMAGE       TO MJ-BEFORE-IMAGE.
032263     MOVE AJ-AFTER-IMAGE        TO MJ-AFTER-IMAGE.
032266     WRITE MAINT-JOURNAL-RECORD.
032269     MOVE SPACES TO AJ-APPROVER-ID.
032272 8500-EXIT.
032275     EXIT.
032300
032400*=================================================================*
032500*  9000-TERMINATE                                                 *
032700 9000-TERMINATE.
032800     CLOSE GAME-HISTORY-FILE.
032900     CLOSE ADJUSTMENT-AUDIT-FILE.
032910     CLOSE OPERATOR-MASTER-FILE.
032920     CLOSE MAINT-JOURNAL-FILE.
032930     CLOSE PERIOD-CONTROL-FILE.
033000     DISPLAY "ROUNDS VOIDED THIS SITTING: " AJ-VOIDS-KEYED.
033100 9000-EXIT.
033200     EXIT.
