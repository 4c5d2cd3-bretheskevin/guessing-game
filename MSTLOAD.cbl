000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MASTER-RELOAD.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  MASTER-RELOAD                                                  *
000900*                                                                 *
001000*  Disaster-recovery reload of the indexed masters from a         *
001100*  generation written by MASTER-BACKUP.  The operator keys the    *
001200*  generation date and the master to reload (PLAYMAST, PTSBAL,    *
001300*  EVENTCAL, EVENTREG, TEAMMAST or PLAYSUMM; blank or ALL for     *
001400*  all six).  The generation is read through first and every      *
001500*  master selected must agree with its trailer -- record count    *
001600*  and hash total -- or nothing is reloaded.  Once the operator   *
001700*  confirms, each master selected is rebuilt from empty out of    *
001800*  the generation, then read back and its count and hash total    *
001900*  checked against the trailer again.  Last, the report lists     *
002000*  every RATING-UPDATE, POINTS-POST and SUMMARY-ROLLUP step on    *
002100*  JOB-STATUS-FILE that started after the backup was taken,       *
002200*  with what it posted from RUN-TOTALS-FILE: those postings went  *
002300*  to a master that has just been put back to before them, and    *
002400*  must be re-run.  A posting is listed only if its master        *
002500*  (PLAYMAST, PTSBAL or PLAYSUMM) was reloaded.  Anything out     *
002600*  of balance ends the run with RETURN-CODE 16.  Report RLODRPT.  *
002700*  Only an administrator may sign on to reload; each master       *
002800*  reloaded is journalled on MAINT-JOURNAL-FILE.                  *
002900*-----------------------------------------------------------------*
003000*  MODIFICATION HISTORY                                           *
003100*  DATE       INIT  DESCRIPTION                                   *
003200*  2026-10-15  DLW  Original.                                     *
003210*  2026-10-15  DLW  A master whose backup trailer is not marked   *
003220*                   complete is refused; a live master that will  *
003230*                   not open for the reload fails the run.        *
003300*=================================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PM-PLAYER-ID
004200         FILE STATUS IS FS-PLAYER-MASTER.
004300
004400     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PB-PLAYER-ID
004800         FILE STATUS IS FS-POINTS-BALANCE.
004900
005000     SELECT EVENT-CALENDAR-FILE ASSIGN TO "EVENTCAL"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EV-EVENT-ID
005400         FILE STATUS IS FS-EVENT-CALENDAR.
005500
005600     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTREG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ER-ENTRY-KEY
006000         FILE STATUS IS FS-EVENT-ENTRY.
006100
006200     SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS TM-TEAM-ID
006600         FILE STATUS IS FS-TEAM-MASTER.
006700
006800     SELECT PLAYER-SUMMARY-FILE ASSIGN TO "PLAYSUMM"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PS-SUMMARY-KEY
007200         FILE STATUS IS FS-PLAYER-SUMMARY.
007300
007400     SELECT MASTER-BACKUP-FILE ASSIGN TO MR-GENERATION-NAME
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS FS-MASTER-BACKUP.
007700
007800     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS JS-STATUS-KEY
008200         FILE STATUS IS FS-JOB-STATUS.
008300
008400     SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS RN-TOTALS-KEY
008800         FILE STATUS IS FS-RUN-TOTALS.
008900
009000     SELECT RELOAD-REPORT-FILE ASSIGN TO "RLODRPT"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS OP-OPERATOR-ID
009700         FILE STATUS IS FS-OPERATOR-MASTER.
009800
009900     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS FS-MAINT-JOURNAL.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  PLAYER-MASTER-FILE.
010600     COPY PLAYMAST.
010700
010800 FD  POINTS-BALANCE-FILE.
010900     COPY PTSBAL.
011000
011100 FD  EVENT-CALENDAR-FILE.
011200     COPY EVENTCAL.
011300
011400 FD  EVENT-ENTRY-FILE.
011500     COPY EVENTREG.
011600
011700 FD  TEAM-MASTER-FILE.
011800     COPY TEAMMAST.
011900
012000 FD  PLAYER-SUMMARY-FILE.
012100     COPY PLAYSUMM.
012200
012300 FD  MASTER-BACKUP-FILE.
012400     COPY MSTBKUP.
012500
012600 FD  JOB-STATUS-FILE.
012700     COPY JOBSTAT.
012800
012900 FD  RUN-TOTALS-FILE.
013000     COPY RUNTOTS.
013100
013200 FD  RELOAD-REPORT-FILE.
013300 01  RELOAD-REPORT-LINE          PIC X(80).
013400
013500 FD  OPERATOR-MASTER-FILE.
013600     COPY OPERMAST.
013700
013800 FD  MAINT-JOURNAL-FILE.
013900     COPY MNTJRNL.
014000
014100 WORKING-STORAGE SECTION.
014200 01  WS-FILE-STATUSES.
014300     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
014400     05  FS-POINTS-BALANCE       PIC X(02) VALUE "00".
014500     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
014600     05  FS-EVENT-ENTRY          PIC X(02) VALUE "00".
014700     05  FS-TEAM-MASTER          PIC X(02) VALUE "00".
014800     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
014900     05  FS-MASTER-BACKUP        PIC X(02) VALUE "00".
015000     05  FS-JOB-STATUS           PIC X(02) VALUE "00".
015100     05  FS-RUN-TOTALS           PIC X(02) VALUE "00".
015200     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
015300     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
015400
015500 01  MR-SWITCHES.
015600     05  MR-EOF-BACKUP-SW        PIC X(01) VALUE "N".
015700         88  MR-EOF-BACKUP           VALUE "Y".
015800     05  MR-EOF-MASTER-SW        PIC X(01) VALUE "N".
015900         88  MR-EOF-MASTER           VALUE "Y".
016000     05  MR-EOF-JOB-STATUS-SW    PIC X(01) VALUE "N".
016100         88  MR-EOF-JOB-STATUS       VALUE "Y".
016200     05  MR-FAILED-SW            PIC X(01) VALUE "N".
016300         88  MR-FAILED               VALUE "Y".
016400     05  MR-STOP-SW              PIC X(01) VALUE "N".
016500         88  MR-STOP                 VALUE "Y".
016600     05  MR-FOUND-SW             PIC X(01) VALUE "N".
016700         88  MR-FOUND                VALUE "Y".
016800     05  MR-RUN-TOTALS-SW        PIC X(01) VALUE "N".
016900         88  MR-RUN-TOTALS-OPEN      VALUE "Y".
017000     05  MR-SIGNED-ON-SW         PIC X(01) VALUE "N".
017100         88  MR-SIGNED-ON            VALUE "Y".
017200
017300*    Operator signed on for this sitting.
017400 01  MR-SIGNON.
017500     05  MR-SIGNON-OPERATOR      PIC X(05) VALUE SPACES.
017600     05  MR-SIGNON-ROLE          PIC X(01) VALUE SPACE.
017700         88  MR-ROLE-ADMIN           VALUE "A".
017800     05  MR-SIGNON-PASSWORD      PIC X(08) VALUE SPACES.
017900     05  MR-SIGNON-TRIES         PIC 9(02) COMP VALUE ZERO.
018000
018100 01  MR-JOURNAL-DATE             PIC 9(08) VALUE ZERO.
018200 01  MR-JOURNAL-TIME             PIC 9(08) VALUE ZERO.
018300 01  MR-JOURNAL-COUNT-ED         PIC 9(09).
018400 01  MR-JOURNAL-HASH-ED          PIC 9(15).
018500
018600*-----------------------------------------------------------------*
018700*    OPERATOR SELECTION -- the generation and the master(s).      *
018800*-----------------------------------------------------------------*
018900 01  MR-DATE-ANSWER              PIC X(08) VALUE SPACES.
019000 01  MR-SELECT-ANSWER            PIC X(08) VALUE SPACES.
019100 01  MR-CONFIRM-ANSWER           PIC X(01) VALUE SPACES.
019200 01  MR-GENERATION-NAME.
019300     05  FILLER                  PIC X(05) VALUE "MSTBK".
019400     05  MR-GENERATION-DATE      PIC 9(08) VALUE ZERO.
019500     05  FILLER                  PIC X(03) VALUE SPACES.
019600
019700*-----------------------------------------------------------------*
019800*    THE SIX MASTERS -- in the order the generation holds them.   *
019900*-----------------------------------------------------------------*
020000 01  MR-FILE-ID-LIST.
020100     05  FILLER                  PIC X(08) VALUE "PLAYMAST".
020200     05  FILLER                  PIC X(08) VALUE "PTSBAL".
020300     05  FILLER                  PIC X(08) VALUE "EVENTCAL".
020400     05  FILLER                  PIC X(08) VALUE "EVENTREG".
020500     05  FILLER                  PIC X(08) VALUE "TEAMMAST".
020600     05  FILLER                  PIC X(08) VALUE "PLAYSUMM".
020700 01  MR-FILE-ID-TABLE REDEFINES MR-FILE-ID-LIST.
020800     05  MR-TBL-FILE-ID          PIC X(08) OCCURS 6 TIMES.
020900
021000*    Per master: selected for reload, trailer seen and whether it
021100*    says complete, the live file's open, the trailer's figures,
021200*    the figures off the generation's own D records, and the
021250*    figures read back off the reloaded master.
021300 01  MR-SECTION-TABLE.
021400     05  MR-SECTION              OCCURS 6 TIMES.
021500         10  MR-TBL-SELECTED-SW  PIC X(01).
021600             88  MR-TBL-SELECTED     VALUE "Y".
021700         10  MR-TBL-TRAILER-SW   PIC X(01).
021800             88  MR-TBL-TRAILER      VALUE "Y".
021810         10  MR-TBL-COMPLETE-SW  PIC X(01).
021820             88  MR-TBL-COMPLETE     VALUE "C".
021830         10  MR-TBL-OPEN-SW      PIC X(01).
021840             88  MR-TBL-OPEN-FAILED  VALUE "F".
021900         10  MR-TBL-TRAILER-COUNT
022000                                 PIC 9(09) COMP.
022100         10  MR-TBL-TRAILER-HASH PIC 9(15) COMP.
022200         10  MR-TBL-BACKUP-COUNT PIC 9(09) COMP.
022300         10  MR-TBL-BACKUP-HASH  PIC 9(15) COMP.
022400         10  MR-TBL-LOADED-COUNT PIC 9(09) COMP.
022500         10  MR-TBL-LOADED-HASH  PIC 9(15) COMP.
022600         10  MR-TBL-REJECTED     PIC 9(09) COMP.
022700 01  MR-SUB                      PIC 9(04) COMP VALUE ZERO.
022800 01  MR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
022900 01  MR-FILE-ID                  PIC X(08) VALUE SPACES.
022950 01  MR-OPEN-STATUS              PIC X(02) VALUE "00".
023000
023100*-----------------------------------------------------------------*
023200*    WHEN THE BACKUP WAS TAKEN, and when a posting step started,  *
023300*    as date and time together so they compare in one go.         *
023400*-----------------------------------------------------------------*
023500 01  MR-BACKUP-STAMP.
023600     05  MR-BACKUP-DATE          PIC 9(08) VALUE ZERO.
023700     05  MR-BACKUP-TIME          PIC 9(06) VALUE ZERO.
023800 01  MR-STEP-STAMP.
023900     05  MR-STEP-DATE            PIC 9(08) VALUE ZERO.
024000     05  MR-STEP-TIME            PIC 9(06) VALUE ZERO.
024100 01  MR-POSTED-TOTAL-NAME        PIC X(20) VALUE SPACES.
024200
024300*-----------------------------------------------------------------*
024400*    HASH WORK -- each byte of the record is set in the low       *
024500*    half of a halfword to give its value (0 to 255).             *
024600*-----------------------------------------------------------------*
024700 01  MR-HASH-AREA.
024800     05  MR-HASH-BYTE            PIC X(01) OCCURS 80 TIMES.
024900 01  MR-BYTE-PAIR.
025000     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
025100     05  MR-BYTE-CHAR            PIC X(01) VALUE LOW-VALUE.
025200 01  MR-BYTE-VALUE REDEFINES MR-BYTE-PAIR
025300                                 PIC 9(04) COMP.
025400 01  MR-BYTE-SUB                 PIC 9(04) COMP VALUE ZERO.
025500 01  MR-RECORD-HASH              PIC 9(15) COMP VALUE ZERO.
025600
025700 01  MR-CONTROL-TOTALS.
025800     05  MR-BACKUP-READ          PIC 9(09) COMP VALUE ZERO.
025900     05  MR-RECORDS-RELOADED     PIC 9(09) COMP VALUE ZERO.
026000     05  MR-POSTINGS-TO-RERUN    PIC 9(05) COMP VALUE ZERO.
026100
026200 01  MR-HEADING-LINE.
026300     05  FILLER                  PIC X(50) VALUE
026400         "MASTER-RELOAD INDEXED MASTER RELOAD".
026500     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
026600     05  MR-HD-RUN-DATE          PIC 9(08).
026700     05  FILLER                  PIC X(13) VALUE SPACES.
026800
026900 01  MR-GENERATION-LINE.
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  FILLER                  PIC X(12) VALUE "GENERATION ".
027200     05  GL-GENERATION-NAME      PIC X(16).
027300     05  FILLER                  PIC X(10) VALUE " RELOAD ".
027400     05  GL-SELECTION            PIC X(08).
027500     05  FILLER                  PIC X(32) VALUE SPACES.
027600
027700 01  MR-COLUMN-LINE.
027800     05  FILLER                  PIC X(40) VALUE
027900         "  MASTER        RECORDS       HASH TOTAL".
028000     05  FILLER                  PIC X(40) VALUE SPACES.
028100
028200 01  MR-DETAIL-LINE.
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  DL-FILE-ID              PIC X(08).
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  DL-RECORD-COUNT         PIC ZZZZZZZZ9.
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  DL-HASH-TOTAL           PIC ZZZZZZZZZZZZZZ9.
028900     05  FILLER                  PIC X(02) VALUE SPACES.
029000     05  DL-REMARK               PIC X(40).
029100
029200 01  MR-POSTING-COLUMN-LINE.
029300     05  FILLER                  PIC X(40) VALUE
029400         "  RUN DATE  STEP  PROGRAM           STAT".
029500     05  FILLER                  PIC X(40) VALUE
029600         "US   POSTED                             ".
029700
029800 01  MR-POSTING-LINE.
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  PL-RUN-DATE             PIC 9(08).
030100     05  FILLER                  PIC X(03) VALUE SPACES.
030200     05  PL-STEP-NUMBER          PIC 9(02).
030300     05  FILLER                  PIC X(03) VALUE SPACES.
030400     05  PL-PROGRAM-NAME         PIC X(16).
030500     05  FILLER                  PIC X(04) VALUE SPACES.
030600     05  PL-STEP-STATUS          PIC X(01).
030700     05  FILLER                  PIC X(02) VALUE SPACES.
030800     05  PL-POSTED               PIC ZZZZZZZZ9.
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  PL-REMARK               PIC X(28).
031100
031200 PROCEDURE DIVISION.
031300*=================================================================*
031400*  0000-MAINLINE -- prove the generation, reload from it, prove   *
031500*  the reload, and list the postings to re-run.                   *
031600*=================================================================*
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     IF NOT MR-STOP
032000         PERFORM 2000-VERIFY-GENERATION THRU 2000-EXIT
032100     END-IF.
032200     IF NOT MR-STOP
032300         PERFORM 3000-CONFIRM-RELOAD THRU 3000-EXIT
032400     END-IF.
032500     IF NOT MR-STOP
032600         PERFORM 4000-RELOAD-MASTERS THRU 4000-EXIT
032700         PERFORM 5000-CHECK-RELOADED THRU 5000-EXIT
032800         PERFORM 6000-LIST-POSTINGS THRU 6000-EXIT
032900     END-IF.
033000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033100     STOP RUN.
033200
033300*=================================================================*
033400*  1000-INITIALIZE -- which generation, which master, and is the  *
033500*  generation there.                                              *
033600*=================================================================*
033700 1000-INITIALIZE.
033800     OPEN OUTPUT RELOAD-REPORT-FILE.
033900     ACCEPT MR-HD-RUN-DATE FROM DATE YYYYMMDD.
034000     WRITE RELOAD-REPORT-LINE FROM MR-HEADING-LINE.
034100     OPEN EXTEND MAINT-JOURNAL-FILE.
034200     IF FS-MAINT-JOURNAL = "35"
034300         OPEN OUTPUT MAINT-JOURNAL-FILE
034400     END-IF.
034500     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
034600     IF NOT MR-SIGNED-ON
034700         SET MR-STOP TO TRUE
034800         GO TO 1000-EXIT
034900     END-IF.
035000     DISPLAY "RELOAD FROM GENERATION DATE (YYYYMMDD): "
035100         WITH NO ADVANCING.
035200     ACCEPT MR-DATE-ANSWER.
035300     IF MR-DATE-ANSWER NOT NUMERIC
035400         DISPLAY "GENERATION DATE MUST BE YYYYMMDD"
035500             " - NOTHING RELOADED"
035600         SET MR-STOP TO TRUE
035700         GO TO 1000-EXIT
035800     END-IF.
035900     MOVE MR-DATE-ANSWER TO MR-GENERATION-DATE.
036000     DISPLAY "MASTER TO RELOAD (BLANK = ALL): "
036100         WITH NO ADVANCING.
036200     ACCEPT MR-SELECT-ANSWER.
036300     IF MR-SELECT-ANSWER = SPACES
036400         MOVE "ALL" TO MR-SELECT-ANSWER
036500     END-IF.
036600     INITIALIZE MR-SECTION-TABLE.
036700     IF MR-SELECT-ANSWER = "ALL"
036800         PERFORM 1100-SELECT-SECTION THRU 1100-EXIT
036900             VARYING MR-SUB FROM 1 BY 1
037000             UNTIL MR-SUB > 6
037100     ELSE
037200         MOVE MR-SELECT-ANSWER TO MR-FILE-ID
037300         PERFORM 7200-FIND-SECTION THRU 7200-EXIT
037400         IF NOT MR-FOUND
037500             DISPLAY "NOT A BACKED-UP MASTER: " MR-SELECT-ANSWER
037600             SET MR-STOP TO TRUE
037700             GO TO 1000-EXIT
037800         END-IF
037900         MOVE MR-FOUND-SUB TO MR-SUB
038000         PERFORM 1100-SELECT-SECTION THRU 1100-EXIT
038100     END-IF.
038200     MOVE MR-GENERATION-NAME TO GL-GENERATION-NAME.
038300     MOVE MR-SELECT-ANSWER TO GL-SELECTION.
038400     WRITE RELOAD-REPORT-LINE FROM MR-GENERATION-LINE.
038500     OPEN INPUT MASTER-BACKUP-FILE.
038600     IF FS-MASTER-BACKUP NOT = "00"
038700         DISPLAY "NO BACKUP GENERATION " MR-GENERATION-NAME
038800             " - STATUS " FS-MASTER-BACKUP
038900         MOVE "  GENERATION NOT FOUND - NOTHING RELOADED"
039000             TO RELOAD-REPORT-LINE
039100         WRITE RELOAD-REPORT-LINE
039200         SET MR-STOP TO TRUE
039300         SET MR-FAILED TO TRUE
039400     END-IF.
039500 1000-EXIT.
039600     EXIT.
039700
039800 1100-SELECT-SECTION.
039900     SET MR-TBL-SELECTED (MR-SUB) TO TRUE.
040000 1100-EXIT.
040100     EXIT.
040200
040300*-----------------------------------------------------------------*
040400*  1200-SIGN-ON -- three tries at id and password against         *
040500*  OPERATOR-MASTER-FILE; a reload empties live masters, so only   *
040600*  an active administrator is let through.                        *
040700*-----------------------------------------------------------------*
040800 1200-SIGN-ON.
040900     MOVE "N" TO MR-SIGNED-ON-SW.
041000     MOVE ZERO TO MR-SIGNON-TRIES.
041100     OPEN INPUT OPERATOR-MASTER-FILE.
041200     IF FS-OPERATOR-MASTER NOT = "00"
041300         DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
041400             FS-OPERATOR-MASTER
041500         DISPLAY "SIGN-ON FAILED - RELOAD NOT AVAILABLE"
041600         GO TO 1200-EXIT
041700     END-IF.
041800     PERFORM 1210-TRY-SIGN-ON THRU 1210-EXIT
041900         UNTIL MR-SIGNED-ON
042000            OR MR-SIGNON-TRIES NOT < 3.
042100     CLOSE OPERATOR-MASTER-FILE.
042200     IF NOT MR-SIGNED-ON
042300         DISPLAY "SIGN-ON FAILED - RELOAD NOT AVAILABLE"
042400     END-IF.
042500 1200-EXIT.
042600     EXIT.
042700
042800 1210-TRY-SIGN-ON.
042900     ADD 1 TO MR-SIGNON-TRIES.
043000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
043100     ACCEPT OP-OPERATOR-ID.
043200     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
043300     ACCEPT MR-SIGNON-PASSWORD.
043400     READ OPERATOR-MASTER-FILE
043500         INVALID KEY
043600             DISPLAY "SIGN-ON REFUSED"
043700             GO TO 1210-EXIT
043800     END-READ.
043900     IF NOT OP-ACTIVE
044000        OR NOT OP-ROLE-VALID
044100        OR OP-PASSWORD NOT = MR-SIGNON-PASSWORD
044200         DISPLAY "SIGN-ON REFUSED"
044300         GO TO 1210-EXIT
044400     END-IF.
044500     IF NOT OP-ROLE-ADMIN
044600         DISPLAY "RELOAD IS FOR AN ADMINISTRATOR ONLY"
044700         GO TO 1210-EXIT
044800     END-IF.
044900     MOVE OP-OPERATOR-ID TO MR-SIGNON-OPERATOR.
045000     MOVE OP-ROLE        TO MR-SIGNON-ROLE.
045100     SET MR-SIGNED-ON TO TRUE.
045200     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
045300 1210-EXIT.
045400     EXIT.
045500
045600*=================================================================*
045700*  2000-VERIFY-GENERATION -- read the generation through and      *
045800*  count and hash each master's D records, then hold them up      *
045900*  against the trailers.  Nothing is touched unless every master  *
046000*  selected balances.                                             *
046100*=================================================================*
046200 2000-VERIFY-GENERATION.
046300     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
046400         UNTIL MR-EOF-BACKUP.
046500     CLOSE MASTER-BACKUP-FILE.
046600     MOVE SPACES TO RELOAD-REPORT-LINE.
046700     WRITE RELOAD-REPORT-LINE.
046800     MOVE "GENERATION CHECK -- TRAILER FIGURES"
046900         TO RELOAD-REPORT-LINE.
047000     WRITE RELOAD-REPORT-LINE.
047100     WRITE RELOAD-REPORT-LINE FROM MR-COLUMN-LINE.
047200     PERFORM 2200-CHECK-ONE-SECTION THRU 2200-EXIT
047300         VARYING MR-SUB FROM 1 BY 1
047400         UNTIL MR-SUB > 6.
047500     IF MR-FAILED
047600         MOVE "  GENERATION DOES NOT BALANCE - NOTHING RELOADED"
047700             TO RELOAD-REPORT-LINE
047800         WRITE RELOAD-REPORT-LINE
047900         DISPLAY "GENERATION " MR-GENERATION-NAME
048000             " DOES NOT BALANCE - NOTHING RELOADED"
048100         SET MR-STOP TO TRUE
048200     END-IF.
048300 2000-EXIT.
048400     EXIT.
048500
048600 2100-VERIFY-ONE-RECORD.
048700     READ MASTER-BACKUP-FILE
048800         AT END
048900             SET MR-EOF-BACKUP TO TRUE
049000             GO TO 2100-EXIT
049100     END-READ.
049200     IF FS-MASTER-BACKUP NOT = "00"
049300         DISPLAY "GENERATION READ FAILED - STATUS "
049400             FS-MASTER-BACKUP
049500         SET MR-FAILED TO TRUE
049600         SET MR-EOF-BACKUP TO TRUE
049700         GO TO 2100-EXIT
049800     END-IF.
049900     ADD 1 TO MR-BACKUP-READ.
050000     MOVE BU-FILE-ID TO MR-FILE-ID.
050100     PERFORM 7200-FIND-SECTION THRU 7200-EXIT.
050200     IF NOT MR-FOUND
050300        OR BU-GENERATION-DATE NOT = MR-GENERATION-DATE
050400         DISPLAY "GENERATION RECORD " MR-BACKUP-READ
050500             " NOT FROM THIS BACKUP"
050600         SET MR-FAILED TO TRUE
050700         GO TO 2100-EXIT
050800     END-IF.
050900     EVALUATE TRUE
051000         WHEN BU-HEADER
051100             CONTINUE
051200         WHEN BU-DETAIL
051300             MOVE BU-RECORD-DATA TO MR-HASH-AREA
051400             PERFORM 7000-HASH-RECORD THRU 7000-EXIT
051500             ADD 1 TO MR-TBL-BACKUP-COUNT (MR-FOUND-SUB)
051600             ADD MR-RECORD-HASH
051700                 TO MR-TBL-BACKUP-HASH (MR-FOUND-SUB)
051800         WHEN BU-TRAILER
051900             SET MR-TBL-TRAILER (MR-FOUND-SUB) TO TRUE
052000             MOVE BU-RECORD-COUNT
052100                 TO MR-TBL-TRAILER-COUNT (MR-FOUND-SUB)
052200             MOVE BU-HASH-TOTAL
052300                 TO MR-TBL-TRAILER-HASH (MR-FOUND-SUB)
052350             MOVE BU-SECTION-STATUS
052360                 TO MR-TBL-COMPLETE-SW (MR-FOUND-SUB)
052400             MOVE BU-GENERATION-DATE TO MR-BACKUP-DATE
052500             MOVE BU-BACKUP-TIME     TO MR-BACKUP-TIME
052600         WHEN OTHER
052700             DISPLAY "GENERATION RECORD " MR-BACKUP-READ
052800                 " HAS NO RECORD TYPE"
052900             SET MR-FAILED TO TRUE
053000     END-EVALUATE.
053100 2100-EXIT.
053200     EXIT.
053300
053400*-----------------------------------------------------------------*
053500*  2200-CHECK-ONE-SECTION -- a selected master must have its      *
053600*  trailer, the trailer must say the master was backed up         *
053650*  complete, and the D records must add up to it.                 *
053700*-----------------------------------------------------------------*
053800 2200-CHECK-ONE-SECTION.
053900     IF NOT MR-TBL-SELECTED (MR-SUB)
054000         GO TO 2200-EXIT
054100     END-IF.
054200     MOVE MR-TBL-FILE-ID (MR-SUB)       TO DL-FILE-ID.
054300     MOVE MR-TBL-TRAILER-COUNT (MR-SUB) TO DL-RECORD-COUNT.
054400     MOVE MR-TBL-TRAILER-HASH (MR-SUB)  TO DL-HASH-TOTAL.
054500     EVALUATE TRUE
054600         WHEN NOT MR-TBL-TRAILER (MR-SUB)
054700             MOVE "NO TRAILER - GENERATION INCOMPLETE"
054800                 TO DL-REMARK
054900             SET MR-FAILED TO TRUE
054910         WHEN NOT MR-TBL-COMPLETE (MR-SUB)
054920             MOVE "BACKUP INCOMPLETE - READ FAILED" TO DL-REMARK
054930             SET MR-FAILED TO TRUE
055000         WHEN MR-TBL-BACKUP-COUNT (MR-SUB)
055100                  NOT = MR-TBL-TRAILER-COUNT (MR-SUB)
055200             MOVE SPACES TO DL-REMARK
055300             MOVE MR-TBL-BACKUP-COUNT (MR-SUB) TO DL-RECORD-COUNT
055400             STRING "RECORD COUNT " DELIMITED BY SIZE
055500                    DL-RECORD-COUNT DELIMITED BY SIZE
055600                    " ON FILE" DELIMITED BY SIZE
055700                 INTO DL-REMARK
055800             MOVE MR-TBL-TRAILER-COUNT (MR-SUB) TO DL-RECORD-COUNT
055900             SET MR-FAILED TO TRUE
056000         WHEN MR-TBL-BACKUP-HASH (MR-SUB)
056100                  NOT = MR-TBL-TRAILER-HASH (MR-SUB)
056200             MOVE "HASH TOTAL DOES NOT AGREE" TO DL-REMARK
056300             SET MR-FAILED TO TRUE
056400         WHEN OTHER
056500             MOVE "BALANCES" TO DL-REMARK
056600     END-EVALUATE.
056700     WRITE RELOAD-REPORT-LINE FROM MR-DETAIL-LINE.
056800 2200-EXIT.
056900     EXIT.
057000
057100*=================================================================*
057200*  3000-CONFIRM-RELOAD -- the live master is emptied and rebuilt, *
057300*  so the operator says so in as many words.                      *
057400*=================================================================*
057500 3000-CONFIRM-RELOAD.
057600     DISPLAY "GENERATION " MR-GENERATION-NAME " BALANCES.".
057700     DISPLAY "RELOAD " MR-SELECT-ANSWER
057800         " OVER THE LIVE FILE (Y/N): " WITH NO ADVANCING.
057900     ACCEPT MR-CONFIRM-ANSWER.
058000     IF MR-CONFIRM-ANSWER NOT = "Y"
058100         MOVE "  RELOAD CANCELLED BY OPERATOR"
058200             TO RELOAD-REPORT-LINE
058300         WRITE RELOAD-REPORT-LINE
058400         DISPLAY "RELOAD CANCELLED - NOTHING RELOADED"
058500         SET MR-STOP TO TRUE
058600     END-IF.
058700 3000-EXIT.
058800     EXIT.
058900
059000*=================================================================*
059100*  4000-RELOAD-MASTERS -- second pass of the generation: each     *
059200*  selected master is opened OUTPUT at its header, takes its D    *
059300*  records, and is closed at its trailer.                         *
059400*=================================================================*
059500 4000-RELOAD-MASTERS.
059600     MOVE "N" TO MR-EOF-BACKUP-SW.
059700     OPEN INPUT MASTER-BACKUP-FILE.
059800     PERFORM 4100-RELOAD-ONE-RECORD THRU 4100-EXIT
059900         UNTIL MR-EOF-BACKUP.
060000     CLOSE MASTER-BACKUP-FILE.
060100 4000-EXIT.
060200     EXIT.
060300
060400 4100-RELOAD-ONE-RECORD.
060500     READ MASTER-BACKUP-FILE
060600         AT END
060700             SET MR-EOF-BACKUP TO TRUE
060800             GO TO 4100-EXIT
060900     END-READ.
061000     MOVE BU-FILE-ID TO MR-FILE-ID.
061100     PERFORM 7200-FIND-SECTION THRU 7200-EXIT.
061200     IF NOT MR-FOUND
061300         GO TO 4100-EXIT
061400     END-IF.
061500     IF NOT MR-TBL-SELECTED (MR-FOUND-SUB)
061600         GO TO 4100-EXIT
061700     END-IF.
061710     IF MR-TBL-OPEN-FAILED (MR-FOUND-SUB)
061720        AND NOT BU-HEADER
061730         GO TO 4100-EXIT
061740     END-IF.
061800     EVALUATE TRUE
061900         WHEN BU-HEADER
062000             PERFORM 4200-OPEN-MASTER THRU 4200-EXIT
062100         WHEN BU-DETAIL
062200             PERFORM 4300-WRITE-MASTER THRU 4300-EXIT
062300         WHEN BU-TRAILER
062400             PERFORM 4400-CLOSE-MASTER THRU 4400-EXIT
062500     END-EVALUATE.
062600 4100-EXIT.
062700     EXIT.
062800
062900*-----------------------------------------------------------------*
063000*  4200-OPEN-MASTER -- OPEN OUTPUT empties the live file.  A      *
063010*  master that will not open takes none of its records and        *
063020*  fails the run.                                                 *
063100*-----------------------------------------------------------------*
063200 4200-OPEN-MASTER.
063300     EVALUATE MR-FOUND-SUB
063400         WHEN 1
063500             OPEN OUTPUT PLAYER-MASTER-FILE
063550             MOVE FS-PLAYER-MASTER TO MR-OPEN-STATUS
063600         WHEN 2
063700             OPEN OUTPUT POINTS-BALANCE-FILE
063750             MOVE FS-POINTS-BALANCE TO MR-OPEN-STATUS
063800         WHEN 3
063900             OPEN OUTPUT EVENT-CALENDAR-FILE
063950             MOVE FS-EVENT-CALENDAR TO MR-OPEN-STATUS
064000         WHEN 4
064100             OPEN OUTPUT EVENT-ENTRY-FILE
064150             MOVE FS-EVENT-ENTRY TO MR-OPEN-STATUS
064200         WHEN 5
064300             OPEN OUTPUT TEAM-MASTER-FILE
064350             MOVE FS-TEAM-MASTER TO MR-OPEN-STATUS
064400         WHEN 6
064500             OPEN OUTPUT PLAYER-SUMMARY-FILE
064550             MOVE FS-PLAYER-SUMMARY TO MR-OPEN-STATUS
064600     END-EVALUATE.
064610     IF MR-OPEN-STATUS NOT = "00"
064620         DISPLAY "MASTER-RELOAD CANNOT OPEN "
064630             MR-TBL-FILE-ID (MR-FOUND-SUB)
064640             " - STATUS " MR-OPEN-STATUS
064650         SET MR-TBL-OPEN-FAILED (MR-FOUND-SUB) TO TRUE
064660         SET MR-FAILED TO TRUE
064670     END-IF.
064700 4200-EXIT.
064800     EXIT.
064900
065000 4300-WRITE-MASTER.
065100     EVALUATE MR-FOUND-SUB
065200         WHEN 1
065300             MOVE BU-RECORD-DATA TO PLAYER-MASTER-RECORD
065400             WRITE PLAYER-MASTER-RECORD
065500                 INVALID KEY
065600                     ADD 1 TO MR-TBL-REJECTED (MR-FOUND-SUB)
065700             END-WRITE
065800         WHEN 2
065900             MOVE BU-RECORD-DATA TO POINTS-BALANCE-RECORD
066000             WRITE POINTS-BALANCE-RECORD
066100                 INVALID KEY
066200                     ADD 1 TO MR-TBL-REJECTED (MR-FOUND-SUB)
066300             END-WRITE
066400         WHEN 3
066500             MOVE BU-RECORD-DATA TO EVENT-CALENDAR-RECORD
066600             WRITE EVENT-CALENDAR-RECORD
066700                 INVALID KEY
066800                     ADD 1 TO MR-TBL-REJECTED (MR-FOUND-SUB)
066900             END-WRITE
067000         WHEN 4
067100             MOVE BU-RECORD-DATA TO EVENT-ENTRY-RECORD
067200             WRITE EVENT-ENTRY-RECORD
067300                 INVALID KEY
067400                     ADD 1 TO MR-TBL-REJECTED (MR-FOUND-SUB)
067500             END-WRITE
067600         WHEN 5
067700             MOVE BU-RECORD-DATA TO TEAM-MASTER-RECORD
067800             WRITE TEAM-MASTER-RECORD
067900                 INVALID KEY
068000                     ADD 1 TO MR-TBL-REJECTED (MR-FOUND-SUB)
068100             END-WRITE
068200         WHEN 6
068300             MOVE BU-RECORD-DATA TO PLAYER-SUMMARY-RECORD
068400             WRITE PLAYER-SUMMARY-RECORD
068500                 INVALID KEY
068600                     ADD 1 TO MR-TBL-REJECTED (MR-FOUND-SUB)
068700             END-WRITE
068800     END-EVALUATE.
068900     ADD 1 TO MR-RECORDS-RELOADED.
069000 4300-EXIT.
069100     EXIT.
069200
069300 4400-CLOSE-MASTER.
069400     EVALUATE MR-FOUND-SUB
069500         WHEN 1
069600             CLOSE PLAYER-MASTER-FILE
069700         WHEN 2
069800             CLOSE POINTS-BALANCE-FILE
069900         WHEN 3
070000             CLOSE EVENT-CALENDAR-FILE
070100         WHEN 4
070200             CLOSE EVENT-ENTRY-FILE
070300         WHEN 5
070400             CLOSE TEAM-MASTER-FILE
070500         WHEN 6
070600             CLOSE PLAYER-SUMMARY-FILE
070700     END-EVALUATE.
070800     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
070900 4400-EXIT.
071000     EXIT.
071100
071200*=================================================================*
071300*  5000-CHECK-RELOADED -- read each reloaded master back and hold *
071400*  its count and hash total up against the trailer.               *
071500*=================================================================*
071600 5000-CHECK-RELOADED.
071700     MOVE SPACES TO RELOAD-REPORT-LINE.
071800     WRITE RELOAD-REPORT-LINE.
071900     MOVE "RELOAD CHECK -- READ BACK OFF THE LIVE FILE"
072000         TO RELOAD-REPORT-LINE.
072100     WRITE RELOAD-REPORT-LINE.
072200     WRITE RELOAD-REPORT-LINE FROM MR-COLUMN-LINE.
072300     PERFORM 5100-CHECK-ONE-MASTER THRU 5100-EXIT
072400         VARYING MR-SUB FROM 1 BY 1
072500         UNTIL MR-SUB > 6.
072600 5000-EXIT.
072700     EXIT.
072800
072900 5100-CHECK-ONE-MASTER.
073000     IF NOT MR-TBL-SELECTED (MR-SUB)
073100         GO TO 5100-EXIT
073200     END-IF.
073210     IF MR-TBL-OPEN-FAILED (MR-SUB)
073220         MOVE MR-TBL-FILE-ID (MR-SUB) TO DL-FILE-ID
073230         MOVE ZERO TO DL-RECORD-COUNT
073240         MOVE ZERO TO DL-HASH-TOTAL
073250         MOVE "NOT RELOADED - LIVE FILE WOULD NOT OPEN"
073260             TO DL-REMARK
073270         WRITE RELOAD-REPORT-LINE FROM MR-DETAIL-LINE
073280         GO TO 5100-EXIT
073290     END-IF.
073300     MOVE "N" TO MR-EOF-MASTER-SW.
073400     EVALUATE MR-SUB
073500         WHEN 1
073600             OPEN INPUT PLAYER-MASTER-FILE
073700             PERFORM 5210-READ-PLAYER THRU 5210-EXIT
073800                 UNTIL MR-EOF-MASTER
073900             CLOSE PLAYER-MASTER-FILE
074000         WHEN 2
074100             OPEN INPUT POINTS-BALANCE-FILE
074200             PERFORM 5220-READ-BALANCE THRU 5220-EXIT
074300                 UNTIL MR-EOF-MASTER
074400             CLOSE POINTS-BALANCE-FILE
074500         WHEN 3
074600             OPEN INPUT EVENT-CALENDAR-FILE
074700             PERFORM 5230-READ-CALENDAR THRU 5230-EXIT
074800                 UNTIL MR-EOF-MASTER
074900             CLOSE EVENT-CALENDAR-FILE
075000         WHEN 4
075100             OPEN INPUT EVENT-ENTRY-FILE
075200             PERFORM 5240-READ-ENTRY THRU 5240-EXIT
075300                 UNTIL MR-EOF-MASTER
075400             CLOSE EVENT-ENTRY-FILE
075500         WHEN 5
075600             OPEN INPUT TEAM-MASTER-FILE
075700             PERFORM 5250-READ-TEAM THRU 5250-EXIT
075800                 UNTIL MR-EOF-MASTER
075900             CLOSE TEAM-MASTER-FILE
076000         WHEN 6
076100             OPEN INPUT PLAYER-SUMMARY-FILE
076200             PERFORM 5260-READ-SUMMARY THRU 5260-EXIT
076300                 UNTIL MR-EOF-MASTER
076400             CLOSE PLAYER-SUMMARY-FILE
076500     END-EVALUATE.
076600     MOVE MR-TBL-FILE-ID (MR-SUB)      TO DL-FILE-ID.
076700     MOVE MR-TBL-LOADED-COUNT (MR-SUB) TO DL-RECORD-COUNT.
076800     MOVE MR-TBL-LOADED-HASH (MR-SUB)  TO DL-HASH-TOTAL.
076900     EVALUATE TRUE
077000         WHEN MR-TBL-REJECTED (MR-SUB) > ZERO
077100             MOVE SPACES TO DL-REMARK
077200             MOVE MR-TBL-REJECTED (MR-SUB) TO DL-RECORD-COUNT
077300             STRING DL-RECORD-COUNT DELIMITED BY SIZE
077400                    " RECORDS REFUSED - OUT OF BALANCE"
077500                        DELIMITED BY SIZE
077600                 INTO DL-REMARK
077700             MOVE MR-TBL-LOADED-COUNT (MR-SUB) TO DL-RECORD-COUNT
077800             SET MR-FAILED TO TRUE
077900         WHEN MR-TBL-LOADED-COUNT (MR-SUB)
078000                  NOT = MR-TBL-TRAILER-COUNT (MR-SUB)
078100          OR MR-TBL-LOADED-HASH (MR-SUB)
078200                  NOT = MR-TBL-TRAILER-HASH (MR-SUB)
078300             MOVE "OUT OF BALANCE WITH TRAILER" TO DL-REMARK
078400             SET MR-FAILED TO TRUE
078500         WHEN OTHER
078600             MOVE "RELOADED - BALANCES" TO DL-REMARK
078700     END-EVALUATE.
078800     WRITE RELOAD-REPORT-LINE FROM MR-DETAIL-LINE.
078900 5100-EXIT.
079000     EXIT.
079100
079200*-----------------------------------------------------------------*
079300*  5210 THRU 5260 -- one read-back paragraph per master; the      *
079400*  record is hashed space-filled to 80 bytes, as it was when it   *
079500*  went onto the generation.                                      *
079600*-----------------------------------------------------------------*
079700 5210-READ-PLAYER.
079800     READ PLAYER-MASTER-FILE NEXT RECORD
079900         AT END
080000             SET MR-EOF-MASTER TO TRUE
080100             GO TO 5210-EXIT
080200     END-READ.
080300     MOVE SPACES TO MR-HASH-AREA.
080400     MOVE PLAYER-MASTER-RECORD TO MR-HASH-AREA.
080500     PERFORM 5300-COUNT-LOADED THRU 5300-EXIT.
080600 5210-EXIT.
080700     EXIT.
080800
080900 5220-READ-BALANCE.
081000     READ POINTS-BALANCE-FILE NEXT RECORD
081100         AT END
081200             SET MR-EOF-MASTER TO TRUE
081300             GO TO 5220-EXIT
081400     END-READ.
081500     MOVE SPACES TO MR-HASH-AREA.
081600     MOVE POINTS-BALANCE-RECORD TO MR-HASH-AREA.
081700     PERFORM 5300-COUNT-LOADED THRU 5300-EXIT.
081800 5220-EXIT.
081900     EXIT.
082000
082100 5230-READ-CALENDAR.
082200     READ EVENT-CALENDAR-FILE NEXT RECORD
082300         AT END
082400             SET MR-EOF-MASTER TO TRUE
082500             GO TO 5230-EXIT
082600     END-READ.
082700     MOVE SPACES TO MR-HASH-AREA.
082800     MOVE EVENT-CALENDAR-RECORD TO MR-HASH-AREA.
082900     PERFORM 5300-COUNT-LOADED THRU 5300-EXIT.
083000 5230-EXIT.
083100     EXIT.
083200
083300 5240-READ-ENTRY.
083400     READ EVENT-ENTRY-FILE NEXT RECORD
083500         AT END
083600             SET MR-EOF-MASTER TO TRUE
083700             GO TO 5240-EXIT
083800     END-READ.
083900     MOVE SPACES TO MR-HASH-AREA.
084000     MOVE EVENT-ENTRY-RECORD TO MR-HASH-AREA.
084100     PERFORM 5300-COUNT-LOADED THRU 5300-EXIT.
084200 5240-EXIT.
084300     EXIT.
084400
084500 5250-READ-TEAM.
084600     READ TEAM-MASTER-FILE NEXT RECORD
084700         AT END
084800             SET MR-EOF-MASTER TO TRUE
084900             GO TO 5250-EXIT
085000     END-READ.
085100     MOVE SPACES TO MR-HASH-AREA.
085200     MOVE TEAM-MASTER-RECORD TO MR-HASH-AREA.
085300     PERFORM 5300-COUNT-LOADED THRU 5300-EXIT.
085400 5250-EXIT.
085500     EXIT.
085600
085700 5260-READ-SUMMARY.
085800     READ PLAYER-SUMMARY-FILE NEXT RECORD
085900         AT END
086000             SET MR-EOF-MASTER TO TRUE
086100             GO TO 5260-EXIT
086200     END-READ.
086300     MOVE SPACES TO MR-HASH-AREA.
086400     MOVE PLAYER-SUMMARY-RECORD TO MR-HASH-AREA.
086500     PERFORM 5300-COUNT-LOADED THRU 5300-EXIT.
086600 5260-EXIT.
086700     EXIT.
086800
086900 5300-COUNT-LOADED.
087000     PERFORM 7000-HASH-RECORD THRU 7000-EXIT.
087100     ADD 1 TO MR-TBL-LOADED-COUNT (MR-SUB).
087200     ADD MR-RECORD-HASH TO MR-TBL-LOADED-HASH (MR-SUB).
087300 5300-EXIT.
087400     EXIT.
087500
087600*=================================================================*
087700*  6000-LIST-POSTINGS -- every rating, points or summary posting  *
087800*  that started after the backup went into a master that has now  *
087900*  been put back to before it.  Only the masters reloaded count.  *
088000*=================================================================*
088100 6000-LIST-POSTINGS.
088200     MOVE SPACES TO RELOAD-REPORT-LINE.
088300     WRITE RELOAD-REPORT-LINE.
088400     MOVE "POSTINGS TO RE-RUN -- STARTED AFTER THE BACKUP"
088500         TO RELOAD-REPORT-LINE.
088600     WRITE RELOAD-REPORT-LINE.
088700     IF NOT MR-TBL-SELECTED (1)
088800        AND NOT MR-TBL-SELECTED (2)
088900        AND NOT MR-TBL-SELECTED (6)
089000         MOVE "  NONE - NO POSTED MASTER WAS RELOADED"
089100             TO RELOAD-REPORT-LINE
089200         WRITE RELOAD-REPORT-LINE
089300         GO TO 6000-EXIT
089400     END-IF.
089500     WRITE RELOAD-REPORT-LINE FROM MR-POSTING-COLUMN-LINE.
089600     OPEN INPUT RUN-TOTALS-FILE.
089700     IF FS-RUN-TOTALS = "00"
089800         SET MR-RUN-TOTALS-OPEN TO TRUE
089900     END-IF.
090000     OPEN INPUT JOB-STATUS-FILE.
090100     IF FS-JOB-STATUS = "00"
090200         PERFORM 6100-CHECK-ONE-STEP THRU 6100-EXIT
090300             UNTIL MR-EOF-JOB-STATUS
090400         CLOSE JOB-STATUS-FILE
090500     END-IF.
090600     IF MR-RUN-TOTALS-OPEN
090700         CLOSE RUN-TOTALS-FILE
090800     END-IF.
090900     IF MR-POSTINGS-TO-RERUN = ZERO
091000         MOVE "  NONE - NO POSTING HAS RUN SINCE THE BACKUP"
091100             TO RELOAD-REPORT-LINE
091200         WRITE RELOAD-REPORT-LINE
091300         GO TO 6000-EXIT
091400     END-IF.
091500     MOVE SPACES TO RELOAD-REPORT-LINE.
091600     WRITE RELOAD-REPORT-LINE.
091700     MOVE "  THE ROUNDS THESE STEPS POSTED ARE STILL FLAGGED"
091800         TO RELOAD-REPORT-LINE.
091900     WRITE RELOAD-REPORT-LINE.
092000     MOVE "  POSTED ON GAMEHIST (POINTS-POST: ON PTSLEDG)"
092100         TO RELOAD-REPORT-LINE.
092200     WRITE RELOAD-REPORT-LINE.
092300     MOVE "  AND A RE-RUN SKIPS THEM UNTIL THEY ARE RELEASED."
092400         TO RELOAD-REPORT-LINE.
092500     WRITE RELOAD-REPORT-LINE.
092600 6000-EXIT.
092700     EXIT.
092800
092900*-----------------------------------------------------------------*
093000*  6100-CHECK-ONE-STEP -- a step of one of the three postings,    *
093100*  into a master reloaded, started at or after the backup.  A     *
093200*  step left R or F may have posted part of its work, so it is    *
093300*  listed the same as one that completed.                         *
093400*-----------------------------------------------------------------*
093500 6100-CHECK-ONE-STEP.
093600     READ JOB-STATUS-FILE NEXT RECORD
093700         AT END
093800             SET MR-EOF-JOB-STATUS TO TRUE
093900             GO TO 6100-EXIT
094000     END-READ.
094100     EVALUATE TRUE
094200         WHEN JS-PROGRAM-NAME = "RATING-UPDATE"
094300          AND MR-TBL-SELECTED (1)
094400             MOVE "ROUNDS RATED" TO MR-POSTED-TOTAL-NAME
094500         WHEN JS-PROGRAM-NAME = "POINTS-POST"
094600          AND MR-TBL-SELECTED (2)
094700             MOVE "ROUNDS CREDITED" TO MR-POSTED-TOTAL-NAME
094800         WHEN JS-PROGRAM-NAME = "SUMMARY-ROLLUP"
094900          AND MR-TBL-SELECTED (6)
095000             MOVE "ROUNDS POSTED" TO MR-POSTED-TOTAL-NAME
095100         WHEN OTHER
095200             GO TO 6100-EXIT
095300     END-EVALUATE.
095400     MOVE JS-START-DATE TO MR-STEP-DATE.
095500     MOVE JS-START-TIME TO MR-STEP-TIME.
095600     IF MR-STEP-STAMP < MR-BACKUP-STAMP
095700         GO TO 6100-EXIT
095800     END-IF.
095900     ADD 1 TO MR-POSTINGS-TO-RERUN.
096000     MOVE JS-RUN-DATE     TO PL-RUN-DATE.
096100     MOVE JS-STEP-NUMBER  TO PL-STEP-NUMBER.
096200     MOVE JS-PROGRAM-NAME TO PL-PROGRAM-NAME.
096300     MOVE JS-STEP-STATUS  TO PL-STEP-STATUS.
096400     MOVE ZERO            TO PL-POSTED.
096500     MOVE SPACES          TO PL-REMARK.
096600     IF NOT JS-STEP-COMPLETE
096700         MOVE "DID NOT COMPLETE" TO PL-REMARK
096800     END-IF.
096900     IF MR-RUN-TOTALS-OPEN
097000         MOVE JS-RUN-DATE          TO RN-RUN-DATE
097100         MOVE JS-STEP-NUMBER       TO RN-STEP-NUMBER
097200         MOVE MR-POSTED-TOTAL-NAME TO RN-TOTAL-NAME
097300         READ RUN-TOTALS-FILE
097400             INVALID KEY
097500                 MOVE ZERO TO RN-TOTAL-VALUE
097600                 IF JS-STEP-COMPLETE
097700                     MOVE "NO RUN TOTALS FILED" TO PL-REMARK
097800                 END-IF
097900         END-READ
098000         MOVE RN-TOTAL-VALUE TO PL-POSTED
098100     END-IF.
098200     WRITE RELOAD-REPORT-LINE FROM MR-POSTING-LINE.
098300 6100-EXIT.
098400     EXIT.
098500
098600*=================================================================*
098700*  7000-HASH-RECORD -- each byte of MR-HASH-AREA times its        *
098800*  position, added up (the MSTBKUP hash total).                   *
098900*=================================================================*
099000 7000-HASH-RECORD.
099100     MOVE ZERO TO MR-RECORD-HASH.
099200     PERFORM 7100-HASH-ONE-BYTE THRU 7100-EXIT
099300         VARYING MR-BYTE-SUB FROM 1 BY 1
099400         UNTIL MR-BYTE-SUB > 80.
099500 7000-EXIT.
099600     EXIT.
099700
099800 7100-HASH-ONE-BYTE.
099900     MOVE MR-HASH-BYTE (MR-BYTE-SUB) TO MR-BYTE-CHAR.
100000     COMPUTE MR-RECORD-HASH = MR-RECORD-HASH
100100                            + MR-BYTE-VALUE * MR-BYTE-SUB.
100200 7100-EXIT.
100300     EXIT.
100400
100500*-----------------------------------------------------------------*
100600*  7200-FIND-SECTION -- MR-FILE-ID to its place in the table.     *
100700*-----------------------------------------------------------------*
100800 7200-FIND-SECTION.
100900     MOVE "N" TO MR-FOUND-SW.
101000     MOVE ZERO TO MR-FOUND-SUB.
101100     PERFORM 7210-CHECK-ONE-ID THRU 7210-EXIT
101200         VARYING MR-SUB FROM 1 BY 1
101300         UNTIL MR-SUB > 6 OR MR-FOUND.
101400 7200-EXIT.
101500     EXIT.
101600
101700 7210-CHECK-ONE-ID.
101800     IF MR-TBL-FILE-ID (MR-SUB) = MR-FILE-ID
101900         SET MR-FOUND TO TRUE
102000         MOVE MR-SUB TO MR-FOUND-SUB
102100     END-IF.
102200 7210-EXIT.
102300     EXIT.
102400
102500*=================================================================*
102600*  8500-WRITE-JOURNAL -- one MAINT-JOURNAL-FILE record for the    *
102700*  master just reloaded: the generation it came from and the      *
102800*  trailer's record count and hash total.                         *
102900*=================================================================*
103000 8500-WRITE-JOURNAL.
103100     MOVE SPACES TO MAINT-JOURNAL-RECORD.
103200     ACCEPT MR-JOURNAL-DATE FROM DATE YYYYMMDD.
103300     ACCEPT MR-JOURNAL-TIME FROM TIME.
103400     MOVE MR-JOURNAL-DATE       TO MJ-JOURNAL-DATE.
103500     MOVE MR-JOURNAL-TIME (1:6) TO MJ-JOURNAL-TIME.
103600     MOVE MR-SIGNON-OPERATOR    TO MJ-OPERATOR-ID.
103700     MOVE "MST-RELOAD"          TO MJ-PROGRAM-ID.
103800     MOVE "RELOAD"              TO MJ-ACTION.
103900     MOVE BU-FILE-ID            TO MJ-RECORD-KEY.
104000     MOVE BU-RECORD-COUNT       TO MR-JOURNAL-COUNT-ED.
104100     MOVE BU-HASH-TOTAL         TO MR-JOURNAL-HASH-ED.
104200     STRING "GENERATION " DELIMITED BY SIZE
104300            MR-GENERATION-NAME DELIMITED BY SPACE
104400            " RECORDS " DELIMITED BY SIZE
104500            MR-JOURNAL-COUNT-ED DELIMITED BY SIZE
104600            " HASH " DELIMITED BY SIZE
104700            MR-JOURNAL-HASH-ED DELIMITED BY SIZE
104800         INTO MJ-AFTER-IMAGE.
104900     WRITE MAINT-JOURNAL-RECORD.
105000 8500-EXIT.
105100     EXIT.
105200
105300*=================================================================*
105400*  9000-TERMINATE -- anything out of balance ends with 16.        *
105500*=================================================================*
105600 9000-TERMINATE.
105700     IF MR-FAILED
105800         MOVE SPACES TO RELOAD-REPORT-LINE
105900         WRITE RELOAD-REPORT-LINE
106000         MOVE "RELOAD DID NOT BALANCE - SEE ABOVE"
106100             TO RELOAD-REPORT-LINE
106200         WRITE RELOAD-REPORT-LINE
106300         MOVE 16 TO RETURN-CODE
106400     END-IF.
106500     CLOSE RELOAD-REPORT-FILE.
106600     CLOSE MAINT-JOURNAL-FILE.
106700     DISPLAY "MASTER-RELOAD RECORDS RELOADED: "
106800         MR-RECORDS-RELOADED
106900         "  POSTINGS TO RE-RUN: " MR-POSTINGS-TO-RERUN.
107000 9000-EXIT.
107100     EXIT.
