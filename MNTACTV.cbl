000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MAINT-ACTIVITY.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  MAINT-ACTIVITY                                                 *
000900*                                                                 *
001000*  Daily maintenance activity report (MNTACRPT).  Runs under      *
001100*  NIGHT-DRIVER.  Lists every MAINT-JOURNAL-FILE record written   *
001200*  on the run date -- adds, changes, unlocks, redemptions, voids  *
001300*  and the rest, from PLYMAINT, PTSMAINT, ROUND-ADJ, EVTMAINT,    *
001400*  TEAMMNT, PARM-MAINT, OPRMAINT, MONTH-END, LIMMAINT, CATMAINT,  *
001410*  PLAYER-MERGE and MASTER-RELOAD -- grouped by the operator      *
001500*  who keyed them, in time order.  Each entry shows the program,  *
001600*  the action, the record key, the supervisor who countersigned   *
001700*  it (if one had to), and the record before and after.  Each     *
001800*  operator's block ends with the count of updates and of those   *
001900*  countersigned, and the report ends with the same counts for    *
002000*  all operators.  Operator names come from                       *
002100*  OPERATOR-MASTER-FILE; an operator no longer on file is shown   *
002200*  as such, since the journal entry stands either way.  A         *
002300*  journal that is not there counts as empty.                     *
002400*-----------------------------------------------------------------*
002500*  MODIFICATION HISTORY                                           *
002600*  DATE       INIT  DESCRIPTION                                   *
002700*  2026-10-15  DLW  Original.                                     *
002710*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002720*                   STEP-TOTALS-FILE for the run-totals file.     *
002730*  2026-10-15  DLW  Header lists the later programs that write    *
002740*                   to the journal.                               *
002750*  2026-10-15  DLW  Image bytes 74 to 80 print on a continuation  *
002760*                   line instead of being cut off.                *
002800*=================================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MAINTJNL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FS-MAINT-JOURNAL.
003600
003700     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS OP-OPERATOR-ID
004100         FILE STATUS IS FS-OPERATOR-MASTER.
004200
004300     SELECT ACTIVITY-SORT-FILE ASSIGN TO "MNTACTV.TMP".
004400
004500     SELECT ACTIVITY-REPORT-FILE ASSIGN TO "MNTACRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004610
004620     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004630         ORGANIZATION IS LINE SEQUENTIAL
004640         FILE STATUS IS FS-STEP-TOTALS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MAINT-JOURNAL-FILE.
005100     COPY MNTJRNL.
005200
005300 FD  OPERATOR-MASTER-FILE.
005400     COPY OPERMAST.
005500
005600*    The journal record, operator first so the sort keys lead.
005700 SD  ACTIVITY-SORT-FILE.
005800 01  ACTIVITY-SORT-RECORD.
005900     05  AS-OPERATOR-ID          PIC X(05).
006000     05  AS-JOURNAL-DATE         PIC 9(08).
006100     05  AS-JOURNAL-TIME         PIC 9(06).
006200     05  AS-APPROVER-ID          PIC X(05).
006300     05  AS-PROGRAM-ID           PIC X(10).
006400     05  AS-ACTION               PIC X(10).
006500     05  AS-RECORD-KEY           PIC X(15).
006600     05  AS-BEFORE-IMAGE         PIC X(80).
006700     05  AS-AFTER-IMAGE          PIC X(80).
006800
006900 FD  ACTIVITY-REPORT-FILE.
007000 01  ACTIVITY-REPORT-LINE        PIC X(80).
007010
007020 FD  STEP-TOTALS-FILE.
007030     COPY STEPTOTS.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-FILE-STATUSES.
007400     05  FS-MAINT-JOURNAL        PIC X(02) VALUE "00".
007500     05  FS-OPERATOR-MASTER      PIC X(02) VALUE "00".
007510     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
007600
007700 01  MA-SWITCHES.
007800     05  MA-EOF-JOURNAL-SW       PIC X(01) VALUE "N".
007900         88  MA-EOF-JOURNAL          VALUE "Y".
008000     05  MA-EOF-SORT-SW          PIC X(01) VALUE "N".
008100         88  MA-EOF-SORT             VALUE "Y".
008200     05  MA-OPERATOR-FILE-SW     PIC X(01) VALUE "N".
008300         88  MA-OPERATOR-FILE-OPEN   VALUE "Y".
008400     05  MA-OPERATOR-OPEN-SW     PIC X(01) VALUE "N".
008500         88  MA-OPERATOR-IN-PROGRESS VALUE "Y".
008600
008700 01  MA-RUN-DATE                 PIC 9(08) VALUE ZERO.
008800 01  MA-PREV-OPERATOR-ID         PIC X(05) VALUE SPACES.
008900
009000 01  MA-COUNTS.
009100     05  MA-OPER-UPDATES         PIC 9(05) COMP VALUE ZERO.
009200     05  MA-OPER-SIGNED          PIC 9(05) COMP VALUE ZERO.
009300     05  MA-TOTAL-OPERATORS      PIC 9(05) COMP VALUE ZERO.
009400     05  MA-TOTAL-UPDATES        PIC 9(05) COMP VALUE ZERO.
009500     05  MA-TOTAL-SIGNED         PIC 9(05) COMP VALUE ZERO.
009600
009700*    HHMMSS as journalled, for the HH:MM:SS on the detail line.
009800 01  MA-TIME-WORK                PIC 9(06).
009900 01  MA-TIME-PARTS REDEFINES MA-TIME-WORK.
010000     05  MA-TIME-HH              PIC 9(02).
010100     05  MA-TIME-MM              PIC 9(02).
010200     05  MA-TIME-SS              PIC 9(02).
010300
010400 01  MA-HEADING-LINE.
010500     05  FILLER                  PIC X(50) VALUE
010600         "MAINT-ACTIVITY DAILY MAINTENANCE ACTIVITY".
010700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
010800     05  MA-HD-RUN-DATE          PIC 9(08).
010900     05  FILLER                  PIC X(13) VALUE SPACES.
011000
011100 01  MA-OPERATOR-LINE.
011200     05  FILLER                  PIC X(09) VALUE "OPERATOR ".
011300     05  MA-OL-OPERATOR-ID       PIC X(05).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  MA-OL-OPERATOR-NAME     PIC X(30).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  MA-OL-ROLE              PIC X(10).
011800     05  FILLER                  PIC X(22) VALUE SPACES.
011900
012000 01  MA-COLUMN-LINE.
012100     05  FILLER                  PIC X(34) VALUE
012200         "  TIME      PROGRAM    ACTION     ".
012300     05  FILLER                  PIC X(24) VALUE
012400         "RECORD KEY      APPROVED".
012500     05  FILLER                  PIC X(22) VALUE SPACES.
012600
012700 01  MA-DETAIL-LINE.
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  DL-TIME-HH              PIC 9(02).
013000     05  FILLER                  PIC X(01) VALUE ":".
013100     05  DL-TIME-MM              PIC 9(02).
013200     05  FILLER                  PIC X(01) VALUE ":".
013300     05  DL-TIME-SS              PIC 9(02).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  DL-PROGRAM-ID           PIC X(10).
013600     05  FILLER                  PIC X(01) VALUE SPACES.
013700     05  DL-ACTION               PIC X(10).
013800     05  FILLER                  PIC X(01) VALUE SPACES.
013900     05  DL-RECORD-KEY           PIC X(15).
014000     05  FILLER                  PIC X(01) VALUE SPACES.
014100     05  DL-APPROVER-ID          PIC X(05).
014200     05  FILLER                  PIC X(25) VALUE SPACES.
014300
014400*    An image line: the label, then the image 73 bytes to a line;
014500*    bytes 74 to 80, when not blank, go on a second line with no
014550*    label (a player master or a month-end close runs that far).
014600 01  MA-IMAGE-LINE.
014700     05  IL-LABEL                PIC X(07).
014800     05  IL-IMAGE                PIC X(73).
014900
015000 01  MA-TOTAL-LINE.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  TL-LABEL                PIC X(20).
015300     05  FILLER                  PIC X(08) VALUE "UPDATES ".
015400     05  TL-UPDATES              PIC ZZZZ9.
015500     05  FILLER                  PIC X(16) VALUE
015600         "  COUNTERSIGNED ".
015700     05  TL-SIGNED               PIC ZZZZ9.
015800     05  FILLER                  PIC X(24) VALUE SPACES.
015900
016000 01  MA-OPERATORS-LINE.
016100     05  FILLER                  PIC X(22) VALUE
016200         "  OPERATORS ACTIVE    ".
016300     05  OL-OPERATORS            PIC ZZZZ9.
016400     05  FILLER                  PIC X(53) VALUE SPACES.
016410
016420*    Control totals handed to NIGHT-DRIVER, one at a time.
016430 01  MA-STEP-TOTAL-NAME          PIC X(20).
016440 01  MA-STEP-TOTAL-VALUE         PIC 9(11).
016500
016600 PROCEDURE DIVISION.
016700*=================================================================*
016800*  0000-MAINLINE -- sort the run date's journal records by        *
016900*  operator and time, and print them with a block per operator.   *
017000*=================================================================*
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     SORT ACTIVITY-SORT-FILE
017400         ON ASCENDING KEY AS-OPERATOR-ID
017500                          AS-JOURNAL-DATE
017600                          AS-JOURNAL-TIME
017700         WITH DUPLICATES IN ORDER
017800         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL THRU 2000-EXIT
017900         OUTPUT PROCEDURE IS 3000-WRITE-REPORT THRU 3000-EXIT.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018010     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
018100     GOBACK.
018200
018300 1000-INITIALIZE.
018400     ACCEPT MA-RUN-DATE FROM DATE YYYYMMDD.
018500     OPEN OUTPUT ACTIVITY-REPORT-FILE.
018600     MOVE MA-RUN-DATE TO MA-HD-RUN-DATE.
018700     WRITE ACTIVITY-REPORT-LINE FROM MA-HEADING-LINE.
018800     OPEN INPUT OPERATOR-MASTER-FILE.
018900     IF FS-OPERATOR-MASTER = "00"
019000         SET MA-OPERATOR-FILE-OPEN TO TRUE
019100     ELSE
019200         DISPLAY "OPERMAST NOT AVAILABLE - STATUS "
019300             FS-OPERATOR-MASTER " - NAMES NOT SHOWN"
019400     END-IF.
019500 1000-EXIT.
019600     EXIT.
019700
019800*=================================================================*
019900*  2000-RELEASE-JOURNAL -- SORT input procedure: every journal    *
020000*  record dated the run date.                                     *
020100*=================================================================*
020200 2000-RELEASE-JOURNAL.
020300     OPEN INPUT MAINT-JOURNAL-FILE.
020400     IF FS-MAINT-JOURNAL NOT = "00"
020500         DISPLAY "MAINTJNL NOT PRESENT - NO ACTIVITY"
020600         GO TO 2000-EXIT
020700     END-IF.
020800     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
020900         UNTIL MA-EOF-JOURNAL.
021000     CLOSE MAINT-JOURNAL-FILE.
021100 2000-EXIT.
021200     EXIT.
021300
021400 2100-RELEASE-ONE.
021500     READ MAINT-JOURNAL-FILE
021600         AT END
021700             SET MA-EOF-JOURNAL TO TRUE
021800             GO TO 2100-EXIT
021900     END-READ.
022000     IF MJ-JOURNAL-DATE NOT = MA-RUN-DATE
022100         GO TO 2100-EXIT
022200     END-IF.
022300     MOVE MJ-OPERATOR-ID    TO AS-OPERATOR-ID.
022400     MOVE MJ-JOURNAL-DATE   TO AS-JOURNAL-DATE.
022500     MOVE MJ-JOURNAL-TIME   TO AS-JOURNAL-TIME.
022600     MOVE MJ-APPROVER-ID    TO AS-APPROVER-ID.
022700     MOVE MJ-PROGRAM-ID     TO AS-PROGRAM-ID.
022800     MOVE MJ-ACTION         TO AS-ACTION.
022900     MOVE MJ-RECORD-KEY     TO AS-RECORD-KEY.
023000     MOVE MJ-BEFORE-IMAGE   TO AS-BEFORE-IMAGE.
023100     MOVE MJ-AFTER-IMAGE    TO AS-AFTER-IMAGE.
023200     RELEASE ACTIVITY-SORT-RECORD.
023300 2100-EXIT.
023400     EXIT.
023500
023600*=================================================================*
023700*  3000-WRITE-REPORT -- SORT output procedure: control break on   *
023800*  operator id, then the all-operator totals.                     *
023900*=================================================================*
024000 3000-WRITE-REPORT.
024100     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
024200         UNTIL MA-EOF-SORT.
024300     IF MA-OPERATOR-IN-PROGRESS
024400         PERFORM 3400-END-OPERATOR THRU 3400-EXIT
024500     END-IF.
024600     MOVE SPACES TO ACTIVITY-REPORT-LINE.
024700     WRITE ACTIVITY-REPORT-LINE.
024800     IF MA-TOTAL-UPDATES = ZERO
024900         MOVE "NO MAINTENANCE ACTIVITY FOR THIS DATE"
025000             TO ACTIVITY-REPORT-LINE
025100         WRITE ACTIVITY-REPORT-LINE
025200         GO TO 3000-EXIT
025300     END-IF.
025400     MOVE "ALL OPERATORS" TO ACTIVITY-REPORT-LINE.
025500     WRITE ACTIVITY-REPORT-LINE.
025600     MOVE MA-TOTAL-OPERATORS TO OL-OPERATORS.
025700     WRITE ACTIVITY-REPORT-LINE FROM MA-OPERATORS-LINE.
025800     MOVE "TOTAL"          TO TL-LABEL.
025900     MOVE MA-TOTAL-UPDATES TO TL-UPDATES.
026000     MOVE MA-TOTAL-SIGNED  TO TL-SIGNED.
026100     WRITE ACTIVITY-REPORT-LINE FROM MA-TOTAL-LINE.
026200 3000-EXIT.
026300     EXIT.
026400
026500 3100-RETURN-NEXT.
026600     RETURN ACTIVITY-SORT-FILE
026700         AT END
026800             SET MA-EOF-SORT TO TRUE
026900         NOT AT END
027000             PERFORM 3200-ONE-ENTRY THRU 3200-EXIT
027100     END-RETURN.
027200 3100-EXIT.
027300     EXIT.
027400
027500 3200-ONE-ENTRY.
027600     IF NOT MA-OPERATOR-IN-PROGRESS
027700        OR AS-OPERATOR-ID NOT = MA-PREV-OPERATOR-ID
027800         IF MA-OPERATOR-IN-PROGRESS
027900             PERFORM 3400-END-OPERATOR THRU 3400-EXIT
028000         END-IF
028100         PERFORM 3300-START-OPERATOR THRU 3300-EXIT
028200     END-IF.
028300     MOVE AS-JOURNAL-TIME TO MA-TIME-WORK.
028400     MOVE MA-TIME-HH      TO DL-TIME-HH.
028500     MOVE MA-TIME-MM      TO DL-TIME-MM.
028600     MOVE MA-TIME-SS      TO DL-TIME-SS.
028700     MOVE AS-PROGRAM-ID   TO DL-PROGRAM-ID.
028800     MOVE AS-ACTION       TO DL-ACTION.
028900     MOVE AS-RECORD-KEY   TO DL-RECORD-KEY.
029000     MOVE AS-APPROVER-ID  TO DL-APPROVER-ID.
029100     WRITE ACTIVITY-REPORT-LINE FROM MA-DETAIL-LINE.
029200     IF AS-BEFORE-IMAGE NOT = SPACES
029300         MOVE "BEFORE "       TO IL-LABEL
029400         MOVE AS-BEFORE-IMAGE TO IL-IMAGE
029500         WRITE ACTIVITY-REPORT-LINE FROM MA-IMAGE-LINE
029520         IF AS-BEFORE-IMAGE(74:7) NOT = SPACES
029540             MOVE SPACES                 TO IL-LABEL
029560             MOVE AS-BEFORE-IMAGE(74:7)  TO IL-IMAGE
029580             WRITE ACTIVITY-REPORT-LINE FROM MA-IMAGE-LINE
029590         END-IF
029600     END-IF.
029700     IF AS-AFTER-IMAGE NOT = SPACES
029800         MOVE "AFTER  "       TO IL-LABEL
029900         MOVE AS-AFTER-IMAGE  TO IL-IMAGE
030000         WRITE ACTIVITY-REPORT-LINE FROM MA-IMAGE-LINE
030020         IF AS-AFTER-IMAGE(74:7) NOT = SPACES
030040             MOVE SPACES                 TO IL-LABEL
030060             MOVE AS-AFTER-IMAGE(74:7)   TO IL-IMAGE
030080             WRITE ACTIVITY-REPORT-LINE FROM MA-IMAGE-LINE
030090         END-IF
030100     END-IF.
030200     ADD 1 TO MA-OPER-UPDATES.
030300     IF AS-APPROVER-ID NOT = SPACES
030400         ADD 1 TO MA-OPER-SIGNED
030500     END-IF.
030600 3200-EXIT.
030700     EXIT.
030800
030900*-----------------------------------------------------------------*
031000*  3300-START-OPERATOR -- operator heading, with the name and     *
031100*  role from OPERATOR-MASTER-FILE when it can be had.             *
031200*-----------------------------------------------------------------*
031300 3300-START-OPERATOR.
031400     MOVE AS-OPERATOR-ID TO MA-PREV-OPERATOR-ID.
031500     SET MA-OPERATOR-IN-PROGRESS TO TRUE.
031600     MOVE ZERO TO MA-OPER-UPDATES.
031700     MOVE ZERO TO MA-OPER-SIGNED.
031800     ADD 1 TO MA-TOTAL-OPERATORS.
031900     MOVE AS-OPERATOR-ID TO MA-OL-OPERATOR-ID.
032000     MOVE SPACES TO MA-OL-OPERATOR-NAME.
032100     MOVE SPACES TO MA-OL-ROLE.
032200     IF MA-OPERATOR-FILE-OPEN
032300         MOVE AS-OPERATOR-ID TO OP-OPERATOR-ID
032400         READ OPERATOR-MASTER-FILE
032500             INVALID KEY
032600                 MOVE "NOT ON OPERATOR FILE"
032700                     TO MA-OL-OPERATOR-NAME
032800             NOT INVALID KEY
032900                 MOVE OP-OPERATOR-NAME TO MA-OL-OPERATOR-NAME
033000                 EVALUATE TRUE
033100                     WHEN OP-ROLE-ADMIN
033200                         MOVE "ADMIN"      TO MA-OL-ROLE
033300                     WHEN OP-ROLE-SUPERVISOR
033400                         MOVE "SUPERVISOR" TO MA-OL-ROLE
033500                     WHEN OTHER
033600                         MOVE "DESK"       TO MA-OL-ROLE
033700                 END-EVALUATE
033800         END-READ
033900     END-IF.
034000     MOVE SPACES TO ACTIVITY-REPORT-LINE.
034100     WRITE ACTIVITY-REPORT-LINE.
034200     WRITE ACTIVITY-REPORT-LINE FROM MA-OPERATOR-LINE.
034300     WRITE ACTIVITY-REPORT-LINE FROM MA-COLUMN-LINE.
034400 3300-EXIT.
034500     EXIT.
034600
034700 3400-END-OPERATOR.
034800     MOVE "OPERATOR TOTAL"  TO TL-LABEL.
034900     MOVE MA-OPER-UPDATES   TO TL-UPDATES.
035000     MOVE MA-OPER-SIGNED    TO TL-SIGNED.
035100     WRITE ACTIVITY-REPORT-LINE FROM MA-TOTAL-LINE.
035200     ADD MA-OPER-UPDATES TO MA-TOTAL-UPDATES.
035300     ADD MA-OPER-SIGNED  TO MA-TOTAL-SIGNED.
035400     MOVE "N" TO MA-OPERATOR-OPEN-SW.
035500 3400-EXIT.
035600     EXIT.
035700
035800*=================================================================*
035900*  9000-TERMINATE                                                 *
036000*=================================================================*
036100 9000-TERMINATE.
036200     IF MA-OPERATOR-FILE-OPEN
036300         CLOSE OPERATOR-MASTER-FILE
036400     END-IF.
036500     CLOSE ACTIVITY-REPORT-FILE.
036600     DISPLAY "MAINT-ACTIVITY UPDATES REPORTED: " MA-TOTAL-UPDATES.
036700 9000-EXIT.
036800     EXIT.
036810
036820*=================================================================*
036830*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
036840*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
036850*=================================================================*
036860 8900-WRITE-STEP-TOTALS.
036870     OPEN EXTEND STEP-TOTALS-FILE.
036880     IF FS-STEP-TOTALS = "35"
036890         OPEN OUTPUT STEP-TOTALS-FILE
036900     END-IF.
036910     MOVE "OPERATORS" TO MA-STEP-TOTAL-NAME.
036920     MOVE MA-TOTAL-OPERATORS TO MA-STEP-TOTAL-VALUE.
036930     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036940     MOVE "UPDATES" TO MA-STEP-TOTAL-NAME.
036950     MOVE MA-TOTAL-UPDATES TO MA-STEP-TOTAL-VALUE.
036960     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036970     MOVE "COUNTERSIGNED" TO MA-STEP-TOTAL-NAME.
036980     MOVE MA-TOTAL-SIGNED TO MA-STEP-TOTAL-VALUE.
036990     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
037000     CLOSE STEP-TOTALS-FILE.
037010 8900-EXIT.
037020     EXIT.
037030
037040 8910-WRITE-STEP-TOTAL.
037050     MOVE SPACES TO STEP-TOTALS-RECORD.
037060     SET CX-DETAIL TO TRUE.
037070     MOVE "MAINT-ACTIVITY" TO CX-PROGRAM-NAME.
037080     MOVE MA-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
037090     MOVE MA-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
037100     WRITE STEP-TOTALS-RECORD.
037110 8910-EXIT.
037120     EXIT.
