000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MASTER-BACKUP.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  MASTER-BACKUP                                                  *
000900*                                                                 *
001000*  Point-in-time backup of the indexed masters that have no       *
001100*  other recovery path: PLAYER-MASTER-FILE, POINTS-BALANCE-FILE,  *
001200*  EVENT-CALENDAR-FILE, EVENT-ENTRY-FILE, TEAM-MASTER-FILE and    *
001300*  PLAYER-SUMMARY-FILE.  Scheduled as the first step of the       *
001400*  night run, so each generation is the masters as they stood     *
001500*  before that night's postings.  Every master is unloaded in     *
001600*  key order onto the dated generation MSTBKyyyymmdd (layout in   *
001700*  MSTBKUP), each with a trailer carrying its record count and    *
001800*  hash total; the counts and totals are printed on BKUPRPT and   *
001900*  handed to NIGHT-DRIVER as control totals.  A rerun on the      *
002000*  same date writes the generation afresh.  MASTER-RELOAD         *
002100*  restores from a generation.  A master that has never been      *
002200*  created is unloaded empty; one that cannot be opened or read   *
002300*  fails the step with RETURN-CODE 16, so the run stops before    *
002400*  anything is posted without a backup.  Old generations are      *
002500*  not removed here -- their housekeeping is an operations job.   *
002600*-----------------------------------------------------------------*
002700*  MODIFICATION HISTORY                                           *
002800*  DATE       INIT  DESCRIPTION                                   *
002900*  2026-10-15  DLW  Original.                                     *
002910*  2026-10-15  DLW  Trailer marked complete (C) or failed (F) so  *
002920*                   MASTER-RELOAD refuses a part-read master.     *
003000*=================================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PM-PLAYER-ID
003900         FILE STATUS IS FS-PLAYER-MASTER.
004000
004100     SELECT POINTS-BALANCE-FILE ASSIGN TO "PTSBAL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PB-PLAYER-ID
004500         FILE STATUS IS FS-POINTS-BALANCE.
004600
004700     SELECT EVENT-CALENDAR-FILE ASSIGN TO "EVENTCAL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS EV-EVENT-ID
005100         FILE STATUS IS FS-EVENT-CALENDAR.
005200
005300     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ER-ENTRY-KEY
005700         FILE STATUS IS FS-EVENT-ENTRY.
005800
005900     SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS TM-TEAM-ID
006300         FILE STATUS IS FS-TEAM-MASTER.
006400
006500     SELECT PLAYER-SUMMARY-FILE ASSIGN TO "PLAYSUMM"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PS-SUMMARY-KEY
006900         FILE STATUS IS FS-PLAYER-SUMMARY.
007000
007100     SELECT MASTER-BACKUP-FILE ASSIGN TO MU-GENERATION-NAME
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FS-MASTER-BACKUP.
007400
007500     SELECT BACKUP-REPORT-FILE ASSIGN TO "BKUPRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-STEP-TOTALS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PLAYER-MASTER-FILE.
008500     COPY PLAYMAST.
008600
008700 FD  POINTS-BALANCE-FILE.
008800     COPY PTSBAL.
008900
009000 FD  EVENT-CALENDAR-FILE.
009100     COPY EVENTCAL.
009200
009300 FD  EVENT-ENTRY-FILE.
009400     COPY EVENTREG.
009500
009600 FD  TEAM-MASTER-FILE.
009700     COPY TEAMMAST.
009800
009900 FD  PLAYER-SUMMARY-FILE.
010000     COPY PLAYSUMM.
010100
010200 FD  MASTER-BACKUP-FILE.
010300     COPY MSTBKUP.
010400
010500 FD  BACKUP-REPORT-FILE.
010600 01  BACKUP-REPORT-LINE          PIC X(80).
010700
010800 FD  STEP-TOTALS-FILE.
010900     COPY STEPTOTS.
011000
011100 WORKING-STORAGE SECTION.
011200 01  WS-FILE-STATUSES.
011300     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
011400     05  FS-POINTS-BALANCE       PIC X(02) VALUE "00".
011500     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
011600     05  FS-EVENT-ENTRY          PIC X(02) VALUE "00".
011700     05  FS-TEAM-MASTER          PIC X(02) VALUE "00".
011800     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
011900     05  FS-MASTER-BACKUP        PIC X(02) VALUE "00".
012000     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
012100
012200 01  MU-SWITCHES.
012300     05  MU-EOF-MASTER-SW        PIC X(01) VALUE "N".
012400         88  MU-EOF-MASTER           VALUE "Y".
012500     05  MU-FAILED-SW            PIC X(01) VALUE "N".
012600         88  MU-FAILED               VALUE "Y".
012700     05  MU-GENERATION-OPEN-SW   PIC X(01) VALUE "N".
012800         88  MU-GENERATION-OPEN      VALUE "Y".
012900
013000*-----------------------------------------------------------------*
013100*    THE GENERATION -- MSTBK and the run date.                    *
013200*-----------------------------------------------------------------*
013300 01  MU-GENERATION-NAME.
013400     05  FILLER                  PIC X(05) VALUE "MSTBK".
013500     05  MU-GENERATION-DATE      PIC 9(08) VALUE ZERO.
013600     05  FILLER                  PIC X(03) VALUE SPACES.
013700 01  MU-RUN-DATE                 PIC 9(08) VALUE ZERO.
013800 01  MU-RUN-TIME                 PIC 9(08) VALUE ZERO.
013900
014000*-----------------------------------------------------------------*
014100*    THE MASTER BEING UNLOADED -- its id, the status its open or  *
014200*    read came back with, and its running count and hash.         *
014300*-----------------------------------------------------------------*
014400 01  MU-FILE-ID                  PIC X(08) VALUE SPACES.
014500 01  MU-MASTER-STATUS            PIC X(02) VALUE "00".
014600 01  MU-UNLOAD-DATA              PIC X(80) VALUE SPACES.
014700 01  MU-FILE-COUNT               PIC 9(09) COMP VALUE ZERO.
014800 01  MU-FILE-HASH                PIC 9(15) COMP VALUE ZERO.
014900
015000*-----------------------------------------------------------------*
015100*    HASH WORK -- each byte of the record is set in the low       *
015200*    half of a halfword to give its value (0 to 255).             *
015300*-----------------------------------------------------------------*
015400 01  MU-HASH-AREA.
015500     05  MU-HASH-BYTE            PIC X(01) OCCURS 80 TIMES.
015600 01  MU-BYTE-PAIR.
015700     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
015800     05  MU-BYTE-CHAR            PIC X(01) VALUE LOW-VALUE.
015900 01  MU-BYTE-VALUE REDEFINES MU-BYTE-PAIR
016000                                 PIC 9(04) COMP.
016100 01  MU-BYTE-SUB                 PIC 9(04) COMP VALUE ZERO.
016200
016300 01  MU-CONTROL-TOTALS.
016400     05  MU-PLAYER-COUNT         PIC 9(09) COMP VALUE ZERO.
016500     05  MU-BALANCE-COUNT        PIC 9(09) COMP VALUE ZERO.
016600     05  MU-CALENDAR-COUNT       PIC 9(09) COMP VALUE ZERO.
016700     05  MU-ENTRY-COUNT          PIC 9(09) COMP VALUE ZERO.
016800     05  MU-TEAM-COUNT           PIC 9(09) COMP VALUE ZERO.
016900     05  MU-SUMMARY-COUNT        PIC 9(09) COMP VALUE ZERO.
017000     05  MU-RECORDS-UNLOADED     PIC 9(09) COMP VALUE ZERO.
017100     05  MU-MASTERS-FAILED       PIC 9(03) COMP VALUE ZERO.
017200 01  MU-STEP-TOTAL-NAME          PIC X(20).
017300 01  MU-STEP-TOTAL-VALUE         PIC 9(11).
017400
017500 01  MU-HEADING-LINE.
017600     05  FILLER                  PIC X(50) VALUE
017700         "MASTER-BACKUP INDEXED MASTER BACKUP".
017800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
017900     05  MU-HD-RUN-DATE          PIC 9(08).
018000     05  FILLER                  PIC X(13) VALUE SPACES.
018100
018200 01  MU-GENERATION-LINE.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  FILLER                  PIC X(12) VALUE "GENERATION ".
018500     05  GL-GENERATION-NAME      PIC X(16).
018600     05  FILLER                  PIC X(06) VALUE " TIME ".
018700     05  GL-BACKUP-TIME          PIC 9(06).
018800     05  FILLER                  PIC X(38) VALUE SPACES.
018900
019000 01  MU-COLUMN-LINE.
019100     05  FILLER                  PIC X(40) VALUE
019200         "  MASTER        RECORDS       HASH TOTAL".
019300     05  FILLER                  PIC X(40) VALUE SPACES.
019400
019500 01  MU-DETAIL-LINE.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  DL-FILE-ID              PIC X(08).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  DL-RECORD-COUNT         PIC ZZZZZZZZ9.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  DL-HASH-TOTAL           PIC ZZZZZZZZZZZZZZ9.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  DL-REMARK               PIC X(40).
020400
020500 PROCEDURE DIVISION.
020600*=================================================================*
020700*  0000-MAINLINE -- open the generation, unload the six masters   *
020800*  onto it in turn, and report.                                   *
020900*=================================================================*
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     IF NOT MU-FAILED
021300         PERFORM 2100-UNLOAD-PLAYER-MASTER THRU 2100-EXIT
021400         PERFORM 2200-UNLOAD-POINTS-BALANCE THRU 2200-EXIT
021500         PERFORM 2300-UNLOAD-EVENT-CALENDAR THRU 2300-EXIT
021600         PERFORM 2400-UNLOAD-EVENT-ENTRY THRU 2400-EXIT
021700         PERFORM 2500-UNLOAD-TEAM-MASTER THRU 2500-EXIT
021800         PERFORM 2600-UNLOAD-PLAYER-SUMMARY THRU 2600-EXIT
021900     END-IF.
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022100     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
022200     GOBACK.
022300
022400*=================================================================*
022500*  1000-INITIALIZE -- name the generation for the run date and    *
022600*  open it afresh.                                                *
022700*=================================================================*
022800 1000-INITIALIZE.
022900     ACCEPT MU-RUN-DATE FROM DATE YYYYMMDD.
023000     ACCEPT MU-RUN-TIME FROM TIME.
023100     MOVE MU-RUN-DATE TO MU-GENERATION-DATE.
023200     OPEN OUTPUT BACKUP-REPORT-FILE.
023300     MOVE MU-RUN-DATE TO MU-HD-RUN-DATE.
023400     WRITE BACKUP-REPORT-LINE FROM MU-HEADING-LINE.
023500     MOVE MU-GENERATION-NAME TO GL-GENERATION-NAME.
023600     MOVE MU-RUN-TIME(1:6) TO GL-BACKUP-TIME.
023700     WRITE BACKUP-REPORT-LINE FROM MU-GENERATION-LINE.
023800     MOVE SPACES TO BACKUP-REPORT-LINE.
023900     WRITE BACKUP-REPORT-LINE.
024000     WRITE BACKUP-REPORT-LINE FROM MU-COLUMN-LINE.
024100     OPEN OUTPUT MASTER-BACKUP-FILE.
024200     IF FS-MASTER-BACKUP NOT = "00"
024300         DISPLAY "MASTER-BACKUP CANNOT OPEN " MU-GENERATION-NAME
024400             " - STATUS " FS-MASTER-BACKUP
024500         MOVE "GENERATION NOT OPENED - NOTHING BACKED UP"
024600             TO BACKUP-REPORT-LINE
024700         WRITE BACKUP-REPORT-LINE
024800         SET MU-FAILED TO TRUE
024900     ELSE
025000         SET MU-GENERATION-OPEN TO TRUE
025100     END-IF.
025200 1000-EXIT.
025300     EXIT.
025400
025500*=================================================================*
025600*  2100 THRU 2600 -- one paragraph pair per master: open it,      *
025700*  read it in key order and put each record on the generation     *
025800*  between the master's header and trailer.                       *
025900*=================================================================*
026000 2100-UNLOAD-PLAYER-MASTER.
026100     MOVE "PLAYMAST" TO MU-FILE-ID.
026200     PERFORM 3000-START-SECTION THRU 3000-EXIT.
026300     OPEN INPUT PLAYER-MASTER-FILE.
026400     MOVE FS-PLAYER-MASTER TO MU-MASTER-STATUS.
026500     IF MU-MASTER-STATUS = "00"
026600         PERFORM 2110-UNLOAD-PLAYER THRU 2110-EXIT
026700             UNTIL MU-EOF-MASTER
026800         CLOSE PLAYER-MASTER-FILE
026900     END-IF.
027000     PERFORM 3200-END-SECTION THRU 3200-EXIT.
027100     MOVE MU-FILE-COUNT TO MU-PLAYER-COUNT.
027200 2100-EXIT.
027300     EXIT.
027400
027500 2110-UNLOAD-PLAYER.
027600     READ PLAYER-MASTER-FILE NEXT RECORD
027700         AT END
027800             SET MU-EOF-MASTER TO TRUE
027900             GO TO 2110-EXIT
028000     END-READ.
028100     MOVE FS-PLAYER-MASTER TO MU-MASTER-STATUS.
028200     MOVE PLAYER-MASTER-RECORD TO MU-UNLOAD-DATA.
028300     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
028400 2110-EXIT.
028500     EXIT.
028600
028700 2200-UNLOAD-POINTS-BALANCE.
028800     MOVE "PTSBAL" TO MU-FILE-ID.
028900     PERFORM 3000-START-SECTION THRU 3000-EXIT.
029000     OPEN INPUT POINTS-BALANCE-FILE.
029100     MOVE FS-POINTS-BALANCE TO MU-MASTER-STATUS.
029200     IF MU-MASTER-STATUS = "00"
029300         PERFORM 2210-UNLOAD-BALANCE THRU 2210-EXIT
029400             UNTIL MU-EOF-MASTER
029500         CLOSE POINTS-BALANCE-FILE
029600     END-IF.
029700     PERFORM 3200-END-SECTION THRU 3200-EXIT.
029800     MOVE MU-FILE-COUNT TO MU-BALANCE-COUNT.
029900 2200-EXIT.
030000     EXIT.
030100
030200 2210-UNLOAD-BALANCE.
030300     READ POINTS-BALANCE-FILE NEXT RECORD
030400         AT END
030500             SET MU-EOF-MASTER TO TRUE
030600             GO TO 2210-EXIT
030700     END-READ.
030800     MOVE FS-POINTS-BALANCE TO MU-MASTER-STATUS.
030900     MOVE POINTS-BALANCE-RECORD TO MU-UNLOAD-DATA.
031000     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
031100 2210-EXIT.
031200     EXIT.
031300
031400 2300-UNLOAD-EVENT-CALENDAR.
031500     MOVE "EVENTCAL" TO MU-FILE-ID.
031600     PERFORM 3000-START-SECTION THRU 3000-EXIT.
031700     OPEN INPUT EVENT-CALENDAR-FILE.
031800     MOVE FS-EVENT-CALENDAR TO MU-MASTER-STATUS.
031900     IF MU-MASTER-STATUS = "00"
032000         PERFORM 2310-UNLOAD-CALENDAR THRU 2310-EXIT
032100             UNTIL MU-EOF-MASTER
032200         CLOSE EVENT-CALENDAR-FILE
032300     END-IF.
032400     PERFORM 3200-END-SECTION THRU 3200-EXIT.
032500     MOVE MU-FILE-COUNT TO MU-CALENDAR-COUNT.
032600 2300-EXIT.
032700     EXIT.
032800
032900 2310-UNLOAD-CALENDAR.
033000     READ EVENT-CALENDAR-FILE NEXT RECORD
033100         AT END
033200             SET MU-EOF-MASTER TO TRUE
033300             GO TO 2310-EXIT
033400     END-READ.
033500     MOVE FS-EVENT-CALENDAR TO MU-MASTER-STATUS.
033600     MOVE EVENT-CALENDAR-RECORD TO MU-UNLOAD-DATA.
033700     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
033800 2310-EXIT.
033900     EXIT.
034000
034100 2400-UNLOAD-EVENT-ENTRY.
034200     MOVE "EVENTREG" TO MU-FILE-ID.
034300     PERFORM 3000-START-SECTION THRU 3000-EXIT.
034400     OPEN INPUT EVENT-ENTRY-FILE.
034500     MOVE FS-EVENT-ENTRY TO MU-MASTER-STATUS.
034600     IF MU-MASTER-STATUS = "00"
034700         PERFORM 2410-UNLOAD-ENTRY THRU 2410-EXIT
034800             UNTIL MU-EOF-MASTER
034900         CLOSE EVENT-ENTRY-FILE
035000     END-IF.
035100     PERFORM 3200-END-SECTION THRU 3200-EXIT.
035200     MOVE MU-FILE-COUNT TO MU-ENTRY-COUNT.
035300 2400-EXIT.
035400     EXIT.
035500
035600 2410-UNLOAD-ENTRY.
035700     READ EVENT-ENTRY-FILE NEXT RECORD
035800         AT END
035900             SET MU-EOF-MASTER TO TRUE
036000             GO TO 2410-EXIT
036100     END-READ.
036200     MOVE FS-EVENT-ENTRY TO MU-MASTER-STATUS.
036300     MOVE EVENT-ENTRY-RECORD TO MU-UNLOAD-DATA.
036400     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
036500 2410-EXIT.
036600     EXIT.
036700
036800 2500-UNLOAD-TEAM-MASTER.
036900     MOVE "TEAMMAST" TO MU-FILE-ID.
037000     PERFORM 3000-START-SECTION THRU 3000-EXIT.
037100     OPEN INPUT TEAM-MASTER-FILE.
037200     MOVE FS-TEAM-MASTER TO MU-MASTER-STATUS.
037300     IF MU-MASTER-STATUS = "00"
037400         PERFORM 2510-UNLOAD-TEAM THRU 2510-EXIT
037500             UNTIL MU-EOF-MASTER
037600         CLOSE TEAM-MASTER-FILE
037700     END-IF.
037800     PERFORM 3200-END-SECTION THRU 3200-EXIT.
037900     MOVE MU-FILE-COUNT TO MU-TEAM-COUNT.
038000 2500-EXIT.
038100     EXIT.
038200
038300 2510-UNLOAD-TEAM.
038400     READ TEAM-MASTER-FILE NEXT RECORD
038500         AT END
038600             SET MU-EOF-MASTER TO TRUE
038700             GO TO 2510-EXIT
038800     END-READ.
038900     MOVE FS-TEAM-MASTER TO MU-MASTER-STATUS.
039000     MOVE TEAM-MASTER-RECORD TO MU-UNLOAD-DATA.
039100     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
039200 2510-EXIT.
039300     EXIT.
039400
039500 2600-UNLOAD-PLAYER-SUMMARY.
039600     MOVE "PLAYSUMM" TO MU-FILE-ID.
039700     PERFORM 3000-START-SECTION THRU 3000-EXIT.
039800     OPEN INPUT PLAYER-SUMMARY-FILE.
039900     MOVE FS-PLAYER-SUMMARY TO MU-MASTER-STATUS.
040000     IF MU-MASTER-STATUS = "00"
040100         PERFORM 2610-UNLOAD-SUMMARY THRU 2610-EXIT
040200             UNTIL MU-EOF-MASTER
040300         CLOSE PLAYER-SUMMARY-FILE
040400     END-IF.
040500     PERFORM 3200-END-SECTION THRU 3200-EXIT.
040600     MOVE MU-FILE-COUNT TO MU-SUMMARY-COUNT.
040700 2600-EXIT.
040800     EXIT.
040900
041000 2610-UNLOAD-SUMMARY.
041100     READ PLAYER-SUMMARY-FILE NEXT RECORD
041200         AT END
041300             SET MU-EOF-MASTER TO TRUE
041400             GO TO 2610-EXIT
041500     END-READ.
041600     MOVE FS-PLAYER-SUMMARY TO MU-MASTER-STATUS.
041700     MOVE PLAYER-SUMMARY-RECORD TO MU-UNLOAD-DATA.
041800     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
041900 2610-EXIT.
042000     EXIT.
042100
042200*=================================================================*
042300*  3000-START-SECTION -- the master's header record; its count    *
042400*  and hash start from zero.                                      *
042500*=================================================================*
042600 3000-START-SECTION.
042700     MOVE "N" TO MU-EOF-MASTER-SW.
042800     MOVE ZERO TO MU-FILE-COUNT.
042900     MOVE ZERO TO MU-FILE-HASH.
043000     MOVE SPACES TO MASTER-BACKUP-RECORD.
043100     SET BU-HEADER TO TRUE.
043200     MOVE MU-FILE-ID TO BU-FILE-ID.
043300     MOVE MU-GENERATION-DATE TO BU-GENERATION-DATE.
043400     PERFORM 3900-WRITE-GENERATION THRU 3900-EXIT.
043500 3000-EXIT.
043600     EXIT.
043700
043800*-----------------------------------------------------------------*
043900*  3100-WRITE-DETAIL -- one master record onto the generation.    *
044000*  A read that came back with a bad status ends the master there  *
044100*  and the trailer reports it.                                    *
044200*-----------------------------------------------------------------*
044300 3100-WRITE-DETAIL.
044400     IF MU-MASTER-STATUS(1:1) NOT = "0"
044500         SET MU-EOF-MASTER TO TRUE
044600         GO TO 3100-EXIT
044700     END-IF.
044800     MOVE SPACES TO MASTER-BACKUP-RECORD.
044900     SET BU-DETAIL TO TRUE.
045000     MOVE MU-FILE-ID TO BU-FILE-ID.
045100     MOVE MU-GENERATION-DATE TO BU-GENERATION-DATE.
045200     MOVE MU-UNLOAD-DATA TO BU-RECORD-DATA.
045300     PERFORM 3900-WRITE-GENERATION THRU 3900-EXIT.
045400     ADD 1 TO MU-FILE-COUNT.
045500     ADD 1 TO MU-RECORDS-UNLOADED.
045600     MOVE BU-RECORD-DATA TO MU-HASH-AREA.
045700     PERFORM 3110-HASH-ONE-BYTE THRU 3110-EXIT
045800         VARYING MU-BYTE-SUB FROM 1 BY 1
045900         UNTIL MU-BYTE-SUB > 80.
046000 3100-EXIT.
046100     EXIT.
046200
046300 3110-HASH-ONE-BYTE.
046400     MOVE MU-HASH-BYTE (MU-BYTE-SUB) TO MU-BYTE-CHAR.
046500     COMPUTE MU-FILE-HASH = MU-FILE-HASH
046600                          + MU-BYTE-VALUE * MU-BYTE-SUB.
046700 3110-EXIT.
046800     EXIT.
046900
047000*-----------------------------------------------------------------*
047100*  3200-END-SECTION -- the master's trailer record and report     *
047200*  line.  A master never created (35) is backed up empty; any     *
047300*  other bad status fails the step.                               *
047310*  The trailer is marked C when the master was read to its end    *
047320*  (or never created) and F when a read or open failed, so a      *
047330*  part-read master is never taken for a good backup.             *
047400*-----------------------------------------------------------------*
047500 3200-END-SECTION.
047600     MOVE SPACES TO MASTER-BACKUP-RECORD.
047700     SET BU-TRAILER TO TRUE.
047800     MOVE MU-FILE-ID TO BU-FILE-ID.
047900     MOVE MU-GENERATION-DATE TO BU-GENERATION-DATE.
048000     MOVE MU-FILE-COUNT TO BU-RECORD-COUNT.
048100     MOVE MU-FILE-HASH TO BU-HASH-TOTAL.
048200     MOVE MU-RUN-TIME(1:6) TO BU-BACKUP-TIME.
048210     IF MU-MASTER-STATUS(1:1) = "0"
048220        OR MU-MASTER-STATUS = "10"
048230        OR MU-MASTER-STATUS = "35"
048240         SET BU-SECTION-COMPLETE TO TRUE
048250     ELSE
048260         SET BU-SECTION-FAILED TO TRUE
048270     END-IF.
048300     PERFORM 3900-WRITE-GENERATION THRU 3900-EXIT.
048400     MOVE MU-FILE-ID    TO DL-FILE-ID.
048500     MOVE MU-FILE-COUNT TO DL-RECORD-COUNT.
048600     MOVE MU-FILE-HASH  TO DL-HASH-TOTAL.
048700     EVALUATE TRUE
048800         WHEN MU-MASTER-STATUS(1:1) = "0"
048900          OR MU-MASTER-STATUS = "10"
049000             MOVE SPACES TO DL-REMARK
049100         WHEN MU-MASTER-STATUS = "35"
049200             MOVE "NOT ON FILE - BACKED UP EMPTY" TO DL-REMARK
049300         WHEN OTHER
049400             MOVE SPACES TO DL-REMARK
049500             STRING "NOT BACKED UP IN FULL - STATUS "
049600                        DELIMITED BY SIZE
049700                    MU-MASTER-STATUS DELIMITED BY SIZE
049800                 INTO DL-REMARK
049900             ADD 1 TO MU-MASTERS-FAILED
050000             SET MU-FAILED TO TRUE
050100             DISPLAY "MASTER-BACKUP " MU-FILE-ID
050200                 " NOT BACKED UP - STATUS " MU-MASTER-STATUS
050300     END-EVALUATE.
050400     WRITE BACKUP-REPORT-LINE FROM MU-DETAIL-LINE.
050500 3200-EXIT.
050600     EXIT.
050700
050800*-----------------------------------------------------------------*
050900*  3900-WRITE-GENERATION -- a generation that will not take a     *
051000*  record is no backup at all.                                    *
051100*-----------------------------------------------------------------*
051200 3900-WRITE-GENERATION.
051300     WRITE MASTER-BACKUP-RECORD.
051400     IF FS-MASTER-BACKUP NOT = "00"
051500        AND NOT MU-FAILED
051600         DISPLAY "MASTER-BACKUP WRITE FAILED ON "
051700             MU-GENERATION-NAME " - STATUS " FS-MASTER-BACKUP
051800         SET MU-FAILED TO TRUE
051900     END-IF.
052000 3900-EXIT.
052100     EXIT.
052200
052300*=================================================================*
052400*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
052500*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
052600*=================================================================*
052700 8900-WRITE-STEP-TOTALS.
052800     OPEN EXTEND STEP-TOTALS-FILE.
052900     IF FS-STEP-TOTALS = "35"
053000         OPEN OUTPUT STEP-TOTALS-FILE
053100     END-IF.
053200     MOVE "PLAYMAST RECORDS" TO MU-STEP-TOTAL-NAME.
053300     MOVE MU-PLAYER-COUNT TO MU-STEP-TOTAL-VALUE.
053400     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
053500     MOVE "PTSBAL RECORDS" TO MU-STEP-TOTAL-NAME.
053600     MOVE MU-BALANCE-COUNT TO MU-STEP-TOTAL-VALUE.
053700     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
053800     MOVE "EVENTCAL RECORDS" TO MU-STEP-TOTAL-NAME.
053900     MOVE MU-CALENDAR-COUNT TO MU-STEP-TOTAL-VALUE.
054000     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054100     MOVE "EVENTREG RECORDS" TO MU-STEP-TOTAL-NAME.
054200     MOVE MU-ENTRY-COUNT TO MU-STEP-TOTAL-VALUE.
054300     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054400     MOVE "TEAMMAST RECORDS" TO MU-STEP-TOTAL-NAME.
054500     MOVE MU-TEAM-COUNT TO MU-STEP-TOTAL-VALUE.
054600     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054700     MOVE "PLAYSUMM RECORDS" TO MU-STEP-TOTAL-NAME.
054800     MOVE MU-SUMMARY-COUNT TO MU-STEP-TOTAL-VALUE.
054900     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
055000     MOVE "RECORDS UNLOADED" TO MU-STEP-TOTAL-NAME.
055100     MOVE MU-RECORDS-UNLOADED TO MU-STEP-TOTAL-VALUE.
055200     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
055300     CLOSE STEP-TOTALS-FILE.
055400 8900-EXIT.
055500     EXIT.
055600
055700 8910-WRITE-STEP-TOTAL.
055800     MOVE SPACES TO STEP-TOTALS-RECORD.
055900     SET CX-DETAIL TO TRUE.
056000     MOVE "MASTER-BACKUP" TO CX-PROGRAM-NAME.
056100     MOVE MU-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
056200     MOVE MU-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
056300     WRITE STEP-TOTALS-RECORD.
056400 8910-EXIT.
056500     EXIT.
056600
056700*=================================================================*
056800*  9000-TERMINATE -- a failed backup ends the step with 16.       *
056900*=================================================================*
057000 9000-TERMINATE.
057100     IF MU-GENERATION-OPEN
057200         CLOSE MASTER-BACKUP-FILE
057300     END-IF.
057400     IF MU-FAILED
057500         MOVE SPACES TO BACKUP-REPORT-LINE
057600         WRITE BACKUP-REPORT-LINE
057700         MOVE "BACKUP FAILED - DO NOT RELOAD FROM THIS GENERATION"
057800             TO BACKUP-REPORT-LINE
057900         WRITE BACKUP-REPORT-LINE
058000         MOVE 16 TO RETURN-CODE
058100     END-IF.
058200     CLOSE BACKUP-REPORT-FILE.
058300     DISPLAY "MASTER-BACKUP " MU-GENERATION-NAME
058400         " RECORDS UNLOADED: " MU-RECORDS-UNLOADED.
058500 9000-EXIT.
058600     EXIT.
