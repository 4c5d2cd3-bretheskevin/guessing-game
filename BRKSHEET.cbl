000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BRACKET-SHEET.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  BRACKET-SHEET                                                  *
000900*                                                                 *
001000*  Prints the draw (BRKSHEET) for every knockout event that has   *
001100*  been seeded and not yet settled, for the desk to call the next *
001200*  matches from.  Each event is listed round by round, one line   *
001300*  per match with both players' seeds and names and the state of  *
001400*  the match:                                                     *
001500*    TO PLAY     both players known -- play it next in match mode *
001600*    OPEN        still waiting on one or both feeder matches; the *
001700*                missing player shows as the winner of the match  *
001800*                in the round before that feeds the slot          *
001900*    WON BY id   decided, by a match or a bye                     *
002000*  The event closes with the count of matches to play, still open *
002100*  and decided, and the champion once the final is decided.       *
002200*  BRACKET-FILE and EVENT-CALENDAR-FILE are only read.            *
002300*-----------------------------------------------------------------*
002400*  MODIFICATION HISTORY                                           *
002500*  DATE       INIT  DESCRIPTION                                   *
002600*  2026-10-15  DLW  Original.                                     *
002610*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002620*                   STEP-TOTALS-FILE for the run-totals file.     *
002700*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EVENT-CALENDAR-FILE ASSIGN TO "EVENTCAL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS EV-EVENT-ID
003600         FILE STATUS IS FS-EVENT-CALENDAR.
003700
003800     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS BK-BRACKET-KEY
004200         FILE STATUS IS FS-BRACKET.
004300
004400     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PM-PLAYER-ID
004800         FILE STATUS IS FS-PLAYER-MASTER.
004900
005000     SELECT SHEET-REPORT-FILE ASSIGN TO "BRKSHEET"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110
005120     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS FS-STEP-TOTALS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  EVENT-CALENDAR-FILE.
005600     COPY EVENTCAL.
005700
005800 FD  BRACKET-FILE.
005900     COPY BRACKET.
006000
006100 FD  PLAYER-MASTER-FILE.
006200     COPY PLAYMAST.
006300
006400 FD  SHEET-REPORT-FILE.
006500 01  SHEET-REPORT-LINE           PIC X(80).
006510
006520 FD  STEP-TOTALS-FILE.
006530     COPY STEPTOTS.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-FILE-STATUSES.
006900     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
007000     05  FS-BRACKET              PIC X(02) VALUE "00".
007100     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
007110     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
007200
007300 01  SH-SWITCHES.
007400     05  SH-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
007500         88  SH-EOF-CALENDAR         VALUE "Y".
007600     05  SH-EOF-BRACKET-SW       PIC X(01) VALUE "N".
007700         88  SH-EOF-BRACKET          VALUE "Y".
007800     05  SH-CALENDAR-OPEN-SW     PIC X(01) VALUE "N".
007900         88  SH-CALENDAR-OPEN        VALUE "Y".
008000     05  SH-BRACKET-OPEN-SW      PIC X(01) VALUE "N".
008100         88  SH-BRACKET-OPEN         VALUE "Y".
008200     05  SH-MASTER-OPEN-SW       PIC X(01) VALUE "N".
008300         88  SH-MASTER-OPEN          VALUE "Y".
008400
008500 01  SH-RUN-DATE                 PIC 9(08) VALUE ZERO.
008600 01  SH-CURRENT-ROUND            PIC 9(02) VALUE ZERO.
008700 01  SH-CHAMPION-ID              PIC X(05) VALUE SPACES.
008800 01  SH-FEEDER-ROUND             PIC 9(02) VALUE ZERO.
008900 01  SH-FEEDER-MATCH             PIC 9(03) VALUE ZERO.
009000 01  SH-LOOKUP-ID                PIC X(05) VALUE SPACES.
009100 01  SH-LOOKUP-NAME              PIC X(15) VALUE SPACES.
009200
009300 01  SH-EVENT-COUNTS.
009400     05  SH-TO-PLAY              PIC 9(07) COMP.
009500     05  SH-STILL-OPEN           PIC 9(07) COMP.
009600     05  SH-DECIDED              PIC 9(07) COMP.
009700 01  SH-EVENTS-PRINTED           PIC 9(07) COMP VALUE ZERO.
009800
009900 01  SH-HEADING-LINE.
010000     05  FILLER                  PIC X(50) VALUE
010100         "BRACKET-SHEET KNOCKOUT DRAWS IN PROGRESS".
010200     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
010300     05  SH-HD-RUN-DATE          PIC 9(08).
010400     05  FILLER                  PIC X(13) VALUE SPACES.
010500
010600 01  SH-EVENT-LINE.
010700     05  FILLER                  PIC X(06) VALUE "EVENT ".
010800     05  EL-EVENT-ID             PIC X(08).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  EL-EVENT-NAME           PIC X(30).
011100     05  FILLER                  PIC X(06) VALUE "  TO  ".
011200     05  EL-END-DATE             PIC 9(08).
011300     05  FILLER                  PIC X(20) VALUE SPACES.
011400
011500 01  SH-ROUND-LINE.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  FILLER                  PIC X(06) VALUE "ROUND ".
011800     05  RL-ROUND-NUMBER         PIC Z9.
011900     05  FILLER                  PIC X(04) VALUE " OF ".
012000     05  RL-TOTAL-ROUNDS         PIC Z9.
012100     05  RL-FINAL-TAG            PIC X(08).
012200     05  FILLER                  PIC X(56) VALUE SPACES.
012300
012400*    One player slot of a match line: seed, id and name, or the
012500*    match in the round before that will fill it.
012600 01  SH-MATCH-LINE.
012700     05  FILLER                  PIC X(04) VALUE SPACES.
012800     05  ML-MATCH-LABEL          PIC X(01) VALUE "M".
012900     05  ML-MATCH-NUMBER         PIC 9(03).
013000     05  FILLER                  PIC X(01) VALUE SPACES.
013100     05  ML-SLOT-1.
013200         10  ML-SEED-1-OPEN      PIC X(01).
013300         10  ML-SEED-1           PIC ZZ9.
013400         10  ML-SEED-1-CLOSE     PIC X(01).
013500         10  FILLER              PIC X(01).
013600         10  ML-PLAYER-1         PIC X(05).
013700         10  FILLER              PIC X(01).
013800         10  ML-NAME-1           PIC X(15).
013900     05  ML-SLOT-1-TEXT REDEFINES ML-SLOT-1
014000                                 PIC X(27).
014100     05  FILLER                  PIC X(03) VALUE " V ".
014200     05  ML-SLOT-2.
014300         10  ML-SEED-2-OPEN      PIC X(01).
014400         10  ML-SEED-2           PIC ZZ9.
014500         10  ML-SEED-2-CLOSE     PIC X(01).
014600         10  FILLER              PIC X(01).
014700         10  ML-PLAYER-2         PIC X(05).
014800         10  FILLER              PIC X(01).
014900         10  ML-NAME-2           PIC X(15).
015000     05  ML-SLOT-2-TEXT REDEFINES ML-SLOT-2
015100                                 PIC X(27).
015200     05  FILLER                  PIC X(01) VALUE SPACES.
015300     05  ML-STATUS               PIC X(12).
015400
015500 01  SH-FEEDER-TEXT.
015600     05  FILLER                  PIC X(11) VALUE "WINNER RD ".
015700     05  FT-ROUND                PIC Z9.
015800     05  FILLER                  PIC X(02) VALUE " M".
015900     05  FT-MATCH                PIC 9(03).
016000     05  FILLER                  PIC X(09) VALUE SPACES.
016100
016200 01  SH-WON-TEXT.
016300     05  FILLER                  PIC X(07) VALUE "WON BY ".
016400     05  WT-WINNER-ID            PIC X(05).
016500
016600 01  SH-COUNT-LINE.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  FILLER                  PIC X(09) VALUE "TO PLAY  ".
016900     05  CL-TO-PLAY              PIC ZZZ9.
017000     05  FILLER                  PIC X(15) VALUE
017100         "    STILL OPEN ".
017200     05  CL-STILL-OPEN           PIC ZZZ9.
017300     05  FILLER                  PIC X(12) VALUE "    DECIDED ".
017400     05  CL-DECIDED              PIC ZZZ9.
017500     05  FILLER                  PIC X(30) VALUE SPACES.
017600
017700 01  SH-CHAMPION-LINE.
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  FILLER                  PIC X(10) VALUE "CHAMPION  ".
018000     05  CH-PLAYER-ID            PIC X(05).
018100     05  FILLER                  PIC X(01) VALUE SPACES.
018200     05  CH-PLAYER-NAME          PIC X(30).
018300     05  FILLER                  PIC X(32) VALUE SPACES.
018400
018500 01  SH-TOTAL-LINE.
018600     05  FILLER                  PIC X(20) VALUE
018700         "EVENTS PRINTED      ".
018800     05  TL-EVENTS-PRINTED       PIC ZZZZZZ9.
018900     05  FILLER                  PIC X(53) VALUE SPACES.
018910
018920*    Control totals handed to NIGHT-DRIVER, one at a time.
018930 01  SH-STEP-TOTAL-NAME          PIC X(20).
018940 01  SH-STEP-TOTAL-VALUE         PIC 9(11).
019000
019100 PROCEDURE DIVISION.
019200*=================================================================*
019300*  0000-MAINLINE -- one block per seeded, unsettled knockout      *
019400*  event, in event id order.                                      *
019500*=================================================================*
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     PERFORM 2000-CHECK-ONE-EVENT THRU 2000-EXIT
019900         UNTIL SH-EOF-CALENDAR.
020000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020010     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
020100     GOBACK.
020200
020300 1000-INITIALIZE.
020400     ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.
020500     OPEN OUTPUT SHEET-REPORT-FILE.
020600     MOVE SH-RUN-DATE TO SH-HD-RUN-DATE.
020700     WRITE SHEET-REPORT-LINE FROM SH-HEADING-LINE.
020800     OPEN INPUT EVENT-CALENDAR-FILE.
020900     IF FS-EVENT-CALENDAR = "00"
021000         SET SH-CALENDAR-OPEN TO TRUE
021100     ELSE
021200         DISPLAY "EVENTCAL NOT AVAILABLE - STATUS "
021300             FS-EVENT-CALENDAR " - NO DRAWS PRINTED"
021400         SET SH-EOF-CALENDAR TO TRUE
021500         GO TO 1000-EXIT
021600     END-IF.
021700     OPEN INPUT BRACKET-FILE.
021800     IF FS-BRACKET = "00"
021900         SET SH-BRACKET-OPEN TO TRUE
022000     ELSE
022100         DISPLAY "BRACKET NOT AVAILABLE - STATUS "
022200             FS-BRACKET " - NO DRAWS PRINTED"
022300         SET SH-EOF-CALENDAR TO TRUE
022400         GO TO 1000-EXIT
022500     END-IF.
022600     OPEN INPUT PLAYER-MASTER-FILE.
022700     IF FS-PLAYER-MASTER = "00"
022800         SET SH-MASTER-OPEN TO TRUE
022900     ELSE
023000         DISPLAY "PLAYMAST NOT AVAILABLE - STATUS "
023100             FS-PLAYER-MASTER " - NAMES NOT SHOWN"
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500
023600 2000-CHECK-ONE-EVENT.
023700     READ EVENT-CALENDAR-FILE NEXT
023800         AT END
023900             SET SH-EOF-CALENDAR TO TRUE
024000             GO TO 2000-EXIT
024100     END-READ.
024200     IF FS-EVENT-CALENDAR NOT = "00"
024300         SET SH-EOF-CALENDAR TO TRUE
024400         GO TO 2000-EXIT
024500     END-IF.
024600     IF NOT EV-FORMAT-KNOCKOUT
024700        OR NOT EV-BRACKET-SEEDED
024800        OR EV-SETTLED
024900         GO TO 2000-EXIT
025000     END-IF.
025100     PERFORM 3000-PRINT-EVENT THRU 3000-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400
025500*=================================================================*
025600*  3000-PRINT-EVENT -- the event's BRACKET-FILE records come back *
025700*  in round and match order, so a change of round starts a new    *
025800*  round heading.                                                 *
025900*=================================================================*
026000 3000-PRINT-EVENT.
026100     INITIALIZE SH-EVENT-COUNTS.
026200     MOVE ZERO   TO SH-CURRENT-ROUND.
026300     MOVE SPACES TO SH-CHAMPION-ID.
026400     MOVE SPACES TO SHEET-REPORT-LINE.
026500     WRITE SHEET-REPORT-LINE.
026600     MOVE EV-EVENT-ID   TO EL-EVENT-ID.
026700     MOVE EV-EVENT-NAME TO EL-EVENT-NAME.
026800     MOVE EV-END-DATE   TO EL-END-DATE.
026900     WRITE SHEET-REPORT-LINE FROM SH-EVENT-LINE.
027000     MOVE "N" TO SH-EOF-BRACKET-SW.
027100     MOVE EV-EVENT-ID TO BK-EVENT-ID.
027200     MOVE ZERO        TO BK-ROUND-NUMBER.
027300     MOVE ZERO        TO BK-MATCH-NUMBER.
027400     START BRACKET-FILE KEY NOT < BK-BRACKET-KEY
027500         INVALID KEY
027600             SET SH-EOF-BRACKET TO TRUE
027700     END-START.
027800     PERFORM 3100-PRINT-ONE-MATCH THRU 3100-EXIT
027900         UNTIL SH-EOF-BRACKET.
028000     MOVE SH-TO-PLAY    TO CL-TO-PLAY.
028100     MOVE SH-STILL-OPEN TO CL-STILL-OPEN.
028200     MOVE SH-DECIDED    TO CL-DECIDED.
028300     WRITE SHEET-REPORT-LINE FROM SH-COUNT-LINE.
028400     IF SH-CHAMPION-ID NOT = SPACES
028500         MOVE SH-CHAMPION-ID TO CH-PLAYER-ID
028600         MOVE SH-CHAMPION-ID TO SH-LOOKUP-ID
028700         PERFORM 3500-GET-NAME THRU 3500-EXIT
028800         MOVE PM-PLAYER-NAME TO CH-PLAYER-NAME
028900         WRITE SHEET-REPORT-LINE FROM SH-CHAMPION-LINE
029000     END-IF.
029100     ADD 1 TO SH-EVENTS-PRINTED.
029200 3000-EXIT.
029300     EXIT.
029400
029500 3100-PRINT-ONE-MATCH.
029600     READ BRACKET-FILE NEXT
029700         AT END
029800             SET SH-EOF-BRACKET TO TRUE
029900             GO TO 3100-EXIT
030000     END-READ.
030100     IF FS-BRACKET NOT = "00"
030200        OR BK-EVENT-ID NOT = EV-EVENT-ID
030300         SET SH-EOF-BRACKET TO TRUE
030400         GO TO 3100-EXIT
030500     END-IF.
030600     IF BK-ROUND-NUMBER NOT = SH-CURRENT-ROUND
030700         MOVE BK-ROUND-NUMBER TO SH-CURRENT-ROUND
030800         PERFORM 3200-PRINT-ROUND-HEADING THRU 3200-EXIT
030900     END-IF.
031000     MOVE BK-MATCH-NUMBER TO ML-MATCH-NUMBER.
031100     IF BK-PLAYER-1-ID = SPACES
031200         IF BK-ROUND-NUMBER = 1
031300             MOVE "BYE" TO ML-SLOT-1-TEXT
031400         ELSE
031500             MOVE 1 TO SH-FEEDER-MATCH
031600             PERFORM 3300-SET-FEEDER THRU 3300-EXIT
031700             MOVE SH-FEEDER-TEXT TO ML-SLOT-1-TEXT
031800         END-IF
031900     ELSE
032000         MOVE SPACES TO ML-SLOT-1-TEXT
032100         MOVE "("    TO ML-SEED-1-OPEN
032200         MOVE BK-SEED-1 TO ML-SEED-1
032300         MOVE ")"    TO ML-SEED-1-CLOSE
032400         MOVE BK-PLAYER-1-ID TO ML-PLAYER-1
032500         MOVE BK-PLAYER-1-ID TO SH-LOOKUP-ID
032600         PERFORM 3500-GET-NAME THRU 3500-EXIT
032700         MOVE SH-LOOKUP-NAME TO ML-NAME-1
032800     END-IF.
032900     IF BK-PLAYER-2-ID = SPACES
033000         IF BK-ROUND-NUMBER = 1
033100             MOVE "BYE" TO ML-SLOT-2-TEXT
033200         ELSE
033300             MOVE 2 TO SH-FEEDER-MATCH
033400             PERFORM 3300-SET-FEEDER THRU 3300-EXIT
033500             MOVE SH-FEEDER-TEXT TO ML-SLOT-2-TEXT
033600         END-IF
033700     ELSE
033800         MOVE SPACES TO ML-SLOT-2-TEXT
033900         MOVE "("    TO ML-SEED-2-OPEN
034000         MOVE BK-SEED-2 TO ML-SEED-2
034100         MOVE ")"    TO ML-SEED-2-CLOSE
034200         MOVE BK-PLAYER-2-ID TO ML-PLAYER-2
034300         MOVE BK-PLAYER-2-ID TO SH-LOOKUP-ID
034400         PERFORM 3500-GET-NAME THRU 3500-EXIT
034500         MOVE SH-LOOKUP-NAME TO ML-NAME-2
034600     END-IF.
034700     EVALUATE TRUE
034800         WHEN BK-DECIDED
034900         WHEN BK-BYE
035000             MOVE BK-WINNER-ID TO WT-WINNER-ID
035100             MOVE SH-WON-TEXT  TO ML-STATUS
035200             ADD 1 TO SH-DECIDED
035300             IF BK-ROUND-NUMBER = BK-TOTAL-ROUNDS
035400                 MOVE BK-WINNER-ID TO SH-CHAMPION-ID
035500             END-IF
035600         WHEN BK-READY
035700             MOVE "TO PLAY" TO ML-STATUS
035800             ADD 1 TO SH-TO-PLAY
035900         WHEN OTHER
036000             MOVE "OPEN" TO ML-STATUS
036100             ADD 1 TO SH-STILL-OPEN
036200     END-EVALUATE.
036300     WRITE SHEET-REPORT-LINE FROM SH-MATCH-LINE.
036400 3100-EXIT.
036500     EXIT.
036600
036700 3200-PRINT-ROUND-HEADING.
036800     MOVE BK-ROUND-NUMBER TO RL-ROUND-NUMBER.
036900     MOVE BK-TOTAL-ROUNDS TO RL-TOTAL-ROUNDS.
037000     IF BK-ROUND-NUMBER = BK-TOTAL-ROUNDS
037100         MOVE " - FINAL" TO RL-FINAL-TAG
037200     ELSE
037300         MOVE SPACES TO RL-FINAL-TAG
037400     END-IF.
037500     WRITE SHEET-REPORT-LINE FROM SH-ROUND-LINE.
037600 3200-EXIT.
037700     EXIT.
037800
037900*-----------------------------------------------------------------*
038000*  3300-SET-FEEDER -- slot 1 of match M is filled by the winner   *
038100*  of match 2M-1 in the round before, slot 2 by match 2M.  On     *
038200*  entry SH-FEEDER-MATCH holds the slot number.                   *
038300*-----------------------------------------------------------------*
038400 3300-SET-FEEDER.
038500     COMPUTE SH-FEEDER-ROUND = BK-ROUND-NUMBER - 1.
038600     COMPUTE SH-FEEDER-MATCH =
038700         BK-MATCH-NUMBER * 2 - 2 + SH-FEEDER-MATCH.
038800     MOVE SH-FEEDER-ROUND TO FT-ROUND.
038900     MOVE SH-FEEDER-MATCH TO FT-MATCH.
039000 3300-EXIT.
039100     EXIT.
039200
039300 3500-GET-NAME.
039400     MOVE SPACES TO SH-LOOKUP-NAME.
039500     MOVE SPACES TO PM-PLAYER-NAME.
039600     IF NOT SH-MASTER-OPEN
039700         GO TO 3500-EXIT
039800     END-IF.
039900     MOVE SH-LOOKUP-ID TO PM-PLAYER-ID.
040000     READ PLAYER-MASTER-FILE
040100         INVALID KEY
040200             MOVE "(NOT ON FILE)" TO PM-PLAYER-NAME
040300     END-READ.
040400     MOVE PM-PLAYER-NAME TO SH-LOOKUP-NAME.
040500 3500-EXIT.
040600     EXIT.
040700
040800*=================================================================*
040900*  8000-TERMINATE                                                 *
041000*=================================================================*
041100 8000-TERMINATE.
041200     IF SH-EVENTS-PRINTED = ZERO
041300         MOVE SPACES TO SHEET-REPORT-LINE
041400         WRITE SHEET-REPORT-LINE
041500         MOVE "NO KNOCKOUT DRAWS IN PROGRESS" TO SHEET-REPORT-LINE
041600         WRITE SHEET-REPORT-LINE
041700     END-IF.
041800     MOVE SPACES TO SHEET-REPORT-LINE.
041900     WRITE SHEET-REPORT-LINE.
042000     MOVE SH-EVENTS-PRINTED TO TL-EVENTS-PRINTED.
042100     WRITE SHEET-REPORT-LINE FROM SH-TOTAL-LINE.
042200     CLOSE SHEET-REPORT-FILE.
042300     IF SH-CALENDAR-OPEN
042400         CLOSE EVENT-CALENDAR-FILE
042500     END-IF.
042600     IF SH-BRACKET-OPEN
042700         CLOSE BRACKET-FILE
042800     END-IF.
042900     IF SH-MASTER-OPEN
043000         CLOSE PLAYER-MASTER-FILE
043100     END-IF.
043200     DISPLAY "BRACKET-SHEET EVENTS PRINTED: " TL-EVENTS-PRINTED.
043300 8000-EXIT.
043400     EXIT.
043410
043420*=================================================================*
043430*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
043440*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
043450*=================================================================*
043460 8900-WRITE-STEP-TOTALS.
043470     OPEN EXTEND STEP-TOTALS-FILE.
043480     IF FS-STEP-TOTALS = "35"
043490         OPEN OUTPUT STEP-TOTALS-FILE
043500     END-IF.
043510     MOVE "EVENTS PRINTED" TO SH-STEP-TOTAL-NAME.
043520     MOVE SH-EVENTS-PRINTED TO SH-STEP-TOTAL-VALUE.
043530     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
043540     CLOSE STEP-TOTALS-FILE.
043550 8900-EXIT.
043560     EXIT.
043570
043580 8910-WRITE-STEP-TOTAL.
043590     MOVE SPACES TO STEP-TOTALS-RECORD.
043600     SET CX-DETAIL TO TRUE.
043610     MOVE "BRACKET-SHEET" TO CX-PROGRAM-NAME.
043620     MOVE SH-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
043630     MOVE SH-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
043640     WRITE STEP-TOTALS-RECORD.
043650 8910-EXIT.
043660     EXIT.
