002000*  MODIFICATION HISTORY                                           *
002100*  DATE       INIT  DESCRIPTION                                   *
002200*  2026-09-02  DLW  Original.                                     *
002210*  2026-10-15  DLW  Prior-period adjustment rounds (PS-PRIOR-     *
002220*                   ROUNDS) shown in their own PPA column and     *
002230*                   lifetime total.                               *
002240*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002250*                   STEP-TOTALS-FILE for the run-totals file.     *
002300*=================================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003900
004000     SELECT STATEMENT-FILE ASSIGN TO "PLYSTMT2"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004110
004120     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS FS-STEP-TOTALS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005000
005100 FD  STATEMENT-FILE.
005200 01  STATEMENT-LINE              PIC X(80).
005210
005220 FD  STEP-TOTALS-FILE.
005230     COPY STEPTOTS.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-FILE-STATUSES.
005600     05  FS-PLAYER-SUMMARY       PIC X(02) VALUE "00".
005700     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
005710     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
005800
005900 01  RPT-SWITCHES.
006000     05  RPT-EOF-SUMMARY-SW      PIC X(01) VALUE "N".
007700     05  RPT-TIER-HARD           PIC 9(07) VALUE ZERO.
007800     05  RPT-MATCH-WINS          PIC 9(07) VALUE ZERO.
007900     05  RPT-MATCH-LOSSES        PIC 9(07) VALUE ZERO.
007910     05  RPT-PRIOR-ROUNDS        PIC 9(07) VALUE ZERO.
008000 01  RPT-AVERAGE-TURNS           PIC 9(03)V9(02).
008100 01  RPT-AVERAGE-TURNS-ED        PIC ZZ9.99.
008200 01  RPT-COUNT-ED                PIC ZZZZZZ9.
010900     05  RM-MATCH-WINS           PIC ZZZZ9.
011000     05  FILLER                  PIC X(01) VALUE "-".
011100     05  RM-MATCH-LOSSES         PIC ZZZZ9.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011225     05  RM-PRIOR-ROUNDS         PIC ZZZZ9.
011250     05  FILLER                  PIC X(12) VALUE SPACES.
011300
011400 01  RPT-TOTAL-LINE.
011500     05  FILLER                  PIC X(04) VALUE SPACES.
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  RT-TOTAL                PIC X(07).
011900     05  FILLER                  PIC X(41) VALUE SPACES.
011910
011920*    Control totals handed to NIGHT-DRIVER, one at a time.
011930 01  RPT-STEP-TOTAL-NAME         PIC X(20).
011940 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
012000
012100 PROCEDURE DIVISION.
012200*=================================================================*
013100     END-IF.
013200     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
013300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013310     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
013400     GOBACK.
013500
013600 1000-INITIALIZE.
018600     MOVE PS-TIER-HARD     TO RM-TIER-HARD.
018700     MOVE PS-MATCH-WINS    TO RM-MATCH-WINS.
018800     MOVE PS-MATCH-LOSSES  TO RM-MATCH-LOSSES.
018810     IF PS-PRIOR-ROUNDS NOT NUMERIC
018820         MOVE ZERO TO PS-PRIOR-ROUNDS
018830     END-IF.
018840     MOVE PS-PRIOR-ROUNDS  TO RM-PRIOR-ROUNDS.
018900     WRITE STATEMENT-LINE FROM RPT-MONTH-LINE.
019000     ADD PS-ROUNDS-PLAYED TO RPT-ROUNDS-PLAYED.
019100     ADD PS-TURN-TOTAL    TO RPT-TURN-TOTAL.
019700     ADD PS-TIER-HARD     TO RPT-TIER-HARD.
019800     ADD PS-MATCH-WINS    TO RPT-MATCH-WINS.
019900     ADD PS-MATCH-LOSSES  TO RPT-MATCH-LOSSES.
019910     ADD PS-PRIOR-ROUNDS  TO RPT-PRIOR-ROUNDS.
020000 2000-EXIT.
020100     EXIT.
020200
021600     MOVE ZERO TO RPT-TIER-HARD.
021700     MOVE ZERO TO RPT-MATCH-WINS.
021800     MOVE ZERO TO RPT-MATCH-LOSSES.
021810     MOVE ZERO TO RPT-PRIOR-ROUNDS.
021900     MOVE PS-PLAYER-ID TO RH-PLAYER-ID.
022000     MOVE "*NOT ON PLAYER MASTER*" TO RH-PLAYER-NAME.
022100     MOVE SPACES TO RH-STATUS.
023400     WRITE STATEMENT-LINE FROM RPT-PLAYER-HEADER.
023500     MOVE "    MONTH    ROUNDS  BST/WST  E     M     H   W-L"
023600         TO STATEMENT-LINE.
023610     MOVE "PPA" TO STATEMENT-LINE(65:3).
023700     WRITE STATEMENT-LINE.
023800 2200-EXIT.
023900     EXIT.
024700     MOVE RPT-ROUNDS-PLAYED TO RPT-COUNT-ED.
024800     MOVE RPT-COUNT-ED TO RT-TOTAL.
024900     WRITE STATEMENT-LINE FROM RPT-TOTAL-LINE.
024910     MOVE "  PRIOR-PERIOD ADJ ROUNDS" TO RT-DESCRIPTION.
024920     MOVE RPT-PRIOR-ROUNDS TO RPT-COUNT-ED.
024930     MOVE RPT-COUNT-ED TO RT-TOTAL.
024940     WRITE STATEMENT-LINE FROM RPT-TOTAL-LINE.
025000     MOVE "  TIER E (EASY)" TO RT-DESCRIPTION.
025100     MOVE RPT-TIER-EASY TO RPT-COUNT-ED.
025200     MOVE RPT-COUNT-ED TO RT-TOTAL.
030400     CLOSE STATEMENT-FILE.
030500 8000-EXIT.
030600     EXIT.
030610
030620*=================================================================*
030630*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
030640*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
030650*=================================================================*
030660 8900-WRITE-STEP-TOTALS.
030670     OPEN EXTEND STEP-TOTALS-FILE.
030680     IF FS-STEP-TOTALS = "35"
030690         OPEN OUTPUT STEP-TOTALS-FILE
030700     END-IF.
030710     MOVE "PLAYERS LISTED" TO RPT-STEP-TOTAL-NAME.
030720     MOVE RPT-PLAYER-COUNT TO RPT-STEP-TOTAL-VALUE.
030730     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
030740     CLOSE STEP-TOTALS-FILE.
030750 8900-EXIT.
030760     EXIT.
030770
030780 8910-WRITE-STEP-TOTAL.
030790     MOVE SPACES TO STEP-TOTALS-RECORD.
030800     SET CX-DETAIL TO TRUE.
030810     MOVE "GAME-RPT06" TO CX-PROGRAM-NAME.
030820     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
030830     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
030840     WRITE STEP-TOTALS-RECORD.
030850 8910-EXIT.
030860     EXIT.
