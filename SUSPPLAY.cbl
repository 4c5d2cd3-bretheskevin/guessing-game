000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUSPECT-PLAY.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  SUSPECT-PLAY                                                   *
000900*                                                                 *
001000*  Nightly suspicious-play scoring.  Run after AUDIT-LOAD.  Reads *
001100*  every live round on GAME-HISTORY-FILE together with its        *
001200*  guesses on AUDIT-INDEX-FILE (both in session/round order, so   *
001300*  the two are match-merged without a sort) and scores each       *
001400*  round on three signals:                                        *
001500*    - IGNORED HINTS: a guess outside the range the round's       *
001600*      earlier H/L results had left open (in a match round both   *
001700*      players see every result, so the whole round is checked);  *
001800*    - QUICK SOLVES: a solve in SP-QUICK-TURNS turns or fewer on  *
001900*      the hard tier, by a player who has SP-QUICK-REPEAT or more *
002000*      of them on the live file;                                  *
002100*    - DUPLICATE SEQUENCE: the round's guesses, in order, are the *
002200*      same as a round in a different session.  Only rounds of    *
002300*      SP-MIN-SEQ-GUESSES to SP-MAX-SEQ-GUESSES guesses are       *
002400*      compared -- a one- or two-guess sequence repeats by chance.*
002500*  A round whose weighted score reaches SP-REVIEW-THRESHOLD is    *
002600*  added to REVIEW-QUEUE-FILE with its reasons and printed on the *
002700*  exceptions report for the desk to look at, and to void through *
002800*  ROUND-ADJ if it is upheld.  A round already on the queue is    *
002900*  left as it is, so the run is repeatable.  Voided rounds are    *
003000*  not scored.                                                    *
003100*-----------------------------------------------------------------*
003200*  MODIFICATION HISTORY                                           *
003300*  DATE       INIT  DESCRIPTION                                   *
003400*  2026-10-15  DLW  Original.                                     *
003410*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
003420*                   STEP-TOTALS-FILE for the run-totals file.     *
003500*=================================================================*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS GH-HISTORY-KEY
004400         FILE STATUS IS FS-GAME-HISTORY.
004500
004600     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITIDX"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS AX-AUDIT-KEY
005000         FILE STATUS IS FS-AUDIT-INDEX.
005100
005200     SELECT SCORE-WORK-FILE ASSIGN TO "SUSPWORK.TMP"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-SCORE-WORK.
005500
005600     SELECT SCORE-SORT-FILE ASSIGN TO "SUSPSORT.TMP".
005700
005800     SELECT SEQ-WORK-FILE ASSIGN TO "SUSPSEQ.TMP"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-SEQ-WORK.
006100
006200     SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVIEWQ"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS RQ-REVIEW-KEY
006600         FILE STATUS IS FS-REVIEW-QUEUE.
006700
006800     SELECT SUSPECT-REPORT-FILE ASSIGN TO "SUSPRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL.
006910
006920     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
006930         ORGANIZATION IS LINE SEQUENTIAL
006940         FILE STATUS IS FS-STEP-TOTALS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  GAME-HISTORY-FILE.
007400     COPY GAMEHIST.
007500
007600 FD  AUDIT-INDEX-FILE.
007700     COPY AUDITIDX.
007800
007900*-----------------------------------------------------------------*
008000*    ROUND SCORE WORK RECORD -- one per live history round, built *
008100*    by the merge pass.  SW-GUESS-SEQUENCE holds the guesses,     *
008200*    three digits apiece, or spaces when the round is not         *
008300*    compared.                                                    *
008400*-----------------------------------------------------------------*
008500 FD  SCORE-WORK-FILE.
008600 01  SCORE-WORK-RECORD.
008700     05  SW-SESSION-ID           PIC X(13).
008800     05  SW-ROUND-NUMBER         PIC 9(02).
008900     05  SW-PLAYER-ID            PIC X(05).
009000     05  SW-PLAY-DATE            PIC 9(08).
009100     05  SW-DIFFICULTY-TIER      PIC X(01).
009200     05  SW-TIME-GUESSED         PIC 9(03).
009300     05  SW-GUESS-COUNT          PIC 9(03).
009400     05  SW-IGNORED-COUNT        PIC 9(03).
009500     05  SW-GUESS-SEQUENCE       PIC X(30).
009600     05  SW-DUPLICATE-SW         PIC X(01).
009700         88  SW-DUPLICATE            VALUE "Y".
009800     05  SW-MATCHED-SESSION-ID   PIC X(13).
009900     05  FILLER                  PIC X(08).
010000
010100 SD  SCORE-SORT-FILE.
010200 01  SCORE-SORT-RECORD.
010300     05  SS-SESSION-ID           PIC X(13).
010400     05  SS-ROUND-NUMBER         PIC 9(02).
010500     05  SS-PLAYER-ID            PIC X(05).
010600     05  SS-PLAY-DATE            PIC 9(08).
010700     05  SS-DIFFICULTY-TIER      PIC X(01).
010800     05  SS-TIME-GUESSED         PIC 9(03).
010900     05  SS-GUESS-COUNT          PIC 9(03).
011000     05  SS-IGNORED-COUNT        PIC 9(03).
011100     05  SS-GUESS-SEQUENCE       PIC X(30).
011200     05  SS-DUPLICATE-SW         PIC X(01).
011300         88  SS-DUPLICATE            VALUE "Y".
011400     05  SS-MATCHED-SESSION-ID   PIC X(13).
011500     05  FILLER                  PIC X(08).
011600
011700 FD  SEQ-WORK-FILE.
011800 01  SEQ-WORK-RECORD.
011900     05  SQ-SESSION-ID           PIC X(13).
012000     05  FILLER                  PIC X(25).
012100     05  SQ-GUESS-SEQUENCE       PIC X(30).
012200     05  FILLER                  PIC X(22).
012300
012400 FD  REVIEW-QUEUE-FILE.
012500     COPY REVIEWQ.
012600
012700 FD  SUSPECT-REPORT-FILE.
012800 01  SUSPECT-REPORT-LINE         PIC X(80).
012810
012820 FD  STEP-TOTALS-FILE.
012830     COPY STEPTOTS.
012900
013000 WORKING-STORAGE SECTION.
013100 01  WS-FILE-STATUSES.
013200     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
013300     05  FS-AUDIT-INDEX          PIC X(02) VALUE "00".
013400     05  FS-SCORE-WORK           PIC X(02) VALUE "00".
013500     05  FS-SEQ-WORK             PIC X(02) VALUE "00".
013600     05  FS-REVIEW-QUEUE         PIC X(02) VALUE "00".
013610     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
013700
013800 01  SP-SWITCHES.
013900     05  SP-EOF-HISTORY-SW       PIC X(01) VALUE "N".
014000         88  SP-EOF-HISTORY          VALUE "Y".
014100     05  SP-EOF-AUDIT-SW         PIC X(01) VALUE "N".
014200         88  SP-EOF-AUDIT            VALUE "Y".
014300     05  SP-EOF-SEQ-SW           PIC X(01) VALUE "N".
014400         88  SP-EOF-SEQ              VALUE "Y".
014500     05  SP-EOF-SORT-SW          PIC X(01) VALUE "N".
014600         88  SP-EOF-SORT             VALUE "Y".
014700     05  SP-TABLE-FULL-SW        PIC X(01) VALUE "N".
014800         88  SP-TABLE-FULL           VALUE "Y".
014900     05  SP-TBL-FOUND-SW         PIC X(01) VALUE "N".
015000         88  SP-TBL-FOUND            VALUE "Y".
015100     05  SP-GROUP-FULL-SW        PIC X(01) VALUE "N".
015200         88  SP-GROUP-FULL           VALUE "Y".
015300
015400*-----------------------------------------------------------------*
015500*    SCORING RULES -- the weight each signal adds to a round's    *
015600*    suspect score and the score at which the round is queued.    *
015700*    A duplicate sequence on its own stays under the threshold    *
015800*    (two players halving the same range to the same number will  *
015900*    repeat each other); repeated quick hard-tier solves, or a    *
016000*    duplicate with an ignored hint, do not.                      *
016100*-----------------------------------------------------------------*
016200 01  SP-SCORING-RULES.
016300     05  SP-WEIGHT-IGNORED       PIC 9(03) VALUE 15.
016400     05  SP-WEIGHT-QUICK         PIC 9(03) VALUE 40.
016500     05  SP-WEIGHT-DUPLICATE     PIC 9(03) VALUE 30.
016600     05  SP-REVIEW-THRESHOLD     PIC 9(03) VALUE 40.
016700     05  SP-QUICK-TURNS          PIC 9(03) VALUE 2.
016800     05  SP-QUICK-REPEAT         PIC 9(03) VALUE 3.
016900     05  SP-MIN-SEQ-GUESSES      PIC 9(03) VALUE 3.
017000     05  SP-MAX-SEQ-GUESSES      PIC 9(03) VALUE 10.
017100
017200 01  SP-RUN-DATE                 PIC 9(08).
017300
017400*-----------------------------------------------------------------*
017500*    MATCH KEYS -- session id plus round number, compared as      *
017600*    character strings, which is the order both files deliver.    *
017700*-----------------------------------------------------------------*
017800 01  SP-HISTORY-KEY.
017900     05  SP-HK-SESSION-ID        PIC X(13).
018000     05  SP-HK-ROUND-NUMBER      PIC 9(02).
018100 01  SP-AUDIT-KEY.
018200     05  SP-AK-SESSION-ID        PIC X(13).
018300     05  SP-AK-ROUND-NUMBER      PIC 9(02).
018400
018500*-----------------------------------------------------------------*
018600*    The range still open after each H/L result in a round.       *
018700*-----------------------------------------------------------------*
018800 01  SP-LOW-BOUND                PIC S9(04) COMP VALUE ZERO.
018900 01  SP-HIGH-BOUND               PIC S9(04) COMP VALUE ZERO.
019000 01  SP-SEQ-POS                  PIC 9(04) COMP VALUE ZERO.
019100 01  SP-ROUND-SCORE              PIC 9(05) COMP VALUE ZERO.
019200 01  SP-PLAYER-QUICK             PIC 9(05) COMP VALUE ZERO.
019300 01  SP-CHECK-PLAYER-ID          PIC X(05) VALUE SPACES.
019400
019500*-----------------------------------------------------------------*
019600*    PER-PLAYER QUICK HARD-TIER SOLVES tallied in the merge pass  *
019700*    and looked up when each of the player's rounds is scored.    *
019800*-----------------------------------------------------------------*
019900 01  SP-PLAYER-TABLE.
020000     05  SP-PLAYER-COUNT         PIC 9(04) COMP VALUE ZERO.
020100     05  SP-PLAYER-ENTRY OCCURS 500 TIMES.
020200         10  SP-TBL-PLAYER-ID    PIC X(05).
020300         10  SP-TBL-QUICK        PIC 9(05) COMP.
020400 01  SP-SUB                      PIC 9(04) COMP VALUE ZERO.
020500
020600*-----------------------------------------------------------------*
020700*    DUPLICATE-SEQUENCE GROUP -- the rounds sharing one guess     *
020800*    sequence, held until the sequence changes so all of them can *
020900*    be flagged once a second session turns up.  A group larger   *
021000*    than the table is written through as it arrives.             *
021100*-----------------------------------------------------------------*
021200 01  SP-SEQUENCE-GROUP.
021300     05  SP-GROUP-SEQUENCE       PIC X(30) VALUE LOW-VALUES.
021400     05  SP-GROUP-FIRST-SESSION  PIC X(13) VALUE SPACES.
021500     05  SP-GROUP-OTHER-SESSION  PIC X(13) VALUE SPACES.
021600     05  SP-GROUP-COUNT          PIC 9(04) COMP VALUE ZERO.
021700     05  SP-GROUP-ENTRY          PIC X(90) OCCURS 50 TIMES.
021800 01  SP-GRP-SUB                  PIC 9(04) COMP VALUE ZERO.
021900
022000*-----------------------------------------------------------------*
022100*    CONTROL TOTALS                                               *
022200*-----------------------------------------------------------------*
022300 01  SP-CONTROL-TOTALS.
022400     05  SP-HISTORY-READ         PIC 9(07) COMP VALUE ZERO.
022500     05  SP-ROUNDS-VOID          PIC 9(07) COMP VALUE ZERO.
022600     05  SP-ROUNDS-SCORED        PIC 9(07) COMP VALUE ZERO.
022700     05  SP-AUDIT-READ           PIC 9(07) COMP VALUE ZERO.
022800     05  SP-AUDIT-SKIPPED        PIC 9(07) COMP VALUE ZERO.
022900     05  SP-ROUNDS-IGNORED       PIC 9(07) COMP VALUE ZERO.
023000     05  SP-ROUNDS-QUICK         PIC 9(07) COMP VALUE ZERO.
023100     05  SP-ROUNDS-DUPLICATE     PIC 9(07) COMP VALUE ZERO.
023200     05  SP-ROUNDS-FLAGGED       PIC 9(07) COMP VALUE ZERO.
023300     05  SP-ROUNDS-QUEUED        PIC 9(07) COMP VALUE ZERO.
023400     05  SP-ROUNDS-PRIOR         PIC 9(07) COMP VALUE ZERO.
023500 01  SP-TOTAL-ED                 PIC ZZZZZZ9.
023600 01  SP-COUNT-ED                 PIC ZZ9.
023700 01  SP-REASON-PTR               PIC 9(03) COMP VALUE ZERO.
023800
023900 01  SP-EXCEPTION-LINE.
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  SX-PLAYER-ID            PIC X(05).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  SX-SESSION-ID           PIC X(13).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  SX-ROUND-NUMBER         PIC X(02).
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  SX-DIFFICULTY-TIER      PIC X(01).
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  SX-TIME-GUESSED         PIC ZZ9.
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  SX-SUSPECT-SCORE        PIC ZZZZ9.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  SX-REASONS              PIC X(37).
025400
025500 01  SP-HEADING-LINE.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  FILLER                  PIC X(07) VALUE "PLAYER".
025800     05  FILLER                  PIC X(15) VALUE "SESSION ID".
025900     05  FILLER                  PIC X(04) VALUE "RD".
026000     05  FILLER                  PIC X(03) VALUE "T".
026100     05  FILLER                  PIC X(05) VALUE "TRN".
026200     05  FILLER                  PIC X(07) VALUE "SCORE".
026300     05  FILLER                  PIC X(37) VALUE "REASONS".
026400
026500 01  SP-TOTAL-LINE.
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  ST-DESCRIPTION          PIC X(30).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  ST-TOTAL                PIC X(07).
027000     05  FILLER                  PIC X(39) VALUE SPACES.
027010
027020*    Control totals handed to NIGHT-DRIVER, one at a time.
027030 01  SP-STEP-TOTAL-NAME          PIC X(20).
027040 01  SP-STEP-TOTAL-VALUE         PIC 9(11).
027100
027200 PROCEDURE DIVISION.
027300*=================================================================*
027400*  0000-MAINLINE                                                  *
027500*=================================================================*
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027800     PERFORM 2000-BUILD-ROUND-SCORES THRU 2000-EXIT.
027900     SORT SCORE-SORT-FILE
028000         ON ASCENDING KEY SS-GUESS-SEQUENCE
028100                          SS-SESSION-ID
028200                          SS-ROUND-NUMBER
028300         USING SCORE-WORK-FILE
028400         GIVING SEQ-WORK-FILE.
028500     PERFORM 3000-FLAG-DUPLICATES THRU 3000-EXIT.
028600     SORT SCORE-SORT-FILE
028700         ON ASCENDING KEY SS-PLAYER-ID
028800                          SS-SESSION-ID
028900                          SS-ROUND-NUMBER
029000         USING SCORE-WORK-FILE
029100         OUTPUT PROCEDURE IS 4000-SCORE-ROUNDS THRU 4000-EXIT.
029200     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
029300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029310     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
029400     GOBACK.
029500
029600*=================================================================*
029700*  1000-INITIALIZE -- bootstrap any file the nightly run has not  *
029800*  created yet, open the queue and the report, print headings.    *
029900*=================================================================*
030000 1000-INITIALIZE.
030100     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD.
030200     OPEN INPUT GAME-HISTORY-FILE.
030300     IF FS-GAME-HISTORY = "35"
030400         CLOSE GAME-HISTORY-FILE
030500         OPEN OUTPUT GAME-HISTORY-FILE
030600     END-IF.
030700     CLOSE GAME-HISTORY-FILE.
030800     OPEN INPUT AUDIT-INDEX-FILE.
030900     IF FS-AUDIT-INDEX = "35"
031000         CLOSE AUDIT-INDEX-FILE
031100         OPEN OUTPUT AUDIT-INDEX-FILE
031200     END-IF.
031300     CLOSE AUDIT-INDEX-FILE.
031400     OPEN I-O REVIEW-QUEUE-FILE.
031500     IF FS-REVIEW-QUEUE = "35"
031600         CLOSE REVIEW-QUEUE-FILE
031700         OPEN OUTPUT REVIEW-QUEUE-FILE
031800         CLOSE REVIEW-QUEUE-FILE
031900         OPEN I-O REVIEW-QUEUE-FILE
032000     END-IF.
032100     OPEN OUTPUT SUSPECT-REPORT-FILE.
032200     MOVE SPACES TO SUSPECT-REPORT-LINE.
032300     STRING "SUSPECT-PLAY REVIEW EXCEPTIONS - RUN DATE "
032400                                DELIMITED BY SIZE
032500            SP-RUN-DATE         DELIMITED BY SIZE
032600         INTO SUSPECT-REPORT-LINE.
032700     WRITE SUSPECT-REPORT-LINE.
032800     MOVE "ROUNDS ADDED TO THE REVIEW QUEUE THIS RUN"
032900         TO SUSPECT-REPORT-LINE.
033000     WRITE SUSPECT-REPORT-LINE.
033100     MOVE SPACES TO SUSPECT-REPORT-LINE.
033200     WRITE SUSPECT-REPORT-LINE.
033300     WRITE SUSPECT-REPORT-LINE FROM SP-HEADING-LINE.
033400 1000-EXIT.
033500     EXIT.
033600
033700*=================================================================*
033800*  2000-BUILD-ROUND-SCORES -- read the history file in key order, *
033900*  match-merge the audit index against it, and write one score    *
034000*  work record per live round.                                    *
034100*=================================================================*
034200 2000-BUILD-ROUND-SCORES.
034300     OPEN INPUT GAME-HISTORY-FILE.
034400     OPEN INPUT AUDIT-INDEX-FILE.
034500     OPEN OUTPUT SCORE-WORK-FILE.
034600     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
034700     PERFORM 2100-BUILD-ONE-ROUND THRU 2100-EXIT
034800         UNTIL SP-EOF-HISTORY.
034900     CLOSE GAME-HISTORY-FILE.
035000     CLOSE AUDIT-INDEX-FILE.
035100     CLOSE SCORE-WORK-FILE.
035200 2000-EXIT.
035300     EXIT.
035400
035500 2010-READ-AUDIT.
035600     READ AUDIT-INDEX-FILE NEXT
035700         AT END
035800             SET SP-EOF-AUDIT TO TRUE
035900             MOVE HIGH-VALUES TO SP-AUDIT-KEY
036000         NOT AT END
036100             ADD 1 TO SP-AUDIT-READ
036200             MOVE AX-SESSION-ID   TO SP-AK-SESSION-ID
036300             MOVE AX-ROUND-NUMBER TO SP-AK-ROUND-NUMBER
036400     END-READ.
036500 2010-EXIT.
036600     EXIT.
036700
036800*-----------------------------------------------------------------*
036900*  2100-BUILD-ONE-ROUND -- one history round.  Audit records      *
037000*  below its key belong to voided or purged rounds and are        *
037100*  passed over; those equal to it are the round's guesses.        *
037200*-----------------------------------------------------------------*
037300 2100-BUILD-ONE-ROUND.
037400     READ GAME-HISTORY-FILE NEXT
037500         AT END
037600             SET SP-EOF-HISTORY TO TRUE
037700             GO TO 2100-EXIT
037800     END-READ.
037900     IF FS-GAME-HISTORY NOT = "00"
038000         DISPLAY "GAMEHIST READ ERROR - STATUS " FS-GAME-HISTORY
038100         SET SP-EOF-HISTORY TO TRUE
038200         GO TO 2100-EXIT
038300     END-IF.
038400     ADD 1 TO SP-HISTORY-READ.
038500     IF GH-VOIDED
038600         ADD 1 TO SP-ROUNDS-VOID
038700         GO TO 2100-EXIT
038800     END-IF.
038900     MOVE GH-SESSION-ID   TO SP-HK-SESSION-ID.
039000     MOVE GH-ROUND-NUMBER TO SP-HK-ROUND-NUMBER.
039100     PERFORM 2200-PASS-OVER-AUDIT THRU 2200-EXIT
039200         UNTIL SP-EOF-AUDIT
039300            OR SP-AUDIT-KEY NOT < SP-HISTORY-KEY.
039400     MOVE SPACES             TO SCORE-WORK-RECORD.
039500     MOVE GH-SESSION-ID      TO SW-SESSION-ID.
039600     MOVE GH-ROUND-NUMBER    TO SW-ROUND-NUMBER.
039700     MOVE GH-PLAYER-ID       TO SW-PLAYER-ID.
039800     MOVE GH-PLAY-DATE       TO SW-PLAY-DATE.
039900     MOVE GH-DIFFICULTY-TIER TO SW-DIFFICULTY-TIER.
040000     MOVE GH-TIME-GUESSED    TO SW-TIME-GUESSED.
040100     MOVE ZERO               TO SW-GUESS-COUNT.
040200     MOVE ZERO               TO SW-IGNORED-COUNT.
040300     MOVE "N"                TO SW-DUPLICATE-SW.
040400     MOVE ZERO               TO SP-LOW-BOUND.
040500     MOVE 999                TO SP-HIGH-BOUND.
040600     PERFORM 2300-TAKE-ONE-GUESS THRU 2300-EXIT
040700         UNTIL SP-EOF-AUDIT
040800            OR SP-AUDIT-KEY NOT = SP-HISTORY-KEY.
040900     IF SW-GUESS-COUNT < SP-MIN-SEQ-GUESSES
041000        OR SW-GUESS-COUNT > SP-MAX-SEQ-GUESSES
041100         MOVE SPACES TO SW-GUESS-SEQUENCE
041200     END-IF.
041300     WRITE SCORE-WORK-RECORD.
041400     ADD 1 TO SP-ROUNDS-SCORED.
041500     IF GH-DIFFICULTY-TIER = "H"
041600        AND GH-TIME-GUESSED > ZERO
041700        AND GH-TIME-GUESSED NOT > SP-QUICK-TURNS
041800         PERFORM 2400-TALLY-QUICK-SOLVE THRU 2400-EXIT
041900     END-IF.
042000 2100-EXIT.
042100     EXIT.
042200
042300 2200-PASS-OVER-AUDIT.
042400     ADD 1 TO SP-AUDIT-SKIPPED.
042500     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
042600 2200-EXIT.
042700     EXIT.
042800
042900*-----------------------------------------------------------------*
043000*  2300-TAKE-ONE-GUESS -- check the guess against the range the   *
043100*  earlier results left open, narrow the range by this guess's    *
043200*  result, and add the guess to the round's sequence.             *
043300*-----------------------------------------------------------------*
043400 2300-TAKE-ONE-GUESS.
043500     ADD 1 TO SW-GUESS-COUNT.
043600     IF SW-GUESS-COUNT > 1
043700         IF AX-GUESS-VALUE < SP-LOW-BOUND
043800            OR AX-GUESS-VALUE > SP-HIGH-BOUND
043900             ADD 1 TO SW-IGNORED-COUNT
044000         END-IF
044100     END-IF.
044200     EVALUATE TRUE
044300         WHEN AX-RESULT-HIGHER
044400             IF AX-GUESS-VALUE + 1 > SP-LOW-BOUND
044500                 COMPUTE SP-LOW-BOUND = AX-GUESS-VALUE + 1
044600             END-IF
044700         WHEN AX-RESULT-LOWER
044800             IF AX-GUESS-VALUE - 1 < SP-HIGH-BOUND
044900                 COMPUTE SP-HIGH-BOUND = AX-GUESS-VALUE - 1
045000             END-IF
045100         WHEN OTHER
045200             CONTINUE
045300     END-EVALUATE.
045400     IF SW-GUESS-COUNT NOT > SP-MAX-SEQ-GUESSES
045500         COMPUTE SP-SEQ-POS = (SW-GUESS-COUNT - 1) * 3 + 1
045600         MOVE AX-GUESS-VALUE TO SW-GUESS-SEQUENCE (SP-SEQ-POS:3)
045700     END-IF.
045800     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
045900 2300-EXIT.
046000     EXIT.
046100
046200*-----------------------------------------------------------------*
046300*  2400-TALLY-QUICK-SOLVE -- count a quick hard-tier solve        *
046400*  against the round's player.                                    *
046500*-----------------------------------------------------------------*
046600 2400-TALLY-QUICK-SOLVE.
046700     MOVE GH-PLAYER-ID TO SP-CHECK-PLAYER-ID.
046800     PERFORM 2500-FIND-PLAYER THRU 2500-EXIT.
046900     IF SP-TBL-FOUND
047000         ADD 1 TO SP-TBL-QUICK (SP-SUB)
047100         GO TO 2400-EXIT
047200     END-IF.
047300     IF SP-PLAYER-COUNT < 500
047400         ADD 1 TO SP-PLAYER-COUNT
047500         MOVE GH-PLAYER-ID TO SP-TBL-PLAYER-ID (SP-PLAYER-COUNT)
047600         MOVE 1            TO SP-TBL-QUICK (SP-PLAYER-COUNT)
047700     ELSE
047800         IF NOT SP-TABLE-FULL
047900             SET SP-TABLE-FULL TO TRUE
048000             DISPLAY "SUSPECT-PLAY PLAYER TABLE FULL - "
048100                 "QUICK-SOLVE SCORING IS INCOMPLETE"
048200         END-IF
048300     END-IF.
048400 2400-EXIT.
048500     EXIT.
048600
048700*-----------------------------------------------------------------*
048800*  2500-FIND-PLAYER -- look SP-CHECK-PLAYER-ID up in the quick-   *
048900*  solve table; SP-SUB points at the entry when SP-TBL-FOUND.     *
049000*-----------------------------------------------------------------*
049100 2500-FIND-PLAYER.
049200     MOVE "N" TO SP-TBL-FOUND-SW.
049300     PERFORM 2510-SCAN-PLAYER-TABLE THRU 2510-EXIT
049400         VARYING SP-SUB FROM 1 BY 1
049500         UNTIL SP-SUB > SP-PLAYER-COUNT
049600            OR SP-TBL-FOUND.
049700 2500-EXIT.
049800     EXIT.
049900
050000 2510-SCAN-PLAYER-TABLE.
050100     IF SP-TBL-PLAYER-ID (SP-SUB) = SP-CHECK-PLAYER-ID
050200         SET SP-TBL-FOUND TO TRUE
050300         SUBTRACT 1 FROM SP-SUB
050400     END-IF.
050500 2510-EXIT.
050600     EXIT.
050700
050800*=================================================================*
050900*  3000-FLAG-DUPLICATES -- the work file is now in guess-sequence *
051000*  order.  Every round whose sequence also turns up in another    *
051100*  session is flagged, and the work file is rewritten for the     *
051200*  scoring sort.                                                  *
051300*=================================================================*
051400 3000-FLAG-DUPLICATES.
051500     OPEN INPUT SEQ-WORK-FILE.
051600     OPEN OUTPUT SCORE-WORK-FILE.
051700     PERFORM 3100-GROUP-ONE-ROUND THRU 3100-EXIT
051800         UNTIL SP-EOF-SEQ.
051900     PERFORM 3200-FLUSH-GROUP THRU 3200-EXIT.
052000     CLOSE SEQ-WORK-FILE.
052100     CLOSE SCORE-WORK-FILE.
052200 3000-EXIT.
052300     EXIT.
052400
052500 3100-GROUP-ONE-ROUND.
052600     READ SEQ-WORK-FILE
052700         AT END
052800             SET SP-EOF-SEQ TO TRUE
052900             GO TO 3100-EXIT
053000     END-READ.
053100     IF SQ-GUESS-SEQUENCE NOT = SP-GROUP-SEQUENCE
053200         PERFORM 3200-FLUSH-GROUP THRU 3200-EXIT
053300         MOVE SQ-GUESS-SEQUENCE TO SP-GROUP-SEQUENCE
053400         MOVE SQ-SESSION-ID     TO SP-GROUP-FIRST-SESSION
053500         MOVE SPACES            TO SP-GROUP-OTHER-SESSION
053600     END-IF.
053700     IF SQ-SESSION-ID NOT = SP-GROUP-FIRST-SESSION
053800        AND SP-GROUP-OTHER-SESSION = SPACES
053900         MOVE SQ-SESSION-ID TO SP-GROUP-OTHER-SESSION
054000     END-IF.
054100     IF SP-GROUP-COUNT < 50
054200         ADD 1 TO SP-GROUP-COUNT
054300         MOVE SEQ-WORK-RECORD TO SP-GROUP-ENTRY (SP-GROUP-COUNT)
054400     ELSE
054500         IF NOT SP-GROUP-FULL
054600             SET SP-GROUP-FULL TO TRUE
054700             DISPLAY "SUSPECT-PLAY SEQUENCE GROUP FULL - "
054800                 "REMAINDER WRITTEN AS READ"
054900         END-IF
055000         MOVE SEQ-WORK-RECORD TO SCORE-WORK-RECORD
055100         PERFORM 3300-WRITE-ONE-ROUND THRU 3300-EXIT
055200     END-IF.
055300 3100-EXIT.
055400     EXIT.
055500
055600*-----------------------------------------------------------------*
055700*  3200-FLUSH-GROUP -- write out the rounds held for the group    *
055800*  just ended.                                                    *
055900*-----------------------------------------------------------------*
056000 3200-FLUSH-GROUP.
056100     PERFORM 3210-FLUSH-ONE-ENTRY THRU 3210-EXIT
056200         VARYING SP-GRP-SUB FROM 1 BY 1
056300         UNTIL SP-GRP-SUB > SP-GROUP-COUNT.
056400     MOVE ZERO TO SP-GROUP-COUNT.
056500     MOVE "N"  TO SP-GROUP-FULL-SW.
056600 3200-EXIT.
056700     EXIT.
056800
056900 3210-FLUSH-ONE-ENTRY.
057000     MOVE SP-GROUP-ENTRY (SP-GRP-SUB) TO SCORE-WORK-RECORD.
057100     PERFORM 3300-WRITE-ONE-ROUND THRU 3300-EXIT.
057200 3210-EXIT.
057300     EXIT.
057400
057500*-----------------------------------------------------------------*
057600*  3300-WRITE-ONE-ROUND -- a compared sequence seen in a second   *
057700*  session flags the round, naming the other session.             *
057800*-----------------------------------------------------------------*
057900 3300-WRITE-ONE-ROUND.
058000     IF SW-GUESS-SEQUENCE NOT = SPACES
058100        AND SP-GROUP-OTHER-SESSION NOT = SPACES
058200         SET SW-DUPLICATE TO TRUE
058300         IF SW-SESSION-ID = SP-GROUP-FIRST-SESSION
058400             MOVE SP-GROUP-OTHER-SESSION TO SW-MATCHED-SESSION-ID
058500         ELSE
058600             MOVE SP-GROUP-FIRST-SESSION TO SW-MATCHED-SESSION-ID
058700         END-IF
058800     END-IF.
058900     WRITE SCORE-WORK-RECORD.
059000 3300-EXIT.
059100     EXIT.
059200
059300*=================================================================*
059400*  4000-SCORE-ROUNDS -- SORT output procedure: rounds by player,  *
059500*  session and round.  Each is scored, and one that reaches the   *
059600*  threshold is queued and reported.                              *
059700*=================================================================*
059800 4000-SCORE-ROUNDS.
059900     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT
060000         UNTIL SP-EOF-SORT.
060100 4000-EXIT.
060200     EXIT.
060300
060400 4100-RETURN-NEXT.
060500     RETURN SCORE-SORT-FILE
060600         AT END
060700             SET SP-EOF-SORT TO TRUE
060800         NOT AT END
060900             PERFORM 4200-SCORE-ONE-ROUND THRU 4200-EXIT
061000     END-RETURN.
061100 4100-EXIT.
061200     EXIT.
061300
061400 4200-SCORE-ONE-ROUND.
061500     MOVE ZERO TO SP-ROUND-SCORE.
061600     MOVE ZERO TO SP-PLAYER-QUICK.
061700     MOVE SPACES TO REVIEW-QUEUE-RECORD.
061800     MOVE "N" TO RQ-IGNORED-HINT-SW.
061900     MOVE "N" TO RQ-QUICK-SOLVE-SW.
062000     MOVE "N" TO RQ-DUPLICATE-SEQ-SW.
062100     IF SS-IGNORED-COUNT > ZERO
062200         SET RQ-IGNORED-HINT TO TRUE
062300         ADD 1 TO SP-ROUNDS-IGNORED
062400         COMPUTE SP-ROUND-SCORE = SP-ROUND-SCORE
062500             + SS-IGNORED-COUNT * SP-WEIGHT-IGNORED
062600     END-IF.
062700     IF SS-DIFFICULTY-TIER = "H"
062800        AND SS-TIME-GUESSED > ZERO
062900        AND SS-TIME-GUESSED NOT > SP-QUICK-TURNS
063000         MOVE SS-PLAYER-ID TO SP-CHECK-PLAYER-ID
063100         PERFORM 2500-FIND-PLAYER THRU 2500-EXIT
063200         IF SP-TBL-FOUND
063300             MOVE SP-TBL-QUICK (SP-SUB) TO SP-PLAYER-QUICK
063400         END-IF
063500         IF SP-PLAYER-QUICK NOT < SP-QUICK-REPEAT
063600             SET RQ-QUICK-SOLVE TO TRUE
063700             ADD 1 TO SP-ROUNDS-QUICK
063800             ADD SP-WEIGHT-QUICK TO SP-ROUND-SCORE
063900         END-IF
064000     END-IF.
064100     IF SS-DUPLICATE
064200         SET RQ-DUPLICATE-SEQ TO TRUE
064300         ADD 1 TO SP-ROUNDS-DUPLICATE
064400         ADD SP-WEIGHT-DUPLICATE TO SP-ROUND-SCORE
064500     END-IF.
064600     IF SP-ROUND-SCORE < SP-REVIEW-THRESHOLD
064700         GO TO 4200-EXIT
064800     END-IF.
064900     ADD 1 TO SP-ROUNDS-FLAGGED.
065000     PERFORM 4300-QUEUE-ROUND THRU 4300-EXIT.
065100 4200-EXIT.
065200     EXIT.
065300
065400*-----------------------------------------------------------------*
065500*  4300-QUEUE-ROUND -- add the round to the review queue.  A      *
065600*  round already queued by an earlier night is left alone and     *
065700*  not reprinted.                                                 *
065800*-----------------------------------------------------------------*
065900 4300-QUEUE-ROUND.
066000     MOVE SS-SESSION-ID         TO RQ-SESSION-ID.
066100     MOVE SS-ROUND-NUMBER       TO RQ-ROUND-NUMBER.
066200     MOVE SS-PLAYER-ID          TO RQ-PLAYER-ID.
066300     MOVE SS-PLAY-DATE          TO RQ-PLAY-DATE.
066400     MOVE SS-DIFFICULTY-TIER    TO RQ-DIFFICULTY-TIER.
066500     MOVE SS-TIME-GUESSED       TO RQ-TIME-GUESSED.
066600     MOVE SP-ROUND-SCORE        TO RQ-SUSPECT-SCORE.
066700     MOVE SS-IGNORED-COUNT      TO RQ-IGNORED-HINTS.
066800     MOVE SP-PLAYER-QUICK       TO RQ-QUICK-SOLVES.
066900     MOVE SS-MATCHED-SESSION-ID TO RQ-MATCHED-SESSION-ID.
067000     MOVE SP-RUN-DATE           TO RQ-QUEUED-DATE.
067100     SET RQ-REVIEW-OPEN TO TRUE.
067200     WRITE REVIEW-QUEUE-RECORD
067300         INVALID KEY
067400             ADD 1 TO SP-ROUNDS-PRIOR
067500             GO TO 4300-EXIT
067600     END-WRITE.
067700     ADD 1 TO SP-ROUNDS-QUEUED.
067800     PERFORM 4400-PRINT-EXCEPTION THRU 4400-EXIT.
067900 4300-EXIT.
068000     EXIT.
068100
068200 4400-PRINT-EXCEPTION.
068300     MOVE RQ-PLAYER-ID          TO SX-PLAYER-ID.
068400     MOVE RQ-SESSION-ID         TO SX-SESSION-ID.
068500     MOVE RQ-ROUND-NUMBER       TO SX-ROUND-NUMBER.
068600     MOVE RQ-DIFFICULTY-TIER    TO SX-DIFFICULTY-TIER.
068700     MOVE RQ-TIME-GUESSED       TO SX-TIME-GUESSED.
068800     MOVE RQ-SUSPECT-SCORE      TO SX-SUSPECT-SCORE.
068900     MOVE SPACES TO SX-REASONS.
069000     MOVE 1 TO SP-REASON-PTR.
069100     IF RQ-IGNORED-HINT
069200         MOVE RQ-IGNORED-HINTS TO SP-COUNT-ED
069300         STRING "HINT "     DELIMITED BY SIZE
069400                SP-COUNT-ED DELIMITED BY SIZE
069500                " "         DELIMITED BY SIZE
069600             INTO SX-REASONS
069700             WITH POINTER SP-REASON-PTR
069800     END-IF.
069900     IF RQ-QUICK-SOLVE
070000         MOVE RQ-QUICK-SOLVES TO SP-COUNT-ED
070100         STRING "QUICK " DELIMITED BY SIZE
070200                SP-COUNT-ED DELIMITED BY SIZE
070300                " "         DELIMITED BY SIZE
070400             INTO SX-REASONS
070500             WITH POINTER SP-REASON-PTR
070600     END-IF.
070700     IF RQ-DUPLICATE-SEQ
070800         STRING "DUP " DELIMITED BY SIZE
070900                RQ-MATCHED-SESSION-ID DELIMITED BY SIZE
071000             INTO SX-REASONS
071100             WITH POINTER SP-REASON-PTR
071200     END-IF.
071300     WRITE SUSPECT-REPORT-LINE FROM SP-EXCEPTION-LINE.
071400 4400-EXIT.
071500     EXIT.
071600
071700*=================================================================*
071800*  5000-WRITE-SUMMARY -- control totals for the run.  Rounds      *
071900*  read must equal rounds scored plus rounds voided.              *
072000*=================================================================*
072100 5000-WRITE-SUMMARY.
072200     MOVE SPACES TO SUSPECT-REPORT-LINE.
072300     WRITE SUSPECT-REPORT-LINE.
072400     IF SP-ROUNDS-QUEUED = ZERO
072500         MOVE "NO NEW ROUNDS QUEUED FOR REVIEW"
072600             TO SUSPECT-REPORT-LINE
072700         WRITE SUSPECT-REPORT-LINE
072800         MOVE SPACES TO SUSPECT-REPORT-LINE
072900         WRITE SUSPECT-REPORT-LINE
073000     END-IF.
073100     MOVE "HISTORY ROUNDS READ" TO ST-DESCRIPTION.
073200     MOVE SP-HISTORY-READ TO SP-TOTAL-ED.
073300     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
073400     MOVE "VOIDED ROUNDS NOT SCORED" TO ST-DESCRIPTION.
073500     MOVE SP-ROUNDS-VOID TO SP-TOTAL-ED.
073600     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
073700     MOVE "ROUNDS SCORED" TO ST-DESCRIPTION.
073800     MOVE SP-ROUNDS-SCORED TO SP-TOTAL-ED.
073900     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
074000     MOVE "AUDIT RECORDS READ" TO ST-DESCRIPTION.
074100     MOVE SP-AUDIT-READ TO SP-TOTAL-ED.
074200     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
074300     MOVE "AUDIT RECORDS NOT ON A ROUND" TO ST-DESCRIPTION.
074400     MOVE SP-AUDIT-SKIPPED TO SP-TOTAL-ED.
074500     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
074600     MOVE "ROUNDS WITH IGNORED HINTS" TO ST-DESCRIPTION.
074700     MOVE SP-ROUNDS-IGNORED TO SP-TOTAL-ED.
074800     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
074900     MOVE "ROUNDS WITH REPEAT QUICK SOLVE" TO ST-DESCRIPTION.
075000     MOVE SP-ROUNDS-QUICK TO SP-TOTAL-ED.
075100     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
075200     MOVE "ROUNDS WITH DUPLICATE SEQUENCE" TO ST-DESCRIPTION.
075300     MOVE SP-ROUNDS-DUPLICATE TO SP-TOTAL-ED.
075400     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
075500     MOVE "ROUNDS AT OR OVER THRESHOLD" TO ST-DESCRIPTION.
075600     MOVE SP-ROUNDS-FLAGGED TO SP-TOTAL-ED.
075700     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
075800     MOVE "ROUNDS NEWLY QUEUED" TO ST-DESCRIPTION.
075900     MOVE SP-ROUNDS-QUEUED TO SP-TOTAL-ED.
076000     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
076100     MOVE "ROUNDS ALREADY ON QUEUE" TO ST-DESCRIPTION.
076200     MOVE SP-ROUNDS-PRIOR TO SP-TOTAL-ED.
076300     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
076400 5000-EXIT.
076500     EXIT.
076600
076700 5100-WRITE-TOTAL.
076800     MOVE SP-TOTAL-ED TO ST-TOTAL.
076900     WRITE SUSPECT-REPORT-LINE FROM SP-TOTAL-LINE.
077000 5100-EXIT.
077100     EXIT.
077200
077300*=================================================================*
077400*  8000-TERMINATE                                                 *
077500*=================================================================*
077600 8000-TERMINATE.
077700     CLOSE REVIEW-QUEUE-FILE.
077800     CLOSE SUSPECT-REPORT-FILE.
077900     DISPLAY "SUSPECT-PLAY ROUNDS SCORED    : " SP-ROUNDS-SCORED.
078000     DISPLAY "SUSPECT-PLAY ROUNDS FLAGGED   : " SP-ROUNDS-FLAGGED.
078100     DISPLAY "SUSPECT-PLAY ROUNDS QUEUED    : " SP-ROUNDS-QUEUED.
078200 8000-EXIT.
078300     EXIT.
078310
078320*=================================================================*
078330*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
078340*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
078350*=================================================================*
078360 8900-WRITE-STEP-TOTALS.
078370     OPEN EXTEND STEP-TOTALS-FILE.
078380     IF FS-STEP-TOTALS = "35"
078390         OPEN OUTPUT STEP-TOTALS-FILE
078400     END-IF.
078410     MOVE "HISTORY READ" TO SP-STEP-TOTAL-NAME.
078420     MOVE SP-HISTORY-READ TO SP-STEP-TOTAL-VALUE.
078430     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
078440     MOVE "AUDIT READ" TO SP-STEP-TOTAL-NAME.
078450     MOVE SP-AUDIT-READ TO SP-STEP-TOTAL-VALUE.
078460     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
078470     MOVE "ROUNDS SCORED" TO SP-STEP-TOTAL-NAME.
078480     MOVE SP-ROUNDS-SCORED TO SP-STEP-TOTAL-VALUE.
078490     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
078500     MOVE "ROUNDS FLAGGED" TO SP-STEP-TOTAL-NAME.
078510     MOVE SP-ROUNDS-FLAGGED TO SP-STEP-TOTAL-VALUE.
078520     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
078530     MOVE "ROUNDS QUEUED" TO SP-STEP-TOTAL-NAME.
078540     MOVE SP-ROUNDS-QUEUED TO SP-STEP-TOTAL-VALUE.
078550     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
078560     CLOSE STEP-TOTALS-FILE.
078570 8900-EXIT.
078580     EXIT.
078590
078600 8910-WRITE-STEP-TOTAL.
078610     MOVE SPACES TO STEP-TOTALS-RECORD.
078620     SET CX-DETAIL TO TRUE.
078630     MOVE "SUSPECT-PLAY" TO CX-PROGRAM-NAME.
078640     MOVE SP-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
078650     MOVE SP-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
078660     WRITE STEP-TOTALS-RECORD.
078670 8910-EXIT.
078680     EXIT.
