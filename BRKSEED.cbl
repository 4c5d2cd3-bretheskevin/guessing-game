000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BRACKET-SEED.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  BRACKET-SEED                                                   *
000900*                                                                 *
001000*  Closes registration for a knockout event (EV-FORMAT-KNOCKOUT)  *
001100*  and seeds its draw.  The desk keys the event id; every entry   *
001200*  on EVENT-ENTRY-FILE whose player is still on the master and    *
001300*  active is seeded by PM-SKILL-RATING, highest first (no rating  *
001400*  counts as the 1500 start, and equal ratings go to the earlier  *
001500*  entry).  The draw is the next power of two up from the field:  *
001600*  the spare places are byes, and they go to the top seeds, so    *
001700*  seed 1 meets the lowest seed or a bye and seeds 1 and 2 can    *
001800*  only meet in the final.  Every match of every round is written *
001900*  to BRACKET-FILE -- round 1 from the seeding, a bye already     *
002000*  decided with its player moved into round 2, and the rest of    *
002100*  the draw waiting on its feeder matches -- and the calendar     *
002200*  record is flagged EV-BRACKET-SEEDED, which closes EVTREG for   *
002300*  the event.  GUESSING-GAME plays the draw out in match mode and *
002400*  BRACKET-SHEET prints it for the desk.  At most 128 players.    *
002500*-----------------------------------------------------------------*
002600*  MODIFICATION HISTORY                                           *
002700*  DATE       INIT  DESCRIPTION                                   *
002800*  2026-10-15  DLW  Original.                                     *
002900*=================================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EVENT-CALENDAR-FILE ASSIGN TO "EVENTCAL"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS EV-EVENT-ID
003800         FILE STATUS IS FS-EVENT-CALENDAR.
003900
004000     SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ER-ENTRY-KEY
004400         FILE STATUS IS FS-EVENT-ENTRY.
004500
004600     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PM-PLAYER-ID
005000         FILE STATUS IS FS-PLAYER-MASTER.
005100
005200     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS BK-BRACKET-KEY
005600         FILE STATUS IS FS-BRACKET.
005700
005800     SELECT SEED-SORT-FILE ASSIGN TO "BRKSORT.TMP".
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  EVENT-CALENDAR-FILE.
006300     COPY EVENTCAL.
006400
006500 FD  EVENT-ENTRY-FILE.
006600     COPY EVENTREG.
006700
006800 FD  PLAYER-MASTER-FILE.
006900     COPY PLAYMAST.
007000
007100 FD  BRACKET-FILE.
007200     COPY BRACKET.
007300
007400 SD  SEED-SORT-FILE.
007500 01  SEED-SORT-RECORD.
007600     05  SS-RATING               PIC 9(04).
007700     05  SS-ENTRY-DATE           PIC 9(08).
007800     05  SS-ENTRY-TIME           PIC 9(06).
007900     05  SS-PLAYER-ID            PIC X(05).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-FILE-STATUSES.
008300     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
008400     05  FS-EVENT-ENTRY          PIC X(02) VALUE "00".
008500     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
008600     05  FS-BRACKET              PIC X(02) VALUE "00".
008700
008800 01  BS-SWITCHES.
008900     05  BS-DONE-SW              PIC X(01) VALUE "N".
009000         88  BS-DONE                 VALUE "Y".
009100     05  BS-EOF-ENTRIES-SW       PIC X(01) VALUE "N".
009200         88  BS-EOF-ENTRIES          VALUE "Y".
009300     05  BS-EOF-SORT-SW          PIC X(01) VALUE "N".
009400         88  BS-EOF-SORT             VALUE "Y".
009500     05  BS-EVENT-OK-SW          PIC X(01) VALUE "N".
009600         88  BS-EVENT-OK             VALUE "Y".
009700     05  BS-TOO-MANY-SW          PIC X(01) VALUE "N".
009800         88  BS-TOO-MANY             VALUE "Y".
009900     05  BS-WRITE-ERROR-SW       PIC X(01) VALUE "N".
010000         88  BS-WRITE-ERROR          VALUE "Y".
010100
010200 01  BS-WORK-EVENT-ID            PIC X(08) VALUE SPACES.
010300 01  BS-CONFIRM                  PIC X(01) VALUE SPACE.
010400     88  BS-CONFIRMED                VALUE "Y".
010500
010600*-----------------------------------------------------------------*
010700*    SEED TABLE -- the eligible entries in seed order, as the     *
010800*    sort hands them back.                                        *
010900*-----------------------------------------------------------------*
011000 01  BS-SEED-TABLE.
011100     05  BS-SEED-COUNT           PIC 9(04) COMP VALUE ZERO.
011200     05  BS-SEED-ENTRY           OCCURS 128 TIMES.
011300         10  BS-SEED-PLAYER-ID   PIC X(05).
011400         10  BS-SEED-RATING      PIC 9(04).
011500
011600*-----------------------------------------------------------------*
011700*    DRAW ORDER -- BS-POSITION (N) is the seed that takes line N  *
011800*    of round 1 (lines 1-2 are match 1, 3-4 match 2, ...).  Built *
011900*    by doubling from [1]: each seed S is followed by its partner *
012000*    (2 x lines + 1 - S), so 1 v 8, 4 v 5, 2 v 7, 3 v 6 for eight.*
012100*-----------------------------------------------------------------*
012200 01  BS-DRAW-ORDER.
012300     05  BS-POSITION             PIC 9(04) COMP
012400                                 OCCURS 128 TIMES.
012500 01  BS-LINES                    PIC 9(04) COMP VALUE ZERO.
012600 01  BS-HOLD-SEED                PIC 9(04) COMP VALUE ZERO.
012700 01  BS-LINE-A                   PIC 9(04) COMP VALUE ZERO.
012800 01  BS-LINE-B                   PIC 9(04) COMP VALUE ZERO.
012900
013000*-----------------------------------------------------------------*
013100*    MATCH TABLE -- the whole draw, built here before anything is *
013200*    written: up to 7 rounds of up to 64 matches.                 *
013300*-----------------------------------------------------------------*
013400 01  BS-MATCH-TABLE.
013500     05  BS-ROUND                OCCURS 7 TIMES.
013600         10  BS-MATCH            OCCURS 64 TIMES.
013700             15  BS-MT-PLAYER-1  PIC X(05).
013800             15  BS-MT-SEED-1    PIC 9(03).
013900             15  BS-MT-PLAYER-2  PIC X(05).
014000             15  BS-MT-SEED-2    PIC 9(03).
014100             15  BS-MT-STATUS    PIC X(01).
014200             15  BS-MT-WINNER    PIC X(05).
014300
014400 01  BS-BRACKET-SIZE             PIC 9(04) COMP VALUE ZERO.
014500 01  BS-TOTAL-ROUNDS             PIC 9(04) COMP VALUE ZERO.
014600 01  BS-MATCHES-IN-ROUND         PIC 9(04) COMP VALUE ZERO.
014700 01  BS-RSUB                     PIC 9(04) COMP VALUE ZERO.
014800 01  BS-MSUB                     PIC 9(04) COMP VALUE ZERO.
014900 01  BS-SUB                      PIC 9(04) COMP VALUE ZERO.
015000 01  BS-SEED-A                   PIC 9(04) COMP VALUE ZERO.
015100 01  BS-SEED-B                   PIC 9(04) COMP VALUE ZERO.
015200 01  BS-NEXT-MATCH               PIC 9(04) COMP VALUE ZERO.
015300 01  BS-SLOT                     PIC 9(04) COMP VALUE ZERO.
015400 01  BS-BYE-COUNT                PIC 9(04) COMP VALUE ZERO.
015500 01  BS-SKIPPED-COUNT            PIC 9(04) COMP VALUE ZERO.
015600 01  BS-RECORDS-WRITTEN          PIC 9(04) COMP VALUE ZERO.
015700 01  BS-SEED-ED                  PIC ZZ9.
015800 01  BS-COUNT-ED                 PIC ZZZ9.
015900
016000 PROCEDURE DIVISION.
016100*=================================================================*
016200*  0000-MAINLINE                                                  *
016300*=================================================================*
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
016700         UNTIL BS-DONE.
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016900     STOP RUN.
017000
017100 1000-INITIALIZE.
017200     OPEN I-O EVENT-CALENDAR-FILE.
017300     IF FS-EVENT-CALENDAR = "35"
017400         CLOSE EVENT-CALENDAR-FILE
017500         OPEN OUTPUT EVENT-CALENDAR-FILE
017600         CLOSE EVENT-CALENDAR-FILE
017700         OPEN I-O EVENT-CALENDAR-FILE
017800     END-IF.
017900     OPEN INPUT EVENT-ENTRY-FILE.
018000     IF FS-EVENT-ENTRY = "35"
018100         CLOSE EVENT-ENTRY-FILE
018200         OPEN OUTPUT EVENT-ENTRY-FILE
018300         CLOSE EVENT-ENTRY-FILE
018400         OPEN INPUT EVENT-ENTRY-FILE
018500     END-IF.
018600     OPEN INPUT PLAYER-MASTER-FILE.
018700     IF FS-PLAYER-MASTER = "35"
018800         CLOSE PLAYER-MASTER-FILE
018900         OPEN OUTPUT PLAYER-MASTER-FILE
019000         CLOSE PLAYER-MASTER-FILE
019100         OPEN INPUT PLAYER-MASTER-FILE
019200     END-IF.
019300     OPEN I-O BRACKET-FILE.
019400     IF FS-BRACKET = "35"
019500         CLOSE BRACKET-FILE
019600         OPEN OUTPUT BRACKET-FILE
019700         CLOSE BRACKET-FILE
019800         OPEN I-O BRACKET-FILE
019900     END-IF.
020000 1000-EXIT.
020100     EXIT.
020200
020300*=================================================================*
020400*  2000-PROCESS-REQUEST -- one event per pass; a blank event id   *
020500*  ends the run.                                                  *
020600*=================================================================*
020700 2000-PROCESS-REQUEST.
020800     DISPLAY " ".
020900     DISPLAY "EVENT ID TO SEED (BLANK = QUIT): "
021000         WITH NO ADVANCING.
021100     MOVE SPACES TO BS-WORK-EVENT-ID.
021200     ACCEPT BS-WORK-EVENT-ID.
021300     IF BS-WORK-EVENT-ID = SPACES
021400         SET BS-DONE TO TRUE
021500         GO TO 2000-EXIT
021600     END-IF.
021700     PERFORM 3000-CHECK-EVENT THRU 3000-EXIT.
021800     IF NOT BS-EVENT-OK
021900         GO TO 2000-EXIT
022000     END-IF.
022100     MOVE ZERO TO BS-SEED-COUNT.
022200     MOVE ZERO TO BS-SKIPPED-COUNT.
022300     MOVE "N" TO BS-TOO-MANY-SW.
022400     SORT SEED-SORT-FILE
022500         ON DESCENDING KEY SS-RATING
022600         ON ASCENDING KEY SS-ENTRY-DATE
022700                          SS-ENTRY-TIME
022800                          SS-PLAYER-ID
022900         INPUT PROCEDURE IS 4000-RELEASE-ENTRIES THRU 4000-EXIT
023000         OUTPUT PROCEDURE IS 4500-LOAD-SEEDS THRU 4500-EXIT.
023100     IF BS-TOO-MANY
023200         DISPLAY "MORE THAN 128 ELIGIBLE ENTRIES - NOT SEEDED"
023300         GO TO 2000-EXIT
023400     END-IF.
023500     IF BS-SEED-COUNT < 2
023600         DISPLAY "FEWER THAN 2 ELIGIBLE ENTRIES - NOT SEEDED"
023700         GO TO 2000-EXIT
023800     END-IF.
023900     PERFORM 5000-BUILD-DRAW THRU 5000-EXIT.
024000     PERFORM 6000-WRITE-BRACKET THRU 6000-EXIT.
024100     IF BS-WRITE-ERROR
024200         DISPLAY "BRACKET NOT COMPLETE - EVENT LEFT UNSEEDED"
024300         GO TO 2000-EXIT
024400     END-IF.
024500     PERFORM 7000-FLAG-EVENT THRU 7000-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800
024900*-----------------------------------------------------------------*
025000*  3000-CHECK-EVENT -- the event must be a knockout, not settled  *
025100*  and not already seeded, and the desk must confirm that seeding *
025200*  closes registration.                                           *
025300*-----------------------------------------------------------------*
025400 3000-CHECK-EVENT.
025500     MOVE "N" TO BS-EVENT-OK-SW.
025600     MOVE BS-WORK-EVENT-ID TO EV-EVENT-ID.
025700     READ EVENT-CALENDAR-FILE
025800         INVALID KEY
025900             DISPLAY "EVENT NOT ON CALENDAR - " BS-WORK-EVENT-ID
026000             GO TO 3000-EXIT
026100     END-READ.
026200     IF NOT EV-FORMAT-KNOCKOUT
026300         DISPLAY "EVENT " EV-EVENT-ID " IS NOT A KNOCKOUT EVENT"
026400         GO TO 3000-EXIT
026500     END-IF.
026600     IF EV-SETTLED
026700         DISPLAY "EVENT " EV-EVENT-ID " IS SETTLED"
026800         GO TO 3000-EXIT
026900     END-IF.
027000     IF EV-BRACKET-SEEDED
027100         DISPLAY "EVENT " EV-EVENT-ID " IS ALREADY SEEDED"
027200         GO TO 3000-EXIT
027300     END-IF.
027400     DISPLAY "SEEDING CLOSES REGISTRATION FOR " EV-EVENT-NAME.
027500     DISPLAY "PROCEED (Y/N): " WITH NO ADVANCING.
027600     MOVE SPACE TO BS-CONFIRM.
027700     ACCEPT BS-CONFIRM.
027800     IF NOT BS-CONFIRMED
027900         DISPLAY "NOT SEEDED"
028000         GO TO 3000-EXIT
028100     END-IF.
028200     SET BS-EVENT-OK TO TRUE.
028300 3000-EXIT.
028400     EXIT.
028500
028600*=================================================================*
028700*  4000-RELEASE-ENTRIES -- SORT input procedure: the event's      *
028800*  entries, each with its player's current skill rating.  An      *
028900*  entry whose player has left the master or gone inactive since  *
029000*  registering is not seeded.                                     *
029100*=================================================================*
029200 4000-RELEASE-ENTRIES.
029300     MOVE "N" TO BS-EOF-ENTRIES-SW.
029400     MOVE BS-WORK-EVENT-ID TO ER-EVENT-ID.
029500     MOVE LOW-VALUES       TO ER-PLAYER-ID.
029600     START EVENT-ENTRY-FILE KEY NOT < ER-ENTRY-KEY
029700         INVALID KEY
029800             SET BS-EOF-ENTRIES TO TRUE
029900     END-START.
030000     PERFORM 4100-RELEASE-ONE-ENTRY THRU 4100-EXIT
030100         UNTIL BS-EOF-ENTRIES.
030200 4000-EXIT.
030300     EXIT.
030400
030500 4100-RELEASE-ONE-ENTRY.
030600     READ EVENT-ENTRY-FILE NEXT
030700         AT END
030800             SET BS-EOF-ENTRIES TO TRUE
030900             GO TO 4100-EXIT
031000     END-READ.
031100     IF FS-EVENT-ENTRY NOT = "00"
031200        OR ER-EVENT-ID NOT = BS-WORK-EVENT-ID
031300         SET BS-EOF-ENTRIES TO TRUE
031400         GO TO 4100-EXIT
031500     END-IF.
031600     MOVE ER-PLAYER-ID TO PM-PLAYER-ID.
031700     READ PLAYER-MASTER-FILE
031800         INVALID KEY
031900             DISPLAY "NOT SEEDED - PLAYER NOT ON FILE - "
032000                 ER-PLAYER-ID
032100             ADD 1 TO BS-SKIPPED-COUNT
032200             GO TO 4100-EXIT
032300     END-READ.
032400     IF PM-INACTIVE
032500         DISPLAY "NOT SEEDED - PLAYER IS INACTIVE - " ER-PLAYER-ID
032600         ADD 1 TO BS-SKIPPED-COUNT
032700         GO TO 4100-EXIT
032800     END-IF.
032900     IF NOT PM-NOT-MERGED
033000         DISPLAY "NOT SEEDED - PLAYER MERGED INTO "
033100             PM-MERGED-INTO-ID
033200         ADD 1 TO BS-SKIPPED-COUNT
033300         GO TO 4100-EXIT
033400     END-IF.
033500     IF PM-SKILL-RATING NUMERIC
033600        AND PM-SKILL-RATING > ZERO
033700         MOVE PM-SKILL-RATING TO SS-RATING
033800     ELSE
033900         MOVE 1500 TO SS-RATING
034000     END-IF.
034100     MOVE ER-ENTRY-DATE TO SS-ENTRY-DATE.
034200     MOVE ER-ENTRY-TIME TO SS-ENTRY-TIME.
034300     MOVE ER-PLAYER-ID  TO SS-PLAYER-ID.
034400     RELEASE SEED-SORT-RECORD.
034500 4100-EXIT.
034600     EXIT.
034700
034800*=================================================================*
034900*  4500-LOAD-SEEDS -- SORT output procedure: the order the sort   *
035000*  returns is the seeding.                                        *
035100*=================================================================*
035200 4500-LOAD-SEEDS.
035300     MOVE "N" TO BS-EOF-SORT-SW.
035400     PERFORM 4600-LOAD-ONE-SEED THRU 4600-EXIT
035500         UNTIL BS-EOF-SORT.
035600 4500-EXIT.
035700     EXIT.
035800
035900 4600-LOAD-ONE-SEED.
036000     RETURN SEED-SORT-FILE
036100         AT END
036200             SET BS-EOF-SORT TO TRUE
036300             GO TO 4600-EXIT
036400     END-RETURN.
036500     IF BS-SEED-COUNT NOT < 128
036600         SET BS-TOO-MANY TO TRUE
036700         GO TO 4600-EXIT
036800     END-IF.
036900     ADD 1 TO BS-SEED-COUNT.
037000     MOVE SS-PLAYER-ID TO BS-SEED-PLAYER-ID (BS-SEED-COUNT).
037100     MOVE SS-RATING    TO BS-SEED-RATING (BS-SEED-COUNT).
037200 4600-EXIT.
037300     EXIT.
037400
037500*=================================================================*
037600*  5000-BUILD-DRAW -- size the draw, lay the seeds out in draw    *
037700*  order, fill round 1, and send each bye's player through to     *
037800*  round 2.                                                       *
037900*=================================================================*
038000 5000-BUILD-DRAW.
038100     INITIALIZE BS-MATCH-TABLE.
038200     MOVE 2 TO BS-BRACKET-SIZE.
038300     MOVE 1 TO BS-TOTAL-ROUNDS.
038400     PERFORM 5010-DOUBLE-DRAW THRU 5010-EXIT
038500         UNTIL BS-BRACKET-SIZE NOT < BS-SEED-COUNT.
038600     MOVE 1 TO BS-POSITION (1).
038700     MOVE 1 TO BS-LINES.
038800     PERFORM 5020-EXPAND-DRAW-ORDER THRU 5020-EXIT
038900         UNTIL BS-LINES = BS-BRACKET-SIZE.
039000     MOVE ZERO TO BS-BYE-COUNT.
039100     COMPUTE BS-MATCHES-IN-ROUND = BS-BRACKET-SIZE / 2.
039200     PERFORM 5100-FILL-FIRST-ROUND THRU 5100-EXIT
039300         VARYING BS-MSUB FROM 1 BY 1
039400         UNTIL BS-MSUB > BS-MATCHES-IN-ROUND.
039500     PERFORM 5200-SET-LATER-ROUND THRU 5200-EXIT
039600         VARYING BS-RSUB FROM 2 BY 1
039700         UNTIL BS-RSUB > BS-TOTAL-ROUNDS.
039800 5000-EXIT.
039900     EXIT.
040000
040100 5010-DOUBLE-DRAW.
040200     COMPUTE BS-BRACKET-SIZE = BS-BRACKET-SIZE * 2.
040300     ADD 1 TO BS-TOTAL-ROUNDS.
040400 5010-EXIT.
040500     EXIT.
040600
040700 5020-EXPAND-DRAW-ORDER.
040800     PERFORM 5030-SPLIT-ONE-LINE THRU 5030-EXIT
040900         VARYING BS-SUB FROM BS-LINES BY -1
041000         UNTIL BS-SUB < 1.
041100     COMPUTE BS-LINES = BS-LINES * 2.
041200 5020-EXIT.
041300     EXIT.
041400
041500*    Working down from the last line, line N becomes lines 2N-1
041600*    and 2N, so no line is overwritten before it has been split.
041700 5030-SPLIT-ONE-LINE.
041800     MOVE BS-POSITION (BS-SUB) TO BS-HOLD-SEED.
041900     COMPUTE BS-LINE-B = BS-SUB * 2.
042000     COMPUTE BS-LINE-A = BS-LINE-B - 1.
042100     MOVE BS-HOLD-SEED TO BS-POSITION (BS-LINE-A).
042200     COMPUTE BS-POSITION (BS-LINE-B) =
042300         BS-LINES * 2 + 1 - BS-HOLD-SEED.
042400 5030-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------------*
042800*  5100-FILL-FIRST-ROUND -- a seed above the field size is a bye. *
042900*  Byes go to the top seeds, so a match is never two byes.        *
043000*-----------------------------------------------------------------*
043100 5100-FILL-FIRST-ROUND.
043200     COMPUTE BS-LINE-B = BS-MSUB * 2.
043300     COMPUTE BS-LINE-A = BS-LINE-B - 1.
043400     MOVE BS-POSITION (BS-LINE-A) TO BS-SEED-A.
043500     MOVE BS-POSITION (BS-LINE-B) TO BS-SEED-B.
043600     IF BS-SEED-A NOT > BS-SEED-COUNT
043700         MOVE BS-SEED-PLAYER-ID (BS-SEED-A)
043800             TO BS-MT-PLAYER-1 (1, BS-MSUB)
043900         MOVE BS-SEED-A TO BS-MT-SEED-1 (1, BS-MSUB)
044000     END-IF.
044100     IF BS-SEED-B NOT > BS-SEED-COUNT
044200         MOVE BS-SEED-PLAYER-ID (BS-SEED-B)
044300             TO BS-MT-PLAYER-2 (1, BS-MSUB)
044400         MOVE BS-SEED-B TO BS-MT-SEED-2 (1, BS-MSUB)
044500     END-IF.
044600     EVALUATE TRUE
044700         WHEN BS-MT-PLAYER-2 (1, BS-MSUB) = SPACES
044800             MOVE "B" TO BS-MT-STATUS (1, BS-MSUB)
044900             MOVE BS-MT-PLAYER-1 (1, BS-MSUB)
045000                 TO BS-MT-WINNER (1, BS-MSUB)
045100             MOVE BS-MT-SEED-1 (1, BS-MSUB) TO BS-SEED-A
045200             PERFORM 5150-ADVANCE-BYE THRU 5150-EXIT
045300         WHEN BS-MT-PLAYER-1 (1, BS-MSUB) = SPACES
045400             MOVE "B" TO BS-MT-STATUS (1, BS-MSUB)
045500             MOVE BS-MT-PLAYER-2 (1, BS-MSUB)
045600                 TO BS-MT-WINNER (1, BS-MSUB)
045700             MOVE BS-MT-SEED-2 (1, BS-MSUB) TO BS-SEED-A
045800             PERFORM 5150-ADVANCE-BYE THRU 5150-EXIT
045900         WHEN OTHER
046000             MOVE "R" TO BS-MT-STATUS (1, BS-MSUB)
046100     END-EVALUATE.
046200 5100-EXIT.
046300     EXIT.
046400
046500 5150-ADVANCE-BYE.
046600     ADD 1 TO BS-BYE-COUNT.
046700     COMPUTE BS-NEXT-MATCH = (BS-MSUB + 1) / 2.
046800     DIVIDE BS-MSUB BY 2 GIVING BS-SUB REMAINDER BS-SLOT.
046900     IF BS-SLOT = 1
047000         MOVE BS-MT-WINNER (1, BS-MSUB)
047100             TO BS-MT-PLAYER-1 (2, BS-NEXT-MATCH)
047200         MOVE BS-SEED-A TO BS-MT-SEED-1 (2, BS-NEXT-MATCH)
047300     ELSE
047400         MOVE BS-MT-WINNER (1, BS-MSUB)
047500             TO BS-MT-PLAYER-2 (2, BS-NEXT-MATCH)
047600         MOVE BS-SEED-A TO BS-MT-SEED-2 (2, BS-NEXT-MATCH)
047700     END-IF.
047800 5150-EXIT.
047900     EXIT.
048000
048100 5200-SET-LATER-ROUND.
048200     COMPUTE BS-MATCHES-IN-ROUND = BS-MATCHES-IN-ROUND / 2.
048300     PERFORM 5210-SET-ONE-STATUS THRU 5210-EXIT
048400         VARYING BS-MSUB FROM 1 BY 1
048500         UNTIL BS-MSUB > BS-MATCHES-IN-ROUND.
048600 5200-EXIT.
048700     EXIT.
048800
048900 5210-SET-ONE-STATUS.
049000     IF BS-MT-PLAYER-1 (BS-RSUB, BS-MSUB) NOT = SPACES
049100        AND BS-MT-PLAYER-2 (BS-RSUB, BS-MSUB) NOT = SPACES
049200         MOVE "R" TO BS-MT-STATUS (BS-RSUB, BS-MSUB)
049300     ELSE
049400         MOVE "W" TO BS-MT-STATUS (BS-RSUB, BS-MSUB)
049500     END-IF.
049600 5210-EXIT.
049700     EXIT.
049800
049900*=================================================================*
050000*  6000-WRITE-BRACKET -- one BRACKET-FILE record per match, round *
050100*  by round.  A record already on file means an earlier, broken   *
050200*  seeding left part of a draw behind; the event is not flagged   *
050300*  and the desk must clear it up before seeding again.            *
050400*=================================================================*
050500 6000-WRITE-BRACKET.
050600     MOVE "N" TO BS-WRITE-ERROR-SW.
050700     MOVE ZERO TO BS-RECORDS-WRITTEN.
050800     MOVE BS-BRACKET-SIZE TO BS-MATCHES-IN-ROUND.
050900     PERFORM 6100-WRITE-ONE-ROUND THRU 6100-EXIT
051000         VARYING BS-RSUB FROM 1 BY 1
051100         UNTIL BS-RSUB > BS-TOTAL-ROUNDS.
051200 6000-EXIT.
051300     EXIT.
051400
051500 6100-WRITE-ONE-ROUND.
051600     COMPUTE BS-MATCHES-IN-ROUND = BS-MATCHES-IN-ROUND / 2.
051700     PERFORM 6200-WRITE-ONE-MATCH THRU 6200-EXIT
051800         VARYING BS-MSUB FROM 1 BY 1
051900         UNTIL BS-MSUB > BS-MATCHES-IN-ROUND.
052000 6100-EXIT.
052100     EXIT.
052200
052300 6200-WRITE-ONE-MATCH.
052400     MOVE SPACES           TO BRACKET-RECORD.
052500     MOVE BS-WORK-EVENT-ID TO BK-EVENT-ID.
052600     MOVE BS-RSUB          TO BK-ROUND-NUMBER.
052700     MOVE BS-MSUB          TO BK-MATCH-NUMBER.
052800     MOVE BS-TOTAL-ROUNDS  TO BK-TOTAL-ROUNDS.
052900     MOVE BS-MT-PLAYER-1 (BS-RSUB, BS-MSUB) TO BK-PLAYER-1-ID.
053000     MOVE BS-MT-SEED-1 (BS-RSUB, BS-MSUB)   TO BK-SEED-1.
053100     MOVE BS-MT-PLAYER-2 (BS-RSUB, BS-MSUB) TO BK-PLAYER-2-ID.
053200     MOVE BS-MT-SEED-2 (BS-RSUB, BS-MSUB)   TO BK-SEED-2.
053300     MOVE BS-MT-STATUS (BS-RSUB, BS-MSUB)   TO BK-MATCH-STATUS.
053400     MOVE BS-MT-WINNER (BS-RSUB, BS-MSUB)   TO BK-WINNER-ID.
053500     MOVE ZERO TO BK-DECIDED-DATE.
053600     WRITE BRACKET-RECORD
053700         INVALID KEY
053800             IF NOT BS-WRITE-ERROR
053900                 DISPLAY "BRACKET RECORD ALREADY ON FILE - "
054000                     BK-BRACKET-KEY
054100             END-IF
054200             SET BS-WRITE-ERROR TO TRUE
054300         NOT INVALID KEY
054400             ADD 1 TO BS-RECORDS-WRITTEN
054500     END-WRITE.
054600 6200-EXIT.
054700     EXIT.
054800
054900*=================================================================*
055000*  7000-FLAG-EVENT -- close registration and show the seeding.    *
055100*=================================================================*
055200 7000-FLAG-EVENT.
055300     MOVE BS-WORK-EVENT-ID TO EV-EVENT-ID.
055400     READ EVENT-CALENDAR-FILE
055500         INVALID KEY
055600             DISPLAY "EVENT VANISHED FROM CALENDAR - "
055700                 BS-WORK-EVENT-ID
055800             GO TO 7000-EXIT
055900     END-READ.
056000     SET EV-BRACKET-SEEDED TO TRUE.
056100     REWRITE EVENT-CALENDAR-RECORD.
056200     PERFORM 7100-SHOW-ONE-SEED THRU 7100-EXIT
056300         VARYING BS-SUB FROM 1 BY 1
056400         UNTIL BS-SUB > BS-SEED-COUNT.
056500     MOVE BS-SEED-COUNT TO BS-COUNT-ED.
056600     DISPLAY "BRACKET SEEDED - " BS-COUNT-ED " PLAYERS".
056700     MOVE BS-TOTAL-ROUNDS TO BS-COUNT-ED.
056800     DISPLAY "ROUNDS         - " BS-COUNT-ED.
056900     MOVE BS-BYE-COUNT TO BS-COUNT-ED.
057000     DISPLAY "BYES           - " BS-COUNT-ED.
057100     MOVE BS-SKIPPED-COUNT TO BS-COUNT-ED.
057200     DISPLAY "NOT SEEDED     - " BS-COUNT-ED.
057300     DISPLAY "REGISTRATION CLOSED - DRAW IS ON BRACKET-FILE".
057400 7000-EXIT.
057500     EXIT.
057600
057700 7100-SHOW-ONE-SEED.
057800     MOVE BS-SUB TO BS-SEED-ED.
057900     DISPLAY "  SEED " BS-SEED-ED "  " BS-SEED-PLAYER-ID (BS-SUB)
058000         "  RATING " BS-SEED-RATING (BS-SUB).
058100 7100-EXIT.
058200     EXIT.
058300
058400*=================================================================*
058500*  9000-TERMINATE                                                 *
058600*=================================================================*
058700 9000-TERMINATE.
058800     CLOSE EVENT-CALENDAR-FILE.
058900     CLOSE EVENT-ENTRY-FILE.
059000     CLOSE PLAYER-MASTER-FILE.
059100     CLOSE BRACKET-FILE.
059200 9000-EXIT.
059300     EXIT.
