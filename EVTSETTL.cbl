002530*                   skips records flagged SR-VOIDED, and the     *
002540*                   totals ROUND-ADJ restamped already exclude   *
002550*                   them.                                        *
002560*  2026-10-15  DLW  Knockout events (EV-FORMAT-KNOCKOUT) are      *
002570*                   settled from their draw on BRACKET-FILE, not  *
002580*                   from a score ranking: the final's winner      *
002585*                   places 1, its loser 2, and the losers of each *
002590*                   earlier round share the next place down       *
002592*                   (3, 5, 9, ...).  Players still in an unplayed *
002594*                   match when the event ends share the place of  *
002596*                   the round they reached.                       *
002597*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002598*                   STEP-TOTALS-FILE for the run-totals file.     *
002600*=================================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FS-EVENT-AWARD.
004600
004610     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS BK-BRACKET-KEY
004650         FILE STATUS IS FS-BRACKET.
004660
004700     SELECT CERTIFICATE-FILE ASSIGN TO "EVTCERT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810
004820     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004830         ORGANIZATION IS LINE SEQUENTIAL
004840         FILE STATUS IS FS-STEP-TOTALS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
007000 FD  EVENT-AWARD-FILE.
007100     COPY EVAWARD.
007200
007210 FD  BRACKET-FILE.
007220     COPY BRACKET.
007230
007300 FD  CERTIFICATE-FILE.
007400 01  CERTIFICATE-LINE            PIC X(80).
007410
007420 FD  STEP-TOTALS-FILE.
007430     COPY STEPTOTS.
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-FILE-STATUSES.
007800     05  FS-SESSION-RESULTS      PIC X(02) VALUE "00".
007900     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
008000     05  FS-EVENT-AWARD          PIC X(02) VALUE "00".
008050     05  FS-BRACKET              PIC X(02) VALUE "00".
008060     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
008100
008200 01  ES-SWITCHES.
008300     05  ES-EOF-SORT-SW          PIC X(01) VALUE "N".
008800         88  ES-SETTLING             VALUE "Y".
008900     05  ES-EVENT-OPEN-SW        PIC X(01) VALUE "N".
009000         88  ES-EVENT-OPEN           VALUE "Y".
009010     05  ES-BRACKET-OPEN-SW      PIC X(01) VALUE "N".
009020         88  ES-BRACKET-OPEN         VALUE "Y".
009030     05  ES-EOF-BRACKET-SW       PIC X(01) VALUE "N".
009040         88  ES-EOF-BRACKET          VALUE "Y".
009100
009200 01  ES-RUN-DATE                 PIC 9(08).
009300 01  ES-PREV-EVENT-ID            PIC X(08) VALUE LOW-VALUES.
009400 01  ES-PREV-SESSION-ID          PIC X(13) VALUE LOW-VALUES.
009500 01  ES-RANK                     PIC 9(03) VALUE ZERO.
009600 01  ES-EVENT-NAME               PIC X(30) VALUE SPACES.
009610
009620*    Knockout settlement: the draw's round count, the round being
009630*    placed, the place its losers share, and the player, session
009640*    and place of the award line being written.
009650 01  ES-BRACKET-ROUNDS           PIC 9(02) VALUE ZERO.
009660 01  ES-BRACKET-ROUND            PIC 9(02) VALUE ZERO.
009670 01  ES-BRACKET-PLACE            PIC 9(03) VALUE ZERO.
009680 01  ES-AWARD-PLAYER-ID          PIC X(05) VALUE SPACES.
009690 01  ES-AWARD-SESSION-ID         PIC X(13) VALUE SPACES.
009695 01  ES-AWARD-PLACE              PIC 9(03) VALUE ZERO.
009700
009800 01  ES-CONTROL-TOTALS.
009900     05  ES-EVENTS-SETTLED       PIC 9(05) COMP VALUE ZERO.
010100     05  ES-EVENTS-PRIOR         PIC 9(05) COMP VALUE ZERO.
010200     05  ES-EVENTS-NO-CALENDAR   PIC 9(05) COMP VALUE ZERO.
010300     05  ES-EVENTS-NO-RESULTS    PIC 9(05) COMP VALUE ZERO.
010350     05  ES-BRACKETS-SETTLED     PIC 9(05) COMP VALUE ZERO.
010400     05  ES-AWARDS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
010500     05  ES-CERTS-PRINTED        PIC 9(07) COMP VALUE ZERO.
010600
010800 01  ES-RANK-ED                  PIC ZZ9.
010900
011000 01  ES-CERT-RULE-LINE           PIC X(64) VALUE ALL "*".
011010
011020*    Control totals handed to NIGHT-DRIVER, one at a time.
011030 01  ES-STEP-TOTAL-NAME          PIC X(20).
011040 01  ES-STEP-TOTAL-VALUE         PIC 9(11).
011100
011200 PROCEDURE DIVISION.
011300*=================================================================*
012400         OUTPUT PROCEDURE IS 2000-SETTLE-EVENTS THRU 2000-EXIT.
012500     PERFORM 5000-SWEEP-CALENDAR THRU 5000-EXIT.
012600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012610     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
012700     GOBACK.
012800
012900 1000-INITIALIZE.
014600         OPEN OUTPUT EVENT-AWARD-FILE
014700     END-IF.
014800     OPEN OUTPUT CERTIFICATE-FILE.
014810     OPEN INPUT BRACKET-FILE.
014820     IF FS-BRACKET = "00"
014830         SET ES-BRACKET-OPEN TO TRUE
014840     END-IF.
014900 1000-EXIT.
015000     EXIT.
015010
019300*  2200-START-NEW-EVENT -- decide whether this event group gets   *
019400*  settled: it must be on the calendar, not yet settled, and its  *
019500*  window must have ended.  Sessions played with no scheduled     *
019600*  event (blank id) are never settled.  A knockout event is left  *
019610*  to the calendar sweep, which settles it from its draw.         *
019700*-----------------------------------------------------------------*
019800 2200-START-NEW-EVENT.
019900     MOVE RS-EVENT-ID TO ES-PREV-EVENT-ID.
021900         ADD 1 TO ES-EVENTS-STILL-OPEN
022000         GO TO 2200-EXIT
022100     END-IF.
022110     IF EV-FORMAT-KNOCKOUT
022120         GO TO 2200-EXIT
022130     END-IF.
022200     SET ES-SETTLING TO TRUE.
022300     MOVE EV-EVENT-NAME TO ES-EVENT-NAME.
022400     DISPLAY "SETTLING EVENT " EV-EVENT-ID " - " EV-EVENT-NAME.
023600     MOVE RS-PLAYER-ID    TO AW-PLAYER-ID.
023700     MOVE RS-SESSION-ID   TO AW-SESSION-ID.
023800     MOVE RS-TOTAL-SCORE  TO AW-TOTAL-SCORE.
023900     PERFORM 2320-SET-PRIZE-TIER THRU 2320-EXIT.
024820     MOVE ES-PRIZE-TIER TO AW-PRIZE-TIER.
024900     MOVE ES-RUN-DATE TO AW-SETTLE-DATE.
025000     WRITE EVENT-AWARD-RECORD.
028400     ADD 1 TO ES-CERTS-PRINTED.
028500 2310-EXIT.
028600     EXIT.
028610
028620*    Prize tier for the place in ES-RANK: 1 GOLD, 2-3 SILVER,
028630*    4-10 BRONZE, NONE below that.
028640 2320-SET-PRIZE-TIER.
028650     EVALUATE TRUE
028660         WHEN ES-RANK = 1
028670             MOVE "GOLD" TO ES-PRIZE-TIER
028680         WHEN ES-RANK < 4
028690             MOVE "SILVER" TO ES-PRIZE-TIER
028692         WHEN ES-RANK < 11
028694             MOVE "BRONZE" TO ES-PRIZE-TIER
028696         WHEN OTHER
028698             MOVE "NONE" TO ES-PRIZE-TIER
028699     END-EVALUATE.
028700 2320-EXIT.
028701     EXIT.
028702
028800*-----------------------------------------------------------------*
028900*  2400-END-EVENT -- the event group is complete: if it was       *
029000*  being settled, flag the calendar record so it can never be     *
030900*  5000-SWEEP-CALENDAR -- an ended event with no session results  *
031000*  never came through the sort, so a final pass over the          *
031100*  calendar flags those settled too (with nothing to award);      *
031200*  otherwise they would sit half-open forever.  Ended knockout    *
031210*  events are settled here, from their draw.                      *
031300*=================================================================*
031400 5000-SWEEP-CALENDAR.
031500     MOVE LOW-VALUES TO EV-EVENT-ID.
033200         SET ES-EOF-CALENDAR TO TRUE
033300         GO TO 5100-EXIT
033400     END-IF.
033410     IF NOT EV-SETTLED
033420        AND EV-END-DATE < ES-RUN-DATE
033430        AND EV-FORMAT-KNOCKOUT
033440        AND EV-BRACKET-SEEDED
033450         PERFORM 6000-SETTLE-BRACKET THRU 6000-EXIT
033460         GO TO 5100-EXIT
033470     END-IF.
033500     IF NOT EV-SETTLED
033600        AND EV-END-DATE < ES-RUN-DATE
033700         SET EV-SETTLED TO TRUE
034900*=================================================================*
035000 8000-TERMINATE.
035100     CLOSE EVENT-CALENDAR-FILE.
035125     IF ES-BRACKET-OPEN
035150         CLOSE BRACKET-FILE
035175     END-IF.
035200     CLOSE EVENT-AWARD-FILE.
035300     CLOSE CERTIFICATE-FILE.
035400     DISPLAY "EVENT-SETTLE EVENTS SETTLED    : "
036100         ES-EVENTS-NO-CALENDAR.
036200     DISPLAY "EVENT-SETTLE NO RESULTS        : "
036300         ES-EVENTS-NO-RESULTS.
036333     DISPLAY "EVENT-SETTLE KNOCKOUT DRAWS    : "
036366         ES-BRACKETS-SETTLED.
036400     DISPLAY "EVENT-SETTLE AWARDS WRITTEN    : "
036500         ES-AWARDS-WRITTEN.
036600     DISPLAY "EVENT-SETTLE CERTS PRINTED     : "
036700         ES-CERTS-PRINTED.
036800 8000-EXIT.
036900     EXIT.
037000
037100*=================================================================*
037200*  6000-SETTLE-BRACKET -- final standing of an ended knockout     *
037300*  event from its draw, worked from the final back to round 1 so  *
037400*  the award lines come out in place order.  The winner of the    *
037500*  final places 1 and every player knocked out in round R of an   *
037600*  N-round draw places 2 ** (N - R) + 1: 2 for the final, 3 for   *
037700*  the semi-finals, 5, 9, ...  A player still waiting on an       *
037800*  unplayed match takes the place of the round reached.  Byes     *
037900*  place nobody.  With BRACKET-FILE not available the event is    *
038000*  left unsettled for the next run.                               *
038100*=================================================================*
038200 6000-SETTLE-BRACKET.
038300     IF NOT ES-BRACKET-OPEN
038400         DISPLAY "BRACKET NOT AVAILABLE - EVENT " EV-EVENT-ID
038500             " LEFT UNSETTLED"
038600         GO TO 6000-EXIT
038700     END-IF.
038800     MOVE EV-EVENT-NAME TO ES-EVENT-NAME.
038900     DISPLAY "SETTLING KNOCKOUT EVENT " EV-EVENT-ID " - "
039000         EV-EVENT-NAME.
039100     MOVE ZERO TO ES-BRACKET-ROUNDS.
039200     MOVE EV-EVENT-ID TO BK-EVENT-ID.
039300     MOVE ZERO        TO BK-ROUND-NUMBER.
039400     MOVE ZERO        TO BK-MATCH-NUMBER.
039500     START BRACKET-FILE KEY NOT < BK-BRACKET-KEY
039600         INVALID KEY
039700             GO TO 6000-FLAG-SETTLED
039800     END-START.
039900     READ BRACKET-FILE NEXT
040000         AT END
040100             GO TO 6000-FLAG-SETTLED
040200     END-READ.
040300     IF FS-BRACKET = "00"
040400        AND BK-EVENT-ID = EV-EVENT-ID
040500         MOVE BK-TOTAL-ROUNDS TO ES-BRACKET-ROUNDS
040600     END-IF.
040700     PERFORM 6100-PLACE-ONE-ROUND THRU 6100-EXIT
040800         VARYING ES-BRACKET-ROUND FROM ES-BRACKET-ROUNDS BY -1
040900         UNTIL ES-BRACKET-ROUND < 1.
041000 6000-FLAG-SETTLED.
041100     SET EV-SETTLED TO TRUE.
041200     REWRITE EVENT-CALENDAR-RECORD.
041300     ADD 1 TO ES-EVENTS-SETTLED.
041400     IF ES-BRACKET-ROUNDS = ZERO
041500         ADD 1 TO ES-EVENTS-NO-RESULTS
041600         DISPLAY "EVENT " EV-EVENT-ID " SETTLED WITH NO DRAW"
041700     ELSE
041800         ADD 1 TO ES-BRACKETS-SETTLED
041900     END-IF.
042000 6000-EXIT.
042100     EXIT.
042200
042300 6100-PLACE-ONE-ROUND.
042400     COMPUTE ES-BRACKET-PLACE =
042500         2 ** (ES-BRACKET-ROUNDS - ES-BRACKET-ROUND) + 1.
042600     MOVE "N" TO ES-EOF-BRACKET-SW.
042700     MOVE EV-EVENT-ID      TO BK-EVENT-ID.
042800     MOVE ES-BRACKET-ROUND TO BK-ROUND-NUMBER.
042900     MOVE ZERO             TO BK-MATCH-NUMBER.
043000     START BRACKET-FILE KEY NOT < BK-BRACKET-KEY
043100         INVALID KEY
043200             SET ES-EOF-BRACKET TO TRUE
043300     END-START.
043400     PERFORM 6110-PLACE-ONE-MATCH THRU 6110-EXIT
043500         UNTIL ES-EOF-BRACKET.
043600 6100-EXIT.
043700     EXIT.
043800
043900 6110-PLACE-ONE-MATCH.
044000     READ BRACKET-FILE NEXT
044100         AT END
044200             SET ES-EOF-BRACKET TO TRUE
044300             GO TO 6110-EXIT
044400     END-READ.
044500     IF FS-BRACKET NOT = "00"
044600        OR BK-EVENT-ID NOT = EV-EVENT-ID
044700        OR BK-ROUND-NUMBER NOT = ES-BRACKET-ROUND
044800         SET ES-EOF-BRACKET TO TRUE
044900         GO TO 6110-EXIT
045000     END-IF.
045100     IF BK-BYE
045200         GO TO 6110-EXIT
045300     END-IF.
045400     MOVE BK-SESSION-ID TO ES-AWARD-SESSION-ID.
045500     IF BK-DECIDED
045600         IF ES-BRACKET-ROUND = ES-BRACKET-ROUNDS
045700             MOVE BK-WINNER-ID TO ES-AWARD-PLAYER-ID
045800             MOVE 1            TO ES-AWARD-PLACE
045900             PERFORM 6200-AWARD-ONE-PLAYER THRU 6200-EXIT
046000         END-IF
046100         IF BK-WINNER-ID = BK-PLAYER-1-ID
046200             MOVE BK-PLAYER-2-ID TO ES-AWARD-PLAYER-ID
046300         ELSE
046400             MOVE BK-PLAYER-1-ID TO ES-AWARD-PLAYER-ID
046500         END-IF
046600         MOVE ES-BRACKET-PLACE TO ES-AWARD-PLACE
046700         PERFORM 6200-AWARD-ONE-PLAYER THRU 6200-EXIT
046800         GO TO 6110-EXIT
046900     END-IF.
047000     MOVE ES-BRACKET-PLACE TO ES-AWARD-PLACE.
047100     IF BK-PLAYER-1-ID NOT = SPACES
047200         MOVE BK-PLAYER-1-ID TO ES-AWARD-PLAYER-ID
047300         PERFORM 6200-AWARD-ONE-PLAYER THRU 6200-EXIT
047400     END-IF.
047500     IF BK-PLAYER-2-ID NOT = SPACES
047600         MOVE BK-PLAYER-2-ID TO ES-AWARD-PLAYER-ID
047700         PERFORM 6200-AWARD-ONE-PLAYER THRU 6200-EXIT
047800     END-IF.
047900 6110-EXIT.
048000     EXIT.
048100
048200*-----------------------------------------------------------------*
048300*  6200-AWARD-ONE-PLAYER -- one line of a knockout standing: the  *
048400*  award record (no score -- the draw decides the place) and a    *
048500*  certificate for the awarded places.                            *
048600*-----------------------------------------------------------------*
048700 6200-AWARD-ONE-PLAYER.
048800     MOVE ES-AWARD-PLACE TO ES-RANK.
048900     PERFORM 2320-SET-PRIZE-TIER THRU 2320-EXIT.
049000     MOVE SPACES              TO EVENT-AWARD-RECORD.
049100     MOVE EV-EVENT-ID         TO AW-EVENT-ID.
049200     MOVE ES-AWARD-PLACE      TO AW-RANK.
049300     MOVE ES-AWARD-PLAYER-ID  TO AW-PLAYER-ID.
049400     MOVE ES-AWARD-SESSION-ID TO AW-SESSION-ID.
049500     MOVE ZERO                TO AW-TOTAL-SCORE.
049600     MOVE ES-PRIZE-TIER       TO AW-PRIZE-TIER.
049700     MOVE ES-RUN-DATE         TO AW-SETTLE-DATE.
049800     WRITE EVENT-AWARD-RECORD.
049900     ADD 1 TO ES-AWARDS-WRITTEN.
050000     IF NOT ES-TIER-NONE
050100         PERFORM 6210-PRINT-BRACKET-CERT THRU 6210-EXIT
050200     END-IF.
050300 6200-EXIT.
050400     EXIT.
050500
050600 6210-PRINT-BRACKET-CERT.
050700     MOVE SPACES TO CERTIFICATE-LINE.
050800     WRITE CERTIFICATE-LINE.
050900     WRITE CERTIFICATE-LINE FROM ES-CERT-RULE-LINE.
051000     MOVE SPACES TO CERTIFICATE-LINE.
051100     STRING "   AWARD CERTIFICATE - " DELIMITED BY SIZE
051200            ES-EVENT-NAME            DELIMITED BY SIZE
051300         INTO CERTIFICATE-LINE.
051400     WRITE CERTIFICATE-LINE.
051500     MOVE ES-AWARD-PLACE TO ES-RANK-ED.
051600     MOVE SPACES TO CERTIFICATE-LINE.
051700     IF ES-AWARD-PLACE = 1
051800         STRING "   PLAYER "         DELIMITED BY SIZE
051900                ES-AWARD-PLAYER-ID   DELIMITED BY SIZE
052000                " WON THE KNOCKOUT"  DELIMITED BY SIZE
052100             INTO CERTIFICATE-LINE
052200     ELSE
052300         STRING "   PLAYER "         DELIMITED BY SIZE
052400                ES-AWARD-PLAYER-ID   DELIMITED BY SIZE
052500                " PLACED "           DELIMITED BY SIZE
052600                ES-RANK-ED           DELIMITED BY SIZE
052700                " IN THE KNOCKOUT"   DELIMITED BY SIZE
052800             INTO CERTIFICATE-LINE
052900     END-IF.
053000     WRITE CERTIFICATE-LINE.
053100     MOVE SPACES TO CERTIFICATE-LINE.
053200     STRING "   PRIZE TIER: " DELIMITED BY SIZE
053300            ES-PRIZE-TIER     DELIMITED BY SIZE
053400         INTO CERTIFICATE-LINE.
053500     WRITE CERTIFICATE-LINE.
053600     WRITE CERTIFICATE-LINE FROM ES-CERT-RULE-LINE.
053700     ADD 1 TO ES-CERTS-PRINTED.
053800 6210-EXIT.
053900     EXIT.
054310
054320*=================================================================*
054330*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
054340*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
054350*=================================================================*
054360 8900-WRITE-STEP-TOTALS.
054370     OPEN EXTEND STEP-TOTALS-FILE.
054380     IF FS-STEP-TOTALS = "35"
054390         OPEN OUTPUT STEP-TOTALS-FILE
054400     END-IF.
054410     MOVE "EVENTS SETTLED" TO ES-STEP-TOTAL-NAME.
054420     MOVE ES-EVENTS-SETTLED TO ES-STEP-TOTAL-VALUE.
054430     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054440     MOVE "EVENTS STILL OPEN" TO ES-STEP-TOTAL-NAME.
054450     MOVE ES-EVENTS-STILL-OPEN TO ES-STEP-TOTAL-VALUE.
054460     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054470     MOVE "EVENTS ALREADY DONE" TO ES-STEP-TOTAL-NAME.
054480     MOVE ES-EVENTS-PRIOR TO ES-STEP-TOTAL-VALUE.
054490     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054500     MOVE "EVENTS NO CALENDAR" TO ES-STEP-TOTAL-NAME.
054510     MOVE ES-EVENTS-NO-CALENDAR TO ES-STEP-TOTAL-VALUE.
054520     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054530     MOVE "EVENTS NO RESULTS" TO ES-STEP-TOTAL-NAME.
054540     MOVE ES-EVENTS-NO-RESULTS TO ES-STEP-TOTAL-VALUE.
054550     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054560     MOVE "BRACKETS SETTLED" TO ES-STEP-TOTAL-NAME.
054570     MOVE ES-BRACKETS-SETTLED TO ES-STEP-TOTAL-VALUE.
054580     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054590     MOVE "AWARDS WRITTEN" TO ES-STEP-TOTAL-NAME.
054600     MOVE ES-AWARDS-WRITTEN TO ES-STEP-TOTAL-VALUE.
054610     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054620     MOVE "CERTS PRINTED" TO ES-STEP-TOTAL-NAME.
054630     MOVE ES-CERTS-PRINTED TO ES-STEP-TOTAL-VALUE.
054640     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
054650     CLOSE STEP-TOTALS-FILE.
054660 8900-EXIT.
054670     EXIT.
054680
054690 8910-WRITE-STEP-TOTAL.
054700     MOVE SPACES TO STEP-TOTALS-RECORD.
054710     SET CX-DETAIL TO TRUE.
054720     MOVE "EVENT-SETTLE" TO CX-PROGRAM-NAME.
054730     MOVE ES-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
054740     MOVE ES-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
054750     WRITE STEP-TOTALS-RECORD.
054760 8910-EXIT.
054770     EXIT.
