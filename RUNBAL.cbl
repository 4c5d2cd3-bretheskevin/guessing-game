000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RUN-BALANCE.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  RUN-BALANCE                                                    *
000900*                                                                 *
001000*  Night-run balancing step (report RBALRPT).  Runs under         *
001100*  NIGHT-DRIVER after SUMMARY-ROLLUP and POINTS-POST, and before  *
001200*  GAME-ARCHIVE empties the files the pairs are counted on.  It   *
001300*  takes the run's control totals from RUN-TOTALS-FILE and        *
001400*  cross-foots the agreed pairs:                                  *
001500*                                                                 *
001600*    GUESSTRN-EDIT records accepted against GUESSING-GAME         *
001700*      transactions read;                                         *
001800*    audit records on file after GUESSING-GAME against AUDIT-LOAD *
001900*      records loaded plus replaced;                              *
002000*    results rounds on file against POINTS-POST rounds credited   *
002100*      plus those it skipped (already posted, zero-score and     *
002200*      voided);                                                   *
002300*    history rounds on file against SUMMARY-ROLLUP rounds posted  *
002400*      plus those it skipped (already posted, voided, held for a  *
002500*      closed month).                                             *
002600*                                                                 *
002700*  The cumulative files also carry play keyed at the desk since   *
002800*  the last night run, which is why GUESSING-GAME counts what is  *
002900*  on them rather than what it wrote.  A pair neither side of     *
003000*  which ran tonight is shown NOT RUN; a pair with one side       *
003100*  missing, or with the sides unequal, is OUT OF BALANCE, and any *
003200*  pair out returns 16 so NIGHT-DRIVER marks the step F and stops *
003300*  the job stream there.  The run date is the one NIGHT-DRIVER    *
003400*  headed STEP-TOTALS-FILE with; run on its own, today.           *
003500*-----------------------------------------------------------------*
003600*  MODIFICATION HISTORY                                           *
003700*  DATE       INIT  DESCRIPTION                                   *
003800*  2026-10-15  DLW  Original.                                     *
003900*=================================================================*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RN-TOTALS-KEY
004800         FILE STATUS IS FS-RUN-TOTALS.
004900
005000     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FS-STEP-TOTALS.
005300
005400     SELECT BALANCE-REPORT-FILE ASSIGN TO "RBALRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  RUN-TOTALS-FILE.
006000     COPY RUNTOTS.
006100
006200 FD  STEP-TOTALS-FILE.
006300     COPY STEPTOTS.
006400
006500 FD  BALANCE-REPORT-FILE.
006600 01  BALANCE-REPORT-LINE         PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-FILE-STATUSES.
007000     05  FS-RUN-TOTALS           PIC X(02) VALUE "00".
007100     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
007200
007300 01  RB-SWITCHES.
007400     05  RB-EOF-SW               PIC X(01) VALUE "N".
007500         88  RB-EOF                  VALUE "Y".
007600     05  RB-FOUND-SW             PIC X(01) VALUE "N".
007700         88  RB-FOUND                VALUE "Y".
007800     05  RB-TABLE-FULL-SW        PIC X(01) VALUE "N".
007900         88  RB-TABLE-FULL           VALUE "Y".
008000     05  RB-LEFT-SW              PIC X(01) VALUE "N".
008100         88  RB-LEFT-RAN             VALUE "Y".
008200     05  RB-RIGHT-SW             PIC X(01) VALUE "N".
008300         88  RB-RIGHT-RAN            VALUE "Y".
008400
008500 01  RB-RUN-DATE                 PIC 9(08) VALUE ZERO.
008600
008700*-----------------------------------------------------------------*
008800*    TOTALS TABLE -- every total filed for the run date, in key   *
008900*    order (step, then total name).                               *
009000*-----------------------------------------------------------------*
009100 01  RB-TOTALS-TABLE.
009200     05  RB-TOTAL-COUNT          PIC 9(04) COMP.
009300     05  RB-TOTAL-ENTRY          OCCURS 500 TIMES.
009400         10  RB-TBL-STEP-NUMBER  PIC 9(02).
009500         10  RB-TBL-PROGRAM-NAME PIC X(16).
009600         10  RB-TBL-TOTAL-NAME   PIC X(20).
009700         10  RB-TBL-TOTAL-VALUE  PIC 9(11).
009800 01  RB-SUB                      PIC 9(04) COMP VALUE ZERO.
009900
010000*    The total being looked up, and the two sides of the pair
010100*    being cross-footed.
010200 01  RB-SCAN-PROGRAM-NAME        PIC X(16).
010300 01  RB-SCAN-TOTAL-NAME          PIC X(20).
010400 01  RB-SCAN-TOTAL-VALUE         PIC 9(11).
010500 01  RB-LEFT-VALUE               PIC 9(11).
010600 01  RB-RIGHT-VALUE              PIC 9(11).
010700
010800 01  RB-CONTROL-TOTALS.
010900     05  RB-TOTALS-READ          PIC 9(07) COMP VALUE ZERO.
011000     05  RB-PAIRS-CHECKED        PIC 9(03) COMP VALUE ZERO.
011100     05  RB-PAIRS-IN             PIC 9(03) COMP VALUE ZERO.
011200     05  RB-PAIRS-OUT            PIC 9(03) COMP VALUE ZERO.
011300     05  RB-PAIRS-NOT-RUN        PIC 9(03) COMP VALUE ZERO.
011400 01  RB-STEP-TOTAL-NAME          PIC X(20).
011500 01  RB-STEP-TOTAL-VALUE         PIC 9(11).
011600
011700 01  RB-HEADING-LINE.
011800     05  FILLER                  PIC X(50) VALUE
011900         "RUN-BALANCE NIGHT-RUN CONTROL TOTAL BALANCING".
012000     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
012100     05  RB-HD-RUN-DATE          PIC 9(08).
012200     05  FILLER                  PIC X(13) VALUE SPACES.
012300
012400 01  RB-COLUMN-LINE.
012500     05  FILLER                  PIC X(30) VALUE "  PAIR".
012600     05  FILLER                  PIC X(32) VALUE
012700         "        LEFT       RIGHT  RESULT".
012800     05  FILLER                  PIC X(18) VALUE SPACES.
012900
013000 01  RB-PAIR-LINE.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  PL-PAIR-NAME            PIC X(28).
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  PL-LEFT-VALUE           PIC Z(10)9.
013500     05  FILLER                  PIC X(01) VALUE SPACES.
013600     05  PL-RIGHT-VALUE          PIC Z(10)9.
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  PL-RESULT               PIC X(14).
013900     05  FILLER                  PIC X(10) VALUE SPACES.
014000
014100 01  RB-SIDE-LINE.
014200     05  FILLER                  PIC X(06) VALUE SPACES.
014300     05  SL-SIDE                 PIC X(06).
014400     05  SL-PROGRAM-NAME         PIC X(17).
014500     05  SL-TOTAL-NAME           PIC X(21).
014600     05  SL-TOTAL-VALUE          PIC Z(10)9.
014700     05  SL-NOT-FILED            PIC X(11).
014800     05  FILLER                  PIC X(08) VALUE SPACES.
014900
015000 01  RB-SUMMARY-LINE.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  SM-DESCRIPTION          PIC X(30).
015300     05  SM-COUNT                PIC ZZ9.
015400     05  FILLER                  PIC X(45) VALUE SPACES.
015500
015600 PROCEDURE DIVISION.
015700*=================================================================*
015800*  0000-MAINLINE -- load the run's totals, cross-foot each pair,  *
015900*  and fail the step if any pair is out.                          *
016000*=================================================================*
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016300     PERFORM 2000-LOAD-TOTALS THRU 2000-EXIT.
016400     PERFORM 3000-CHECK-PAIRS THRU 3000-EXIT.
016500     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
016600     CLOSE BALANCE-REPORT-FILE.
016700     IF RB-PAIRS-OUT > ZERO
016800         DISPLAY "RUN-BALANCE - " RB-PAIRS-OUT
016900             " PAIR(S) OUT OF BALANCE - SEE RBALRPT"
017000         MOVE 16 TO RETURN-CODE
017100     END-IF.
017200     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
017300     GOBACK.
017400
017500*=================================================================*
017600*  1000-INITIALIZE -- the run date comes from the header          *
017700*  NIGHT-DRIVER wrote on STEP-TOTALS-FILE before the CALL, so a   *
017800*  resumed night balances the night it belongs to.                *
017900*=================================================================*
018000 1000-INITIALIZE.
018100     INITIALIZE RB-TOTALS-TABLE.
018200     ACCEPT RB-RUN-DATE FROM DATE YYYYMMDD.
018300     OPEN INPUT STEP-TOTALS-FILE.
018400     IF FS-STEP-TOTALS = "00"
018500         READ STEP-TOTALS-FILE
018600             AT END
018700                 CONTINUE
018800             NOT AT END
018900                 IF CX-HEADER
019000                    AND CX-RUN-DATE IS NUMERIC
019100                     MOVE CX-RUN-DATE TO RB-RUN-DATE
019200                 END-IF
019300         END-READ
019400         CLOSE STEP-TOTALS-FILE
019500     END-IF.
019600     OPEN OUTPUT BALANCE-REPORT-FILE.
019700     MOVE RB-RUN-DATE TO RB-HD-RUN-DATE.
019800     WRITE BALANCE-REPORT-LINE FROM RB-HEADING-LINE.
019900     MOVE SPACES TO BALANCE-REPORT-LINE.
020000     WRITE BALANCE-REPORT-LINE.
020100     WRITE BALANCE-REPORT-LINE FROM RB-COLUMN-LINE.
020200 1000-EXIT.
020300     EXIT.
020400
020500*=================================================================*
020600*  2000-LOAD-TOTALS -- every RUN-TOTALS-FILE record for the run   *
020700*  date.  No file means no step has filed a total yet, and every  *
020800*  pair will show NOT RUN.                                        *
020900*=================================================================*
021000 2000-LOAD-TOTALS.
021100     MOVE "N" TO RB-EOF-SW.
021200     OPEN INPUT RUN-TOTALS-FILE.
021300     IF FS-RUN-TOTALS NOT = "00"
021400         DISPLAY "RUNTOTS NOT AVAILABLE - STATUS " FS-RUN-TOTALS
021500         GO TO 2000-EXIT
021600     END-IF.
021700     MOVE LOW-VALUES  TO RN-TOTALS-KEY.
021800     MOVE RB-RUN-DATE TO RN-RUN-DATE.
021900     START RUN-TOTALS-FILE KEY NOT < RN-TOTALS-KEY
022000         INVALID KEY
022100             SET RB-EOF TO TRUE
022200     END-START.
022300     PERFORM 2100-LOAD-ONE-TOTAL THRU 2100-EXIT
022400         UNTIL RB-EOF.
022500     CLOSE RUN-TOTALS-FILE.
022600 2000-EXIT.
022700     EXIT.
022800
022900 2100-LOAD-ONE-TOTAL.
023000     READ RUN-TOTALS-FILE NEXT
023100         AT END
023200             SET RB-EOF TO TRUE
023300             GO TO 2100-EXIT
023400     END-READ.
023500     IF RN-RUN-DATE NOT = RB-RUN-DATE
023600         SET RB-EOF TO TRUE
023700         GO TO 2100-EXIT
023800     END-IF.
023900     ADD 1 TO RB-TOTALS-READ.
024000     IF RB-TOTAL-COUNT NOT < 500
024100         IF NOT RB-TABLE-FULL
024200             SET RB-TABLE-FULL TO TRUE
024300             DISPLAY "TOTALS TABLE FULL - LATER STEPS NOT LOADED"
024400         END-IF
024500         GO TO 2100-EXIT
024600     END-IF.
024700     ADD 1 TO RB-TOTAL-COUNT.
024800     MOVE RN-STEP-NUMBER  TO RB-TBL-STEP-NUMBER (RB-TOTAL-COUNT).
024900     MOVE RN-PROGRAM-NAME TO RB-TBL-PROGRAM-NAME (RB-TOTAL-COUNT).
025000     MOVE RN-TOTAL-NAME   TO RB-TBL-TOTAL-NAME (RB-TOTAL-COUNT).
025100     MOVE RN-TOTAL-VALUE  TO RB-TBL-TOTAL-VALUE (RB-TOTAL-COUNT).
025200 2100-EXIT.
025300     EXIT.
025400
025500*-----------------------------------------------------------------*
025600*  2600-FIND-TOTAL -- RB-SCAN-TOTAL-VALUE is the value filed by   *
025700*  RB-SCAN-PROGRAM-NAME under RB-SCAN-TOTAL-NAME; RB-FOUND stays  *
025800*  off if the program filed no such total for the run date.       *
025900*-----------------------------------------------------------------*
026000 2600-FIND-TOTAL.
026100     MOVE "N" TO RB-FOUND-SW.
026200     MOVE ZERO TO RB-SCAN-TOTAL-VALUE.
026300     PERFORM 2610-CHECK-ONE-TOTAL THRU 2610-EXIT
026400         VARYING RB-SUB FROM 1 BY 1
026500         UNTIL RB-SUB > RB-TOTAL-COUNT
026600            OR RB-FOUND.
026700 2600-EXIT.
026800     EXIT.
026900
027000 2610-CHECK-ONE-TOTAL.
027100     IF RB-TBL-PROGRAM-NAME (RB-SUB) = RB-SCAN-PROGRAM-NAME
027200        AND RB-TBL-TOTAL-NAME (RB-SUB) = RB-SCAN-TOTAL-NAME
027300         SET RB-FOUND TO TRUE
027400         MOVE RB-TBL-TOTAL-VALUE (RB-SUB) TO RB-SCAN-TOTAL-VALUE
027500     END-IF.
027600 2610-EXIT.
027700     EXIT.
027800
027900*-----------------------------------------------------------------*
028000*  2700/2750 -- look up one total and add it into the left or the *
028100*  right side of the pair, printing it under the pair line.       *
028200*-----------------------------------------------------------------*
028300 2700-ADD-LEFT.
028400     PERFORM 2600-FIND-TOTAL THRU 2600-EXIT.
028500     IF RB-FOUND
028600         SET RB-LEFT-RAN TO TRUE
028700         ADD RB-SCAN-TOTAL-VALUE TO RB-LEFT-VALUE
028800     END-IF.
028900     MOVE "LEFT" TO SL-SIDE.
029000     PERFORM 2800-WRITE-SIDE-LINE THRU 2800-EXIT.
029100 2700-EXIT.
029200     EXIT.
029300
029400 2750-ADD-RIGHT.
029500     PERFORM 2600-FIND-TOTAL THRU 2600-EXIT.
029600     IF RB-FOUND
029700         SET RB-RIGHT-RAN TO TRUE
029800         ADD RB-SCAN-TOTAL-VALUE TO RB-RIGHT-VALUE
029900     END-IF.
030000     MOVE "RIGHT" TO SL-SIDE.
030100     PERFORM 2800-WRITE-SIDE-LINE THRU 2800-EXIT.
030200 2750-EXIT.
030300     EXIT.
030400
030500 2800-WRITE-SIDE-LINE.
030600     MOVE RB-SCAN-PROGRAM-NAME TO SL-PROGRAM-NAME.
030700     MOVE RB-SCAN-TOTAL-NAME   TO SL-TOTAL-NAME.
030800     MOVE RB-SCAN-TOTAL-VALUE  TO SL-TOTAL-VALUE.
030900     IF RB-FOUND
031000         MOVE SPACES TO SL-NOT-FILED
031100     ELSE
031200         MOVE " NOT FILED" TO SL-NOT-FILED
031300     END-IF.
031400     WRITE BALANCE-REPORT-LINE FROM RB-SIDE-LINE.
031500 2800-EXIT.
031600     EXIT.
031700
031800*=================================================================*
031900*  3000-CHECK-PAIRS -- one block per agreed pair: the sides'      *
032000*  totals are looked up and listed, then 3900 settles the pair.   *
032100*=================================================================*
032200 3000-CHECK-PAIRS.
032300     PERFORM 3100-EDIT-AGAINST-GAME THRU 3100-EXIT.
032400     PERFORM 3200-AUDIT-AGAINST-LOAD THRU 3200-EXIT.
032500     PERFORM 3300-RESULTS-AGAINST-POINTS THRU 3300-EXIT.
032600     PERFORM 3400-HISTORY-AGAINST-ROLLUP THRU 3400-EXIT.
032700 3000-EXIT.
032800     EXIT.
032900
033000 3100-EDIT-AGAINST-GAME.
033100     PERFORM 3800-START-PAIR THRU 3800-EXIT.
033200     MOVE "EDIT ACCEPTED / TRANS READ" TO PL-PAIR-NAME.
033300     MOVE "GUESSTRN-EDIT"    TO RB-SCAN-PROGRAM-NAME.
033400     MOVE "RECORDS ACCEPTED" TO RB-SCAN-TOTAL-NAME.
033500     PERFORM 2700-ADD-LEFT THRU 2700-EXIT.
033600     MOVE "GUESSING-GAME"    TO RB-SCAN-PROGRAM-NAME.
033700     MOVE "TRANS READ"       TO RB-SCAN-TOTAL-NAME.
033800     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
033900     PERFORM 3900-SETTLE-PAIR THRU 3900-EXIT.
034000 3100-EXIT.
034100     EXIT.
034200
034300 3200-AUDIT-AGAINST-LOAD.
034400     PERFORM 3800-START-PAIR THRU 3800-EXIT.
034500     MOVE "AUDIT ON FILE / LOADED" TO PL-PAIR-NAME.
034600     MOVE "GUESSING-GAME"    TO RB-SCAN-PROGRAM-NAME.
034700     MOVE "AUDIT ON FILE"    TO RB-SCAN-TOTAL-NAME.
034800     PERFORM 2700-ADD-LEFT THRU 2700-EXIT.
034900     MOVE "AUDIT-LOAD"       TO RB-SCAN-PROGRAM-NAME.
035000     MOVE "RECORDS LOADED"   TO RB-SCAN-TOTAL-NAME.
035100     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
035200     MOVE "RECORDS REPLACED" TO RB-SCAN-TOTAL-NAME.
035300     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
035400     PERFORM 3900-SETTLE-PAIR THRU 3900-EXIT.
035500 3200-EXIT.
035600     EXIT.
035700
035800 3300-RESULTS-AGAINST-POINTS.
035900     PERFORM 3800-START-PAIR THRU 3800-EXIT.
036000     MOVE "RESULTS ON FILE / POINTS" TO PL-PAIR-NAME.
036100     MOVE "GUESSING-GAME"    TO RB-SCAN-PROGRAM-NAME.
036200     MOVE "RESULTS ON FILE"  TO RB-SCAN-TOTAL-NAME.
036300     PERFORM 2700-ADD-LEFT THRU 2700-EXIT.
036400     MOVE "POINTS-POST"      TO RB-SCAN-PROGRAM-NAME.
036500     MOVE "ROUNDS CREDITED"  TO RB-SCAN-TOTAL-NAME.
036600     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
036700     MOVE "ALREADY POSTED"   TO RB-SCAN-TOTAL-NAME.
036800     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
036900     MOVE "ZERO-SCORE"       TO RB-SCAN-TOTAL-NAME.
037000     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
037100     MOVE "VOIDED"           TO RB-SCAN-TOTAL-NAME.
037200     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
037300     PERFORM 3900-SETTLE-PAIR THRU 3900-EXIT.
037400 3300-EXIT.
037500     EXIT.
037600
037700 3400-HISTORY-AGAINST-ROLLUP.
037800     PERFORM 3800-START-PAIR THRU 3800-EXIT.
037900     MOVE "HISTORY ON FILE / ROLLUP" TO PL-PAIR-NAME.
038000     MOVE "GUESSING-GAME"    TO RB-SCAN-PROGRAM-NAME.
038100     MOVE "HISTORY ON FILE"  TO RB-SCAN-TOTAL-NAME.
038200     PERFORM 2700-ADD-LEFT THRU 2700-EXIT.
038300     MOVE "SUMMARY-ROLLUP"   TO RB-SCAN-PROGRAM-NAME.
038400     MOVE "ROUNDS POSTED"    TO RB-SCAN-TOTAL-NAME.
038500     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
038600     MOVE "ALREADY POSTED"   TO RB-SCAN-TOTAL-NAME.
038700     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
038800     MOVE "VOIDED"           TO RB-SCAN-TOTAL-NAME.
038900     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
039000     MOVE "HELD (CLOSED)"    TO RB-SCAN-TOTAL-NAME.
039100     PERFORM 2750-ADD-RIGHT THRU 2750-EXIT.
039200     PERFORM 3900-SETTLE-PAIR THRU 3900-EXIT.
039300 3400-EXIT.
039400     EXIT.
039500
039600 3800-START-PAIR.
039700     MOVE "N" TO RB-LEFT-SW.
039800     MOVE "N" TO RB-RIGHT-SW.
039900     MOVE ZERO TO RB-LEFT-VALUE.
040000     MOVE ZERO TO RB-RIGHT-VALUE.
040100     MOVE SPACES TO BALANCE-REPORT-LINE.
040200     WRITE BALANCE-REPORT-LINE.
040300 3800-EXIT.
040400     EXIT.
040500
040600*-----------------------------------------------------------------*
040700*  3900-SETTLE-PAIR -- a pair neither side of which ran is not    *
040800*  a failure; one side missing is.                                *
040900*-----------------------------------------------------------------*
041000 3900-SETTLE-PAIR.
041100     ADD 1 TO RB-PAIRS-CHECKED.
041200     MOVE RB-LEFT-VALUE  TO PL-LEFT-VALUE.
041300     MOVE RB-RIGHT-VALUE TO PL-RIGHT-VALUE.
041400     EVALUATE TRUE
041500         WHEN NOT RB-LEFT-RAN AND NOT RB-RIGHT-RAN
041600             MOVE "NOT RUN"        TO PL-RESULT
041700             ADD 1 TO RB-PAIRS-NOT-RUN
041800         WHEN NOT RB-LEFT-RAN OR NOT RB-RIGHT-RAN
041900             MOVE "OUT - ONE SIDE" TO PL-RESULT
042000             ADD 1 TO RB-PAIRS-OUT
042100         WHEN RB-LEFT-VALUE NOT = RB-RIGHT-VALUE
042200             MOVE "OUT OF BALANCE" TO PL-RESULT
042300             ADD 1 TO RB-PAIRS-OUT
042400         WHEN OTHER
042500             MOVE "IN BALANCE"     TO PL-RESULT
042600             ADD 1 TO RB-PAIRS-IN
042700     END-EVALUATE.
042800     WRITE BALANCE-REPORT-LINE FROM RB-PAIR-LINE.
042900     IF PL-RESULT NOT = "IN BALANCE"
043000         DISPLAY "RUN-BALANCE " PL-PAIR-NAME " " PL-RESULT
043100     END-IF.
043200 3900-EXIT.
043300     EXIT.
043400
043500*=================================================================*
043600*  5000-WRITE-SUMMARY                                             *
043700*=================================================================*
043800 5000-WRITE-SUMMARY.
043900     MOVE SPACES TO BALANCE-REPORT-LINE.
044000     WRITE BALANCE-REPORT-LINE.
044100     MOVE "PAIRS CHECKED" TO SM-DESCRIPTION.
044200     MOVE RB-PAIRS-CHECKED TO SM-COUNT.
044300     WRITE BALANCE-REPORT-LINE FROM RB-SUMMARY-LINE.
044400     MOVE "PAIRS IN BALANCE" TO SM-DESCRIPTION.
044500     MOVE RB-PAIRS-IN TO SM-COUNT.
044600     WRITE BALANCE-REPORT-LINE FROM RB-SUMMARY-LINE.
044700     MOVE "PAIRS OUT OF BALANCE" TO SM-DESCRIPTION.
044800     MOVE RB-PAIRS-OUT TO SM-COUNT.
044900     WRITE BALANCE-REPORT-LINE FROM RB-SUMMARY-LINE.
045000     MOVE "PAIRS NOT RUN" TO SM-DESCRIPTION.
045100     MOVE RB-PAIRS-NOT-RUN TO SM-COUNT.
045200     WRITE BALANCE-REPORT-LINE FROM RB-SUMMARY-LINE.
045300     IF RB-TABLE-FULL
045400         MOVE "*** MORE THAN 500 TOTALS - THE REST NOT LOADED ***"
045500             TO BALANCE-REPORT-LINE
045600         WRITE BALANCE-REPORT-LINE
045700     END-IF.
045800     DISPLAY "RUN-BALANCE PAIRS CHECKED : " RB-PAIRS-CHECKED.
045900     DISPLAY "RUN-BALANCE PAIRS OUT     : " RB-PAIRS-OUT.
046000 5000-EXIT.
046100     EXIT.
046200
046300*=================================================================*
046400*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
046500*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
046600*=================================================================*
046700 8900-WRITE-STEP-TOTALS.
046800     OPEN EXTEND STEP-TOTALS-FILE.
046900     IF FS-STEP-TOTALS = "35"
047000         OPEN OUTPUT STEP-TOTALS-FILE
047100     END-IF.
047200     MOVE "TOTALS READ" TO RB-STEP-TOTAL-NAME.
047300     MOVE RB-TOTALS-READ TO RB-STEP-TOTAL-VALUE.
047400     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
047500     MOVE "PAIRS CHECKED" TO RB-STEP-TOTAL-NAME.
047600     MOVE RB-PAIRS-CHECKED TO RB-STEP-TOTAL-VALUE.
047700     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
047800     MOVE "PAIRS OUT" TO RB-STEP-TOTAL-NAME.
047900     MOVE RB-PAIRS-OUT TO RB-STEP-TOTAL-VALUE.
048000     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
048100     CLOSE STEP-TOTALS-FILE.
048200 8900-EXIT.
048300     EXIT.
048400
048500 8910-WRITE-STEP-TOTAL.
048600     MOVE SPACES TO STEP-TOTALS-RECORD.
048700     SET CX-DETAIL TO TRUE.
048800     MOVE "RUN-BALANCE" TO CX-PROGRAM-NAME.
048900     MOVE RB-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
049000     MOVE RB-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
049100     WRITE STEP-TOTALS-RECORD.
049200 8910-EXIT.
049300     EXIT.
