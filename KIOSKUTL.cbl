000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    KIOSK-UTIL.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  KIOSK-UTIL                                                     *
000900*                                                                 *
001000*  Kiosk utilisation and hourly traffic report (KUTILRPT).  Runs  *
001100*  under NIGHT-DRIVER after GUESSING-GAME.  For each kiosk, and   *
001200*  for each clock hour the kiosk's sessions were started in, it   *
001300*  shows sessions started, sessions abandoned, rounds completed,  *
001400*  guesses made and the average turns per completed round, then   *
001500*  the kiosk's reject rate: everything it sent through            *
001600*  KIOSK-MERGE (GUESSACC plus both reject files) against what     *
001700*  KIOSK-MERGE (KIOSKREJ) and GUESSTRN-EDIT (GUESSREJ) turned     *
001800*  away.                                                          *
001900*                                                                 *
002000*  Sessions, abandonments and guesses come from the               *
002100*  KIOSK-SESSION-FILE GUESSING-GAME wrote for the run; rounds and *
002200*  turns come from the run date's history rounds that carry a     *
002300*  kiosk id (voided rounds left out).  The hour is the one in the *
002400*  session id's start timestamp, so it is the hour the player was *
002500*  at the kiosk, not the hour the night run replayed the session; *
002600*  a session id with no usable hour is shown against hour ??.     *
002700*  Any input file that is not there counts as empty.              *
002800*-----------------------------------------------------------------*
002900*  MODIFICATION HISTORY                                           *
003000*  DATE       INIT  DESCRIPTION                                   *
003100*  2026-10-15  DLW  Original.                                     *
003110*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
003120*                   STEP-TOTALS-FILE for the run-totals file.     *
003200*=================================================================*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT KIOSK-SESSION-FILE ASSIGN TO "KIOSKSES"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-KIOSK-SESSION.
004000
004100     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS GH-HISTORY-KEY
004500         FILE STATUS IS FS-GAME-HISTORY.
004600
004700     SELECT ACCEPTED-TRANS-FILE ASSIGN TO "GUESSACC"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-ACCEPTED-TRANS.
005000
005100     SELECT EDIT-REJECT-FILE ASSIGN TO "GUESSREJ"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FS-EDIT-REJECT.
005400
005500     SELECT KIOSK-REJECT-FILE ASSIGN TO "KIOSKREJ"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FS-KIOSK-REJECT.
005800
005900     SELECT UTIL-REPORT-FILE ASSIGN TO "KUTILRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006010
006020     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
006030         ORGANIZATION IS LINE SEQUENTIAL
006040         FILE STATUS IS FS-STEP-TOTALS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  KIOSK-SESSION-FILE.
006500     COPY KIOSKSES.
006600
006700 FD  GAME-HISTORY-FILE.
006800     COPY GAMEHIST.
006900
007000 FD  ACCEPTED-TRANS-FILE.
007100     COPY GUESSTRN REPLACING
007200         ==GUESS-TRANS-RECORD== BY ==ACCEPTED-TRANS-RECORD==
007300         ==GT-SESSION-ID==      BY ==GA-SESSION-ID==
007400         ==GT-PLAYER-ID==       BY ==GA-PLAYER-ID==
007500         ==GT-ROUND-NUMBER==    BY ==GA-ROUND-NUMBER==
007600         ==GT-SEQUENCE-NUMBER== BY ==GA-SEQUENCE-NUMBER==
007700         ==GT-GUESS-VALUE==     BY ==GA-GUESS-VALUE==
007800         ==GT-KIOSK-ID==        BY ==GA-KIOSK-ID==.
007900
008000*    Both reject files hold the original GUESSTRN record followed
008100*    by the reason; the kiosk id sits where GT-KIOSK-ID does.
008200 FD  EDIT-REJECT-FILE.
008300 01  EDIT-REJECT-RECORD.
008400     05  EJ-TRANS-DATA.
008500         10  FILLER              PIC X(26).
008600         10  EJ-KIOSK-ID         PIC X(02).
008700         10  FILLER              PIC X(03).
008800     05  FILLER                  PIC X(02).
008900     05  EJ-REJECT-REASON        PIC X(30).
009000
009100 FD  KIOSK-REJECT-FILE.
009200 01  KIOSK-REJECT-RECORD.
009300     05  KJ-TRANS-DATA.
009400         10  FILLER              PIC X(26).
009500         10  KJ-KIOSK-ID         PIC X(02).
009600         10  FILLER              PIC X(03).
009700     05  FILLER                  PIC X(02).
009800     05  KJ-REJECT-REASON        PIC X(30).
009900
010000 FD  UTIL-REPORT-FILE.
010100 01  UTIL-REPORT-LINE            PIC X(80).
010110
010120 FD  STEP-TOTALS-FILE.
010130     COPY STEPTOTS.
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-FILE-STATUSES.
010500     05  FS-KIOSK-SESSION        PIC X(02) VALUE "00".
010600     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
010700     05  FS-ACCEPTED-TRANS       PIC X(02) VALUE "00".
010800     05  FS-EDIT-REJECT          PIC X(02) VALUE "00".
010900     05  FS-KIOSK-REJECT         PIC X(02) VALUE "00".
010910     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
011000
011100 01  KU-SWITCHES.
011200     05  KU-EOF-SW               PIC X(01) VALUE "N".
011300         88  KU-EOF                  VALUE "Y".
011400     05  KU-OPEN-SW              PIC X(01) VALUE "N".
011500         88  KU-FILE-OPEN            VALUE "Y".
011600     05  KU-FOUND-SW             PIC X(01) VALUE "N".
011700         88  KU-FOUND                VALUE "Y".
011800     05  KU-TABLE-FULL-SW        PIC X(01) VALUE "N".
011900         88  KU-TABLE-FULL           VALUE "Y".
012000     05  KU-RUN-DATE-SW          PIC X(01) VALUE "N".
012100         88  KU-RUN-DATE-SET         VALUE "Y".
012200
012300 01  KU-RUN-DATE                 PIC 9(08) VALUE ZERO.
012400 01  KU-SCAN-KIOSK-ID            PIC X(02) VALUE SPACES.
012500
012600*    Session ids are the player id followed by the HHMMSSHH the
012700*    session was started at, so the start hour is bytes 6-7.
012800 01  KU-SCAN-SESSION-ID.
012900     05  FILLER                  PIC X(05).
013000     05  KU-SCAN-HOUR            PIC X(02).
013100     05  KU-SCAN-HOUR-N REDEFINES KU-SCAN-HOUR
013200                                 PIC 9(02).
013300     05  FILLER                  PIC X(06).
013400
013500*-----------------------------------------------------------------*
013600*    KIOSK TABLE -- one entry per kiosk seen on any input, held   *
013700*    in kiosk id order.  Hours 00-23 go in slots 1-24; slot 25    *
013800*    takes sessions whose id carries no usable hour.              *
013900*-----------------------------------------------------------------*
014000 01  KU-KIOSK-TABLE.
014100     05  KU-KIOSK-COUNT          PIC 9(04) COMP.
014200     05  KU-KIOSK-ENTRY          OCCURS 10 TIMES.
014300         10  KU-TBL-KIOSK-ID     PIC X(02).
014400         10  KU-TBL-ACCEPTED     PIC 9(07) COMP.
014500         10  KU-TBL-EDIT-REJ     PIC 9(07) COMP.
014600         10  KU-TBL-KIOSK-REJ    PIC 9(07) COMP.
014700         10  KU-TBL-HOUR         OCCURS 25 TIMES.
014800             15  KU-TBL-SESSIONS PIC 9(07) COMP.
014900             15  KU-TBL-ABANDONED
015000                                 PIC 9(07) COMP.
015100             15  KU-TBL-ROUNDS   PIC 9(07) COMP.
015200             15  KU-TBL-GUESSES  PIC 9(07) COMP.
015300             15  KU-TBL-TURNS    PIC 9(07) COMP.
015400 01  KU-SUB                      PIC 9(04) COMP VALUE ZERO.
015500 01  KU-KSUB                     PIC 9(04) COMP VALUE ZERO.
015600 01  KU-HSUB                     PIC 9(04) COMP VALUE ZERO.
015700 01  KU-INSERT-SUB               PIC 9(04) COMP VALUE ZERO.
015800 01  KU-HOUR-NUMBER              PIC 9(02) VALUE ZERO.
015900
016000*    One activity line's figures, and the kiosk and all-kiosk
016100*    totals they roll into (same layout so a group MOVE loads a
016200*    total into the line).
016300 01  KU-LINE-COUNTS.
016400     05  KU-LN-SESSIONS          PIC 9(07) COMP.
016500     05  KU-LN-ABANDONED         PIC 9(07) COMP.
016600     05  KU-LN-ROUNDS            PIC 9(07) COMP.
016700     05  KU-LN-GUESSES           PIC 9(07) COMP.
016800     05  KU-LN-TURNS             PIC 9(07) COMP.
016900 01  KU-KIOSK-TOTALS.
017000     05  KU-KT-SESSIONS          PIC 9(07) COMP.
017100     05  KU-KT-ABANDONED         PIC 9(07) COMP.
017200     05  KU-KT-ROUNDS            PIC 9(07) COMP.
017300     05  KU-KT-GUESSES           PIC 9(07) COMP.
017400     05  KU-KT-TURNS             PIC 9(07) COMP.
017500 01  KU-GRAND-TOTALS.
017600     05  KU-GT-SESSIONS          PIC 9(07) COMP.
017700     05  KU-GT-ABANDONED         PIC 9(07) COMP.
017800     05  KU-GT-ROUNDS            PIC 9(07) COMP.
017900     05  KU-GT-GUESSES           PIC 9(07) COMP.
018000     05  KU-GT-TURNS             PIC 9(07) COMP.
018100
018200 01  KU-REJECT-COUNTS.
018300     05  KU-RJ-ACCEPTED          PIC 9(07) COMP.
018400     05  KU-RJ-EDIT-REJ          PIC 9(07) COMP.
018500     05  KU-RJ-KIOSK-REJ         PIC 9(07) COMP.
018600 01  KU-GRAND-REJECTS.
018700     05  KU-GR-ACCEPTED          PIC 9(07) COMP.
018800     05  KU-GR-EDIT-REJ          PIC 9(07) COMP.
018900     05  KU-GR-KIOSK-REJ         PIC 9(07) COMP.
019000 01  KU-RECEIVED                 PIC 9(07) COMP VALUE ZERO.
019100
019200 01  KU-AVERAGE-TURNS            PIC 9(03)V9(02).
019300 01  KU-REJECT-RATE              PIC 9(03)V9(02).
019400
019500 01  KU-HEADING-LINE.
019600     05  FILLER                  PIC X(50) VALUE
019700         "KIOSK-UTIL KIOSK UTILISATION AND HOURLY TRAFFIC".
019800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
019900     05  KU-HD-RUN-DATE          PIC 9(08).
020000     05  FILLER                  PIC X(13) VALUE SPACES.
020100
020200 01  KU-KIOSK-LINE.
020300     05  FILLER                  PIC X(06) VALUE "KIOSK ".
020400     05  KU-KL-KIOSK-ID          PIC X(10).
020500     05  FILLER                  PIC X(64) VALUE SPACES.
020600
020700 01  KU-COLUMN-LINE.
020800     05  FILLER                  PIC X(53) VALUE
020900         "  HR   SESSIONS ABANDONED   ROUNDS  GUESSES AVG TURNS".
021000     05  FILLER                  PIC X(27) VALUE SPACES.
021100
021200 01  KU-ACTIVITY-LINE.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  AL-LABEL                PIC X(05).
021500     05  FILLER                  PIC X(01) VALUE SPACES.
021600     05  AL-SESSIONS             PIC ZZZZZZ9.
021700     05  FILLER                  PIC X(03) VALUE SPACES.
021800     05  AL-ABANDONED            PIC ZZZZZZ9.
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  AL-ROUNDS               PIC ZZZZZZ9.
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  AL-GUESSES              PIC ZZZZZZ9.
022300     05  FILLER                  PIC X(04) VALUE SPACES.
022400     05  AL-AVERAGE-TURNS        PIC ZZ9.99.
022500     05  FILLER                  PIC X(27) VALUE SPACES.
022600
022700 01  KU-REJECT-LINE.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  FILLER                  PIC X(09) VALUE "RECEIVED ".
023000     05  RL-RECEIVED             PIC ZZZZZZ9.
023100     05  FILLER                  PIC X(11) VALUE "  KIOSKREJ ".
023200     05  RL-KIOSK-REJ            PIC ZZZZZZ9.
023300     05  FILLER                  PIC X(11) VALUE "  GUESSREJ ".
023400     05  RL-EDIT-REJ             PIC ZZZZZZ9.
023500     05  FILLER                  PIC X(14) VALUE "  REJECT RATE ".
023600     05  RL-REJECT-RATE          PIC ZZ9.99.
023700     05  FILLER                  PIC X(01) VALUE "%".
023800     05  FILLER                  PIC X(05) VALUE SPACES.
023810
023820*    Control totals handed to NIGHT-DRIVER, one at a time.
023830 01  KU-STEP-TOTAL-NAME          PIC X(20).
023840 01  KU-STEP-TOTAL-VALUE         PIC 9(11).
023900
024000 PROCEDURE DIVISION.
024100*=================================================================*
024200*  0000-MAINLINE -- load the kiosk table from the session log,    *
024300*  the history rounds and the three transaction files, then print *
024400*  one block per kiosk and the all-kiosk totals.                  *
024500*=================================================================*
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     PERFORM 2000-LOAD-SESSIONS THRU 2000-EXIT.
024900     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
025000     PERFORM 4000-LOAD-ACCEPTED THRU 4000-EXIT.
025100     PERFORM 4200-LOAD-EDIT-REJECTS THRU 4200-EXIT.
025200     PERFORM 4400-LOAD-KIOSK-REJECTS THRU 4400-EXIT.
025300     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
025400     CLOSE UTIL-REPORT-FILE.
025410     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
025500     GOBACK.
025600
025700 1000-INITIALIZE.
025800     INITIALIZE KU-KIOSK-TABLE.
025900     INITIALIZE KU-GRAND-TOTALS.
026000     INITIALIZE KU-GRAND-REJECTS.
026100     ACCEPT KU-RUN-DATE FROM DATE YYYYMMDD.
026200     OPEN OUTPUT UTIL-REPORT-FILE.
026300 1000-EXIT.
026400     EXIT.
026500
026600*=================================================================*
026700*  2000-LOAD-SESSIONS -- one KIOSK-SESSION-FILE record per batch  *
026800*  session.  The run date GUESSING-GAME stamped on the log is the *
026900*  date the history rounds are taken for, so a night run that     *
027000*  crosses midnight between the two steps still lines up.         *
027100*=================================================================*
027200 2000-LOAD-SESSIONS.
027300     MOVE "N" TO KU-EOF-SW.
027400     MOVE "N" TO KU-OPEN-SW.
027500     OPEN INPUT KIOSK-SESSION-FILE.
027600     IF FS-KIOSK-SESSION = "00"
027700         SET KU-FILE-OPEN TO TRUE
027800     ELSE
027900         DISPLAY "KIOSKSES NOT PRESENT - NO BATCH SESSIONS"
028000         SET KU-EOF TO TRUE
028100     END-IF.
028200     PERFORM 2100-LOAD-ONE-SESSION THRU 2100-EXIT
028300         UNTIL KU-EOF.
028400     IF KU-FILE-OPEN
028500         CLOSE KIOSK-SESSION-FILE
028600     END-IF.
028700 2000-EXIT.
028800     EXIT.
028900
029000 2100-LOAD-ONE-SESSION.
029100     READ KIOSK-SESSION-FILE
029200         AT END
029300             SET KU-EOF TO TRUE
029400             GO TO 2100-EXIT
029500     END-READ.
029600     IF NOT KU-RUN-DATE-SET
029700         MOVE KS-RUN-DATE TO KU-RUN-DATE
029800         SET KU-RUN-DATE-SET TO TRUE
029900     END-IF.
030000     MOVE KS-KIOSK-ID TO KU-SCAN-KIOSK-ID.
030100     PERFORM 2600-FIND-KIOSK THRU 2600-EXIT.
030200     IF NOT KU-FOUND
030300         GO TO 2100-EXIT
030400     END-IF.
030500     MOVE KS-SESSION-ID TO KU-SCAN-SESSION-ID.
030600     PERFORM 2700-SET-HOUR THRU 2700-EXIT.
030700     ADD 1 TO KU-TBL-SESSIONS (KU-KSUB, KU-HSUB).
030800     IF KS-ABANDONED
030900         ADD 1 TO KU-TBL-ABANDONED (KU-KSUB, KU-HSUB)
031000     END-IF.
031100     ADD KS-GUESSES TO KU-TBL-GUESSES (KU-KSUB, KU-HSUB).
031200 2100-EXIT.
031300     EXIT.
031400
031500*-----------------------------------------------------------------*
031600*  2600-FIND-KIOSK -- point KU-KSUB at KU-SCAN-KIOSK-ID's entry,  *
031700*  adding the kiosk in id order if it is new.  A kiosk that will  *
031800*  not fit is left off the report (KU-FOUND stays off) and the    *
031900*  report says so.                                                *
032000*-----------------------------------------------------------------*
032100 2600-FIND-KIOSK.
032200     MOVE "N" TO KU-FOUND-SW.
032300     MOVE ZERO TO KU-KSUB.
032400     MOVE ZERO TO KU-INSERT-SUB.
032500     PERFORM 2610-CHECK-ONE-KIOSK THRU 2610-EXIT
032600         VARYING KU-SUB FROM 1 BY 1
032700         UNTIL KU-SUB > KU-KIOSK-COUNT
032800            OR KU-FOUND.
032900     IF KU-FOUND
033000         GO TO 2600-EXIT
033100     END-IF.
033200     IF KU-KIOSK-COUNT NOT < 10
033300         IF NOT KU-TABLE-FULL
033400             SET KU-TABLE-FULL TO TRUE
033500             DISPLAY "KIOSK TABLE FULL - KIOSK " KU-SCAN-KIOSK-ID
033600                 " AND LATER KIOSKS LEFT OFF THE REPORT"
033700         END-IF
033800         GO TO 2600-EXIT
033900     END-IF.
034000     IF KU-INSERT-SUB = ZERO
034100         COMPUTE KU-INSERT-SUB = KU-KIOSK-COUNT + 1
034200     ELSE
034300         PERFORM 2620-SHIFT-ONE-KIOSK THRU 2620-EXIT
034400             VARYING KU-SUB FROM KU-KIOSK-COUNT BY -1
034500             UNTIL KU-SUB < KU-INSERT-SUB
034600     END-IF.
034700     ADD 1 TO KU-KIOSK-COUNT.
034800     MOVE KU-INSERT-SUB TO KU-KSUB.
034900     INITIALIZE KU-KIOSK-ENTRY (KU-KSUB).
035000     MOVE KU-SCAN-KIOSK-ID TO KU-TBL-KIOSK-ID (KU-KSUB).
035100     SET KU-FOUND TO TRUE.
035200 2600-EXIT.
035300     EXIT.
035400
035500 2610-CHECK-ONE-KIOSK.
035600     IF KU-TBL-KIOSK-ID (KU-SUB) = KU-SCAN-KIOSK-ID
035700         SET KU-FOUND TO TRUE
035800         MOVE KU-SUB TO KU-KSUB
035900     ELSE
036000         IF KU-TBL-KIOSK-ID (KU-SUB) > KU-SCAN-KIOSK-ID
036100            AND KU-INSERT-SUB = ZERO
036200             MOVE KU-SUB TO KU-INSERT-SUB
036300         END-IF
036400     END-IF.
036500 2610-EXIT.
036600     EXIT.
036700
036800 2620-SHIFT-ONE-KIOSK.
036900     MOVE KU-KIOSK-ENTRY (KU-SUB) TO KU-KIOSK-ENTRY (KU-SUB + 1).
037000 2620-EXIT.
037100     EXIT.
037200
037300 2700-SET-HOUR.
037400     IF KU-SCAN-HOUR IS NUMERIC
037500        AND KU-SCAN-HOUR-N < 24
037600         COMPUTE KU-HSUB = KU-SCAN-HOUR-N + 1
037700     ELSE
037800         MOVE 25 TO KU-HSUB
037900     END-IF.
038000 2700-EXIT.
038100     EXIT.
038200
038300*=================================================================*
038400*  3000-LOAD-HISTORY -- rounds completed and their turns, from    *
038500*  the run date's live history rounds that came in from a kiosk.  *
038600*=================================================================*
038700 3000-LOAD-HISTORY.
038800     MOVE "N" TO KU-EOF-SW.
038900     MOVE "N" TO KU-OPEN-SW.
039000     OPEN INPUT GAME-HISTORY-FILE.
039100     IF FS-GAME-HISTORY = "00"
039200         SET KU-FILE-OPEN TO TRUE
039300     ELSE
039400         DISPLAY "GAMEHIST NOT AVAILABLE - STATUS "
039500             FS-GAME-HISTORY " - NO ROUNDS REPORTED"
039600         SET KU-EOF TO TRUE
039700     END-IF.
039800     PERFORM 3100-LOAD-ONE-ROUND THRU 3100-EXIT
039900         UNTIL KU-EOF.
040000     IF KU-FILE-OPEN
040100         CLOSE GAME-HISTORY-FILE
040200     END-IF.
040300 3000-EXIT.
040400     EXIT.
040500
040600 3100-LOAD-ONE-ROUND.
040700     READ GAME-HISTORY-FILE NEXT
040800         AT END
040900             SET KU-EOF TO TRUE
041000             GO TO 3100-EXIT
041100     END-READ.
041200     IF GH-KIOSK-ID = SPACES
041300        OR GH-PLAY-DATE NOT = KU-RUN-DATE
041400        OR GH-VOIDED
041500         GO TO 3100-EXIT
041600     END-IF.
041700     MOVE GH-KIOSK-ID TO KU-SCAN-KIOSK-ID.
041800     PERFORM 2600-FIND-KIOSK THRU 2600-EXIT.
041900     IF NOT KU-FOUND
042000         GO TO 3100-EXIT
042100     END-IF.
042200     MOVE GH-SESSION-ID TO KU-SCAN-SESSION-ID.
042300     PERFORM 2700-SET-HOUR THRU 2700-EXIT.
042400     ADD 1 TO KU-TBL-ROUNDS (KU-KSUB, KU-HSUB).
042500     ADD GH-TIME-GUESSED TO KU-TBL-TURNS (KU-KSUB, KU-HSUB).
042600 3100-EXIT.
042700     EXIT.
042800
042900*=================================================================*
043000*  4000/4200/4400 -- what each kiosk sent: records GUESSTRN-EDIT  *
043100*  accepted, records it rejected, and records KIOSK-MERGE held    *
043200*  back before the edit.                                          *
043300*=================================================================*
043400 4000-LOAD-ACCEPTED.
043500     MOVE "N" TO KU-EOF-SW.
043600     MOVE "N" TO KU-OPEN-SW.
043700     OPEN INPUT ACCEPTED-TRANS-FILE.
043800     IF FS-ACCEPTED-TRANS = "00"
043900         SET KU-FILE-OPEN TO TRUE
044000     ELSE
044100         DISPLAY "GUESSACC NOT PRESENT - NO ACCEPTED RECORDS"
044200         SET KU-EOF TO TRUE
044300     END-IF.
044400     PERFORM 4100-LOAD-ONE-ACCEPTED THRU 4100-EXIT
044500         UNTIL KU-EOF.
044600     IF KU-FILE-OPEN
044700         CLOSE ACCEPTED-TRANS-FILE
044800     END-IF.
044900 4000-EXIT.
045000     EXIT.
045100
045200 4100-LOAD-ONE-ACCEPTED.
045300     READ ACCEPTED-TRANS-FILE
045400         AT END
045500             SET KU-EOF TO TRUE
045600             GO TO 4100-EXIT
045700     END-READ.
045800     MOVE GA-KIOSK-ID TO KU-SCAN-KIOSK-ID.
045900     PERFORM 2600-FIND-KIOSK THRU 2600-EXIT.
046000     IF KU-FOUND
046100         ADD 1 TO KU-TBL-ACCEPTED (KU-KSUB)
046200     END-IF.
046300 4100-EXIT.
046400     EXIT.
046500
046600 4200-LOAD-EDIT-REJECTS.
046700     MOVE "N" TO KU-EOF-SW.
046800     MOVE "N" TO KU-OPEN-SW.
046900     OPEN INPUT EDIT-REJECT-FILE.
047000     IF FS-EDIT-REJECT = "00"
047100         SET KU-FILE-OPEN TO TRUE
047200     ELSE
047300         DISPLAY "GUESSREJ NOT PRESENT - NO EDIT REJECTS"
047400         SET KU-EOF TO TRUE
047500     END-IF.
047600     PERFORM 4300-LOAD-ONE-EDIT-REJECT THRU 4300-EXIT
047700         UNTIL KU-EOF.
047800     IF KU-FILE-OPEN
047900         CLOSE EDIT-REJECT-FILE
048000     END-IF.
048100 4200-EXIT.
048200     EXIT.
048300
048400 4300-LOAD-ONE-EDIT-REJECT.
048500     READ EDIT-REJECT-FILE
048600         AT END
048700             SET KU-EOF TO TRUE
048800             GO TO 4300-EXIT
048900     END-READ.
049000     MOVE EJ-KIOSK-ID TO KU-SCAN-KIOSK-ID.
049100     PERFORM 2600-FIND-KIOSK THRU 2600-EXIT.
049200     IF KU-FOUND
049300         ADD 1 TO KU-TBL-EDIT-REJ (KU-KSUB)
049400     END-IF.
049500 4300-EXIT.
049600     EXIT.
049700
049800 4400-LOAD-KIOSK-REJECTS.
049900     MOVE "N" TO KU-EOF-SW.
050000     MOVE "N" TO KU-OPEN-SW.
050100     OPEN INPUT KIOSK-REJECT-FILE.
050200     IF FS-KIOSK-REJECT = "00"
050300         SET KU-FILE-OPEN TO TRUE
050400     ELSE
050500         DISPLAY "KIOSKREJ NOT PRESENT - NO MERGE REJECTS"
050600         SET KU-EOF TO TRUE
050700     END-IF.
050800     PERFORM 4500-LOAD-ONE-KIOSK-REJECT THRU 4500-EXIT
050900         UNTIL KU-EOF.
051000     IF KU-FILE-OPEN
051100         CLOSE KIOSK-REJECT-FILE
051200     END-IF.
051300 4400-EXIT.
051400     EXIT.
051500
051600 4500-LOAD-ONE-KIOSK-REJECT.
051700     READ KIOSK-REJECT-FILE
051800         AT END
051900             SET KU-EOF TO TRUE
052000             GO TO 4500-EXIT
052100     END-READ.
052200     MOVE KJ-KIOSK-ID TO KU-SCAN-KIOSK-ID.
052300     PERFORM 2600-FIND-KIOSK THRU 2600-EXIT.
052400     IF KU-FOUND
052500         ADD 1 TO KU-TBL-KIOSK-REJ (KU-KSUB)
052600     END-IF.
052700 4500-EXIT.
052800     EXIT.
052900
053000*=================================================================*
053100*  5000-WRITE-REPORT -- heading, one block per kiosk, then the    *
053200*  all-kiosk totals.                                              *
053300*=================================================================*
053400 5000-WRITE-REPORT.
053500     MOVE KU-RUN-DATE TO KU-HD-RUN-DATE.
053600     WRITE UTIL-REPORT-LINE FROM KU-HEADING-LINE.
053700     IF KU-KIOSK-COUNT = ZERO
053800         MOVE SPACES TO UTIL-REPORT-LINE
053900         WRITE UTIL-REPORT-LINE
054000         MOVE "NO KIOSK ACTIVITY FOR THIS RUN" TO UTIL-REPORT-LINE
054100         WRITE UTIL-REPORT-LINE
054200         GO TO 5000-EXIT
054300     END-IF.
054400     PERFORM 5100-REPORT-ONE-KIOSK THRU 5100-EXIT
054500         VARYING KU-KSUB FROM 1 BY 1
054600         UNTIL KU-KSUB > KU-KIOSK-COUNT.
054700     MOVE SPACES TO UTIL-REPORT-LINE.
054800     WRITE UTIL-REPORT-LINE.
054900     MOVE "ALL KIOSKS" TO UTIL-REPORT-LINE.
055000     WRITE UTIL-REPORT-LINE.
055100     WRITE UTIL-REPORT-LINE FROM KU-COLUMN-LINE.
055200     MOVE KU-GRAND-TOTALS TO KU-LINE-COUNTS.
055300     MOVE "TOTAL" TO AL-LABEL.
055400     PERFORM 5300-WRITE-ACTIVITY-LINE THRU 5300-EXIT.
055500     MOVE KU-GRAND-REJECTS TO KU-REJECT-COUNTS.
055600     PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT.
055700     IF KU-TABLE-FULL
055800         MOVE SPACES TO UTIL-REPORT-LINE
055900         WRITE UTIL-REPORT-LINE
056000         MOVE "*** MORE THAN 10 KIOSKS - THE REST NOT SHOWN ***"
056100             TO UTIL-REPORT-LINE
056200         WRITE UTIL-REPORT-LINE
056300     END-IF.
056400 5000-EXIT.
056500     EXIT.
056600
056700 5100-REPORT-ONE-KIOSK.
056800     INITIALIZE KU-KIOSK-TOTALS.
056900     MOVE SPACES TO UTIL-REPORT-LINE.
057000     WRITE UTIL-REPORT-LINE.
057100     IF KU-TBL-KIOSK-ID (KU-KSUB) = SPACES
057200         MOVE "(NONE)" TO KU-KL-KIOSK-ID
057300     ELSE
057400         MOVE KU-TBL-KIOSK-ID (KU-KSUB) TO KU-KL-KIOSK-ID
057500     END-IF.
057600     WRITE UTIL-REPORT-LINE FROM KU-KIOSK-LINE.
057700     WRITE UTIL-REPORT-LINE FROM KU-COLUMN-LINE.
057800     PERFORM 5200-REPORT-ONE-HOUR THRU 5200-EXIT
057900         VARYING KU-HSUB FROM 1 BY 1
058000         UNTIL KU-HSUB > 25.
058100     MOVE KU-KIOSK-TOTALS TO KU-LINE-COUNTS.
058200     MOVE "TOTAL" TO AL-LABEL.
058300     PERFORM 5300-WRITE-ACTIVITY-LINE THRU 5300-EXIT.
058400     ADD KU-KT-SESSIONS  TO KU-GT-SESSIONS.
058500     ADD KU-KT-ABANDONED TO KU-GT-ABANDONED.
058600     ADD KU-KT-ROUNDS    TO KU-GT-ROUNDS.
058700     ADD KU-KT-GUESSES   TO KU-GT-GUESSES.
058800     ADD KU-KT-TURNS     TO KU-GT-TURNS.
058900     MOVE KU-TBL-ACCEPTED (KU-KSUB)  TO KU-RJ-ACCEPTED.
059000     MOVE KU-TBL-EDIT-REJ (KU-KSUB)  TO KU-RJ-EDIT-REJ.
059100     MOVE KU-TBL-KIOSK-REJ (KU-KSUB) TO KU-RJ-KIOSK-REJ.
059200     ADD KU-RJ-ACCEPTED  TO KU-GR-ACCEPTED.
059300     ADD KU-RJ-EDIT-REJ  TO KU-GR-EDIT-REJ.
059400     ADD KU-RJ-KIOSK-REJ TO KU-GR-KIOSK-REJ.
059500     PERFORM 5400-WRITE-REJECT-LINE THRU 5400-EXIT.
059600 5100-EXIT.
059700     EXIT.
059800
059900*-----------------------------------------------------------------*
060000*  5200-REPORT-ONE-HOUR -- hours with no activity are not printed.*
060100*-----------------------------------------------------------------*
060200 5200-REPORT-ONE-HOUR.
060300     MOVE KU-TBL-HOUR (KU-KSUB, KU-HSUB) TO KU-LINE-COUNTS.
060400     IF KU-LN-SESSIONS = ZERO
060500        AND KU-LN-ROUNDS = ZERO
060600        AND KU-LN-GUESSES = ZERO
060700         GO TO 5200-EXIT
060800     END-IF.
060900     IF KU-HSUB = 25
061000         MOVE "??" TO AL-LABEL
061100     ELSE
061200         COMPUTE KU-HOUR-NUMBER = KU-HSUB - 1
061300         MOVE KU-HOUR-NUMBER TO AL-LABEL
061400     END-IF.
061500     PERFORM 5300-WRITE-ACTIVITY-LINE THRU 5300-EXIT.
061600     ADD KU-LN-SESSIONS  TO KU-KT-SESSIONS.
061700     ADD KU-LN-ABANDONED TO KU-KT-ABANDONED.
061800     ADD KU-LN-ROUNDS    TO KU-KT-ROUNDS.
061900     ADD KU-LN-GUESSES   TO KU-KT-GUESSES.
062000     ADD KU-LN-TURNS     TO KU-KT-TURNS.
062100 5200-EXIT.
062200     EXIT.
062300
062400 5300-WRITE-ACTIVITY-LINE.
062500     MOVE KU-LN-SESSIONS  TO AL-SESSIONS.
062600     MOVE KU-LN-ABANDONED TO AL-ABANDONED.
062700     MOVE KU-LN-ROUNDS    TO AL-ROUNDS.
062800     MOVE KU-LN-GUESSES   TO AL-GUESSES.
062900     IF KU-LN-ROUNDS > ZERO
063000         COMPUTE KU-AVERAGE-TURNS ROUNDED =
063100             KU-LN-TURNS / KU-LN-ROUNDS
063200     ELSE
063300         MOVE ZERO TO KU-AVERAGE-TURNS
063400     END-IF.
063500     MOVE KU-AVERAGE-TURNS TO AL-AVERAGE-TURNS.
063600     WRITE UTIL-REPORT-LINE FROM KU-ACTIVITY-LINE.
063700 5300-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------------*
064100*  5400-WRITE-REJECT-LINE -- received is everything the kiosk     *
064200*  sent: accepted plus rejected by either program.                *
064300*-----------------------------------------------------------------*
064400 5400-WRITE-REJECT-LINE.
064500     COMPUTE KU-RECEIVED = KU-RJ-ACCEPTED + KU-RJ-EDIT-REJ
064600         + KU-RJ-KIOSK-REJ.
064700     IF KU-RECEIVED > ZERO
064800         COMPUTE KU-REJECT-RATE ROUNDED =
064900             (KU-RJ-EDIT-REJ + KU-RJ-KIOSK-REJ) * 100
065000                 / KU-RECEIVED
065100     ELSE
065200         MOVE ZERO TO KU-REJECT-RATE
065300     END-IF.
065400     MOVE KU-RECEIVED     TO RL-RECEIVED.
065500     MOVE KU-RJ-KIOSK-REJ TO RL-KIOSK-REJ.
065600     MOVE KU-RJ-EDIT-REJ  TO RL-EDIT-REJ.
065700     MOVE KU-REJECT-RATE  TO RL-REJECT-RATE.
065800     WRITE UTIL-REPORT-LINE FROM KU-REJECT-LINE.
065900 5400-EXIT.
066000     EXIT.
066010
066020*=================================================================*
066030*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
066040*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
066050*=================================================================*
066060 8900-WRITE-STEP-TOTALS.
066070     OPEN EXTEND STEP-TOTALS-FILE.
066080     IF FS-STEP-TOTALS = "35"
066090         OPEN OUTPUT STEP-TOTALS-FILE
066100     END-IF.
066110     MOVE "SESSIONS" TO KU-STEP-TOTAL-NAME.
066120     MOVE KU-GT-SESSIONS TO KU-STEP-TOTAL-VALUE.
066130     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
066140     MOVE "SESSIONS ABANDONED" TO KU-STEP-TOTAL-NAME.
066150     MOVE KU-GT-ABANDONED TO KU-STEP-TOTAL-VALUE.
066160     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
066170     MOVE "ROUNDS" TO KU-STEP-TOTAL-NAME.
066180     MOVE KU-GT-ROUNDS TO KU-STEP-TOTAL-VALUE.
066190     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
066200     MOVE "GUESSES" TO KU-STEP-TOTAL-NAME.
066210     MOVE KU-GT-GUESSES TO KU-STEP-TOTAL-VALUE.
066220     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
066230     MOVE "FEED RECORDS" TO KU-STEP-TOTAL-NAME.
066240     MOVE KU-RECEIVED TO KU-STEP-TOTAL-VALUE.
066250     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
066260     CLOSE STEP-TOTALS-FILE.
066270 8900-EXIT.
066280     EXIT.
066290
066300 8910-WRITE-STEP-TOTAL.
066310     MOVE SPACES TO STEP-TOTALS-RECORD.
066320     SET CX-DETAIL TO TRUE.
066330     MOVE "KIOSK-UTIL" TO CX-PROGRAM-NAME.
066340     MOVE KU-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
066350     MOVE KU-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
066360     WRITE STEP-TOTALS-RECORD.
066370 8910-EXIT.
066380     EXIT.
