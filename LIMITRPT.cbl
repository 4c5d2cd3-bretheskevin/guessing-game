000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LIMIT-REPORT.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  LIMIT-REPORT                                                   *
000900*                                                                 *
001000*  Weekly responsible-play report (LIMRPT).  Runs under           *
001100*  NIGHT-DRIVER once a week.  The first part lists every          *
001200*  LIMIT-HIT-FILE record dated in the seven days ending on the    *
001300*  run date -- sign-ons refused by GUESSING-GAME or GUESSTRN-EDIT *
001400*  for a self-exclusion, a daily round or session maximum or a    *
001500*  cooling-off period, and each cooling-off period started --     *
001600*  grouped by player, in time order, with a count per player and  *
001700*  counts by limit for the week.  The second part lists every     *
001800*  player on PLAYER-LIMITS-FILE whose self-exclusion is in force  *
001900*  on the run date, with its dates and the operator who set it.   *
002000*  Player names come from PLAYER-MASTER-FILE.  A hit file or a    *
002100*  limits file that is not there counts as empty.                 *
002200*-----------------------------------------------------------------*
002300*  MODIFICATION HISTORY                                           *
002400*  DATE       INIT  DESCRIPTION                                   *
002500*  2026-10-15  DLW  Original.                                     *
002600*=================================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LIMIT-HIT-FILE ASSIGN TO "LIMITHIT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FS-LIMIT-HIT.
003400
003500     SELECT PLAYER-LIMITS-FILE ASSIGN TO "PLAYLIM"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LM-PLAYER-ID
003900         FILE STATUS IS FS-PLAYER-LIMITS.
004000
004100     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PM-PLAYER-ID
004500         FILE STATUS IS FS-PLAYER-MASTER.
004600
004700     SELECT HIT-SORT-FILE ASSIGN TO "LIMITRPT.TMP".
004800
004900     SELECT LIMIT-REPORT-FILE ASSIGN TO "LIMRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-STEP-TOTALS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LIMIT-HIT-FILE.
005900     COPY LIMITHIT.
006000
006100 FD  PLAYER-LIMITS-FILE.
006200     COPY PLAYLIM.
006300
006400 FD  PLAYER-MASTER-FILE.
006500     COPY PLAYMAST.
006600
006700*    The hit record, player first so the sort keys lead.
006800 SD  HIT-SORT-FILE.
006900 01  HIT-SORT-RECORD.
007000     05  HS-PLAYER-ID            PIC X(05).
007100     05  HS-HIT-DATE             PIC 9(08).
007200     05  HS-HIT-TIME             PIC 9(06).
007300     05  HS-LIMIT-TYPE           PIC X(01).
007400     05  HS-ACTION               PIC X(01).
007500     05  HS-SOURCE               PIC X(01).
007600     05  HS-SESSION-ID           PIC X(13).
007700     05  HS-UNTIL-DATE           PIC 9(08).
007800     05  HS-UNTIL-TIME           PIC 9(04).
007900
008000 FD  LIMIT-REPORT-FILE.
008100 01  LIMIT-REPORT-LINE           PIC X(80).
008200
008300 FD  STEP-TOTALS-FILE.
008400     COPY STEPTOTS.
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-FILE-STATUSES.
008800     05  FS-LIMIT-HIT            PIC X(02) VALUE "00".
008900     05  FS-PLAYER-LIMITS        PIC X(02) VALUE "00".
009000     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
009100     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
009200
009300 01  LR-SWITCHES.
009400     05  LR-EOF-HIT-SW           PIC X(01) VALUE "N".
009500         88  LR-EOF-HIT              VALUE "Y".
009600     05  LR-EOF-SORT-SW          PIC X(01) VALUE "N".
009700         88  LR-EOF-SORT             VALUE "Y".
009800     05  LR-EOF-LIMITS-SW        PIC X(01) VALUE "N".
009900         88  LR-EOF-LIMITS           VALUE "Y".
010000     05  LR-PLAYER-FILE-SW       PIC X(01) VALUE "N".
010100         88  LR-PLAYER-FILE-OPEN     VALUE "Y".
010200     05  LR-PLAYER-OPEN-SW       PIC X(01) VALUE "N".
010300         88  LR-PLAYER-IN-PROGRESS   VALUE "Y".
010400
010500 01  LR-RUN-DATE                 PIC 9(08) VALUE ZERO.
010600 01  LR-WEEK-START               PIC 9(08) VALUE ZERO.
010700 01  LR-DAY-NUMBER               PIC 9(07) COMP VALUE ZERO.
010800 01  LR-PREV-PLAYER-ID           PIC X(05) VALUE SPACES.
010900 01  LR-PLAYER-NAME              PIC X(30) VALUE SPACES.
011000
011100 01  LR-COUNTS.
011200     05  LR-PLAYER-HITS          PIC 9(05) COMP VALUE ZERO.
011300     05  LR-TOTAL-PLAYERS        PIC 9(05) COMP VALUE ZERO.
011400     05  LR-TOTAL-HITS           PIC 9(05) COMP VALUE ZERO.
011500     05  LR-REFUSED-EXCLUDED     PIC 9(05) COMP VALUE ZERO.
011600     05  LR-REFUSED-ROUNDS       PIC 9(05) COMP VALUE ZERO.
011700     05  LR-REFUSED-SESSIONS     PIC 9(05) COMP VALUE ZERO.
011800     05  LR-REFUSED-COOLING      PIC 9(05) COMP VALUE ZERO.
011900     05  LR-COOL-OFFS-STARTED    PIC 9(05) COMP VALUE ZERO.
012000     05  LR-TOTAL-EXCLUDED       PIC 9(05) COMP VALUE ZERO.
012100
012200 01  LR-STEP-TOTAL-NAME          PIC X(20).
012300 01  LR-STEP-TOTAL-VALUE         PIC 9(11).
012400
012500*    HHMMSS as logged, for the HH:MM:SS on the detail line.
012600 01  LR-TIME-WORK                PIC 9(06).
012700 01  LR-TIME-PARTS REDEFINES LR-TIME-WORK.
012800     05  LR-TIME-HH              PIC 9(02).
012900     05  LR-TIME-MM              PIC 9(02).
013000     05  LR-TIME-SS              PIC 9(02).
013100
013200 01  LR-HEADING-LINE.
013300     05  FILLER                  PIC X(50) VALUE
013400         "LIMIT-REPORT WEEKLY RESPONSIBLE-PLAY LIMITS".
013500     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
013600     05  LR-HD-RUN-DATE          PIC 9(08).
013700     05  FILLER                  PIC X(13) VALUE SPACES.
013800
013900 01  LR-WEEK-LINE.
014000     05  FILLER                  PIC X(30) VALUE
014100         "LIMITS HIT IN THE WEEK FROM ".
014200     05  LR-WL-FROM-DATE         PIC 9(08).
014300     05  FILLER                  PIC X(04) VALUE " TO ".
014400     05  LR-WL-TO-DATE           PIC 9(08).
014500     05  FILLER                  PIC X(30) VALUE SPACES.
014600
014700 01  LR-PLAYER-LINE.
014800     05  FILLER                  PIC X(07) VALUE "PLAYER ".
014900     05  LR-PL-PLAYER-ID         PIC X(05).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  LR-PL-PLAYER-NAME       PIC X(30).
015200     05  FILLER                  PIC X(36) VALUE SPACES.
015300
015400 01  LR-COLUMN-LINE.
015500     05  FILLER                  PIC X(40) VALUE
015600         "  DATE      TIME      LIMIT          ACT".
015700     05  FILLER                  PIC X(40) VALUE
015800         "ION   SOURCE SESSION       UNTIL        ".
015900
016000 01  LR-DETAIL-LINE.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  DL-HIT-DATE             PIC 9(08).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  DL-TIME-HH              PIC 9(02).
016500     05  FILLER                  PIC X(01) VALUE ":".
016600     05  DL-TIME-MM              PIC 9(02).
016700     05  FILLER                  PIC X(01) VALUE ":".
016800     05  DL-TIME-SS              PIC 9(02).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  DL-LIMIT                PIC X(14).
017100     05  FILLER                  PIC X(01) VALUE SPACES.
017200     05  DL-ACTION               PIC X(08).
017300     05  FILLER                  PIC X(01) VALUE SPACES.
017400     05  DL-SOURCE               PIC X(06).
017500     05  FILLER                  PIC X(01) VALUE SPACES.
017600     05  DL-SESSION-ID           PIC X(13).
017700     05  FILLER                  PIC X(01) VALUE SPACES.
017800     05  DL-UNTIL-DATE           PIC 9(08).
017900     05  FILLER                  PIC X(01) VALUE SPACES.
018000     05  DL-UNTIL-TIME           PIC 9(04).
018100
018200 01  LR-COUNT-LINE.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  CL-LABEL                PIC X(30).
018500     05  CL-COUNT                PIC ZZZZ9.
018600     05  FILLER                  PIC X(43) VALUE SPACES.
018700
018800 01  LR-EXCLUDED-COLUMN-LINE.
018900     05  FILLER                  PIC X(40) VALUE
019000         "  PLAYER NAME                           ".
019100     05  FILLER                  PIC X(40) VALUE
019200         "FROM      UNTIL     SET BY              ".
019300
019400 01  LR-EXCLUDED-LINE.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  XL-PLAYER-ID            PIC X(05).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  XL-PLAYER-NAME          PIC X(30).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  XL-START-DATE           PIC 9(08).
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  XL-END-DATE             PIC 9(08).
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  XL-SET-BY               PIC X(05).
020500     05  FILLER                  PIC X(15) VALUE SPACES.
020600
020700 PROCEDURE DIVISION.
020800*=================================================================*
020900*  0000-MAINLINE -- sort the week's hits by player and time and   *
021000*  print them, then list the exclusions in force.                 *
021100*=================================================================*
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     SORT HIT-SORT-FILE
021500         ON ASCENDING KEY HS-PLAYER-ID
021600                          HS-HIT-DATE
021700                          HS-HIT-TIME
021800         WITH DUPLICATES IN ORDER
021900         INPUT PROCEDURE IS 2000-RELEASE-HITS THRU 2000-EXIT
022000         OUTPUT PROCEDURE IS 3000-WRITE-HITS THRU 3000-EXIT.
022100     PERFORM 5000-LIST-EXCLUDED THRU 5000-EXIT.
022200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022300     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
022400     GOBACK.
022500
022600 1000-INITIALIZE.
022700     ACCEPT LR-RUN-DATE FROM DATE YYYYMMDD.
022800     COMPUTE LR-DAY-NUMBER =
022900         FUNCTION INTEGER-OF-DATE (LR-RUN-DATE) - 6.
023000     COMPUTE LR-WEEK-START =
023100         FUNCTION DATE-OF-INTEGER (LR-DAY-NUMBER).
023200     OPEN OUTPUT LIMIT-REPORT-FILE.
023300     MOVE LR-RUN-DATE TO LR-HD-RUN-DATE.
023400     WRITE LIMIT-REPORT-LINE FROM LR-HEADING-LINE.
023500     MOVE SPACES TO LIMIT-REPORT-LINE.
023600     WRITE LIMIT-REPORT-LINE.
023700     MOVE LR-WEEK-START TO LR-WL-FROM-DATE.
023800     MOVE LR-RUN-DATE   TO LR-WL-TO-DATE.
023900     WRITE LIMIT-REPORT-LINE FROM LR-WEEK-LINE.
024000     OPEN INPUT PLAYER-MASTER-FILE.
024100     IF FS-PLAYER-MASTER = "00"
024200         SET LR-PLAYER-FILE-OPEN TO TRUE
024300     ELSE
024400         DISPLAY "PLAYMAST NOT AVAILABLE - STATUS "
024500             FS-PLAYER-MASTER " - NAMES NOT SHOWN"
024600     END-IF.
024700 1000-EXIT.
024800     EXIT.
024900
025000*=================================================================*
025100*  2000-RELEASE-HITS -- SORT input procedure: every hit dated in  *
025200*  the week ending on the run date.                               *
025300*=================================================================*
025400 2000-RELEASE-HITS.
025500     OPEN INPUT LIMIT-HIT-FILE.
025600     IF FS-LIMIT-HIT NOT = "00"
025700         DISPLAY "LIMITHIT NOT PRESENT - NO LIMITS HIT"
025800         GO TO 2000-EXIT
025900     END-IF.
026000     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
026100         UNTIL LR-EOF-HIT.
026200     CLOSE LIMIT-HIT-FILE.
026300 2000-EXIT.
026400     EXIT.
026500
026600 2100-RELEASE-ONE.
026700     READ LIMIT-HIT-FILE
026800         AT END
026900             SET LR-EOF-HIT TO TRUE
027000             GO TO 2100-EXIT
027100     END-READ.
027200     IF LH-HIT-DATE < LR-WEEK-START
027300        OR LH-HIT-DATE > LR-RUN-DATE
027400         GO TO 2100-EXIT
027500     END-IF.
027600     MOVE LH-PLAYER-ID      TO HS-PLAYER-ID.
027700     MOVE LH-HIT-DATE       TO HS-HIT-DATE.
027800     MOVE LH-HIT-TIME       TO HS-HIT-TIME.
027900     MOVE LH-LIMIT-TYPE     TO HS-LIMIT-TYPE.
028000     MOVE LH-ACTION         TO HS-ACTION.
028100     MOVE LH-SOURCE         TO HS-SOURCE.
028200     MOVE LH-SESSION-ID     TO HS-SESSION-ID.
028300     MOVE LH-UNTIL-DATE     TO HS-UNTIL-DATE.
028400     MOVE LH-UNTIL-TIME     TO HS-UNTIL-TIME.
028500     RELEASE HIT-SORT-RECORD.
028600 2100-EXIT.
028700     EXIT.
028800
028900*=================================================================*
029000*  3000-WRITE-HITS -- SORT output procedure: control break on     *
029100*  player id, then the counts for the week.                       *
029200*=================================================================*
029300 3000-WRITE-HITS.
029400     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
029500         UNTIL LR-EOF-SORT.
029600     IF LR-PLAYER-IN-PROGRESS
029700         PERFORM 3400-END-PLAYER THRU 3400-EXIT
029800     END-IF.
029900     MOVE SPACES TO LIMIT-REPORT-LINE.
030000     WRITE LIMIT-REPORT-LINE.
030100     IF LR-TOTAL-HITS = ZERO
030200         MOVE "NO LIMITS HIT THIS WEEK" TO LIMIT-REPORT-LINE
030300         WRITE LIMIT-REPORT-LINE
030400         GO TO 3000-EXIT
030500     END-IF.
030600     MOVE "THE WEEK" TO LIMIT-REPORT-LINE.
030700     WRITE LIMIT-REPORT-LINE.
030800     MOVE "PLAYERS HITTING A LIMIT" TO CL-LABEL.
030900     MOVE LR-TOTAL-PLAYERS TO CL-COUNT.
031000     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
031100     MOVE "REFUSED - SELF-EXCLUDED" TO CL-LABEL.
031200     MOVE LR-REFUSED-EXCLUDED TO CL-COUNT.
031300     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
031400     MOVE "REFUSED - DAILY ROUNDS" TO CL-LABEL.
031500     MOVE LR-REFUSED-ROUNDS TO CL-COUNT.
031600     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
031700     MOVE "REFUSED - DAILY SESSIONS" TO CL-LABEL.
031800     MOVE LR-REFUSED-SESSIONS TO CL-COUNT.
031900     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
032000     MOVE "REFUSED - COOLING OFF" TO CL-LABEL.
032100     MOVE LR-REFUSED-COOLING TO CL-COUNT.
032200     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
032300     MOVE "COOLING-OFF PERIODS STARTED" TO CL-LABEL.
032400     MOVE LR-COOL-OFFS-STARTED TO CL-COUNT.
032500     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
032600     MOVE "TOTAL LIMITS HIT" TO CL-LABEL.
032700     MOVE LR-TOTAL-HITS TO CL-COUNT.
032800     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
032900 3000-EXIT.
033000     EXIT.
033100
033200 3100-RETURN-NEXT.
033300     RETURN HIT-SORT-FILE
033400         AT END
033500             SET LR-EOF-SORT TO TRUE
033600         NOT AT END
033700             PERFORM 3200-ONE-HIT THRU 3200-EXIT
033800     END-RETURN.
033900 3100-EXIT.
034000     EXIT.
034100
034200 3200-ONE-HIT.
034300     IF NOT LR-PLAYER-IN-PROGRESS
034400        OR HS-PLAYER-ID NOT = LR-PREV-PLAYER-ID
034500         IF LR-PLAYER-IN-PROGRESS
034600             PERFORM 3400-END-PLAYER THRU 3400-EXIT
034700         END-IF
034800         PERFORM 3300-START-PLAYER THRU 3300-EXIT
034900     END-IF.
035000     MOVE HS-HIT-DATE     TO DL-HIT-DATE.
035100     MOVE HS-HIT-TIME     TO LR-TIME-WORK.
035200     MOVE LR-TIME-HH      TO DL-TIME-HH.
035300     MOVE LR-TIME-MM      TO DL-TIME-MM.
035400     MOVE LR-TIME-SS      TO DL-TIME-SS.
035500     EVALUATE HS-LIMIT-TYPE
035600         WHEN "X"
035700             MOVE "SELF-EXCLUDED"  TO DL-LIMIT
035800         WHEN "R"
035900             MOVE "DAILY ROUNDS"   TO DL-LIMIT
036000         WHEN "S"
036100             MOVE "DAILY SESSIONS" TO DL-LIMIT
036200         WHEN "C"
036300             MOVE "COOLING OFF"    TO DL-LIMIT
036400         WHEN OTHER
036500             MOVE HS-LIMIT-TYPE    TO DL-LIMIT
036600     END-EVALUATE.
036700     EVALUATE HS-SOURCE
036800         WHEN "I"
036900             MOVE "DESK"   TO DL-SOURCE
037000         WHEN "M"
037100             MOVE "MATCH"  TO DL-SOURCE
037200         WHEN "B"
037300             MOVE "BATCH"  TO DL-SOURCE
037400         WHEN "E"
037500             MOVE "EDIT"   TO DL-SOURCE
037600         WHEN OTHER
037700             MOVE HS-SOURCE TO DL-SOURCE
037800     END-EVALUATE.
037900     MOVE HS-SESSION-ID   TO DL-SESSION-ID.
038000     MOVE HS-UNTIL-DATE   TO DL-UNTIL-DATE.
038100     MOVE HS-UNTIL-TIME   TO DL-UNTIL-TIME.
038200     IF HS-ACTION = "C"
038300         MOVE "COOL-OFF" TO DL-ACTION
038400         ADD 1 TO LR-COOL-OFFS-STARTED
038500     ELSE
038600         MOVE "REFUSED"  TO DL-ACTION
038700         EVALUATE HS-LIMIT-TYPE
038800             WHEN "X"
038900                 ADD 1 TO LR-REFUSED-EXCLUDED
039000             WHEN "R"
039100                 ADD 1 TO LR-REFUSED-ROUNDS
039200             WHEN "S"
039300                 ADD 1 TO LR-REFUSED-SESSIONS
039400             WHEN "C"
039500                 ADD 1 TO LR-REFUSED-COOLING
039600         END-EVALUATE
039700     END-IF.
039800     WRITE LIMIT-REPORT-LINE FROM LR-DETAIL-LINE.
039900     ADD 1 TO LR-PLAYER-HITS.
040000 3200-EXIT.
040100     EXIT.
040200
040300 3300-START-PLAYER.
040400     MOVE HS-PLAYER-ID TO LR-PREV-PLAYER-ID.
040500     SET LR-PLAYER-IN-PROGRESS TO TRUE.
040600     MOVE ZERO TO LR-PLAYER-HITS.
040700     ADD 1 TO LR-TOTAL-PLAYERS.
040800     MOVE HS-PLAYER-ID TO LR-PL-PLAYER-ID.
040900     PERFORM 6000-GET-PLAYER-NAME THRU 6000-EXIT.
041000     MOVE LR-PLAYER-NAME TO LR-PL-PLAYER-NAME.
041100     MOVE SPACES TO LIMIT-REPORT-LINE.
041200     WRITE LIMIT-REPORT-LINE.
041300     WRITE LIMIT-REPORT-LINE FROM LR-PLAYER-LINE.
041400     WRITE LIMIT-REPORT-LINE FROM LR-COLUMN-LINE.
041500 3300-EXIT.
041600     EXIT.
041700
041800 3400-END-PLAYER.
041900     MOVE "PLAYER TOTAL" TO CL-LABEL.
042000     MOVE LR-PLAYER-HITS TO CL-COUNT.
042100     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
042200     ADD LR-PLAYER-HITS TO LR-TOTAL-HITS.
042300     MOVE "N" TO LR-PLAYER-OPEN-SW.
042400 3400-EXIT.
042500     EXIT.
042600
042700*=================================================================*
042800*  5000-LIST-EXCLUDED -- every player whose self-exclusion is in  *
042900*  force on the run date, in player id order.                     *
043000*=================================================================*
043100 5000-LIST-EXCLUDED.
043200     MOVE SPACES TO LIMIT-REPORT-LINE.
043300     WRITE LIMIT-REPORT-LINE.
043400     MOVE "PLAYERS SELF-EXCLUDED ON THE RUN DATE"
043500         TO LIMIT-REPORT-LINE.
043600     WRITE LIMIT-REPORT-LINE.
043700     WRITE LIMIT-REPORT-LINE FROM LR-EXCLUDED-COLUMN-LINE.
043800     OPEN INPUT PLAYER-LIMITS-FILE.
043900     IF FS-PLAYER-LIMITS = "00"
044000         PERFORM 5100-ONE-PLAYER THRU 5100-EXIT
044100             UNTIL LR-EOF-LIMITS
044200         CLOSE PLAYER-LIMITS-FILE
044300     ELSE
044400         DISPLAY "PLAYLIM NOT PRESENT - NO EXCLUSIONS"
044500     END-IF.
044600     MOVE "PLAYERS EXCLUDED" TO CL-LABEL.
044700     MOVE LR-TOTAL-EXCLUDED TO CL-COUNT.
044800     WRITE LIMIT-REPORT-LINE FROM LR-COUNT-LINE.
044900 5000-EXIT.
045000     EXIT.
045100
045200 5100-ONE-PLAYER.
045300     READ PLAYER-LIMITS-FILE NEXT RECORD
045400         AT END
045500             SET LR-EOF-LIMITS TO TRUE
045600             GO TO 5100-EXIT
045700     END-READ.
045800     IF NOT LM-EXCLUDED
045900        OR LM-EXCLUDE-END-DATE < LR-RUN-DATE
046000         GO TO 5100-EXIT
046100     END-IF.
046200     MOVE LM-PLAYER-ID TO XL-PLAYER-ID.
046300     MOVE LM-PLAYER-ID TO HS-PLAYER-ID.
046400     PERFORM 6000-GET-PLAYER-NAME THRU 6000-EXIT.
046500     MOVE LR-PLAYER-NAME        TO XL-PLAYER-NAME.
046600     MOVE LM-EXCLUDE-START-DATE TO XL-START-DATE.
046700     MOVE LM-EXCLUDE-END-DATE   TO XL-END-DATE.
046800     MOVE LM-EXCLUDE-SET-BY     TO XL-SET-BY.
046900     WRITE LIMIT-REPORT-LINE FROM LR-EXCLUDED-LINE.
047000     ADD 1 TO LR-TOTAL-EXCLUDED.
047100 5100-EXIT.
047200     EXIT.
047300
047400*-----------------------------------------------------------------*
047500*  6000-GET-PLAYER-NAME -- name for HS-PLAYER-ID from the player  *
047600*  master, when it can be had.                                    *
047700*-----------------------------------------------------------------*
047800 6000-GET-PLAYER-NAME.
047900     MOVE SPACES TO LR-PLAYER-NAME.
048000     IF NOT LR-PLAYER-FILE-OPEN
048100         GO TO 6000-EXIT
048200     END-IF.
048300     MOVE HS-PLAYER-ID TO PM-PLAYER-ID.
048400     READ PLAYER-MASTER-FILE
048500         INVALID KEY
048600             MOVE "NOT ON PLAYER FILE" TO LR-PLAYER-NAME
048700         NOT INVALID KEY
048800             MOVE PM-PLAYER-NAME TO LR-PLAYER-NAME
048900     END-READ.
049000 6000-EXIT.
049100     EXIT.
049200
049300*=================================================================*
049400*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
049500*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
049600*=================================================================*
049700 8900-WRITE-STEP-TOTALS.
049800     OPEN EXTEND STEP-TOTALS-FILE.
049900     IF FS-STEP-TOTALS = "35"
050000         OPEN OUTPUT STEP-TOTALS-FILE
050100     END-IF.
050200     MOVE "LIMITS HIT" TO LR-STEP-TOTAL-NAME.
050300     MOVE LR-TOTAL-HITS TO LR-STEP-TOTAL-VALUE.
050400     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
050500     MOVE "PLAYERS HIT" TO LR-STEP-TOTAL-NAME.
050600     MOVE LR-TOTAL-PLAYERS TO LR-STEP-TOTAL-VALUE.
050700     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
050800     MOVE "PLAYERS EXCLUDED" TO LR-STEP-TOTAL-NAME.
050900     MOVE LR-TOTAL-EXCLUDED TO LR-STEP-TOTAL-VALUE.
051000     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051100     CLOSE STEP-TOTALS-FILE.
051200 8900-EXIT.
051300     EXIT.
051400
051500 8910-WRITE-STEP-TOTAL.
051600     MOVE SPACES TO STEP-TOTALS-RECORD.
051700     SET CX-DETAIL TO TRUE.
051800     MOVE "LIMIT-REPORT" TO CX-PROGRAM-NAME.
051900     MOVE LR-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
052000     MOVE LR-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
052100     WRITE STEP-TOTALS-RECORD.
052200 8910-EXIT.
052300     EXIT.
052400
052500*=================================================================*
052600*  9000-TERMINATE                                                 *
052700*=================================================================*
052800 9000-TERMINATE.
052900     IF LR-PLAYER-FILE-OPEN
053000         CLOSE PLAYER-MASTER-FILE
053100     END-IF.
053200     CLOSE LIMIT-REPORT-FILE.
053300     DISPLAY "LIMIT-REPORT LIMITS HIT: " LR-TOTAL-HITS
053400         "  PLAYERS EXCLUDED: " LR-TOTAL-EXCLUDED.
053500 9000-EXIT.
053600     EXIT.
