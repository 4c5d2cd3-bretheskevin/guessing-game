002692*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
002694*                   run as a step under NIGHT-DRIVER and         *
002696*                   return control to it between steps.          *
002697*  2026-10-15  DLW  Range comes from the PARM-SET-FILE set in     *
002698*                   force today before GAMEPARM (see PARM-MAINT). *
002708*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002718*                   STEP-TOTALS-FILE for the run-totals file.     *
002726*  2026-10-15  DLW  Sessions for a player self-excluded, cooling  *
002734*                   off, or at the daily session/round maximum on *
002742*                   PLAYER-LIMITS-FILE (counting the feed's own   *
002750*                   earlier sessions) are rejected up front, with *
002758*                   one LIMIT-HIT-FILE record per session.        *
002770*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
005240         ACCESS MODE IS DYNAMIC
005250         RECORD KEY IS EV-EVENT-ID
005260         FILE STATUS IS FS-EVENT-CALENDAR.
005265
005270     SELECT PARM-SET-FILE ASSIGN TO "PARMSET"
005275         ORGANIZATION IS INDEXED
005280         ACCESS MODE IS DYNAMIC
005285         RECORD KEY IS PS-EFFECTIVE-DATE
005290         FILE STATUS IS FS-PARM-SET.
005292
005294     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
005296         ORGANIZATION IS LINE SEQUENTIAL
005298         FILE STATUS IS FS-STEP-TOTALS.
005306
005314     SELECT PLAYER-LIMITS-FILE ASSIGN TO "PLAYLIM"
005322         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005338         RECORD KEY IS LM-PLAYER-ID
005346         FILE STATUS IS FS-PLAYER-LIMITS.
005354
005362     SELECT LIMIT-HIT-FILE ASSIGN TO "LIMITHIT"
005370         ORGANIZATION IS LINE SEQUENTIAL
005378         FILE STATUS IS FS-LIMIT-HIT.
005386
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  GAME-PARM-FILE.
008110
008120 FD  EVENT-CALENDAR-FILE.
008130     COPY EVENTCAL.
008147
008164 FD  PARM-SET-FILE.
008181     COPY PARMSET.
008185
008189 FD  STEP-TOTALS-FILE.
008193     COPY STEPTOTS.
008194
008195 FD  PLAYER-LIMITS-FILE.
008196     COPY PLAYLIM.
008197
008198 FD  LIMIT-HIT-FILE.
008199     COPY LIMITHIT.
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-FILE-STATUSES.
008500     05  FS-GUESS-TRANS          PIC X(02) VALUE "00".
008600     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
008650     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
008675     05  FS-PARM-SET             PIC X(02) VALUE "00".
008685     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
008690     05  FS-PLAYER-LIMITS        PIC X(02) VALUE "00".
008695     05  FS-LIMIT-HIT            PIC X(02) VALUE "00".
008700
008800 01  ED-SWITCHES.
008900     05  ED-EOF-TRANS-SW         PIC X(01) VALUE "N".
009600         88  ED-PLAYER-MISSING       VALUE "N".
009700         88  ED-PLAYER-OFF           VALUE "I".
009750         88  ED-PLAYER-BARRED        VALUE "L".
009760         88  ED-PLAYER-EXCLUDED      VALUE "X".
009770         88  ED-PLAYER-LIMITED       VALUE "R".
009800     05  ED-TABLE-FULL-SW        PIC X(01) VALUE "N".
009900         88  ED-TABLE-FULL           VALUE "Y".
010000     05  ED-SESSION-DONE-SW      PIC X(01) VALUE "N".
010120         88  ED-EVENT-FOUND          VALUE "Y".
010130     05  ED-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
010140         88  ED-EOF-CALENDAR         VALUE "Y".
010152     05  ED-PARM-SET-FOUND-SW    PIC X(01) VALUE "N".
010164         88  ED-PARM-SET-FOUND       VALUE "Y".
010176     05  ED-EOF-PARM-SET-SW      PIC X(01) VALUE "N".
010188         88  ED-EOF-PARM-SET         VALUE "Y".
010192     05  ED-FEED-FULL-SW         PIC X(01) VALUE "N".
010196         88  ED-FEED-FULL            VALUE "Y".
010200
010300 01  ED-LOW-RANGE                PIC 9(03) VALUE 1.
010400 01  ED-HIGH-RANGE               PIC 9(03) VALUE 100.
010410 01  ED-RUN-DATE                 PIC 9(08).
010455 01  ED-HELD-PARM-SET            PIC X(50) VALUE SPACES.
010500
010600 01  ED-CURRENT-SESSION          PIC X(13) VALUE SPACES.
010700 01  ED-SESSION-PLAYER           PIC X(05) VALUE SPACES.
011900 01  ED-SCAN-SESSION-ID          PIC X(13) VALUE SPACES.
012000 01  ED-FOUND-SW                 PIC X(01) VALUE "N".
012100     88  ED-FOUND                    VALUE "Y".
012105
012110*-----------------------------------------------------------------*
012115*    PLAY LIMITS -- sessions accepted so far in this feed, by     *
012120*    player, count toward PLAYER-LIMITS-FILE's daily session      *
012125*    maximum along with the usage already on file.  A session is  *
012130*    judged at its own start time (session id positions 6-9).     *
012135*-----------------------------------------------------------------*
012140 01  ED-FEED-PLAYER-TABLE.
012145     05  ED-FEED-COUNT           PIC 9(04) COMP VALUE ZERO.
012150     05  ED-FEED-ENTRY           OCCURS 500 TIMES.
012155         10  ED-FEED-PLAYER-ID   PIC X(05).
012160         10  ED-FEED-SESSIONS    PIC 9(03) COMP.
012165 01  ED-FEED-SUB                 PIC 9(04) COMP VALUE ZERO.
012170 01  ED-LIMIT-CLOCK.
012175     05  ED-LIMIT-DATE           PIC 9(08).
012180     05  ED-LIMIT-TIME           PIC 9(04).
012185 01  ED-LIMIT-SESSIONS-USED      PIC 9(05) COMP.
012190 01  ED-LIMIT-ROUNDS-USED        PIC 9(03).
012195 01  ED-WALL-TIME                PIC 9(08).
012200
012300 01  ED-REJECT-REASON            PIC X(30) VALUE SPACES.
012400
012900     05  ED-CNT-PLAYER-MISSING   PIC 9(07) COMP VALUE ZERO.
013000     05  ED-CNT-PLAYER-INACTIVE  PIC 9(07) COMP VALUE ZERO.
013050     05  ED-CNT-PLAYER-LOCKED    PIC 9(07) COMP VALUE ZERO.
013060     05  ED-CNT-PLAYER-EXCLUDED  PIC 9(07) COMP VALUE ZERO.
013070     05  ED-CNT-PLAYER-LIMIT     PIC 9(07) COMP VALUE ZERO.
013100     05  ED-CNT-PLAYER-CHANGED   PIC 9(07) COMP VALUE ZERO.
013200     05  ED-CNT-GUESS-NOT-NUM    PIC 9(07) COMP VALUE ZERO.
013300     05  ED-CNT-GUESS-RANGE      PIC 9(07) COMP VALUE ZERO.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  ET-TOTAL                PIC X(07).
014500     05  FILLER                  PIC X(35) VALUE SPACES.
014510
014520*    Control totals handed to NIGHT-DRIVER, one at a time.
014530 01  ED-STEP-TOTAL-NAME          PIC X(20).
014540 01  ED-STEP-TOTAL-VALUE         PIC 9(11).
014600
014700 PROCEDURE DIVISION.
014800*=================================================================*
015400         UNTIL ED-EOF-TRANS.
015500     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
015600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015610     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
015700     GOBACK.
015800
015900*=================================================================*
016900             MOVE 100 TO GP-HIGH-RANGE
017000     END-READ.
017100     CLOSE GAME-PARM-FILE.
017150     PERFORM 1200-APPLY-PARM-SET THRU 1200-EXIT.
017200     MOVE GP-LOW-RANGE  TO ED-LOW-RANGE.
017300     MOVE GP-HIGH-RANGE TO ED-HIGH-RANGE.
017310     PERFORM 1100-SELECT-EVENT-RANGE THRU 1100-EXIT.
018500         CLOSE PLAYER-MASTER-FILE
018600         OPEN INPUT PLAYER-MASTER-FILE
018700     END-IF.
018707     ACCEPT ED-RUN-DATE FROM DATE YYYYMMDD.
018714     OPEN INPUT PLAYER-LIMITS-FILE.
018721     IF FS-PLAYER-LIMITS = "35"
018728         CLOSE PLAYER-LIMITS-FILE
018735         OPEN OUTPUT PLAYER-LIMITS-FILE
018742         CLOSE PLAYER-LIMITS-FILE
018749         OPEN INPUT PLAYER-LIMITS-FILE
018756     END-IF.
018763     OPEN EXTEND LIMIT-HIT-FILE.
018770     IF FS-LIMIT-HIT = "35"
018777         OPEN OUTPUT LIMIT-HIT-FILE
018784     END-IF.
018800     OPEN OUTPUT ACCEPTED-TRANS-FILE.
018900     OPEN OUTPUT REJECT-TRANS-FILE.
019000     OPEN OUTPUT EDIT-REPORT-FILE.
019308 1110-EXIT.
019310     EXIT.
019320
019321*-----------------------------------------------------------------*
019322*  1200-APPLY-PARM-SET -- the PARM-SET-FILE set in force today    *
019323*  (latest effective date not after today) replaces the GAMEPARM  *
019324*  range, as GUESSING-GAME does; no set file, or no set in force  *
019325*  yet, leaves the GAMEPARM range.  The key can only be           *
019326*  positioned on from below, so the file is read forward holding  *
019327*  the last set that qualified.                                   *
019328*-----------------------------------------------------------------*
019329 1200-APPLY-PARM-SET.
019330     MOVE "N" TO ED-PARM-SET-FOUND-SW.
019331     MOVE "N" TO ED-EOF-PARM-SET-SW.
019332     OPEN INPUT PARM-SET-FILE.
019333     IF FS-PARM-SET NOT = "00"
019334         GO TO 1200-EXIT
019335     END-IF.
019336     ACCEPT ED-RUN-DATE FROM DATE YYYYMMDD.
019337     MOVE ZERO TO PS-EFFECTIVE-DATE.
019338     START PARM-SET-FILE KEY NOT < PS-EFFECTIVE-DATE
019339         INVALID KEY
019340             SET ED-EOF-PARM-SET TO TRUE
019341     END-START.
019342     PERFORM 1210-SCAN-PARM-SET THRU 1210-EXIT
019343         UNTIL ED-EOF-PARM-SET.
019344     CLOSE PARM-SET-FILE.
019345     IF NOT ED-PARM-SET-FOUND
019346         GO TO 1200-EXIT
019347     END-IF.
019348     MOVE ED-HELD-PARM-SET TO PARM-SET-RECORD.
019349     MOVE PS-LOW-RANGE     TO GP-LOW-RANGE.
019350     MOVE PS-HIGH-RANGE    TO GP-HIGH-RANGE.
019351     DISPLAY "PARAMETER SET EFFECTIVE " PS-EFFECTIVE-DATE.
019352 1200-EXIT.
019353     EXIT.
019354
019355 1210-SCAN-PARM-SET.
019356     READ PARM-SET-FILE NEXT
019357         AT END
019358             SET ED-EOF-PARM-SET TO TRUE
019359             GO TO 1210-EXIT
019360     END-READ.
019361     IF FS-PARM-SET NOT = "00"
019362        OR PS-EFFECTIVE-DATE > ED-RUN-DATE
019363         SET ED-EOF-PARM-SET TO TRUE
019364         GO TO 1210-EXIT
019365     END-IF.
019366     MOVE PARM-SET-RECORD TO ED-HELD-PARM-SET.
019367     SET ED-PARM-SET-FOUND TO TRUE.
019368 1210-EXIT.
019369     EXIT.
019370
019400*=================================================================*
019500*  2000-EDIT-ONE-RECORD -- read and validate one transaction.     *
019600*  The first failing edit rejects the record; the rest are not    *
029550                     SET ED-PLAYER-GOOD TO TRUE
029600             END-EVALUATE
029700     END-READ.
029710     IF ED-PLAYER-GOOD
029720         PERFORM 2140-CHECK-LIMITS THRU 2140-EXIT
029730     END-IF.
029800 2130-EXIT.
029900     EXIT.
029901
029902*-----------------------------------------------------------------*
029903*  2140-CHECK-LIMITS -- the same sign-on limits GUESSING-GAME     *
029904*  applies, judged at the session's start time: self-excluded,    *
029905*  cooling off, at the daily session maximum (usage on file plus  *
029906*  sessions already accepted from this feed), or at the daily     *
029907*  round maximum already.  A session passed here can still be     *
029908*  refused by the game on the rounds it would add.  Each refused  *
029909*  session is logged to LIMIT-HIT-FILE once; an accepted one is   *
029910*  counted against the player for the rest of the feed.           *
029911*-----------------------------------------------------------------*
029912 2140-CHECK-LIMITS.
029913     MOVE GT-PLAYER-ID TO LM-PLAYER-ID.
029914     READ PLAYER-LIMITS-FILE
029915         INVALID KEY
029916             GO TO 2140-EXIT
029917     END-READ.
029918     IF FS-PLAYER-LIMITS NOT = "00"
029919         GO TO 2140-EXIT
029920     END-IF.
029921     MOVE ED-RUN-DATE TO ED-LIMIT-DATE.
029922     IF GT-SESSION-ID(6:4) NUMERIC
029923         MOVE GT-SESSION-ID(6:4) TO ED-LIMIT-TIME
029924     ELSE
029925         MOVE ZERO TO ED-LIMIT-TIME
029926     END-IF.
029927     IF LM-USAGE-DATE = ED-LIMIT-DATE
029928         MOVE LM-SESSIONS-TODAY TO ED-LIMIT-SESSIONS-USED
029929         MOVE LM-ROUNDS-TODAY   TO ED-LIMIT-ROUNDS-USED
029930     ELSE
029931         MOVE ZERO TO ED-LIMIT-SESSIONS-USED
029932         MOVE ZERO TO ED-LIMIT-ROUNDS-USED
029933     END-IF.
029934     MOVE "N" TO ED-FOUND-SW.
029935     PERFORM 2150-SCAN-FEED-TABLE THRU 2150-EXIT
029936         VARYING ED-FEED-SUB FROM 1 BY 1
029937         UNTIL ED-FEED-SUB > ED-FEED-COUNT
029938            OR ED-FOUND.
029939     IF ED-FOUND
029940         SUBTRACT 1 FROM ED-FEED-SUB
029941         ADD ED-FEED-SESSIONS (ED-FEED-SUB)
029942             TO ED-LIMIT-SESSIONS-USED
029943     END-IF.
029944     MOVE SPACES TO LIMIT-HIT-RECORD.
029945     EVALUATE TRUE
029946         WHEN LM-EXCLUDED
029947          AND LM-EXCLUDE-END-DATE NOT < ED-LIMIT-DATE
029948             SET ED-PLAYER-EXCLUDED TO TRUE
029949             SET LH-SELF-EXCLUDED   TO TRUE
029950             MOVE LM-EXCLUDE-END-DATE TO LH-UNTIL-DATE
029951             MOVE ZERO                TO LH-UNTIL-TIME
029952         WHEN LM-COOL-UNTIL NUMERIC
029953          AND LM-COOL-UNTIL > ED-LIMIT-CLOCK
029954             SET ED-PLAYER-LIMITED  TO TRUE
029955             SET LH-COOLING-OFF     TO TRUE
029956             MOVE LM-COOL-UNTIL     TO LH-UNTIL
029957         WHEN LM-MAX-DAILY-SESSIONS > ZERO
029958          AND ED-LIMIT-SESSIONS-USED NOT < LM-MAX-DAILY-SESSIONS
029959             SET ED-PLAYER-LIMITED  TO TRUE
029960             SET LH-DAILY-SESSIONS  TO TRUE
029961             MOVE ED-LIMIT-DATE     TO LH-UNTIL-DATE
029962             MOVE 2359              TO LH-UNTIL-TIME
029963         WHEN LM-MAX-DAILY-ROUNDS > ZERO
029964          AND ED-LIMIT-ROUNDS-USED NOT < LM-MAX-DAILY-ROUNDS
029965             SET ED-PLAYER-LIMITED  TO TRUE
029966             SET LH-DAILY-ROUNDS    TO TRUE
029967             MOVE ED-LIMIT-DATE     TO LH-UNTIL-DATE
029968             MOVE 2359              TO LH-UNTIL-TIME
029969     END-EVALUATE.
029970     IF ED-PLAYER-GOOD
029971         PERFORM 2160-COUNT-FEED-SESSION THRU 2160-EXIT
029972         GO TO 2140-EXIT
029973     END-IF.
029974     MOVE ED-RUN-DATE      TO LH-HIT-DATE.
029975     ACCEPT ED-WALL-TIME FROM TIME.
029976     MOVE ED-WALL-TIME(1:6) TO LH-HIT-TIME.
029977     MOVE GT-PLAYER-ID     TO LH-PLAYER-ID.
029978     SET LH-PLAY-REFUSED   TO TRUE.
029979     SET LH-FROM-EDIT      TO TRUE.
029980     MOVE GT-SESSION-ID    TO LH-SESSION-ID.
029981     WRITE LIMIT-HIT-RECORD.
029982     IF FS-LIMIT-HIT NOT = "00"
029983         DISPLAY "LIMITHIT WRITE FAILED - STATUS " FS-LIMIT-HIT
029984     END-IF.
029985 2140-EXIT.
029986     EXIT.
029987
029988 2150-SCAN-FEED-TABLE.
029989     IF ED-FEED-PLAYER-ID (ED-FEED-SUB) = GT-PLAYER-ID
029990         SET ED-FOUND TO TRUE
029991     END-IF.
029992 2150-EXIT.
029993     EXIT.
029994
029995*-----------------------------------------------------------------*
029996*  2160-COUNT-FEED-SESSION -- one more accepted session for the   *
029997*  player; ED-FOUND/ED-FEED-SUB are still set by 2140's scan.     *
029998*-----------------------------------------------------------------*
029999 2160-COUNT-FEED-SESSION.
030000     IF ED-FOUND
030001         ADD 1 TO ED-FEED-SESSIONS (ED-FEED-SUB)
030002         GO TO 2160-EXIT
030003     END-IF.
030004     IF ED-FEED-COUNT < 500
030005         ADD 1 TO ED-FEED-COUNT
030006         MOVE GT-PLAYER-ID TO ED-FEED-PLAYER-ID (ED-FEED-COUNT)
030007         MOVE 1            TO ED-FEED-SESSIONS (ED-FEED-COUNT)
030008     ELSE
030009         IF NOT ED-FEED-FULL
030010             SET ED-FEED-FULL TO TRUE
030011             DISPLAY "LIMITS TABLE FULL - SESSION LIMIT CHECKING "
030012                 "IS INCOMPLETE"
030013         END-IF
030014     END-IF.
030015 2160-EXIT.
030016     EXIT.
030017
030100*-----------------------------------------------------------------*
030200*  2200-APPLY-EDITS -- the edits, in the order GUESSING-GAME      *
030300*  would trip over them.  First failure wins.                     *
032940         SET ED-RECORD-BAD TO TRUE
032950         GO TO 2200-EXIT
032960     END-IF.
032963     IF ED-PLAYER-EXCLUDED
032966         ADD 1 TO ED-CNT-PLAYER-EXCLUDED
032969         MOVE "PLAYER SELF-EXCLUDED" TO ED-REJECT-REASON
032972         SET ED-RECORD-BAD TO TRUE
032975         GO TO 2200-EXIT
032978     END-IF.
032981     IF ED-PLAYER-LIMITED
032984         ADD 1 TO ED-CNT-PLAYER-LIMIT
032987         MOVE "PLAYER LIMIT REACHED" TO ED-REJECT-REASON
032990         SET ED-RECORD-BAD TO TRUE
032993         GO TO 2200-EXIT
032996     END-IF.
033000     IF GT-ROUND-NUMBER NOT NUMERIC
033100         ADD 1 TO ED-CNT-ROUND-NOT-NUM
033200         MOVE "ROUND NUMBER NOT NUMERIC" TO ED-REJECT-REASON
039310     MOVE "PLAYER LOCKED" TO ET-DESCRIPTION.
039320     MOVE ED-CNT-PLAYER-LOCKED TO ED-TOTAL-ED.
039330     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
039340     MOVE "PLAYER SELF-EXCLUDED" TO ET-DESCRIPTION.
039350     MOVE ED-CNT-PLAYER-EXCLUDED TO ED-TOTAL-ED.
039360     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
039370     MOVE "PLAYER LIMIT REACHED" TO ET-DESCRIPTION.
039380     MOVE ED-CNT-PLAYER-LIMIT TO ED-TOTAL-ED.
039390     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
039400     MOVE "PLAYER CHANGED MID-SESSION" TO ET-DESCRIPTION.
039500     MOVE ED-CNT-PLAYER-CHANGED TO ED-TOTAL-ED.
039600     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
042700 8000-TERMINATE.
042800     CLOSE GUESS-TRANS-FILE.
042900     CLOSE PLAYER-MASTER-FILE.
042910     CLOSE PLAYER-LIMITS-FILE.
042920     CLOSE LIMIT-HIT-FILE.
043000     CLOSE ACCEPTED-TRANS-FILE.
043100     CLOSE REJECT-TRANS-FILE.
043200     CLOSE EDIT-REPORT-FILE.
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
043510     MOVE "RECORDS READ" TO ED-STEP-TOTAL-NAME.
043520     MOVE ED-CNT-READ TO ED-STEP-TOTAL-VALUE.
043530     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
043540     MOVE "RECORDS ACCEPTED" TO ED-STEP-TOTAL-NAME.
043550     MOVE ED-CNT-ACCEPTED TO ED-STEP-TOTAL-VALUE.
043560     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
043570     MOVE "RECORDS REJECTED" TO ED-STEP-TOTAL-NAME.
043580     MOVE ED-CNT-REJECTED TO ED-STEP-TOTAL-VALUE.
043590     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
043600     CLOSE STEP-TOTALS-FILE.
043610 8900-EXIT.
043620     EXIT.
043630
043640 8910-WRITE-STEP-TOTAL.
043650     MOVE SPACES TO STEP-TOTALS-RECORD.
043660     SET CX-DETAIL TO TRUE.
043670     MOVE "GUESSTRN-EDIT" TO CX-PROGRAM-NAME.
043680     MOVE ED-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
043690     MOVE ED-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
043700     WRITE STEP-TOTALS-RECORD.
043710 8910-EXIT.
043720     EXIT.
