002675*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
002680*                   run as a step under NIGHT-DRIVER and         *
002690*                   return control to it between steps.          *
002692*  2026-10-15  DLW  Batch rounds carry the feed's kiosk id onto   *
002694*                   GH-KIOSK-ID, and each batch session is logged *
002696*                   to KIOSK-SESSION-FILE (kiosk, rounds, guesses,*
002698*                   finished/abandoned) for KIOSK-UTIL.           *
002700*  2026-10-15  DLW  Knockout events: a match-mode session for a   *
002702*                   format K event must be a pairing the draw has *
002704*                   ready on BRACKET-FILE (BRACKET-SEED seeds it).*
002706*                   The player who wins more of the match's       *
002708*                   rounds (the last round breaks a tie) is       *
002710*                   recorded as the match winner and moved into   *
002712*                   the next round's match.                       *
002714*  2026-10-15  DLW  The PARM-SET-FILE set in force today replaces *
002716*                   GAMEPARM's range, tier and round count (see   *
002718*                   PARM-MAINT); the calendar still wins over it. *
002720*  2026-10-15  DLW  A batch run hands its control totals to       *
002722*                   NIGHT-DRIVER on STEP-TOTALS-FILE, with the    *
002724*                   records then on the audit trail, results and  *
002726*                   history files for the later steps to balance  *
002728*                   against.                                      *
002730*  2026-10-15  DLW  Responsible-play limits: sign-on (every mode, *
002732*                   both match players) is refused for a player   *
002734*                   self-excluded, cooling off, or at the daily   *
002736*                   round/session maximum on PLAYER-LIMITS-FILE;  *
002738*                   a batch refusal is its own abandonment reason *
002740*                   on RUNCTL.  Each new round counts toward the  *
002742*                   player's daily usage and cooling-off, and     *
002744*                   refusals and cooling-off starts are logged to *
002746*                   LIMIT-HIT-FILE for LIMIT-REPORT.              *
002748*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
003400     SELECT GAME-PARM-FILE ASSIGN TO "GAMEPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003616     SELECT PARM-SET-FILE ASSIGN TO "PARMSET"
003632         ORGANIZATION IS INDEXED
003648         ACCESS MODE IS DYNAMIC
003664         RECORD KEY IS PS-EFFECTIVE-DATE
003680         FILE STATUS IS FS-PARM-SET.
003690
003700     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FS-SEED-AUDIT.
006510
006512     SELECT KIOSK-SESSION-FILE ASSIGN TO "KIOSKSES"
006514         ORGANIZATION IS LINE SEQUENTIAL
006516         FILE STATUS IS FS-KIOSK-SESSION.
006518
006520     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006530         ORGANIZATION IS LINE SEQUENTIAL.
006532
006534     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
006536         ORGANIZATION IS LINE SEQUENTIAL
006538         FILE STATUS IS FS-STEP-TOTALS.
006540
006550     SELECT SESSION-RESULTS-FILE ASSIGN TO "SESSRSLT"
006560         ORGANIZATION IS LINE SEQUENTIAL
006655         RECORD KEY IS ER-ENTRY-KEY
006669         FILE STATUS IS FS-EVENT-ENTRY.
006683
006684     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
006685         ORGANIZATION IS INDEXED
006686         ACCESS MODE IS DYNAMIC
006687         RECORD KEY IS BK-BRACKET-KEY
006688         FILE STATUS IS FS-BRACKET.
006689
006690     SELECT PLAYER-LIMITS-FILE ASSIGN TO "PLAYLIM"
006691         ORGANIZATION IS INDEXED
006692         ACCESS MODE IS DYNAMIC
006693         RECORD KEY IS LM-PLAYER-ID
006694         FILE STATUS IS FS-PLAYER-LIMITS.
006695
006696     SELECT LIMIT-HIT-FILE ASSIGN TO "LIMITHIT"
006697         ORGANIZATION IS LINE SEQUENTIAL
006698         FILE STATUS IS FS-LIMIT-HIT.
006699
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  GAME-PARM-FILE.
007000     COPY GAMECFG.
007100
007133 FD  PARM-SET-FILE.
007166     COPY PARMSET.
007180
007200 FD  PLAYER-MASTER-FILE.
007300     COPY PLAYMAST.
007400
008810
008820 FD  RUN-CONTROL-FILE.
008830 01  RUN-CONTROL-LINE            PIC X(80).
008832
008834 FD  STEP-TOTALS-FILE.
008836     COPY STEPTOTS.
008840
008850 FD  SESSION-RESULTS-FILE.
008860     COPY SESSRSLT.
008898 FD  EVENT-ENTRY-FILE.
008899     COPY EVENTREG.
008900
008910 FD  KIOSK-SESSION-FILE.
008920     COPY KIOSKSES.
008922
008924 FD  BRACKET-FILE.
008926     COPY BRACKET.
008935
008944 FD  PLAYER-LIMITS-FILE.
008953     COPY PLAYLIM.
008962
008971 FD  LIMIT-HIT-FILE.
008980     COPY LIMITHIT.
008989
009000 WORKING-STORAGE SECTION.
009100*-----------------------------------------------------------------*
009200*    FILE STATUS SWITCHES                                         *
010020     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
010030     05  FS-TEAM-MASTER          PIC X(02) VALUE "00".
010040     05  FS-EVENT-ENTRY          PIC X(02) VALUE "00".
010050     05  FS-KIOSK-SESSION        PIC X(02) VALUE "00".
010075     05  FS-BRACKET              PIC X(02) VALUE "00".
010087     05  FS-PARM-SET             PIC X(02) VALUE "00".
010093     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
010095     05  FS-PLAYER-LIMITS        PIC X(02) VALUE "00".
010097     05  FS-LIMIT-HIT            PIC X(02) VALUE "00".
010100
010200*-----------------------------------------------------------------*
010300*    GAME DATA                                                    *
012031 01  GG-REG-PLAYER-ID            PIC X(05) VALUE SPACES.
012048 01  GG-EVENT-ANSWER             PIC X(08) VALUE SPACES.
012065 01  GG-PIN-ENTRY                PIC X(04) VALUE SPACES.
012066 01  GG-KIOSK-ID                 PIC X(02) VALUE SPACES.
012067
012068*-----------------------------------------------------------------*
012069*    KNOCKOUT EVENTS -- the event's format, the draw's match for  *
012070*    this pairing, the rounds each player has won, and where the  *
012071*    winner goes next.                                            *
012072*-----------------------------------------------------------------*
012073 01  GG-EVENT-FORMAT             PIC X(01) VALUE SPACE.
012074     88  GG-EVENT-KNOCKOUT               VALUE "K".
012075 01  GG-BRACKET-SW               PIC X(01) VALUE SPACE.
012076     88  GG-BRACKET-SEEDED               VALUE "B".
012077 01  GG-BRACKET-KEY.
012078     05  GG-BRACKET-EVENT-ID     PIC X(08).
012079     05  GG-BRACKET-ROUND        PIC 9(02).
012080     05  GG-BRACKET-MATCH        PIC 9(03).
012081 01  GG-PLAYER-ROUNDS-WON        PIC 9(02) VALUE ZERO.
012082 01  GG-OPPONENT-ROUNDS-WON      PIC 9(02) VALUE ZERO.
012083 01  GG-MATCH-WINNER-ID          PIC X(05) VALUE SPACES.
012084 01  GG-MATCH-WINNER-SEED        PIC 9(03) VALUE ZERO.
012085 01  GG-NEXT-SLOT                PIC 9(01) VALUE ZERO.
012086 01  GG-NEXT-QUOTIENT            PIC 9(03) VALUE ZERO.
012087
012100 01  GG-LOW-RANGE                PIC 9(03).
012200 01  GG-HIGH-RANGE               PIC 9(03).
012300 01  GG-DIFFICULTY-TIER          PIC X(01).
013700         88  GG-CHECKPOINT-NOT-FOUND     VALUE "N".
013800     05  GG-EOF-TRANS-SW         PIC X(01) VALUE "N".
013900         88  GG-EOF-TRANS                VALUE "Y".
013905     05  GG-BRACKET-OPEN-SW      PIC X(01) VALUE "N".
013910         88  GG-BRACKET-OPEN             VALUE "Y".
013915     05  GG-BRACKET-FOUND-SW     PIC X(01) VALUE "N".
013920         88  GG-BRACKET-FOUND            VALUE "Y".
013925     05  GG-EOF-BRACKET-SW       PIC X(01) VALUE "N".
013930         88  GG-EOF-BRACKET              VALUE "Y".
013935     05  GG-PARM-SET-FOUND-SW    PIC X(01) VALUE "N".
013940         88  GG-PARM-SET-FOUND           VALUE "Y".
013945     05  GG-EOF-PARM-SET-SW      PIC X(01) VALUE "N".
013950         88  GG-EOF-PARM-SET             VALUE "Y".
013955     05  GG-EOF-COUNT-SW         PIC X(01) VALUE "N".
013960         88  GG-EOF-COUNT                VALUE "Y".
014000     05  GG-ABORT-SW             PIC X(01) VALUE "N".
014100         88  GG-ABORT-RUN                VALUE "Y".
014110     05  GG-ROUND-COMPLETE-SW    PIC X(01) VALUE "N".
014800
014900 01  GG-CURRENT-DATE             PIC 9(08).
015000 01  GG-CURRENT-TIME             PIC 9(08).
015050 01  GG-HELD-PARM-SET            PIC X(50) VALUE SPACES.
015100
015200 01  GG-EDIT-GUESS               PIC X(05).
015300 01  GG-NUMERIC-TEST-FLD REDEFINES GG-EDIT-GUESS
015736     05  GG-CTL-SESSIONS-DONE    PIC 9(07) COMP VALUE ZERO.
015738     05  GG-CTL-ABAND-NOT-FOUND  PIC 9(07) COMP VALUE ZERO.
015740     05  GG-CTL-ABAND-INACTIVE   PIC 9(07) COMP VALUE ZERO.
015741     05  GG-CTL-ABAND-LIMIT      PIC 9(07) COMP VALUE ZERO.
015742     05  GG-CTL-ABAND-OUT-OF-SEQ PIC 9(07) COMP VALUE ZERO.
015743     05  GG-CTL-ABAND-LOCKED     PIC 9(07) COMP VALUE ZERO.
015744     05  GG-CTL-ABAND-NOT-REG    PIC 9(07) COMP VALUE ZERO.
015762     05  GG-CTL-TOTAL            PIC X(07).
015764     05  FILLER                  PIC X(31) VALUE SPACES.
015766
015767*    What is on the audit trail, the results file and the history
015768*    file at end of a batch run, counted by 8800.
015769 01  GG-CTL-ON-FILE.
015770     05  GG-CTL-AUDIT-ON-FILE    PIC 9(07) COMP VALUE ZERO.
015771     05  GG-CTL-RESULTS-ON-FILE  PIC 9(07) COMP VALUE ZERO.
015772     05  GG-CTL-HISTORY-ON-FILE  PIC 9(07) COMP VALUE ZERO.
015773
015774*    Where the run totals stood when the batch session in play
015775*    started, so 3530 can log that session's own rounds/guesses.
015776 01  GG-SES-ROUNDS-START     PIC 9(07) COMP VALUE ZERO.
015777 01  GG-SES-GUESSES-START    PIC 9(07) COMP VALUE ZERO.
015778
015779*    Control totals handed to NIGHT-DRIVER, one at a time.
015780 01  GG-STEP-TOTAL-NAME      PIC X(20).
015781 01  GG-STEP-TOTAL-VALUE     PIC 9(11).
015782
015783*-----------------------------------------------------------------*
015784*    RESPONSIBLE-PLAY LIMITS -- the player being checked or       *
015785*    posted, the clock the limits are judged by (a batch session  *
015786*    by its own start time, anything else by the wall clock),     *
015787*    today's usage as it stands, and the limit that refused.      *
015788*-----------------------------------------------------------------*
015789 01  GG-LIMIT-PLAYER-ID          PIC X(05).
015790 01  GG-LIMIT-CLOCK.
015791     05  GG-LIMIT-DATE           PIC 9(08).
015792     05  GG-LIMIT-TIME           PIC 9(04).
015793 01  GG-LIMIT-REASON             PIC X(01) VALUE SPACE.
015794     88  GG-LIMIT-OK                     VALUE SPACE.
015795     88  GG-LIMIT-EXCLUDED               VALUE "X".
015796     88  GG-LIMIT-ROUNDS                 VALUE "R".
015797     88  GG-LIMIT-SESSIONS               VALUE "S".
015798     88  GG-LIMIT-COOLING                VALUE "C".
015799 01  GG-LIMIT-SESSION-SW         PIC X(01) VALUE "N".
015800     88  GG-LIMIT-SESSION-POSTED         VALUE "Y".
015801 01  GG-LIMIT-ROUNDS-USED        PIC 9(03).
015802 01  GG-LIMIT-SESSIONS-USED      PIC 9(03).
015803 01  GG-LIMIT-MINUTES            PIC 9(07) COMP.
015804 01  GG-LIMIT-DAYS               PIC 9(07) COMP.
015805 01  GG-LIMIT-WALL-TIME          PIC 9(08).
015806
015807 01  GG-LIMIT-HOURS              PIC 9(05) COMP.
015808 01  GG-LIMIT-ODD-MINUTES        PIC 9(02) COMP.
015809 01  GG-LIMIT-DAY-MINUTES        PIC 9(04) COMP.
015810
015811*-----------------------------------------------------------------*
015850*    LOOK-AHEAD BUFFER FOR THE BATCH TRANSACTION FILE               *
015900*    One record is held here at all times so a change of session   *
015950*    id can be recognized without consuming the record that        *
016787                 MOVE GG-OPPONENT-ID TO GG-REG-PLAYER-ID
016788                 PERFORM 2700-CHECK-REGISTRATION THRU 2700-EXIT
016789             END-IF
016790             IF NOT GG-ABORT-RUN
016791                 PERFORM 6600-FIND-BRACKET-MATCH THRU 6600-EXIT
016792             END-IF
016793             IF NOT GG-ABORT-RUN
016794                 PERFORM 2600-BUILD-MATCH-SESSION THRU 2600-EXIT
016795                 PERFORM 3200-RUN-MATCH THRU 3200-EXIT
016796                 PERFORM 6700-ADVANCE-BRACKET THRU 6700-EXIT
016797             END-IF
016800         WHEN OTHER
016900             PERFORM 2000-VALIDATE-PLAYER THRU 2000-EXIT
018800             MOVE 1   TO GP-TOURNAMENT-ROUNDS
018900     END-READ.
019000     CLOSE GAME-PARM-FILE.
019050     PERFORM 1050-APPLY-PARM-SET THRU 1050-EXIT.
019100
019200     MOVE GP-LOW-RANGE         TO GG-LOW-RANGE.
019300     MOVE GP-HIGH-RANGE        TO GG-HIGH-RANGE.
024274         CLOSE EVENT-ENTRY-FILE
024279         OPEN INPUT EVENT-ENTRY-FILE
024284     END-IF.
024285     OPEN I-O PLAYER-LIMITS-FILE.
024286     IF FS-PLAYER-LIMITS = "35"
024287         CLOSE PLAYER-LIMITS-FILE
024288         OPEN OUTPUT PLAYER-LIMITS-FILE
024289         CLOSE PLAYER-LIMITS-FILE
024290         OPEN I-O PLAYER-LIMITS-FILE
024291     END-IF.
024292     OPEN EXTEND LIMIT-HIT-FILE.
024293     IF FS-LIMIT-HIT = "35"
024294         OPEN OUTPUT LIMIT-HIT-FILE
024295     END-IF.
024296     INITIALIZE GG-SAVED-SCORES.
024300     IF GG-BATCH-MODE
024400         OPEN INPUT GUESS-TRANS-FILE
024410         IF FS-GUESS-TRANS NOT = "00"
024445         ELSE
024450             PERFORM 1900-READ-NEXT-TRANS THRU 1900-EXIT
024460         END-IF
024480         OPEN OUTPUT KIOSK-SESSION-FILE
024483         IF FS-KIOSK-SESSION NOT = "00"
024486             DISPLAY "KIOSKSES WILL NOT OPEN - STATUS "
024489                 FS-KIOSK-SESSION
024492             SET GG-ABORT-RUN TO TRUE
024495         END-IF
024500     END-IF.
024600 1000-EXIT.
024601     EXIT.
024602
024603*=================================================================*
024604*  1050-APPLY-PARM-SET -- the PARM-SET-FILE set in force today    *
024605*  (latest effective date not after today) replaces the GAMEPARM  *
024606*  range, tier and round count; the run mode stays as GAMEPARM    *
024607*  has it.  No set file, or no set in force yet, plays on the     *
024608*  GAMEPARM settings as before.  A calendar event still wins      *
024609*  over both.  The key can only be positioned on from below, so   *
024610*  the file is read forward holding the last set that qualified.  *
024611*=================================================================*
024612 1050-APPLY-PARM-SET.
024613     MOVE "N" TO GG-PARM-SET-FOUND-SW.
024614     MOVE "N" TO GG-EOF-PARM-SET-SW.
024615     OPEN INPUT PARM-SET-FILE.
024616     IF FS-PARM-SET NOT = "00"
024617         GO TO 1050-EXIT
024618     END-IF.
024619     ACCEPT GG-CURRENT-DATE FROM DATE YYYYMMDD.
024620     MOVE ZERO TO PS-EFFECTIVE-DATE.
024621     START PARM-SET-FILE KEY NOT < PS-EFFECTIVE-DATE
024622         INVALID KEY
024623             SET GG-EOF-PARM-SET TO TRUE
024624     END-START.
024625     PERFORM 1060-SCAN-PARM-SET THRU 1060-EXIT
024626         UNTIL GG-EOF-PARM-SET.
024627     CLOSE PARM-SET-FILE.
024628     IF NOT GG-PARM-SET-FOUND
024629         GO TO 1050-EXIT
024630     END-IF.
024631     MOVE GG-HELD-PARM-SET     TO PARM-SET-RECORD.
024632     MOVE PS-LOW-RANGE         TO GP-LOW-RANGE.
024633     MOVE PS-HIGH-RANGE        TO GP-HIGH-RANGE.
024634     MOVE PS-DIFFICULTY-TIER   TO GP-DIFFICULTY-TIER.
024635     MOVE PS-TOURNAMENT-ROUNDS TO GP-TOURNAMENT-ROUNDS.
024636     DISPLAY "PARAMETER SET EFFECTIVE " PS-EFFECTIVE-DATE.
024637 1050-EXIT.
024638     EXIT.
024639
024640 1060-SCAN-PARM-SET.
024641     READ PARM-SET-FILE NEXT
024642         AT END
024643             SET GG-EOF-PARM-SET TO TRUE
024644             GO TO 1060-EXIT
024645     END-READ.
024646     IF FS-PARM-SET NOT = "00"
024647        OR PS-EFFECTIVE-DATE > GG-CURRENT-DATE
024648         SET GG-EOF-PARM-SET TO TRUE
024649         GO TO 1060-EXIT
024650     END-IF.
024651     MOVE PARM-SET-RECORD TO GG-HELD-PARM-SET.
024652     SET GG-PARM-SET-FOUND TO TRUE.
024653 1060-EXIT.
024654     EXIT.
024655
024703*=================================================================*
024705*  1500-SELECT-EVENT -- pick tonight's scheduled event from the   *
024707*  calendar: the operator may key an event id (interactive and    *
024887     MOVE EV-EVENT-ID          TO GG-EVENT-ID.
024889     MOVE EV-LOW-RANGE         TO GG-LOW-RANGE.
024891     MOVE EV-HIGH-RANGE        TO GG-HIGH-RANGE.
024892     MOVE EV-EVENT-FORMAT      TO GG-EVENT-FORMAT.
024893     MOVE EV-DIFFICULTY-TIER   TO GG-DIFFICULTY-TIER.
024894     MOVE EV-BRACKET-SW        TO GG-BRACKET-SW.
024895     MOVE EV-TOURNAMENT-ROUNDS TO GG-ROUND-COUNT.
024896     IF EV-ENTRY-CAP NUMERIC
024897         MOVE EV-ENTRY-CAP TO GG-EVENT-CAP
027970                     END-IF
028000             END-EVALUATE
028100     END-READ.
028108     IF GG-PLAYER-FOUND
028116         MOVE GG-PLAYER-ID TO GG-LIMIT-PLAYER-ID
028124         PERFORM 2170-CHECK-LIMITS THRU 2170-EXIT
028132         IF NOT GG-LIMIT-OK
028140             SET GG-PLAYER-NOT-FOUND TO TRUE
028148             IF GG-BATCH-MODE
028156                 ADD 1 TO GG-CTL-ABAND-LIMIT
028164                 SET GG-ABORT-RUN TO TRUE
028172             END-IF
028180         END-IF
028188     END-IF.
028200 2100-EXIT.
028300     EXIT.
028310
028815                     END-IF
028816             END-EVALUATE
028817     END-READ.
028820     IF GG-OPPONENT-FOUND
028823         MOVE GG-OPPONENT-ID TO GG-LIMIT-PLAYER-ID
028826         PERFORM 2170-CHECK-LIMITS THRU 2170-EXIT
028829         IF NOT GG-LIMIT-OK
028832             MOVE "N" TO GG-OPPONENT-FOUND-SW
028835         END-IF
028838     END-IF.
028841 2510-EXIT.
028844     EXIT.
028847
028851*-----------------------------------------------------------------*
028852*  2520-COMPARE-RATINGS -- both players are signed on: show the   *
028853*  skill ratings RATING-UPDATE maintains so the pairing is made   *
029916*  tournament score.                                              *
029918*=================================================================*
029920 3200-RUN-MATCH.
029921     MOVE ZERO TO GG-PLAYER-ROUNDS-WON GG-OPPONENT-ROUNDS-WON.
029922     PERFORM 3210-PLAY-MATCH-ROUND THRU 3210-EXIT
029924         VARYING GG-ROUND-NUMBER FROM 1 BY 1
029926         UNTIL GG-ROUND-NUMBER > GG-ROUND-COUNT.
029964     PERFORM 5500-MATCH-GUESS THRU 5500-EXIT
029966         UNTIL GG-USER-GUESS = GG-RANDOM-NUMBER.
029968     PERFORM 6500-RECORD-MATCH-HISTORY THRU 6500-EXIT.
029969     PERFORM 3220-TALLY-ROUND-WIN THRU 3220-EXIT.
029970 3210-EXIT.
029972     EXIT.
029974
029976*-----------------------------------------------------------------*
029978*  3220-TALLY-ROUND-WIN -- credit the round just played to its    *
029980*  winner's count of rounds won in the match.                     *
029982*-----------------------------------------------------------------*
029984 3220-TALLY-ROUND-WIN.
029986     IF GG-WINNER-ID = GG-PLAYER-ID
029988         ADD 1 TO GG-PLAYER-ROUNDS-WON
029990     ELSE
029992         ADD 1 TO GG-OPPONENT-ROUNDS-WON
029994     END-IF.
029996 3220-EXIT.
029998     EXIT.
030000
030010*=================================================================*
030020*  3500-RUN-BATCH -- work through every session found in          *
030155     ADD 1 TO GG-CTL-SESSIONS-STARTED.
030160     MOVE WT-SESSION-ID TO GG-SESSION-ID.
030170     MOVE WT-PLAYER-ID  TO GG-PLAYER-ID.
030172     MOVE WT-KIOSK-ID   TO GG-KIOSK-ID.
030174     MOVE GG-CTL-ROUNDS-DONE TO GG-SES-ROUNDS-START.
030176     MOVE GG-CTL-GUESSES     TO GG-SES-GUESSES-START.
030178     MOVE "N" TO GG-LIMIT-SESSION-SW.
030180     SET GG-PLAYER-NOT-FOUND TO TRUE.
030190     PERFORM 2100-CHECK-PLAYER THRU 2100-EXIT.
030200     IF GG-PLAYER-FOUND
030238         END-IF
030239     END-IF.
030240     PERFORM 3520-SKIP-TO-NEXT-SESSION THRU 3520-EXIT.
030245     PERFORM 3530-LOG-KIOSK-SESSION THRU 3530-EXIT.
030250 3510-EXIT.
030260     EXIT.
030270
033700 3110-EXIT.
033800     EXIT.
033900
033902*-----------------------------------------------------------------*
033904*  3530-LOG-KIOSK-SESSION -- one KIOSK-SESSION-FILE record for the*
033906*  batch session just played: the kiosk it came in from, the      *
033908*  rounds and guesses it added to the run totals, and whether it  *
033910*  finished or was abandoned.  KIOSK-UTIL reports from these.     *
033912*-----------------------------------------------------------------*
033914 3530-LOG-KIOSK-SESSION.
033916     MOVE SPACES          TO KIOSK-SESSION-RECORD.
033918     MOVE GG-KIOSK-ID     TO KS-KIOSK-ID.
033920     MOVE GG-SESSION-ID   TO KS-SESSION-ID.
033922     MOVE GG-PLAYER-ID    TO KS-PLAYER-ID.
033924     MOVE GG-CURRENT-DATE TO KS-RUN-DATE.
033926     COMPUTE KS-ROUNDS-DONE =
033928         GG-CTL-ROUNDS-DONE - GG-SES-ROUNDS-START.
033930     COMPUTE KS-GUESSES =
033932         GG-CTL-GUESSES - GG-SES-GUESSES-START.
033934     IF GG-PLAYER-FOUND AND NOT GG-ABORT-RUN
033936         SET KS-COMPLETED TO TRUE
033938     ELSE
033940         SET KS-ABANDONED TO TRUE
033942     END-IF.
033944     WRITE KIOSK-SESSION-RECORD.
033946     IF FS-KIOSK-SESSION NOT = "00"
033948         DISPLAY "KIOSKSES WRITE FAILED - STATUS "
033950             FS-KIOSK-SESSION
033952     END-IF.
033954 3530-EXIT.
033956     EXIT.
033958
034000*=================================================================*
034100*  4000-INITIALIZE-RANDOM-NUMBER -- seed and draw the winning    *
034200*  number for this round with a documented seed/audit record.    *
051720     MOVE ZERO             TO GH-OPPONENT-TURNS.
051730     MOVE SPACE            TO GH-MATCH-RESULT.
051740     MOVE GG-EVENT-ID      TO GH-EVENT-ID.
051750     MOVE GG-KIOSK-ID      TO GH-KIOSK-ID.
051800     WRITE GAME-HISTORY-RECORD
051900         INVALID KEY
051950             PERFORM 6050-CARRY-OLD-SWITCHES THRU 6050-EXIT
052000             REWRITE GAME-HISTORY-RECORD
052025         NOT INVALID KEY
052050             MOVE GG-PLAYER-ID TO GG-LIMIT-PLAYER-ID
052075             PERFORM 2180-POST-LIMIT-USAGE THRU 2180-EXIT
052100             SET GG-LIMIT-SESSION-POSTED TO TRUE
052125     END-WRITE.
052150     ADD 1 TO GG-CTL-ROUNDS-DONE.
052200
052300     MOVE GG-PLAYER-ID TO PM-PLAYER-ID.
054354         INVALID KEY
054355             PERFORM 6050-CARRY-OLD-SWITCHES THRU 6050-EXIT
054356             REWRITE GAME-HISTORY-RECORD
054357         NOT INVALID KEY PERFORM 6520-POST-LIMITS THRU 6520-EXIT
054358     END-WRITE.
054360     ADD 1 TO GG-CTL-ROUNDS-DONE.
054362     MOVE GG-WINNER-ID TO GG-COUNT-PLAYER-ID.
054402     END-READ.
054404 6510-EXIT.
054406     EXIT.
054408
054410*-----------------------------------------------------------------*
054412*  6520-POST-LIMITS -- a new match round is on history: it counts *
054414*  toward both players' responsible-play usage for today.         *
054416*-----------------------------------------------------------------*
054418 6520-POST-LIMITS.
054420     MOVE GG-WINNER-ID TO GG-LIMIT-PLAYER-ID.
054422     PERFORM 2180-POST-LIMIT-USAGE THRU 2180-EXIT.
054424     MOVE GG-LOSER-ID  TO GG-LIMIT-PLAYER-ID.
054426     PERFORM 2180-POST-LIMIT-USAGE THRU 2180-EXIT.
054428     SET GG-LIMIT-SESSION-POSTED TO TRUE.
054430 6520-EXIT.
054432     EXIT.
054453
054500*-----------------------------------------------------------------*
054600*  6200-SCORE-ROUND -- weight the round's score by difficulty    *
056920*  7000-WRITE-RUN-CONTROL -- end-of-run balancing report for a    *
056930*  batch run.  TRANS READ must equal GUESSES PROCESSED plus       *
056940*  RECORDS SKIPPED, and SESSIONS STARTED must equal COMPLETED     *
056950*  plus the seven abandoned lines, or the run does not balance.   *
056960*=================================================================*
056962 7000-WRITE-RUN-CONTROL.
056964     OPEN OUTPUT RUN-CONTROL-FILE.
057046         TO GG-CTL-DESCRIPTION.
057047     MOVE GG-CTL-ABAND-NOT-REG TO GG-CTL-TOTAL-ED.
057048     PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
057049     MOVE "ABANDONED - PLAYER LIMIT"
057050         TO GG-CTL-DESCRIPTION.
057051     MOVE GG-CTL-ABAND-LIMIT TO GG-CTL-TOTAL-ED.
057052     PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
057053     MOVE SPACES TO RUN-CONTROL-LINE.
057054     WRITE RUN-CONTROL-LINE.
057055     MOVE "ROUNDS COMPLETED" TO GG-CTL-DESCRIPTION.
057056     MOVE GG-CTL-ROUNDS-DONE TO GG-CTL-TOTAL-ED.
057057     PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
057058     MOVE "AUDIT RECORDS WRITTEN" TO GG-CTL-DESCRIPTION.
057059     MOVE GG-CTL-AUDIT-WRITTEN TO GG-CTL-TOTAL-ED.
057060     PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
057062     CLOSE RUN-CONTROL-FILE.
057064 7000-EXIT.
057850     CLOSE SESSION-RESULTS-FILE.
057860     CLOSE TEAM-MASTER-FILE.
057865     CLOSE EVENT-ENTRY-FILE.
057866     CLOSE PLAYER-LIMITS-FILE.
057867     CLOSE LIMIT-HIT-FILE.
057870     IF GG-BRACKET-OPEN
057875         CLOSE BRACKET-FILE
057880     END-IF.
057900     IF GG-BATCH-MODE
058000         CLOSE GUESS-TRANS-FILE
058050         CLOSE KIOSK-SESSION-FILE
058100     END-IF.
058110     IF GG-BATCH-MODE
058120         PERFORM 8800-COUNT-ON-FILE THRU 8800-EXIT
058130         PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT
058140     END-IF.
058200 8000-EXIT.
058300     EXIT.
058301
058302*=================================================================*
058303*  8800-COUNT-ON-FILE -- after a batch run, count what is now on  *
058304*  the audit trail, the results file and the history file.       *
058305*  AUDIT-LOAD, POINTS-POST and SUMMARY-ROLLUP each read the whole *
058306*  file, so RUN-BALANCE agrees their totals with these counts --  *
058307*  play at the desk since the last night run is on them too.      *
058308*=================================================================*
058309 8800-COUNT-ON-FILE.
058310     OPEN INPUT AUDIT-TRAIL-FILE.
058311     MOVE "N" TO GG-EOF-COUNT-SW.
058312     PERFORM 8810-COUNT-AUDIT THRU 8810-EXIT
058313         UNTIL GG-EOF-COUNT.
058314     CLOSE AUDIT-TRAIL-FILE.
058315     OPEN INPUT SESSION-RESULTS-FILE.
058316     MOVE "N" TO GG-EOF-COUNT-SW.
058317     PERFORM 8820-COUNT-RESULTS THRU 8820-EXIT
058318         UNTIL GG-EOF-COUNT.
058319     CLOSE SESSION-RESULTS-FILE.
058320     OPEN INPUT GAME-HISTORY-FILE.
058321     MOVE "N" TO GG-EOF-COUNT-SW.
058322     MOVE LOW-VALUES TO GH-HISTORY-KEY.
058323     START GAME-HISTORY-FILE KEY NOT < GH-HISTORY-KEY
058324         INVALID KEY
058325             SET GG-EOF-COUNT TO TRUE
058326     END-START.
058327     PERFORM 8830-COUNT-HISTORY THRU 8830-EXIT
058328         UNTIL GG-EOF-COUNT.
058329     CLOSE GAME-HISTORY-FILE.
058330 8800-EXIT.
058331     EXIT.
058332
058333 8810-COUNT-AUDIT.
058334     READ AUDIT-TRAIL-FILE
058335         AT END
058336             SET GG-EOF-COUNT TO TRUE
058337             GO TO 8810-EXIT
058338     END-READ.
058339     ADD 1 TO GG-CTL-AUDIT-ON-FILE.
058340 8810-EXIT.
058341     EXIT.
058342
058343 8820-COUNT-RESULTS.
058344     READ SESSION-RESULTS-FILE
058345         AT END
058346             SET GG-EOF-COUNT TO TRUE
058347             GO TO 8820-EXIT
058348     END-READ.
058349     ADD 1 TO GG-CTL-RESULTS-ON-FILE.
058350 8820-EXIT.
058351     EXIT.
058352
058353 8830-COUNT-HISTORY.
058354     READ GAME-HISTORY-FILE NEXT
058355         AT END
058356             SET GG-EOF-COUNT TO TRUE
058357             GO TO 8830-EXIT
058358     END-READ.
058359     ADD 1 TO GG-CTL-HISTORY-ON-FILE.
058360 8830-EXIT.
058361     EXIT.
058362
058363*=================================================================*
058364*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
058365*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
058366*=================================================================*
058367 8900-WRITE-STEP-TOTALS.
058368     OPEN EXTEND STEP-TOTALS-FILE.
058369     IF FS-STEP-TOTALS = "35"
058370         OPEN OUTPUT STEP-TOTALS-FILE
058371     END-IF.
058372     MOVE "TRANS READ" TO GG-STEP-TOTAL-NAME.
058373     MOVE GG-CTL-TRANS-READ TO GG-STEP-TOTAL-VALUE.
058374     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058375     MOVE "TRANS SKIPPED" TO GG-STEP-TOTAL-NAME.
058376     MOVE GG-CTL-TRANS-SKIPPED TO GG-STEP-TOTAL-VALUE.
058377     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058378     MOVE "GUESSES" TO GG-STEP-TOTAL-NAME.
058379     MOVE GG-CTL-GUESSES TO GG-STEP-TOTAL-VALUE.
058380     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058381     MOVE "SESSIONS STARTED" TO GG-STEP-TOTAL-NAME.
058382     MOVE GG-CTL-SESSIONS-STARTED TO GG-STEP-TOTAL-VALUE.
058383     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058384     MOVE "SESSIONS COMPLETED" TO GG-STEP-TOTAL-NAME.
058385     MOVE GG-CTL-SESSIONS-DONE TO GG-STEP-TOTAL-VALUE.
058386     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058387     MOVE "ROUNDS COMPLETED" TO GG-STEP-TOTAL-NAME.
058388     MOVE GG-CTL-ROUNDS-DONE TO GG-STEP-TOTAL-VALUE.
058389     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058390     MOVE "AUDIT WRITTEN" TO GG-STEP-TOTAL-NAME.
058391     MOVE GG-CTL-AUDIT-WRITTEN TO GG-STEP-TOTAL-VALUE.
058392     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058393     MOVE "AUDIT ON FILE" TO GG-STEP-TOTAL-NAME.
058394     MOVE GG-CTL-AUDIT-ON-FILE TO GG-STEP-TOTAL-VALUE.
058395     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058396     MOVE "RESULTS ON FILE" TO GG-STEP-TOTAL-NAME.
058397     MOVE GG-CTL-RESULTS-ON-FILE TO GG-STEP-TOTAL-VALUE.
058398     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058399     MOVE "HISTORY ON FILE" TO GG-STEP-TOTAL-NAME.
058400     MOVE GG-CTL-HISTORY-ON-FILE TO GG-STEP-TOTAL-VALUE.
058401     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
058402     CLOSE STEP-TOTALS-FILE.
058403 8900-EXIT.
058404     EXIT.
058405
058406 8910-WRITE-STEP-TOTAL.
058407     MOVE SPACES TO STEP-TOTALS-RECORD.
058408     SET CX-DETAIL TO TRUE.
058409     MOVE "GUESSING-GAME" TO CX-PROGRAM-NAME.
058410     MOVE GG-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
058411     MOVE GG-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
058412     WRITE STEP-TOTALS-RECORD.
058413 8910-EXIT.
058414     EXIT.
058420
058429*=================================================================*
058438*  6600-FIND-BRACKET-MATCH -- a match for a knockout event must   *
058447*  be one the draw has ready: both players known and the match    *
058456*  not yet played.  The pairing may be keyed in either order.  A  *
058465*  draw not yet seeded, or no ready match for the pair, means no  *
058474*  session -- the desk calls the matches from BRACKET-SHEET.      *
058483*=================================================================*
058492 6600-FIND-BRACKET-MATCH.
058501     MOVE "N" TO GG-BRACKET-FOUND-SW.
058510     IF GG-EVENT-ID = SPACES OR NOT GG-EVENT-KNOCKOUT
058519         GO TO 6600-EXIT
058528     END-IF.
058537     IF NOT GG-BRACKET-SEEDED
058546         DISPLAY "EVENT " GG-EVENT-ID " DRAW IS NOT SEEDED YET"
058555         DISPLAY "SEE THE DESK - NO MATCH"
058564         SET GG-ABORT-RUN TO TRUE
058573         GO TO 6600-EXIT
058582     END-IF.
058591     IF NOT GG-BRACKET-OPEN
058600         OPEN I-O BRACKET-FILE
058609         IF FS-BRACKET NOT = "00"
058618             DISPLAY "BRACKET FILE NOT AVAILABLE - STATUS "
058627                 FS-BRACKET
058636             SET GG-ABORT-RUN TO TRUE
058645             GO TO 6600-EXIT
058654         END-IF
058663         SET GG-BRACKET-OPEN TO TRUE
058672     END-IF.
058681     MOVE "N" TO GG-EOF-BRACKET-SW.
058690     MOVE GG-EVENT-ID TO BK-EVENT-ID.
058699     MOVE ZERO        TO BK-ROUND-NUMBER.
058708     MOVE ZERO        TO BK-MATCH-NUMBER.
058717     START BRACKET-FILE KEY NOT < BK-BRACKET-KEY
058740         INVALID KEY
058750             SET GG-EOF-BRACKET TO TRUE
058760     END-START.
058770     PERFORM 6610-CHECK-ONE-MATCH THRU 6610-EXIT
058780         UNTIL GG-EOF-BRACKET OR GG-BRACKET-FOUND.
058790     IF NOT GG-BRACKET-FOUND
058800         DISPLAY "PLAYERS " GG-PLAYER-ID " AND " GG-OPPONENT-ID
058810             " HAVE NO MATCH TO PLAY IN " GG-EVENT-ID
058820         DISPLAY "SEE THE DESK FOR THE BRACKET SHEET - NO MATCH"
058830         SET GG-ABORT-RUN TO TRUE
058840         GO TO 6600-EXIT
058850     END-IF.
058860     MOVE BK-BRACKET-KEY TO GG-BRACKET-KEY.
058870     DISPLAY "KNOCKOUT ROUND " BK-ROUND-NUMBER " OF "
058880         BK-TOTAL-ROUNDS " - MATCH " BK-MATCH-NUMBER.
058890 6600-EXIT.
058900     EXIT.
058910
058920 6610-CHECK-ONE-MATCH.
058930     READ BRACKET-FILE NEXT
058940         AT END
058950             SET GG-EOF-BRACKET TO TRUE
058960             GO TO 6610-EXIT
058970     END-READ.
058980     IF FS-BRACKET NOT = "00"
058990        OR BK-EVENT-ID NOT = GG-EVENT-ID
059000         SET GG-EOF-BRACKET TO TRUE
059010         GO TO 6610-EXIT
059020     END-IF.
059030     IF NOT BK-READY
059040         GO TO 6610-EXIT
059050     END-IF.
059060     IF (BK-PLAYER-1-ID = GG-PLAYER-ID
059070         AND BK-PLAYER-2-ID = GG-OPPONENT-ID)
059080        OR (BK-PLAYER-1-ID = GG-OPPONENT-ID
059090         AND BK-PLAYER-2-ID = GG-PLAYER-ID)
059100         SET GG-BRACKET-FOUND TO TRUE
059110     END-IF.
059120 6610-EXIT.
059130     EXIT.
059140
059150*=================================================================*
059160*  6700-ADVANCE-BRACKET -- the knockout match is over.  The       *
059170*  player who won more of its rounds wins it; on level rounds the *
059180*  winner of the last round does.  The match is marked decided    *
059190*  with the session that played it, and the winner takes the slot *
059200*  this match feeds in the next round: match M feeds match        *
059210*  (M + 1) / 2, slot 1 when M is odd and slot 2 when it is even.  *
059220*  Once both slots are filled that match is ready to play.  The   *
059230*  winner of the final has won the event; EVENT-SETTLE awards it. *
059240*=================================================================*
059250 6700-ADVANCE-BRACKET.
059260     IF NOT GG-BRACKET-FOUND
059270         GO TO 6700-EXIT
059280     END-IF.
059290     EVALUATE TRUE
059300         WHEN GG-PLAYER-ROUNDS-WON > GG-OPPONENT-ROUNDS-WON
059310             MOVE GG-PLAYER-ID   TO GG-MATCH-WINNER-ID
059320         WHEN GG-OPPONENT-ROUNDS-WON > GG-PLAYER-ROUNDS-WON
059330             MOVE GG-OPPONENT-ID TO GG-MATCH-WINNER-ID
059340         WHEN OTHER
059350             MOVE GG-WINNER-ID   TO GG-MATCH-WINNER-ID
059360     END-EVALUATE.
059370     MOVE GG-BRACKET-KEY TO BK-BRACKET-KEY.
059380     READ BRACKET-FILE
059390         INVALID KEY
059400             DISPLAY "BRACKET MATCH NOT ON FILE - " GG-BRACKET-KEY
059410             GO TO 6700-EXIT
059420     END-READ.
059430     IF GG-MATCH-WINNER-ID = BK-PLAYER-1-ID
059440         MOVE BK-SEED-1 TO GG-MATCH-WINNER-SEED
059450     ELSE
059460         MOVE BK-SEED-2 TO GG-MATCH-WINNER-SEED
059470     END-IF.
059480     SET BK-DECIDED TO TRUE.
059490     MOVE GG-MATCH-WINNER-ID TO BK-WINNER-ID.
059500     MOVE GG-SESSION-ID      TO BK-SESSION-ID.
059510     MOVE GG-CURRENT-DATE    TO BK-DECIDED-DATE.
059520     REWRITE BRACKET-RECORD.
059530     DISPLAY "KNOCKOUT MATCH WON BY " GG-MATCH-WINNER-ID
059540         " - ROUNDS " GG-PLAYER-ROUNDS-WON " TO "
059550         GG-OPPONENT-ROUNDS-WON.
059560     IF BK-ROUND-NUMBER NOT < BK-TOTAL-ROUNDS
059570         DISPLAY GG-MATCH-WINNER-ID " WINS EVENT " GG-EVENT-ID
059580         GO TO 6700-EXIT
059590     END-IF.
059600     DIVIDE GG-BRACKET-MATCH BY 2
059610         GIVING GG-NEXT-QUOTIENT REMAINDER GG-NEXT-SLOT.
059620     COMPUTE GG-BRACKET-MATCH = (GG-BRACKET-MATCH + 1) / 2.
059630     ADD 1 TO GG-BRACKET-ROUND.
059640     MOVE GG-BRACKET-KEY TO BK-BRACKET-KEY.
059650     READ BRACKET-FILE
059660         INVALID KEY
059670             DISPLAY "NEXT BRACKET MATCH NOT ON FILE - "
059680                 GG-BRACKET-KEY
059690             GO TO 6700-EXIT
059700     END-READ.
059710     IF GG-NEXT-SLOT = 1
059720         MOVE GG-MATCH-WINNER-ID   TO BK-PLAYER-1-ID
059730         MOVE GG-MATCH-WINNER-SEED TO BK-SEED-1
059740     ELSE
059750         MOVE GG-MATCH-WINNER-ID   TO BK-PLAYER-2-ID
059760         MOVE GG-MATCH-WINNER-SEED TO BK-SEED-2
059770     END-IF.
059780     IF BK-PLAYER-1-ID NOT = SPACES
059790        AND BK-PLAYER-2-ID NOT = SPACES
059800         SET BK-READY TO TRUE
059810     END-IF.
059820     REWRITE BRACKET-RECORD.
059830     DISPLAY GG-MATCH-WINNER-ID " GOES THROUGH TO ROUND "
059840         BK-ROUND-NUMBER " - MATCH " BK-MATCH-NUMBER.
059850 6700-EXIT.
059860     EXIT.
059870
059880*=================================================================*
059890*  2170-CHECK-LIMITS -- responsible-play limits for the player in *
059900*  GG-LIMIT-PLAYER-ID, judged at GG-LIMIT-CLOCK.  A player with no*
059910*  PLAYER-LIMITS-FILE record has no limits.  Refused, in this     *
059920*  order: self-excluded (exclusion end date not yet passed),      *
059930*  cooling off, at the daily session maximum, or short of room    *
059940*  under the daily round maximum for a whole session of           *
059950*  GG-ROUND-COUNT rounds.  Usage counted on an earlier day counts *
059960*  as nothing today.  A batch session whose first round is        *
059970*  already on history is a replay and was judged when first run.  *
059980*  Every refusal is told to the player and logged to              *
059990*  LIMIT-HIT-FILE; the caller decides what a refusal costs.       *
060000*=================================================================*
060010 2170-CHECK-LIMITS.
060020     SET GG-LIMIT-OK TO TRUE.
060030     PERFORM 2185-SET-LIMIT-CLOCK THRU 2185-EXIT.
060040     IF GG-BATCH-MODE
060050         MOVE GG-SESSION-ID TO GH-SESSION-ID
060060         MOVE 1             TO GH-ROUND-NUMBER
060070         READ GAME-HISTORY-FILE
060080             INVALID KEY
060090                 CONTINUE
060100             NOT INVALID KEY
060110                 GO TO 2170-EXIT
060120         END-READ
060130     END-IF.
060140     MOVE GG-LIMIT-PLAYER-ID TO LM-PLAYER-ID.
060150     READ PLAYER-LIMITS-FILE
060160         INVALID KEY
060170             GO TO 2170-EXIT
060180     END-READ.
060190     IF FS-PLAYER-LIMITS NOT = "00"
060200         GO TO 2170-EXIT
060210     END-IF.
060220     IF LM-USAGE-DATE = GG-LIMIT-DATE
060230         MOVE LM-ROUNDS-TODAY   TO GG-LIMIT-ROUNDS-USED
060240         MOVE LM-SESSIONS-TODAY TO GG-LIMIT-SESSIONS-USED
060250     ELSE
060260         MOVE ZERO TO GG-LIMIT-ROUNDS-USED
060270         MOVE ZERO TO GG-LIMIT-SESSIONS-USED
060280     END-IF.
060290     EVALUATE TRUE
060300         WHEN LM-EXCLUDED
060310          AND LM-EXCLUDE-END-DATE NOT < GG-LIMIT-DATE
060320             SET GG-LIMIT-EXCLUDED TO TRUE
060330             DISPLAY "PLAYER " GG-LIMIT-PLAYER-ID
060340                 " IS SELF-EXCLUDED UNTIL " LM-EXCLUDE-END-DATE
060350         WHEN LM-COOL-UNTIL NUMERIC
060360          AND LM-COOL-UNTIL > GG-LIMIT-CLOCK
060370             SET GG-LIMIT-COOLING TO TRUE
060380             DISPLAY "PLAYER " GG-LIMIT-PLAYER-ID
060390                 " IS COOLING OFF UNTIL " LM-COOL-UNTIL-DATE
060400                 " " LM-COOL-UNTIL-TIME
060410         WHEN LM-MAX-DAILY-SESSIONS > ZERO
060420          AND GG-LIMIT-SESSIONS-USED NOT < LM-MAX-DAILY-SESSIONS
060430             SET GG-LIMIT-SESSIONS TO TRUE
060440             DISPLAY "PLAYER " GG-LIMIT-PLAYER-ID
060450                 " HAS PLAYED TODAY'S MAXIMUM OF "
060460                 LM-MAX-DAILY-SESSIONS " SESSIONS"
060470         WHEN LM-MAX-DAILY-ROUNDS > ZERO
060480          AND GG-LIMIT-ROUNDS-USED + GG-ROUND-COUNT
060490              > LM-MAX-DAILY-ROUNDS
060500             SET GG-LIMIT-ROUNDS TO TRUE
060510             DISPLAY "PLAYER " GG-LIMIT-PLAYER-ID
060520                 " HAS NO ROOM LEFT UNDER TODAY'S MAXIMUM OF "
060530                 LM-MAX-DAILY-ROUNDS " ROUNDS"
060540     END-EVALUATE.
060550     IF GG-LIMIT-OK
060560         GO TO 2170-EXIT
060570     END-IF.
060580     DISPLAY "PLAY LIMIT REACHED - NO SESSION".
060590     MOVE SPACES TO LIMIT-HIT-RECORD.
060600     MOVE GG-LIMIT-REASON TO LH-LIMIT-TYPE.
060610     SET LH-PLAY-REFUSED TO TRUE.
060620     EVALUATE TRUE
060630         WHEN GG-LIMIT-EXCLUDED
060640             MOVE LM-EXCLUDE-END-DATE TO LH-UNTIL-DATE
060650             MOVE ZERO                TO LH-UNTIL-TIME
060660         WHEN GG-LIMIT-COOLING
060670             MOVE LM-COOL-UNTIL       TO LH-UNTIL
060680         WHEN OTHER
060690             MOVE GG-LIMIT-DATE       TO LH-UNTIL-DATE
060700             MOVE 2359                TO LH-UNTIL-TIME
060710     END-EVALUATE.
060720     PERFORM 2175-WRITE-LIMIT-HIT THRU 2175-EXIT.
060730 2170-EXIT.
060740     EXIT.
060750
060760*-----------------------------------------------------------------*
060770*  2175-WRITE-LIMIT-HIT -- finish and append the LIMIT-HIT-FILE   *
060780*  record the caller has started (type, action, until).           *
060790*-----------------------------------------------------------------*
060800 2175-WRITE-LIMIT-HIT.
060810     MOVE GG-LIMIT-DATE      TO LH-HIT-DATE.
060820     ACCEPT GG-LIMIT-WALL-TIME FROM TIME.
060830     MOVE GG-LIMIT-WALL-TIME(1:6) TO LH-HIT-TIME.
060840     MOVE GG-LIMIT-PLAYER-ID TO LH-PLAYER-ID.
060850     EVALUATE TRUE
060860         WHEN GG-BATCH-MODE
060870             SET LH-FROM-BATCH TO TRUE
060880             MOVE GG-SESSION-ID TO LH-SESSION-ID
060890         WHEN GG-MATCH-MODE
060900             SET LH-FROM-MATCH TO TRUE
060910         WHEN OTHER
060920             SET LH-FROM-DESK TO TRUE
060930     END-EVALUATE.
060940     IF LH-COOL-OFF-STARTED
060950         MOVE GG-SESSION-ID TO LH-SESSION-ID
060960     END-IF.
060970     WRITE LIMIT-HIT-RECORD.
060980     IF FS-LIMIT-HIT NOT = "00"
060990         DISPLAY "LIMITHIT WRITE FAILED - STATUS " FS-LIMIT-HIT
061000     END-IF.
061010 2175-EXIT.
061020     EXIT.
061030
061040*=================================================================*
061050*  2180-POST-LIMIT-USAGE -- a new round is on history for the     *
061060*  player in GG-LIMIT-PLAYER-ID: count it (and, on the session's  *
061070*  first new round, the session) toward today's usage.  When the  *
061080*  rounds since the last cooling-off reach LM-COOL-OFF-AFTER the  *
061090*  player cools off for LM-COOL-OFF-MINUTES from now, and the     *
061100*  start is logged.  No limits record, nothing to count.  Limits  *
061110*  are judged at sign-on; a session under way is not cut short.   *
061120*=================================================================*
061130 2180-POST-LIMIT-USAGE.
061140     MOVE GG-LIMIT-PLAYER-ID TO LM-PLAYER-ID.
061150     READ PLAYER-LIMITS-FILE
061160         INVALID KEY
061170             GO TO 2180-EXIT
061180     END-READ.
061190     IF FS-PLAYER-LIMITS NOT = "00"
061200         GO TO 2180-EXIT
061210     END-IF.
061220     PERFORM 2185-SET-LIMIT-CLOCK THRU 2185-EXIT.
061230     IF LM-USAGE-DATE NOT = GG-LIMIT-DATE
061240         MOVE GG-LIMIT-DATE TO LM-USAGE-DATE
061250         MOVE ZERO TO LM-ROUNDS-TODAY
061260         MOVE ZERO TO LM-SESSIONS-TODAY
061270     END-IF.
061280     IF NOT GG-LIMIT-SESSION-POSTED
061290         ADD 1 TO LM-SESSIONS-TODAY
061300     END-IF.
061310     ADD 1 TO LM-ROUNDS-TODAY.
061320     IF LM-ROUNDS-SINCE-COOL NUMERIC
061330         ADD 1 TO LM-ROUNDS-SINCE-COOL
061340     ELSE
061350         MOVE 1 TO LM-ROUNDS-SINCE-COOL
061360     END-IF.
061370     IF LM-COOL-OFF-AFTER > ZERO
061380        AND LM-COOL-OFF-MINUTES > ZERO
061390        AND LM-ROUNDS-SINCE-COOL NOT < LM-COOL-OFF-AFTER
061400         PERFORM 2190-START-COOL-OFF THRU 2190-EXIT
061410     END-IF.
061420     REWRITE PLAYER-LIMITS-RECORD.
061430     IF FS-PLAYER-LIMITS NOT = "00"
061440         DISPLAY "PLAYLIM REWRITE FAILED - STATUS "
061450             FS-PLAYER-LIMITS
061460     END-IF.
061470 2180-EXIT.
061480     EXIT.
061490
061500*-----------------------------------------------------------------*
061510*  2185-SET-LIMIT-CLOCK -- today and HHMM to judge limits by.  A  *
061520*  batch session is judged at the time it started on the kiosk    *
061530*  (session id positions 6-9), so a day's feed replays in the     *
061540*  order it was played.                                           *
061550*-----------------------------------------------------------------*
061560 2185-SET-LIMIT-CLOCK.
061570     ACCEPT GG-LIMIT-DATE FROM DATE YYYYMMDD.
061580     IF GG-BATCH-MODE AND GG-SESSION-ID(6:4) NUMERIC
061590         MOVE GG-SESSION-ID(6:4) TO GG-LIMIT-TIME
061600     ELSE
061610         ACCEPT GG-LIMIT-WALL-TIME FROM TIME
061620         MOVE GG-LIMIT-WALL-TIME(1:4) TO GG-LIMIT-TIME
061630     END-IF.
061640 2185-EXIT.
061650     EXIT.
061660
061670*-----------------------------------------------------------------*
061680*  2190-START-COOL-OFF -- cooling off runs LM-COOL-OFF-MINUTES    *
061690*  from GG-LIMIT-CLOCK, carried into the next day(s) as needed.   *
061700*-----------------------------------------------------------------*
061710 2190-START-COOL-OFF.
061720     DIVIDE GG-LIMIT-TIME BY 100 GIVING GG-LIMIT-HOURS
061725         REMAINDER GG-LIMIT-ODD-MINUTES.
061730     COMPUTE GG-LIMIT-MINUTES = GG-LIMIT-HOURS * 60
061740         + GG-LIMIT-ODD-MINUTES + LM-COOL-OFF-MINUTES.
061760     DIVIDE GG-LIMIT-MINUTES BY 1440 GIVING GG-LIMIT-DAYS
061770         REMAINDER GG-LIMIT-DAY-MINUTES.
061780     COMPUTE GG-LIMIT-DAYS =
061790         FUNCTION INTEGER-OF-DATE (GG-LIMIT-DATE) + GG-LIMIT-DAYS.
061800     COMPUTE LM-COOL-UNTIL-DATE =
061810         FUNCTION DATE-OF-INTEGER (GG-LIMIT-DAYS).
061820     DIVIDE GG-LIMIT-DAY-MINUTES BY 60 GIVING GG-LIMIT-HOURS
061825         REMAINDER GG-LIMIT-ODD-MINUTES.
061830     COMPUTE LM-COOL-UNTIL-TIME =
061840         GG-LIMIT-HOURS * 100 + GG-LIMIT-ODD-MINUTES.
061850     MOVE ZERO TO LM-ROUNDS-SINCE-COOL.
061860     DISPLAY "PLAYER " GG-LIMIT-PLAYER-ID " NOW COOLS OFF UNTIL "
061870         LM-COOL-UNTIL-DATE " " LM-COOL-UNTIL-TIME.
061880     MOVE SPACES TO LIMIT-HIT-RECORD.
061890     SET LH-COOLING-OFF      TO TRUE.
061900     SET LH-COOL-OFF-STARTED TO TRUE.
061910     MOVE LM-COOL-UNTIL      TO LH-UNTIL.
061920     PERFORM 2175-WRITE-LIMIT-HIT THRU 2175-EXIT.
061930 2190-EXIT.
061940     EXIT.
