002700*  2026-09-02  DLW  Original.                                     *
002710*  2026-09-02  DLW  Rounds voided through ROUND-ADJ are not      *
002720*                   rated (counted in their own total).          *
002730*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002740*                   STEP-TOTALS-FILE for the run-totals file.     *
002800*=================================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004400
004500     SELECT RATING-REPORT-FILE ASSIGN TO "RATERPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004610
004620     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004630         ORGANIZATION IS LINE SEQUENTIAL
004640         FILE STATUS IS FS-STEP-TOTALS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005500
005600 FD  RATING-REPORT-FILE.
005700 01  RATING-REPORT-LINE          PIC X(80).
005710
005720 FD  STEP-TOTALS-FILE.
005730     COPY STEPTOTS.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-FILE-STATUSES.
006100     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
006200     05  FS-PLAYER-MASTER        PIC X(02) VALUE "00".
006210     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
006300
006400 01  RU-SWITCHES.
006500     05  RU-EOF-HISTORY-SW       PIC X(01) VALUE "N".
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  RX-MESSAGE              PIC X(40).
013100     05  FILLER                  PIC X(20) VALUE SPACES.
013110
013120*    Control totals handed to NIGHT-DRIVER, one at a time.
013130 01  RU-STEP-TOTAL-NAME          PIC X(20).
013140 01  RU-STEP-TOTAL-VALUE         PIC 9(11).
013200
013300 PROCEDURE DIVISION.
013400*=================================================================*
014000         UNTIL RU-EOF-HISTORY.
014100     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
014200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014210     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
014300     GOBACK.
014400
014500 1000-INITIALIZE.
036500     DISPLAY "RATING-UPDATE ROUNDS RATED: " RU-ROUNDS-RATED.
036600 8000-EXIT.
036700     EXIT.
036710
036720*=================================================================*
036730*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
036740*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
036750*=================================================================*
036760 8900-WRITE-STEP-TOTALS.
036770     OPEN EXTEND STEP-TOTALS-FILE.
036780     IF FS-STEP-TOTALS = "35"
036790         OPEN OUTPUT STEP-TOTALS-FILE
036800     END-IF.
036810     MOVE "ROUNDS READ" TO RU-STEP-TOTAL-NAME.
036820     MOVE RU-ROUNDS-READ TO RU-STEP-TOTAL-VALUE.
036830     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036840     MOVE "ROUNDS RATED" TO RU-STEP-TOTAL-NAME.
036850     MOVE RU-ROUNDS-RATED TO RU-STEP-TOTAL-VALUE.
036860     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036870     MOVE "ALREADY POSTED" TO RU-STEP-TOTAL-NAME.
036880     MOVE RU-ROUNDS-POSTED-PRIOR TO RU-STEP-TOTAL-VALUE.
036890     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036900     MOVE "NOT MATCH" TO RU-STEP-TOTAL-NAME.
036910     MOVE RU-ROUNDS-NOT-MATCH TO RU-STEP-TOTAL-VALUE.
036920     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036930     MOVE "VOIDED" TO RU-STEP-TOTAL-NAME.
036940     MOVE RU-ROUNDS-VOID TO RU-STEP-TOTAL-VALUE.
036950     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036960     MOVE "EXCEPTIONS" TO RU-STEP-TOTAL-NAME.
036970     MOVE RU-ROUNDS-EXCEPTION TO RU-STEP-TOTAL-VALUE.
036980     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
036990     CLOSE STEP-TOTALS-FILE.
037000 8900-EXIT.
037010     EXIT.
037020
037030 8910-WRITE-STEP-TOTAL.
037040     MOVE SPACES TO STEP-TOTALS-RECORD.
037050     SET CX-DETAIL TO TRUE.
037060     MOVE "RATING-UPDATE" TO CX-PROGRAM-NAME.
037070     MOVE RU-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
037080     MOVE RU-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
037090     WRITE STEP-TOTALS-RECORD.
037100 8910-EXIT.
037110     EXIT.
