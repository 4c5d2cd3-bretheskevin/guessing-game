001970*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
001980*                   run as a step under NIGHT-DRIVER and         *
001990*                   return control to it between steps.          *
001993*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
001996*                   STEP-TOTALS-FILE for the run-totals file.     *
002000*=================================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003000
003100     SELECT STANDINGS-FILE ASSIGN TO "STANDRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210
003220     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS FS-STEP-TOTALS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004900
005000 FD  STANDINGS-FILE.
005100 01  STANDINGS-LINE              PIC X(80).
005110
005120 FD  STEP-TOTALS-FILE.
005130     COPY STEPTOTS.
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     05  FS-SESSION-RESULTS      PIC X(02) VALUE "00".
005510     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
005600
005700 01  RPT-SWITCHES.
005800     05  RPT-EOF-SORT-SW         PIC X(01) VALUE "N".
010000     05  FILLER                  PIC X(05) VALUE SPACES.
010100     05  FILLER                  PIC X(05) VALUE "SCORE".
010200     05  FILLER                  PIC X(25) VALUE SPACES.
010210
010220*    Control totals handed to NIGHT-DRIVER, one at a time.
010230 01  RPT-STEP-TOTAL-NAME         PIC X(20).
010240 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
010300
010400 PROCEDURE DIVISION.
010500*=================================================================*
011700         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
011800     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
011900     CLOSE STANDINGS-FILE.
011910     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
012000     GOBACK.
012100
012200*-----------------------------------------------------------------*
020100     END-IF.
020200 3000-EXIT.
020300     EXIT.
020310
020320*=================================================================*
020330*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
020340*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
020350*=================================================================*
020360 8900-WRITE-STEP-TOTALS.
020370     OPEN EXTEND STEP-TOTALS-FILE.
020380     IF FS-STEP-TOTALS = "35"
020390         OPEN OUTPUT STEP-TOTALS-FILE
020400     END-IF.
020410     MOVE "SESSIONS LISTED" TO RPT-STEP-TOTAL-NAME.
020420     MOVE RPT-SESSION-COUNT TO RPT-STEP-TOTAL-VALUE.
020430     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
020440     CLOSE STEP-TOTALS-FILE.
020450 8900-EXIT.
020460     EXIT.
020470
020480 8910-WRITE-STEP-TOTAL.
020490     MOVE SPACES TO STEP-TOTALS-RECORD.
020500     SET CX-DETAIL TO TRUE.
020510     MOVE "GAME-RPT02" TO CX-PROGRAM-NAME.
020520     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
020530     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
020540     WRITE STEP-TOTALS-RECORD.
020550 8910-EXIT.
020560     EXIT.
