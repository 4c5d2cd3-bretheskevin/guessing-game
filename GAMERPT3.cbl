001983*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
001986*                   run as a step under NIGHT-DRIVER and         *
001990*                   return control to it between steps.          *
001993*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
001996*                   STEP-TOTALS-FILE for the run-totals file.     *
002000*=================================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003600
003700     SELECT EVENT-REPORT-FILE ASSIGN TO "EVENTRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810
003820     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS FS-STEP-TOTALS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005900
006000 FD  EVENT-REPORT-FILE.
006100 01  EVENT-REPORT-LINE           PIC X(80).
006110
006120 FD  STEP-TOTALS-FILE.
006130     COPY STEPTOTS.
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-FILE-STATUSES.
006500     05  FS-SESSION-RESULTS      PIC X(02) VALUE "00".
006600     05  FS-EVENT-CALENDAR       PIC X(02) VALUE "00".
006610     05  FS-EVENT-ENTRY          PIC X(02) VALUE "00".
006620     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
006700
006800 01  RPT-SWITCHES.
006900     05  RPT-EOF-SORT-SW         PIC X(01) VALUE "N".
011000     05  FILLER                  PIC X(05) VALUE SPACES.
011100     05  FILLER                  PIC X(05) VALUE "SCORE".
011200     05  FILLER                  PIC X(25) VALUE SPACES.
011210
011220*    Control totals handed to NIGHT-DRIVER, one at a time.
011230 01  RPT-STEP-TOTAL-NAME         PIC X(20).
011240 01  RPT-STEP-TOTAL-VALUE        PIC 9(11).
011300
011400 PROCEDURE DIVISION.
011500*=================================================================*
012600         OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT THRU 2000-EXIT.
012700     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
012800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012810     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
012900     GOBACK.
013000
013100 1000-INITIALIZE.
023900     CLOSE EVENT-REPORT-FILE.
024000 8000-EXIT.
024100     EXIT.
024110
024120*=================================================================*
024130*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
024140*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
024150*=================================================================*
024160 8900-WRITE-STEP-TOTALS.
024170     OPEN EXTEND STEP-TOTALS-FILE.
024180     IF FS-STEP-TOTALS = "35"
024190         OPEN OUTPUT STEP-TOTALS-FILE
024200     END-IF.
024210     MOVE "EVENTS LISTED" TO RPT-STEP-TOTAL-NAME.
024220     MOVE RPT-EVENT-COUNT TO RPT-STEP-TOTAL-VALUE.
024230     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
024240     MOVE "SESSIONS LISTED" TO RPT-STEP-TOTAL-NAME.
024250     MOVE RPT-SESSION-COUNT TO RPT-STEP-TOTAL-VALUE.
024260     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
024270     CLOSE STEP-TOTALS-FILE.
024280 8900-EXIT.
024290     EXIT.
024300
024310 8910-WRITE-STEP-TOTAL.
024320     MOVE SPACES TO STEP-TOTALS-RECORD.
024330     SET CX-DETAIL TO TRUE.
024340     MOVE "GAME-RPT03" TO CX-PROGRAM-NAME.
024350     MOVE RPT-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
024360     MOVE RPT-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
024370     WRITE STEP-TOTALS-RECORD.
024380 8910-EXIT.
024390     EXIT.
