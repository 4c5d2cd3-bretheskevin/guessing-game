002100*  MODIFICATION HISTORY                                           *
002200*  DATE       INIT  DESCRIPTION                                   *
002300*  2026-09-02  DLW  Original.                                     *
002310*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002320*                   STEP-TOTALS-FILE for the run-totals file.     *
002400*=================================================================*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PX-XREF-KEY
003900         FILE STATUS IS FS-PLAYER-XREF.
003910
003920     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS FS-STEP-TOTALS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004500
004600 FD  PLAYER-XREF-FILE.
004700     COPY PLAYXREF.
004710
004720 FD  STEP-TOTALS-FILE.
004730     COPY STEPTOTS.
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-FILE-STATUSES.
005100     05  FS-GAME-HISTORY         PIC X(02) VALUE "00".
005200     05  FS-PLAYER-XREF          PIC X(02) VALUE "00".
005210     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
005300
005400 01  XL-SWITCHES.
005500     05  XL-EOF-HISTORY-SW       PIC X(01) VALUE "N".
005900     05  XL-ROUNDS-READ          PIC 9(07) COMP VALUE ZERO.
006000     05  XL-RECORDS-LOADED       PIC 9(07) COMP VALUE ZERO.
006100     05  XL-RECORDS-REPLACED     PIC 9(07) COMP VALUE ZERO.
006110
006120*    Control totals handed to NIGHT-DRIVER, one at a time.
006130 01  XL-STEP-TOTAL-NAME          PIC X(20).
006140 01  XL-STEP-TOTAL-VALUE         PIC 9(11).
006200
006300 PROCEDURE DIVISION.
006400*=================================================================*
006900     PERFORM 2000-LOAD-ONE-ROUND THRU 2000-EXIT
007000         UNTIL XL-EOF-HISTORY.
007100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007110     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
007200     GOBACK.
007300
007400 1000-INITIALIZE.
016000         XL-RECORDS-REPLACED.
016100 8000-EXIT.
016200     EXIT.
016210
016220*=================================================================*
016230*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
016240*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
016250*=================================================================*
016260 8900-WRITE-STEP-TOTALS.
016270     OPEN EXTEND STEP-TOTALS-FILE.
016280     IF FS-STEP-TOTALS = "35"
016290         OPEN OUTPUT STEP-TOTALS-FILE
016300     END-IF.
016310     MOVE "ROUNDS READ" TO XL-STEP-TOTAL-NAME.
016320     MOVE XL-ROUNDS-READ TO XL-STEP-TOTAL-VALUE.
016330     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
016340     MOVE "RECORDS LOADED" TO XL-STEP-TOTAL-NAME.
016350     MOVE XL-RECORDS-LOADED TO XL-STEP-TOTAL-VALUE.
016360     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
016370     MOVE "RECORDS REPLACED" TO XL-STEP-TOTAL-NAME.
016380     MOVE XL-RECORDS-REPLACED TO XL-STEP-TOTAL-VALUE.
016390     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
016400     CLOSE STEP-TOTALS-FILE.
016410 8900-EXIT.
016420     EXIT.
016430
016440 8910-WRITE-STEP-TOTAL.
016450     MOVE SPACES TO STEP-TOTALS-RECORD.
016460     SET CX-DETAIL TO TRUE.
016470     MOVE "XREF-LOAD" TO CX-PROGRAM-NAME.
016480     MOVE XL-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
016490     MOVE XL-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
016500     WRITE STEP-TOTALS-RECORD.
016510 8910-EXIT.
016520     EXIT.
