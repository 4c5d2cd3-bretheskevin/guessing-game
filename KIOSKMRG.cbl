002400*  MODIFICATION HISTORY                                           *
002500*  DATE       INIT  DESCRIPTION                                   *
002600*  2026-09-02  DLW  Original.                                     *
002610*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002620*                   STEP-TOTALS-FILE for the run-totals file.     *
002700*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004900
005000     SELECT MERGE-REPORT-FILE ASSIGN TO "KIOSKRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110
005120     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS FS-STEP-TOTALS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
009300
009400 FD  MERGE-REPORT-FILE.
009500 01  MERGE-REPORT-LINE           PIC X(80).
009510
009520 FD  STEP-TOTALS-FILE.
009530     COPY STEPTOTS.
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-FILE-STATUSES.
009900     05  FS-KIOSK-FEED-1         PIC X(02) VALUE "00".
010000     05  FS-KIOSK-FEED-2         PIC X(02) VALUE "00".
010100     05  FS-KIOSK-FEED-3         PIC X(02) VALUE "00".
010110     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
010200
010300 01  KM-SWITCHES.
010400     05  KM-EOF-FEED-SW          PIC X(01) VALUE "N".
014800     05  FILLER                  PIC X(26) VALUE
014900         "ON MORE THAN ONE KIOSK".
015000     05  FILLER                  PIC X(37) VALUE SPACES.
015010
015020*    Control totals handed to NIGHT-DRIVER, one at a time.
015030 01  KM-STEP-TOTAL-NAME          PIC X(20).
015040 01  KM-STEP-TOTAL-VALUE         PIC 9(11).
015100
015200 PROCEDURE DIVISION.
015300*=================================================================*
017110     IF KM-TABLE-FULL
017120         MOVE 16 TO RETURN-CODE
017130     END-IF.
017140     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
017200     GOBACK.
017300
017400*=================================================================*
046200     END-IF.
046300 5200-EXIT.
046400     EXIT.
046410
046420*=================================================================*
046430*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
046440*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
046450*=================================================================*
046460 8900-WRITE-STEP-TOTALS.
046470     OPEN EXTEND STEP-TOTALS-FILE.
046480     IF FS-STEP-TOTALS = "35"
046490         OPEN OUTPUT STEP-TOTALS-FILE
046500     END-IF.
046510     MOVE "RECORDS READ" TO KM-STEP-TOTAL-NAME.
046520     MOVE KM-CNT-READ TO KM-STEP-TOTAL-VALUE.
046530     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
046540     MOVE "RECORDS WRITTEN" TO KM-STEP-TOTAL-NAME.
046550     MOVE KM-CNT-WRITTEN TO KM-STEP-TOTAL-VALUE.
046560     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
046570     MOVE "RECORDS REJECTED" TO KM-STEP-TOTAL-NAME.
046580     MOVE KM-CNT-REJECTED TO KM-STEP-TOTAL-VALUE.
046590     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
046600     MOVE "DUPLICATE SESSIONS" TO KM-STEP-TOTAL-NAME.
046610     MOVE KM-CNT-DUP-SESSIONS TO KM-STEP-TOTAL-VALUE.
046620     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
046630     CLOSE STEP-TOTALS-FILE.
046640 8900-EXIT.
046650     EXIT.
046660
046670 8910-WRITE-STEP-TOTAL.
046680     MOVE SPACES TO STEP-TOTALS-RECORD.
046690     SET CX-DETAIL TO TRUE.
046700     MOVE "KIOSK-MERGE" TO CX-PROGRAM-NAME.
046710     MOVE KM-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
046720     MOVE KM-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
046730     WRITE STEP-TOTALS-RECORD.
046740 8910-EXIT.
046750     EXIT.
