001970*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
001980*                   run as a step under NIGHT-DRIVER and         *
001990*                   return control to it between steps.          *
001993*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
001996*                   STEP-TOTALS-FILE for the run-totals file.     *
002000*=================================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS AX-AUDIT-KEY
003300         FILE STATUS IS FS-AUDIT-INDEX.
003310
003320     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
003330         ORGANIZATION IS LINE SEQUENTIAL
003340         FILE STATUS IS FS-STEP-TOTALS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003900
004000 FD  AUDIT-INDEX-FILE.
004100     COPY AUDITIDX.
004110
004120 FD  STEP-TOTALS-FILE.
004130     COPY STEPTOTS.
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-FILE-STATUSES.
004500     05  FS-AUDIT-TRAIL          PIC X(02) VALUE "00".
004600     05  FS-AUDIT-INDEX          PIC X(02) VALUE "00".
004610     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
004700
004800 01  AL-SWITCHES.
004900     05  AL-EOF-AUDIT-SW         PIC X(01) VALUE "N".
005300     05  AL-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
005400     05  AL-RECORDS-LOADED       PIC 9(07) COMP VALUE ZERO.
005500     05  AL-RECORDS-REPLACED     PIC 9(07) COMP VALUE ZERO.
005510
005520*    Control totals handed to NIGHT-DRIVER, one at a time.
005530 01  AL-STEP-TOTAL-NAME          PIC X(20).
005540 01  AL-STEP-TOTAL-VALUE         PIC 9(11).
005600
005700 PROCEDURE DIVISION.
005800*=================================================================*
006300     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
006400         UNTIL AL-EOF-AUDIT.
006500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006510     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
006600     GOBACK.
006700
006800 1000-INITIALIZE.
012400         AL-RECORDS-REPLACED.
012500 8000-EXIT.
012600     EXIT.
012610
012620*=================================================================*
012630*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
012640*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
012650*=================================================================*
012660 8900-WRITE-STEP-TOTALS.
012670     OPEN EXTEND STEP-TOTALS-FILE.
012680     IF FS-STEP-TOTALS = "35"
012690         OPEN OUTPUT STEP-TOTALS-FILE
012700     END-IF.
012710     MOVE "RECORDS READ" TO AL-STEP-TOTAL-NAME.
012720     MOVE AL-RECORDS-READ TO AL-STEP-TOTAL-VALUE.
012730     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
012740     MOVE "RECORDS LOADED" TO AL-STEP-TOTAL-NAME.
012750     MOVE AL-RECORDS-LOADED TO AL-STEP-TOTAL-VALUE.
012760     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
012770     MOVE "RECORDS REPLACED" TO AL-STEP-TOTAL-NAME.
012780     MOVE AL-RECORDS-REPLACED TO AL-STEP-TOTAL-VALUE.
012790     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
012800     CLOSE STEP-TOTALS-FILE.
012810 8900-EXIT.
012820     EXIT.
012830
012840 8910-WRITE-STEP-TOTAL.
012850     MOVE SPACES TO STEP-TOTALS-RECORD.
012860     SET CX-DETAIL TO TRUE.
012870     MOVE "AUDIT-LOAD" TO CX-PROGRAM-NAME.
012880     MOVE AL-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
012890     MOVE AL-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
012900     WRITE STEP-TOTALS-RECORD.
012910 8910-EXIT.
012920     EXIT.
