002696*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
002697*                   run as a step under NIGHT-DRIVER and         *
002698*                   return control to it between steps.          *
002708*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002718*                   STEP-TOTALS-FILE for the run-totals file.     *
002770*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
006300
006400     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006510
006520     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
006530         ORGANIZATION IS LINE SEQUENTIAL
006540         FILE STATUS IS FS-STEP-TOTALS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
012916
012920 FD  RECON-REPORT-FILE.
013000 01  RECON-REPORT-LINE           PIC X(80).
013010
013020 FD  STEP-TOTALS-FILE.
013030     COPY STEPTOTS.
013100
013200 WORKING-STORAGE SECTION.
013300 01  WS-FILE-STATUSES.
013900     05  FS-SEED-WORK            PIC X(02) VALUE "00".
013910     05  FS-HISTORY-ARCHIVE      PIC X(02) VALUE "00".
013920     05  FS-HIST-WORK            PIC X(02) VALUE "00".
013930     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
014000
014100 01  RC-SWITCHES.
014200     05  RC-EOF-HISTORY-SW       PIC X(01) VALUE "N".
019500 01  RC-TOTAL-ED                 PIC ZZZZZZ9.
019600 01  RC-EXPECTED-ED              PIC ZZZZ9.
019700 01  RC-ACTUAL-ED                PIC ZZZZ9.
019710
019720*    Control totals handed to NIGHT-DRIVER, one at a time.
019730 01  RC-STEP-TOTAL-NAME          PIC X(20).
019740 01  RC-STEP-TOTAL-VALUE         PIC 9(11).
019800
019900 01  RC-EXCEPTION-LINE.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
023700     PERFORM 4000-BALANCE-PLAYERS THRU 4000-EXIT.
023800     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
023900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023910     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
024000     GOBACK.
024100
024200*=================================================================*
062900     CLOSE RECON-REPORT-FILE.
063000 8000-EXIT.
063100     EXIT.
063110
063120*=================================================================*
063130*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
063140*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
063150*=================================================================*
063160 8900-WRITE-STEP-TOTALS.
063170     OPEN EXTEND STEP-TOTALS-FILE.
063180     IF FS-STEP-TOTALS = "35"
063190         OPEN OUTPUT STEP-TOTALS-FILE
063200     END-IF.
063210     MOVE "HISTORY READ" TO RC-STEP-TOTAL-NAME.
063220     MOVE RC-HISTORY-READ TO RC-STEP-TOTAL-VALUE.
063230     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063240     MOVE "AUDIT READ" TO RC-STEP-TOTAL-NAME.
063250     MOVE RC-AUDIT-READ TO RC-STEP-TOTAL-VALUE.
063260     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063270     MOVE "AUDIT ORPHANS" TO RC-STEP-TOTAL-NAME.
063280     MOVE RC-AUDIT-ORPHANS TO RC-STEP-TOTAL-VALUE.
063290     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063300     MOVE "SEED READ" TO RC-STEP-TOTAL-NAME.
063310     MOVE RC-SEED-READ TO RC-STEP-TOTAL-VALUE.
063320     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063330     MOVE "SEED ORPHANS" TO RC-STEP-TOTAL-NAME.
063340     MOVE RC-SEED-ORPHANS TO RC-STEP-TOTAL-VALUE.
063350     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063360     MOVE "PLAYERS CHECKED" TO RC-STEP-TOTAL-NAME.
063370     MOVE RC-PLAYERS-CHECKED TO RC-STEP-TOTAL-VALUE.
063380     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063390     MOVE "ARCHIVE READ" TO RC-STEP-TOTAL-NAME.
063400     MOVE RC-ARCH-READ TO RC-STEP-TOTAL-VALUE.
063410     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063420     MOVE "EXCEPTIONS" TO RC-STEP-TOTAL-NAME.
063430     MOVE RC-EXCEPTION-COUNT TO RC-STEP-TOTAL-VALUE.
063440     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
063450     CLOSE STEP-TOTALS-FILE.
063460 8900-EXIT.
063470     EXIT.
063480
063490 8910-WRITE-STEP-TOTAL.
063500     MOVE SPACES TO STEP-TOTALS-RECORD.
063510     SET CX-DETAIL TO TRUE.
063520     MOVE "GAME-RECON" TO CX-PROGRAM-NAME.
063530     MOVE RC-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
063540     MOVE RC-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
063550     WRITE STEP-TOTALS-RECORD.
063560 8910-EXIT.
063570     EXIT.
