002670*  2026-09-02  DLW  STOP RUN is now GOBACK so the program can    *
002680*                   run as a step under NIGHT-DRIVER and         *
002690*                   return control to it between steps.          *
002692*  2026-10-15  DLW  Retention days come from the PARM-SET-FILE    *
002694*                   set in force today before GAMEPARM (see       *
002696*                   PARM-MAINT).                                  *
002697*  2026-10-15  DLW  Control totals are handed to NIGHT-DRIVER on  *
002698*                   STEP-TOTALS-FILE for the run-totals file.     *
002700*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003100 FILE-CONTROL.
003200     SELECT GAME-PARM-FILE ASSIGN TO "GAMEPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003314
003328     SELECT PARM-SET-FILE ASSIGN TO "PARMSET"
003342         ORGANIZATION IS INDEXED
003356         ACCESS MODE IS DYNAMIC
003370         RECORD KEY IS PS-EFFECTIVE-DATE
003384         FILE STATUS IS FS-PARM-SET.
003400
003500     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
003600         ORGANIZATION IS INDEXED
007200
007300     SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007410
007420     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
007430         ORGANIZATION IS LINE SEQUENTIAL
007440         FILE STATUS IS FS-STEP-TOTALS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  GAME-PARM-FILE.
007900     COPY GAMECFG.
007925
007950 FD  PARM-SET-FILE.
007975     COPY PARMSET.
008000
008100 FD  GAME-HISTORY-FILE.
008200     COPY GAMEHIST.
016300
016400 FD  ARCHIVE-REPORT-FILE.
016500 01  ARCHIVE-REPORT-LINE         PIC X(80).
016510
016520 FD  STEP-TOTALS-FILE.
016530     COPY STEPTOTS.
016600
016700 WORKING-STORAGE SECTION.
016800 01  WS-FILE-STATUSES.
017500     05  FS-SEED-AUDIT           PIC X(02) VALUE "00".
017600     05  FS-SEED-ARCHIVE         PIC X(02) VALUE "00".
017700     05  FS-SEED-WORK            PIC X(02) VALUE "00".
017750     05  FS-PARM-SET             PIC X(02) VALUE "00".
017760     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
017800
017900 01  AC-SWITCHES.
018000     05  AC-EOF-HISTORY-SW       PIC X(01) VALUE "N".
018740         88  AC-TABLE-FULL           VALUE "Y".
018750     05  AC-KEY-FOUND-SW         PIC X(01) VALUE "N".
018760         88  AC-KEY-FOUND            VALUE "Y".
018768     05  AC-PARM-SET-FOUND-SW    PIC X(01) VALUE "N".
018776         88  AC-PARM-SET-FOUND       VALUE "Y".
018784     05  AC-EOF-PARM-SET-SW      PIC X(01) VALUE "N".
018792         88  AC-EOF-PARM-SET         VALUE "Y".
018800
018900 01  AC-RETENTION-DAYS           PIC 9(03) VALUE 365.
019000 01  AC-CURRENT-DATE             PIC 9(08).
019100 01  AC-CUTOFF-DATE              PIC 9(08).
019200 01  AC-DATE-INTEGER             PIC 9(08) COMP.
019205 01  AC-HELD-PARM-SET            PIC X(50) VALUE SPACES.
019210
019220*-----------------------------------------------------------------*
019230*    ROUNDS ARCHIVED THIS RUN.  The history pass decides each     *
023600         "   CUTOFF DATE : ".
023700     05  AC-CL-CUTOFF            PIC 9(08).
023800     05  FILLER                  PIC X(32) VALUE SPACES.
023810
023820*    Control totals handed to NIGHT-DRIVER, one at a time.
023830 01  AC-STEP-TOTAL-NAME          PIC X(20).
023840 01  AC-STEP-TOTAL-VALUE         PIC 9(11).
023900
024000 PROCEDURE DIVISION.
024100*=================================================================*
024800     PERFORM 4000-ARCHIVE-SEED THRU 4000-EXIT.
024900     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
025000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025010     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
025100     GOBACK.
025200
025300*=================================================================*
026300             MOVE ZERO TO GP-RETENTION-DAYS
026400     END-READ.
026500     CLOSE GAME-PARM-FILE.
026550     PERFORM 1050-APPLY-PARM-SET THRU 1050-EXIT.
026600     IF GP-RETENTION-DAYS NUMERIC
026700        AND GP-RETENTION-DAYS > ZERO
026800         MOVE GP-RETENTION-DAYS TO AC-RETENTION-DAYS
028900 1000-EXIT.
029000     EXIT.
029100
029102*-----------------------------------------------------------------*
029104*  1050-APPLY-PARM-SET -- the PARM-SET-FILE set in force today    *
029106*  (latest effective date not after today) replaces the GAMEPARM  *
029108*  retention days; no set file, or no set in force yet, leaves    *
029110*  GAMEPARM's.  The key can only be positioned on from below, so  *
029112*  the file is read forward holding the last set that qualified.  *
029114*-----------------------------------------------------------------*
029116 1050-APPLY-PARM-SET.
029118     MOVE "N" TO AC-PARM-SET-FOUND-SW.
029120     MOVE "N" TO AC-EOF-PARM-SET-SW.
029122     OPEN INPUT PARM-SET-FILE.
029124     IF FS-PARM-SET NOT = "00"
029126         GO TO 1050-EXIT
029128     END-IF.
029130     ACCEPT AC-CURRENT-DATE FROM DATE YYYYMMDD.
029132     MOVE ZERO TO PS-EFFECTIVE-DATE.
029134     START PARM-SET-FILE KEY NOT < PS-EFFECTIVE-DATE
029136         INVALID KEY
029138             SET AC-EOF-PARM-SET TO TRUE
029140     END-START.
029142     PERFORM 1060-SCAN-PARM-SET THRU 1060-EXIT
029144         UNTIL AC-EOF-PARM-SET.
029146     CLOSE PARM-SET-FILE.
029148     IF NOT AC-PARM-SET-FOUND
029150         GO TO 1050-EXIT
029152     END-IF.
029154     MOVE AC-HELD-PARM-SET  TO PARM-SET-RECORD.
029156     MOVE PS-RETENTION-DAYS TO GP-RETENTION-DAYS.
029158     DISPLAY "PARAMETER SET EFFECTIVE " PS-EFFECTIVE-DATE.
029160 1050-EXIT.
029162     EXIT.
029164
029166 1060-SCAN-PARM-SET.
029168     READ PARM-SET-FILE NEXT
029170         AT END
029172             SET AC-EOF-PARM-SET TO TRUE
029174             GO TO 1060-EXIT
029176     END-READ.
029178     IF FS-PARM-SET NOT = "00"
029180        OR PS-EFFECTIVE-DATE > AC-CURRENT-DATE
029182         SET AC-EOF-PARM-SET TO TRUE
029184         GO TO 1060-EXIT
029186     END-IF.
029188     MOVE PARM-SET-RECORD TO AC-HELD-PARM-SET.
029190     SET AC-PARM-SET-FOUND TO TRUE.
029192 1060-EXIT.
029194     EXIT.
029197
029200*=================================================================*
029300*  2000-ARCHIVE-HISTORY -- split the history file on the cutoff  *
029400*  date, then rebuild the live indexed file from the retained    *
050600     CLOSE ARCHIVE-REPORT-FILE.
050700 8000-EXIT.
050800     EXIT.
050810
050820*=================================================================*
050830*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
050840*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
050850*=================================================================*
050860 8900-WRITE-STEP-TOTALS.
050870     OPEN EXTEND STEP-TOTALS-FILE.
050880     IF FS-STEP-TOTALS = "35"
050890         OPEN OUTPUT STEP-TOTALS-FILE
050900     END-IF.
050910     MOVE "HISTORY READ" TO AC-STEP-TOTAL-NAME.
050920     MOVE AC-HIST-READ TO AC-STEP-TOTAL-VALUE.
050930     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
050940     MOVE "HISTORY ARCHIVED" TO AC-STEP-TOTAL-NAME.
050950     MOVE AC-HIST-ARCHIVED TO AC-STEP-TOTAL-VALUE.
050960     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
050970     MOVE "HISTORY RETAINED" TO AC-STEP-TOTAL-NAME.
050980     MOVE AC-HIST-RETAINED TO AC-STEP-TOTAL-VALUE.
050990     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051000     MOVE "AUDIT READ" TO AC-STEP-TOTAL-NAME.
051010     MOVE AC-AUDT-READ TO AC-STEP-TOTAL-VALUE.
051020     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051030     MOVE "AUDIT ARCHIVED" TO AC-STEP-TOTAL-NAME.
051040     MOVE AC-AUDT-ARCHIVED TO AC-STEP-TOTAL-VALUE.
051050     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051060     MOVE "AUDIT RETAINED" TO AC-STEP-TOTAL-NAME.
051070     MOVE AC-AUDT-RETAINED TO AC-STEP-TOTAL-VALUE.
051080     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051090     MOVE "SEED READ" TO AC-STEP-TOTAL-NAME.
051100     MOVE AC-SEED-READ TO AC-STEP-TOTAL-VALUE.
051110     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051120     MOVE "SEED ARCHIVED" TO AC-STEP-TOTAL-NAME.
051130     MOVE AC-SEED-ARCHIVED TO AC-STEP-TOTAL-VALUE.
051140     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051150     MOVE "SEED RETAINED" TO AC-STEP-TOTAL-NAME.
051160     MOVE AC-SEED-RETAINED TO AC-STEP-TOTAL-VALUE.
051170     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
051180     CLOSE STEP-TOTALS-FILE.
051190 8900-EXIT.
051200     EXIT.
051210
051220 8910-WRITE-STEP-TOTAL.
051230     MOVE SPACES TO STEP-TOTALS-RECORD.
051240     SET CX-DETAIL TO TRUE.
051250     MOVE "GAME-ARCHIVE" TO CX-PROGRAM-NAME.
051260     MOVE AC-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
051270     MOVE AC-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
051280     WRITE STEP-TOTALS-RECORD.
051290 8910-EXIT.
051300     EXIT.
