000900*                                                                 *
001000*  Job-stream driver for the night run.  Reads the run schedule   *
001100*  from RUN-SCHEDULE-FILE (one record per step, in step number    *
001200*  order: MASTER-BACKUP, GUESSTRN-EDIT, GUESSING-GAME,            *
001300*  AUDIT-LOAD, GAME-RECON, the rollups and the reports), CALLs    *
001400*  each step's program in turn, and records every step's start,   *
001500*  end and outcome in JOB-STATUS-FILE keyed by run date and step  *
001600*  number.  A step is not started unless its predecessor's        *
001700*  status record shows C; a step already C for tonight's run      *
001800*  date is skipped, so a resubmission after a failure picks up at *
001900*  the failed step instead of re-running the chain from the top   *
002000*  (which is how the audit index got doubled).  A step that       *
002100*  abends leaves its record R; a step that returns a bad          *
002200*  RETURN-CODE is marked F; either way the driver stops there and *
002300*  the rerun resumes there.  The step programs end with GOBACK    *
002400*  rather than STOP RUN so control comes back here between steps. *
002500*-----------------------------------------------------------------*
002600*  MODIFICATION HISTORY                                           *
002700*  DATE       INIT  DESCRIPTION                                   *
002800*  2026-09-02  DLW  Original.                                     *
002810*  2026-10-15  DLW  Each step's control totals are filed on       *
002820*                   RUN-TOTALS-FILE by run date and step: the     *
002830*                   driver heads STEP-TOTALS-FILE before the CALL *
002840*                   and files what the step appended after it.    *
002850*  2026-10-15  DLW  MASTER-BACKUP is scheduled as step 01: the    *
002860*                   masters are unloaded before anything posts,   *
002870*                   and the run stops if the backup fails.        *
002900*=================================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS JS-STATUS-KEY
004200         FILE STATUS IS FS-JOB-STATUS.
004209
004218     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004227         ORGANIZATION IS LINE SEQUENTIAL
004236         FILE STATUS IS FS-STEP-TOTALS.
004245
004254     SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
004263         ORGANIZATION IS INDEXED
004272         ACCESS MODE IS DYNAMIC
004281         RECORD KEY IS RN-TOTALS-KEY
004290         FILE STATUS IS FS-RUN-TOTALS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004800
004900 FD  JOB-STATUS-FILE.
005000     COPY JOBSTAT.
005010
005020 FD  STEP-TOTALS-FILE.
005030     COPY STEPTOTS.
005040
005050 FD  RUN-TOTALS-FILE.
005060     COPY RUNTOTS.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-FILE-STATUSES.
005400     05  FS-RUN-SCHEDULE         PIC X(02) VALUE "00".
005500     05  FS-JOB-STATUS           PIC X(02) VALUE "00".
005510     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
005520     05  FS-RUN-TOTALS           PIC X(02) VALUE "00".
005600
005700 01  ND-SWITCHES.
005800     05  ND-EOF-SCHEDULE-SW      PIC X(01) VALUE "N".
006300         88  ND-PRIOR-COMPLETE       VALUE "Y".
006400     05  ND-STATUS-FOUND-SW      PIC X(01) VALUE "N".
006500         88  ND-STATUS-FOUND         VALUE "Y".
006510     05  ND-EOF-STEP-TOTALS-SW   PIC X(01) VALUE "N".
006520         88  ND-EOF-STEP-TOTALS      VALUE "Y".
006600
006700 01  ND-RUN-DATE                 PIC 9(08).
006800 01  ND-DATE-ANSWER              PIC X(08) VALUE SPACES.
007500     05  ND-STEPS-RUN            PIC 9(03) COMP VALUE ZERO.
007600     05  ND-STEPS-SKIPPED        PIC 9(03) COMP VALUE ZERO.
007700     05  ND-STEPS-FAILED         PIC 9(03) COMP VALUE ZERO.
007710     05  ND-TOTALS-FILED         PIC 9(05) COMP VALUE ZERO.
007800
007900 PROCEDURE DIVISION.
008000*=================================================================*
011500         CLOSE JOB-STATUS-FILE
011600         OPEN I-O JOB-STATUS-FILE
011700     END-IF.
011710     OPEN I-O RUN-TOTALS-FILE.
011720     IF FS-RUN-TOTALS = "35"
011730         CLOSE RUN-TOTALS-FILE
011740         OPEN OUTPUT RUN-TOTALS-FILE
011750         CLOSE RUN-TOTALS-FILE
011760         OPEN I-O RUN-TOTALS-FILE
011770     END-IF.
011800     DISPLAY "NIGHT-DRIVER RUN DATE " ND-RUN-DATE.
011900 1000-EXIT.
012000     EXIT.
018800     PERFORM 3100-WRITE-STEP-STATUS THRU 3100-EXIT.
018900     DISPLAY "STEP " RS-STEP-NUMBER " STARTING "
019000         RS-PROGRAM-NAME " - " RS-STEP-DESC.
019010     PERFORM 3200-HEAD-STEP-TOTALS THRU 3200-EXIT.
019100     MOVE ZERO TO RETURN-CODE.
019200     MOVE RS-PROGRAM-NAME TO ND-PROGRAM-NAME.
019300     CALL ND-PROGRAM-NAME
021400         DISPLAY "STEP " RS-STEP-NUMBER " FAILED - RETURN CODE "
021500             RETURN-CODE
021700     END-IF.
021710     PERFORM 3300-FILE-STEP-TOTALS THRU 3300-EXIT.
021800     PERFORM 3100-WRITE-STEP-STATUS THRU 3100-EXIT.
021900 3000-EXIT.
022000     EXIT.
022700     END-REWRITE.
022800 3100-EXIT.
022900     EXIT.
022901
022902*=================================================================*
022903*  3200-HEAD-STEP-TOTALS -- start the hand-off file afresh for    *
022904*  the step about to run, headed with the run date and step.      *
022905*=================================================================*
022906 3200-HEAD-STEP-TOTALS.
022907     OPEN OUTPUT STEP-TOTALS-FILE.
022908     MOVE SPACES TO STEP-TOTALS-RECORD.
022909     SET CX-HEADER TO TRUE.
022910     MOVE RS-PROGRAM-NAME TO CX-PROGRAM-NAME.
022911     MOVE ND-RUN-DATE     TO CX-RUN-DATE.
022912     MOVE RS-STEP-NUMBER  TO CX-STEP-NUMBER.
022913     WRITE STEP-TOTALS-RECORD.
022914     CLOSE STEP-TOTALS-FILE.
022915 3200-EXIT.
022916     EXIT.
022917
022918*=================================================================*
022919*  3300-FILE-STEP-TOTALS -- file every total the step appended    *
022920*  to the hand-off under tonight's run date and the step number.  *
022921*  Totals are filed whatever the step returned, so a failed step  *
022922*  still shows how far it got; a rerun replaces them.             *
022923*=================================================================*
022924 3300-FILE-STEP-TOTALS.
022925     OPEN INPUT STEP-TOTALS-FILE.
022926     IF FS-STEP-TOTALS NOT = "00"
022927         GO TO 3300-EXIT
022928     END-IF.
022929     MOVE "N" TO ND-EOF-STEP-TOTALS-SW.
022930     PERFORM 3310-FILE-ONE-TOTAL THRU 3310-EXIT
022931         UNTIL ND-EOF-STEP-TOTALS.
022932     CLOSE STEP-TOTALS-FILE.
022933 3300-EXIT.
022934     EXIT.
022935
022936 3310-FILE-ONE-TOTAL.
022937     READ STEP-TOTALS-FILE
022938         AT END
022939             SET ND-EOF-STEP-TOTALS TO TRUE
022940             GO TO 3310-EXIT
022941     END-READ.
022942     IF NOT CX-DETAIL
022943         GO TO 3310-EXIT
022944     END-IF.
022945     MOVE SPACES TO RUN-TOTALS-RECORD.
022946     MOVE ND-RUN-DATE     TO RN-RUN-DATE.
022947     MOVE RS-STEP-NUMBER  TO RN-STEP-NUMBER.
022948     MOVE CX-TOTAL-NAME   TO RN-TOTAL-NAME.
022949     MOVE CX-PROGRAM-NAME TO RN-PROGRAM-NAME.
022950     MOVE CX-TOTAL-VALUE  TO RN-TOTAL-VALUE.
022951     MOVE ND-STAMP-DATE   TO RN-POST-DATE.
022952     MOVE ND-STAMP-TIME(1:6) TO RN-POST-TIME.
022953     WRITE RUN-TOTALS-RECORD
022954         INVALID KEY
022955             REWRITE RUN-TOTALS-RECORD
022956             END-REWRITE
022957     END-WRITE.
022958     ADD 1 TO ND-TOTALS-FILED.
022959 3310-EXIT.
022960     EXIT.
023000
023100*=================================================================*
023200*  8000-TERMINATE                                                 *
023400 8000-TERMINATE.
023500     CLOSE RUN-SCHEDULE-FILE.
023600     CLOSE JOB-STATUS-FILE.
023610     CLOSE RUN-TOTALS-FILE.
023700     DISPLAY "NIGHT-DRIVER STEPS READ    : " ND-STEPS-READ.
023800     DISPLAY "NIGHT-DRIVER STEPS RUN     : " ND-STEPS-RUN.
023900     DISPLAY "NIGHT-DRIVER STEPS SKIPPED : " ND-STEPS-SKIPPED.
024000     DISPLAY "NIGHT-DRIVER STEPS FAILED  : " ND-STEPS-FAILED.
024005     DISPLAY "NIGHT-DRIVER TOTALS FILED  : " ND-TOTALS-FILED.
024010*    The driver's own return code must say whether the night
024020*    was clean -- whatever submitted it cannot read JOBSTAT.
024030     IF ND-STEPS-FAILED > ZERO
