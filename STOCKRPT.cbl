000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STOCK-REPORT.
000300 AUTHOR.        D L WHITFIELD.
000400 INSTALLATION.  OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*=================================================================*
000800*  STOCK-REPORT                                                   *
000900*                                                                 *
001000*  Nightly redemption stock report (STKRPT).  Runs under          *
001100*  NIGHT-DRIVER.  The first part lists every active item on       *
001200*  REDEMPTION-CATALOGUE-FILE whose stock on hand is at or below   *
001300*  its reorder level, for the snack bar to reorder.  The second   *
001400*  part is the redemption volume by item from POINTS-LEDGER-FILE  *
001500*  -- items redeemed and points taken, on the run date and for    *
001600*  the month to date -- with a line for ledger item codes no      *
001700*  longer on the catalogue, one for redemptions keyed before the  *
001800*  catalogue (no item code), and the totals.  Withdrawn items     *
001900*  are shown in the second part only when they were redeemed.     *
002000*  The catalogue is held in a table of 500 items; items past      *
002100*  that are counted with those not on the catalogue.  A           *
002200*  catalogue or ledger that is not there counts as empty.         *
002300*-----------------------------------------------------------------*
002400*  MODIFICATION HISTORY                                           *
002500*  DATE       INIT  DESCRIPTION                                   *
002600*  2026-10-15  DLW  Original.                                     *
002700*=================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REDEMPTION-CATALOGUE-FILE ASSIGN TO "RDMCAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RI-ITEM-CODE
003600         FILE STATUS IS FS-REDEMPTION-CATALOGUE.
003700
003800     SELECT POINTS-LEDGER-FILE ASSIGN TO "PTSLEDG"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PD-LEDGER-KEY
004200         FILE STATUS IS FS-POINTS-LEDGER.
004300
004400     SELECT STOCK-REPORT-FILE ASSIGN TO "STKRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT STEP-TOTALS-FILE ASSIGN TO "STEPTOTS"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-STEP-TOTALS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  REDEMPTION-CATALOGUE-FILE.
005400     COPY RDMCAT.
005500
005600 FD  POINTS-LEDGER-FILE.
005700     COPY PTSLEDGR.
005800
005900 FD  STOCK-REPORT-FILE.
006000 01  STOCK-REPORT-LINE           PIC X(80).
006100
006200 FD  STEP-TOTALS-FILE.
006300     COPY STEPTOTS.
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-FILE-STATUSES.
006700     05  FS-REDEMPTION-CATALOGUE PIC X(02) VALUE "00".
006800     05  FS-POINTS-LEDGER        PIC X(02) VALUE "00".
006900     05  FS-STEP-TOTALS          PIC X(02) VALUE "00".
007000
007100 01  SK-SWITCHES.
007200     05  SK-EOF-CATALOGUE-SW     PIC X(01) VALUE "N".
007300         88  SK-EOF-CATALOGUE        VALUE "Y".
007400     05  SK-EOF-LEDGER-SW        PIC X(01) VALUE "N".
007500         88  SK-EOF-LEDGER           VALUE "Y".
007600     05  SK-TABLE-FULL-SW        PIC X(01) VALUE "N".
007700         88  SK-TABLE-FULL           VALUE "Y".
007800     05  SK-FOUND-SW             PIC X(01) VALUE "N".
007900         88  SK-FOUND                VALUE "Y".
008000
008100 01  SK-RUN-DATE                 PIC 9(08) VALUE ZERO.
008200 01  SK-RUN-MONTH                PIC 9(06) VALUE ZERO.
008300 01  SK-LEDGER-MONTH             PIC 9(06) VALUE ZERO.
008400
008500*-----------------------------------------------------------------*
008600*    CATALOGUE TABLE -- every item in code order, with its        *
008700*    redemptions for the run date and the month to date.          *
008800*-----------------------------------------------------------------*
008900 01  SK-ITEM-TABLE.
009000     05  SK-ITEM-COUNT           PIC 9(04) COMP VALUE ZERO.
009100     05  SK-ITEM-ENTRY           OCCURS 500 TIMES.
009200         10  SK-TBL-ITEM-CODE    PIC X(05).
009300         10  SK-TBL-DESCRIPTION  PIC X(30).
009400         10  SK-TBL-STATUS       PIC X(01).
009500         10  SK-TBL-DAY-ITEMS    PIC 9(05) COMP.
009600         10  SK-TBL-DAY-POINTS   PIC 9(09) COMP.
009700         10  SK-TBL-MONTH-ITEMS  PIC 9(05) COMP.
009800         10  SK-TBL-MONTH-POINTS PIC 9(09) COMP.
009900 01  SK-SUB                      PIC 9(04) COMP VALUE ZERO.
010000 01  SK-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
010100
010200*    Redemptions against item codes not in the table, and those
010300*    with no item code, then the totals over all of them.
010400 01  SK-OTHER-COUNTS.
010500     05  SK-UNKNOWN-DAY-ITEMS    PIC 9(05) COMP VALUE ZERO.
010600     05  SK-UNKNOWN-DAY-POINTS   PIC 9(09) COMP VALUE ZERO.
010700     05  SK-UNKNOWN-MONTH-ITEMS  PIC 9(05) COMP VALUE ZERO.
010800     05  SK-UNKNOWN-MONTH-POINTS PIC 9(09) COMP VALUE ZERO.
010900     05  SK-NOCODE-DAY-ITEMS     PIC 9(05) COMP VALUE ZERO.
011000     05  SK-NOCODE-DAY-POINTS    PIC 9(09) COMP VALUE ZERO.
011100     05  SK-NOCODE-MONTH-ITEMS   PIC 9(05) COMP VALUE ZERO.
011200     05  SK-NOCODE-MONTH-POINTS  PIC 9(09) COMP VALUE ZERO.
011300     05  SK-TOTAL-DAY-ITEMS      PIC 9(05) COMP VALUE ZERO.
011400     05  SK-TOTAL-DAY-POINTS     PIC 9(09) COMP VALUE ZERO.
011500     05  SK-TOTAL-MONTH-ITEMS    PIC 9(05) COMP VALUE ZERO.
011600     05  SK-TOTAL-MONTH-POINTS   PIC 9(09) COMP VALUE ZERO.
011700
011800 01  SK-CONTROL-TOTALS.
011900     05  SK-ITEMS-ON-FILE        PIC 9(05) COMP VALUE ZERO.
012000     05  SK-ITEMS-TO-REORDER     PIC 9(05) COMP VALUE ZERO.
012100     05  SK-LEDGER-READ          PIC 9(07) COMP VALUE ZERO.
012200 01  SK-STEP-TOTAL-NAME          PIC X(20).
012300 01  SK-STEP-TOTAL-VALUE         PIC 9(11).
012400
012500 01  SK-HEADING-LINE.
012600     05  FILLER                  PIC X(50) VALUE
012700         "STOCK-REPORT NIGHTLY REDEMPTION STOCK".
012800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
012900     05  SK-HD-RUN-DATE          PIC 9(08).
013000     05  FILLER                  PIC X(13) VALUE SPACES.
013100
013200 01  SK-REORDER-COLUMN-LINE.
013300     05  FILLER                  PIC X(40) VALUE
013400         "  ITEM  DESCRIPTION                     ".
013500     05  FILLER                  PIC X(40) VALUE
013600         " STOCK REORDER  RECEIVED                ".
013700
013800 01  SK-REORDER-LINE.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  RL-ITEM-CODE            PIC X(05).
014100     05  FILLER                  PIC X(01) VALUE SPACES.
014200     05  RL-DESCRIPTION          PIC X(30).
014300     05  FILLER                  PIC X(03) VALUE SPACES.
014400     05  RL-STOCK-ON-HAND        PIC ZZZZ9.
014500     05  FILLER                  PIC X(03) VALUE SPACES.
014600     05  RL-REORDER-LEVEL        PIC ZZZZ9.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  RL-LAST-RECEIVED        PIC 9(08).
014900     05  FILLER                  PIC X(16) VALUE SPACES.
015000
015100 01  SK-VOLUME-COLUMN-LINE.
015200     05  FILLER                  PIC X(40) VALUE
015300         "  ITEM  DESCRIPTION                     ".
015400     05  FILLER                  PIC X(40) VALUE
015500         "TODAY    POINTS  MONTH      POINTS      ".
015600
015700 01  SK-VOLUME-LINE.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  VL-ITEM-CODE            PIC X(05).
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  VL-DESCRIPTION          PIC X(30).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  VL-DAY-ITEMS            PIC ZZZZ9.
016400     05  FILLER                  PIC X(01) VALUE SPACES.
016500     05  VL-DAY-POINTS           PIC ZZZZZZZZ9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  VL-MONTH-ITEMS          PIC ZZZZ9.
016800     05  FILLER                  PIC X(01) VALUE SPACES.
016900     05  VL-MONTH-POINTS         PIC ZZZZZZZZZZ9.
017000     05  FILLER                  PIC X(06) VALUE SPACES.
017100
017200 01  SK-COUNT-LINE.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  CL-LABEL                PIC X(30).
017500     05  CL-COUNT                PIC ZZZZ9.
017600     05  FILLER                  PIC X(43) VALUE SPACES.
017700
017800 PROCEDURE DIVISION.
017900*=================================================================*
018000*  0000-MAINLINE -- load the catalogue and list the items to      *
018100*  reorder, then add up the ledger's redemptions by item and      *
018200*  list them.                                                     *
018300*=================================================================*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-LOAD-CATALOGUE THRU 2000-EXIT.
018700     PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT.
018800     PERFORM 4000-WRITE-VOLUME THRU 4000-EXIT.
018900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019000     PERFORM 8900-WRITE-STEP-TOTALS THRU 8900-EXIT.
019100     GOBACK.
019200
019300 1000-INITIALIZE.
019400     ACCEPT SK-RUN-DATE FROM DATE YYYYMMDD.
019500     MOVE SK-RUN-DATE(1:6) TO SK-RUN-MONTH.
019600     OPEN OUTPUT STOCK-REPORT-FILE.
019700     MOVE SK-RUN-DATE TO SK-HD-RUN-DATE.
019800     WRITE STOCK-REPORT-LINE FROM SK-HEADING-LINE.
019900 1000-EXIT.
020000     EXIT.
020100
020200*=================================================================*
020300*  2000-LOAD-CATALOGUE -- one pass of the catalogue in code       *
020400*  order: each item goes into the table, and an active item at    *
020500*  or below its reorder level is listed.                          *
020600*=================================================================*
020700 2000-LOAD-CATALOGUE.
020800     MOVE SPACES TO STOCK-REPORT-LINE.
020900     WRITE STOCK-REPORT-LINE.
021000     MOVE "ITEMS AT OR BELOW REORDER LEVEL" TO STOCK-REPORT-LINE.
021100     WRITE STOCK-REPORT-LINE.
021200     WRITE STOCK-REPORT-LINE FROM SK-REORDER-COLUMN-LINE.
021300     OPEN INPUT REDEMPTION-CATALOGUE-FILE.
021400     IF FS-REDEMPTION-CATALOGUE = "00"
021500         PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
021600             UNTIL SK-EOF-CATALOGUE
021700         CLOSE REDEMPTION-CATALOGUE-FILE
021800     ELSE
021900         DISPLAY "RDMCAT NOT PRESENT - CATALOGUE EMPTY"
022000     END-IF.
022100     MOVE "ITEMS TO REORDER" TO CL-LABEL.
022200     MOVE SK-ITEMS-TO-REORDER TO CL-COUNT.
022300     WRITE STOCK-REPORT-LINE FROM SK-COUNT-LINE.
022400     MOVE "ITEMS ON CATALOGUE" TO CL-LABEL.
022500     MOVE SK-ITEMS-ON-FILE TO CL-COUNT.
022600     WRITE STOCK-REPORT-LINE FROM SK-COUNT-LINE.
022700 2000-EXIT.
022800     EXIT.
022900
023000 2100-LOAD-ONE-ITEM.
023100     READ REDEMPTION-CATALOGUE-FILE NEXT RECORD
023200         AT END
023300             SET SK-EOF-CATALOGUE TO TRUE
023400             GO TO 2100-EXIT
023500     END-READ.
023600     ADD 1 TO SK-ITEMS-ON-FILE.
023700     IF RI-ITEM-ACTIVE
023800        AND RI-STOCK-ON-HAND NOT > RI-REORDER-LEVEL
023900         MOVE RI-ITEM-CODE          TO RL-ITEM-CODE
024000         MOVE RI-DESCRIPTION        TO RL-DESCRIPTION
024100         MOVE RI-STOCK-ON-HAND      TO RL-STOCK-ON-HAND
024200         MOVE RI-REORDER-LEVEL      TO RL-REORDER-LEVEL
024300         MOVE RI-LAST-RECEIVED-DATE TO RL-LAST-RECEIVED
024400         WRITE STOCK-REPORT-LINE FROM SK-REORDER-LINE
024500         ADD 1 TO SK-ITEMS-TO-REORDER
024600     END-IF.
024700     IF SK-ITEM-COUNT NOT < 500
024800         IF NOT SK-TABLE-FULL
024900             SET SK-TABLE-FULL TO TRUE
025000             DISPLAY "ITEM TABLE FULL - LATER ITEMS NOT ON VOLUME"
025100         END-IF
025200         GO TO 2100-EXIT
025300     END-IF.
025400     ADD 1 TO SK-ITEM-COUNT.
025500     MOVE RI-ITEM-CODE   TO SK-TBL-ITEM-CODE (SK-ITEM-COUNT).
025600     MOVE RI-DESCRIPTION TO SK-TBL-DESCRIPTION (SK-ITEM-COUNT).
025700     MOVE RI-ITEM-STATUS TO SK-TBL-STATUS (SK-ITEM-COUNT).
025800     MOVE ZERO TO SK-TBL-DAY-ITEMS (SK-ITEM-COUNT).
025900     MOVE ZERO TO SK-TBL-DAY-POINTS (SK-ITEM-COUNT).
026000     MOVE ZERO TO SK-TBL-MONTH-ITEMS (SK-ITEM-COUNT).
026100     MOVE ZERO TO SK-TBL-MONTH-POINTS (SK-ITEM-COUNT).
026200 2100-EXIT.
026300     EXIT.
026400
026500*=================================================================*
026600*  3000-SCAN-LEDGER -- every redemption dated in the run month    *
026700*  is added to its item: to the month, and to the day when dated  *
026800*  the run date.                                                  *
026900*=================================================================*
027000 3000-SCAN-LEDGER.
027100     OPEN INPUT POINTS-LEDGER-FILE.
027200     IF FS-POINTS-LEDGER NOT = "00"
027300         DISPLAY "PTSLEDG NOT AVAILABLE - STATUS "
027400             FS-POINTS-LEDGER
027500         GO TO 3000-EXIT
027600     END-IF.
027700     PERFORM 3100-ADD-ONE-REDEMPTION THRU 3100-EXIT
027800         UNTIL SK-EOF-LEDGER.
027900     CLOSE POINTS-LEDGER-FILE.
028000 3000-EXIT.
028100     EXIT.
028200
028300 3100-ADD-ONE-REDEMPTION.
028400     READ POINTS-LEDGER-FILE NEXT
028500         AT END
028600             SET SK-EOF-LEDGER TO TRUE
028700             GO TO 3100-EXIT
028800     END-READ.
028900     ADD 1 TO SK-LEDGER-READ.
029000     IF NOT PD-TYPE-REDEEM
029100         GO TO 3100-EXIT
029200     END-IF.
029300     MOVE PD-TRANS-DATE(1:6) TO SK-LEDGER-MONTH.
029400     IF SK-LEDGER-MONTH NOT = SK-RUN-MONTH
029500         GO TO 3100-EXIT
029600     END-IF.
029700     ADD 1         TO SK-TOTAL-MONTH-ITEMS.
029800     ADD PD-POINTS TO SK-TOTAL-MONTH-POINTS.
029900     IF PD-TRANS-DATE = SK-RUN-DATE
030000         ADD 1         TO SK-TOTAL-DAY-ITEMS
030100         ADD PD-POINTS TO SK-TOTAL-DAY-POINTS
030200     END-IF.
030300     IF PD-ITEM-CODE = SPACES
030400         ADD 1         TO SK-NOCODE-MONTH-ITEMS
030500         ADD PD-POINTS TO SK-NOCODE-MONTH-POINTS
030600         IF PD-TRANS-DATE = SK-RUN-DATE
030700             ADD 1         TO SK-NOCODE-DAY-ITEMS
030800             ADD PD-POINTS TO SK-NOCODE-DAY-POINTS
030900         END-IF
031000         GO TO 3100-EXIT
031100     END-IF.
031200     PERFORM 3200-FIND-ITEM THRU 3200-EXIT.
031300     IF NOT SK-FOUND
031400         ADD 1         TO SK-UNKNOWN-MONTH-ITEMS
031500         ADD PD-POINTS TO SK-UNKNOWN-MONTH-POINTS
031600         IF PD-TRANS-DATE = SK-RUN-DATE
031700             ADD 1         TO SK-UNKNOWN-DAY-ITEMS
031800             ADD PD-POINTS TO SK-UNKNOWN-DAY-POINTS
031900         END-IF
032000         GO TO 3100-EXIT
032100     END-IF.
032200     ADD 1         TO SK-TBL-MONTH-ITEMS (SK-FOUND-SUB).
032300     ADD PD-POINTS TO SK-TBL-MONTH-POINTS (SK-FOUND-SUB).
032400     IF PD-TRANS-DATE = SK-RUN-DATE
032500         ADD 1         TO SK-TBL-DAY-ITEMS (SK-FOUND-SUB)
032600         ADD PD-POINTS TO SK-TBL-DAY-POINTS (SK-FOUND-SUB)
032700     END-IF.
032800 3100-EXIT.
032900     EXIT.
033000
033100*-----------------------------------------------------------------*
033200*  3200-FIND-ITEM -- SK-FOUND-SUB is the table entry for          *
033300*  PD-ITEM-CODE; SK-FOUND stays off if it is not in the table.    *
033400*-----------------------------------------------------------------*
033500 3200-FIND-ITEM.
033600     MOVE "N" TO SK-FOUND-SW.
033700     MOVE ZERO TO SK-FOUND-SUB.
033800     PERFORM 3210-CHECK-ONE-ITEM THRU 3210-EXIT
033900         VARYING SK-SUB FROM 1 BY 1
034000         UNTIL SK-SUB > SK-ITEM-COUNT
034100            OR SK-FOUND.
034200 3200-EXIT.
034300     EXIT.
034400
034500 3210-CHECK-ONE-ITEM.
034600     IF SK-TBL-ITEM-CODE (SK-SUB) = PD-ITEM-CODE
034700         SET SK-FOUND TO TRUE
034800         MOVE SK-SUB TO SK-FOUND-SUB
034900     END-IF.
035000 3210-EXIT.
035100     EXIT.
035200
035300*=================================================================*
035400*  4000-WRITE-VOLUME -- the redemption volume by item, then the   *
035500*  other lines and the totals.                                    *
035600*=================================================================*
035700 4000-WRITE-VOLUME.
035800     MOVE SPACES TO STOCK-REPORT-LINE.
035900     WRITE STOCK-REPORT-LINE.
036000     MOVE "REDEMPTIONS BY ITEM" TO STOCK-REPORT-LINE.
036100     WRITE STOCK-REPORT-LINE.
036200     WRITE STOCK-REPORT-LINE FROM SK-VOLUME-COLUMN-LINE.
036300     PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
036400         VARYING SK-SUB FROM 1 BY 1
036500         UNTIL SK-SUB > SK-ITEM-COUNT.
036600     IF SK-UNKNOWN-MONTH-ITEMS > ZERO
036700         MOVE SPACES                  TO VL-ITEM-CODE
036800         MOVE "NOT ON CATALOGUE"      TO VL-DESCRIPTION
036900         MOVE SK-UNKNOWN-DAY-ITEMS    TO VL-DAY-ITEMS
037000         MOVE SK-UNKNOWN-DAY-POINTS   TO VL-DAY-POINTS
037100         MOVE SK-UNKNOWN-MONTH-ITEMS  TO VL-MONTH-ITEMS
037200         MOVE SK-UNKNOWN-MONTH-POINTS TO VL-MONTH-POINTS
037300         WRITE STOCK-REPORT-LINE FROM SK-VOLUME-LINE
037400     END-IF.
037500     IF SK-NOCODE-MONTH-ITEMS > ZERO
037600         MOVE SPACES                  TO VL-ITEM-CODE
037700         MOVE "NO ITEM CODE"          TO VL-DESCRIPTION
037800         MOVE SK-NOCODE-DAY-ITEMS     TO VL-DAY-ITEMS
037900         MOVE SK-NOCODE-DAY-POINTS    TO VL-DAY-POINTS
038000         MOVE SK-NOCODE-MONTH-ITEMS   TO VL-MONTH-ITEMS
038100         MOVE SK-NOCODE-MONTH-POINTS  TO VL-MONTH-POINTS
038200         WRITE STOCK-REPORT-LINE FROM SK-VOLUME-LINE
038300     END-IF.
038400     MOVE SPACES                  TO VL-ITEM-CODE.
038500     MOVE "TOTAL"                 TO VL-DESCRIPTION.
038600     MOVE SK-TOTAL-DAY-ITEMS      TO VL-DAY-ITEMS.
038700     MOVE SK-TOTAL-DAY-POINTS     TO VL-DAY-POINTS.
038800     MOVE SK-TOTAL-MONTH-ITEMS    TO VL-MONTH-ITEMS.
038900     MOVE SK-TOTAL-MONTH-POINTS   TO VL-MONTH-POINTS.
039000     WRITE STOCK-REPORT-LINE FROM SK-VOLUME-LINE.
039100 4000-EXIT.
039200     EXIT.
039300
039400 4100-WRITE-ONE-ITEM.
039500     IF SK-TBL-STATUS (SK-SUB) NOT = "A"
039600        AND SK-TBL-MONTH-ITEMS (SK-SUB) = ZERO
039700         GO TO 4100-EXIT
039800     END-IF.
039900     MOVE SK-TBL-ITEM-CODE (SK-SUB)    TO VL-ITEM-CODE.
040000     MOVE SK-TBL-DESCRIPTION (SK-SUB)  TO VL-DESCRIPTION.
040100     MOVE SK-TBL-DAY-ITEMS (SK-SUB)    TO VL-DAY-ITEMS.
040200     MOVE SK-TBL-DAY-POINTS (SK-SUB)   TO VL-DAY-POINTS.
040300     MOVE SK-TBL-MONTH-ITEMS (SK-SUB)  TO VL-MONTH-ITEMS.
040400     MOVE SK-TBL-MONTH-POINTS (SK-SUB) TO VL-MONTH-POINTS.
040500     WRITE STOCK-REPORT-LINE FROM SK-VOLUME-LINE.
040600 4100-EXIT.
040700     EXIT.
040800
040900*=================================================================*
041000*  8900-WRITE-STEP-TOTALS -- hand the run's control totals to     *
041100*  NIGHT-DRIVER on STEP-TOTALS-FILE.                              *
041200*=================================================================*
041300 8900-WRITE-STEP-TOTALS.
041400     OPEN EXTEND STEP-TOTALS-FILE.
041500     IF FS-STEP-TOTALS = "35"
041600         OPEN OUTPUT STEP-TOTALS-FILE
041700     END-IF.
041800     MOVE "ITEMS ON FILE" TO SK-STEP-TOTAL-NAME.
041900     MOVE SK-ITEMS-ON-FILE TO SK-STEP-TOTAL-VALUE.
042000     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
042100     MOVE "ITEMS TO REORDER" TO SK-STEP-TOTAL-NAME.
042200     MOVE SK-ITEMS-TO-REORDER TO SK-STEP-TOTAL-VALUE.
042300     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
042400     MOVE "LEDGER READ" TO SK-STEP-TOTAL-NAME.
042500     MOVE SK-LEDGER-READ TO SK-STEP-TOTAL-VALUE.
042600     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
042700     MOVE "ITEMS REDEEMED" TO SK-STEP-TOTAL-NAME.
042800     MOVE SK-TOTAL-DAY-ITEMS TO SK-STEP-TOTAL-VALUE.
042900     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
043000     MOVE "POINTS REDEEMED" TO SK-STEP-TOTAL-NAME.
043100     MOVE SK-TOTAL-DAY-POINTS TO SK-STEP-TOTAL-VALUE.
043200     PERFORM 8910-WRITE-STEP-TOTAL THRU 8910-EXIT.
043300     CLOSE STEP-TOTALS-FILE.
043400 8900-EXIT.
043500     EXIT.
043600
043700 8910-WRITE-STEP-TOTAL.
043800     MOVE SPACES TO STEP-TOTALS-RECORD.
043900     SET CX-DETAIL TO TRUE.
044000     MOVE "STOCK-REPORT" TO CX-PROGRAM-NAME.
044100     MOVE SK-STEP-TOTAL-NAME  TO CX-TOTAL-NAME.
044200     MOVE SK-STEP-TOTAL-VALUE TO CX-TOTAL-VALUE.
044300     WRITE STEP-TOTALS-RECORD.
044400 8910-EXIT.
044500     EXIT.
044600
044700*=================================================================*
044800*  9000-TERMINATE                                                 *
044900*=================================================================*
045000 9000-TERMINATE.
045100     CLOSE STOCK-REPORT-FILE.
045200     DISPLAY "STOCK-REPORT ITEMS TO REORDER: " SK-ITEMS-TO-REORDER
045300         "  ITEMS REDEEMED TODAY: " SK-TOTAL-DAY-ITEMS.
045400 9000-EXIT.
045500     EXIT.
