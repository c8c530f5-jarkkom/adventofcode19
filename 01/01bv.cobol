000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01BV.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - FUEL BUDGET VS ACTUAL  *
001100*                 AND COMMITMENT REPORT.  FOR EACH MODULE   *
001200*                 CLASS AND MONTH OF THE REPORT YEAR        *
001300*                 (BVCARD, DEFAULT THE RUN YEAR) COMPARES   *
001400*                 THE BUDGET (BUDGFILE, DAY01E) AGAINST     *
001500*                 ACTUAL SPEND - CONFIRMED DELIVERIES       *
001600*                 (DLVCONF, DAY01D) AT DC-RATE-CHARGED, BY  *
001700*                 DELIVERY MONTH - AND COMMITMENTS - COSTED *
001800*                 ORDER ROWS (COSTFEED, DAY01Q) NO          *
001900*                 CONFIRMATION COVERS YET, MATCHED AS       *
002000*                 DAY01FP MATCHES THEM, BY ORDER MONTH.     *
002100*                 PRINTS YEAR-TO-DATE OVERRUN AND THE FULL- *
002200*                 YEAR PROJECTION (BUDGRPT).  RC 4 WHEN ANY *
002300*                 CLASS IS PROJECTED OVER ITS FULL-YEAR     *
002400*                 BUDGET.                                   *
002416* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002432*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002448*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002464*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002480*                 SHIFT.  IN IS DELIVERIES READ.            *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BUDGET-FILE ASSIGN TO BUDGFILE
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-BUDGFILE-STATUS.
003200     SELECT COSTED-FEED-FILE ASSIGN TO COSTFEED
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-COSTFEED-STATUS.
003500     SELECT CONFIRMATION-FILE ASSIGN TO DLVCONF
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DLVCONF-STATUS.
003800     SELECT REPORT-CARD-FILE ASSIGN TO BVCARD
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BVCARD-STATUS.
004100     SELECT BUDGET-REPORT-FILE ASSIGN TO BUDGRPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BUDGRPT-STATUS.
004325     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004350         ORGANIZATION IS LINE SEQUENTIAL
004375         FILE STATUS IS WS-BATCHCTL-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BUDGET-FILE
004700     RECORDING MODE IS F.
004800     COPY DAY01E.
004900 FD  COSTED-FEED-FILE
005000     RECORDING MODE IS F.
005100     COPY DAY01Q.
005200 FD  CONFIRMATION-FILE
005300     RECORDING MODE IS F.
005400     COPY DAY01D.
005500 FD  REPORT-CARD-FILE
005600     RECORDING MODE IS F.
005700 01  REPORT-CARD.
005800     05  RC-REPORT-YEAR          PIC 9(04).
005900     05  RC-REPORT-YEAR-X REDEFINES RC-REPORT-YEAR
006000                                 PIC X(04).
006100 FD  BUDGET-REPORT-FILE
006200     RECORDING MODE IS F.
006300 01  BVR-RECORD                  PIC X(080).
006325 FD  BATCH-CONTROL-FILE
006350     RECORDING MODE IS F.
006375     COPY DAY01BC.
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600     05  WS-BUDGET-EOF-SW        PIC X(01)  VALUE 'N'.
006700         88  BUDGET-EOF                     VALUE 'Y'.
006800     05  WS-COST-EOF-SW          PIC X(01)  VALUE 'N'.
006900         88  COST-EOF                       VALUE 'Y'.
007000     05  WS-CONF-EOF-SW          PIC X(01)  VALUE 'N'.
007100         88  CONF-EOF                       VALUE 'Y'.
007200     05  WS-ORDER-FOUND-SW       PIC X(01)  VALUE 'N'.
007300         88  ORDER-FOUND                    VALUE 'Y'.
007400         88  ORDER-NOT-FOUND                VALUE 'N'.
007500     05  WS-CLASS-FOUND-SW       PIC X(01)  VALUE 'N'.
007600         88  CLASS-FOUND                    VALUE 'Y'.
007700         88  CLASS-NOT-FOUND                VALUE 'N'.
007800 01  WS-BUDGFILE-STATUS          PIC X(02)  VALUE SPACES.
007900 01  WS-COSTFEED-STATUS          PIC X(02)  VALUE SPACES.
008000 01  WS-DLVCONF-STATUS           PIC X(02)  VALUE SPACES.
008100 01  WS-BVCARD-STATUS            PIC X(02)  VALUE SPACES.
008200 01  WS-BUDGRPT-STATUS           PIC X(02)  VALUE SPACES.
008250 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
008300 01  WS-RUN-IDENTIFICATION.
008400     05  WS-RUN-DATE             PIC 9(08).
008500     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
008600         10  WS-RUN-YEAR         PIC 9(04).
008700         10  WS-RUN-MONTH        PIC 9(02).
008800         10  FILLER              PIC 9(02).
008900 01  WS-REPORT-YEAR              PIC 9(04)  VALUE 0.
009000 01  WS-ELAPSED-MONTHS           PIC 9(02)  VALUE 0.
009100 01  WS-REMAINING-MONTHS         PIC 9(02)  VALUE 0.
009200 01  WS-PERIOD-WORK.
009300     05  WS-WORK-DATE            PIC 9(08).
009400     05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
009500         10  WS-WORK-YEAR        PIC 9(04).
009600         10  WS-WORK-MONTH       PIC 9(02).
009700         10  FILLER              PIC 9(02).
009800     05  WS-WORK-PERIOD          PIC 9(06).
009900     05  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
010000         10  WS-WORK-PERIOD-YEAR PIC 9(04).
010100         10  WS-WORK-PERIOD-MONTH
010200                                 PIC 9(02).
010300     05  WS-WORK-CLASS           PIC X(02).
010400     05  WS-WORK-AMOUNT          PIC 9(13)V99.
010500 01  WS-CLASS-WORK.
010600     05  WS-CLASS-SUB            PIC 9(01)  COMP VALUE 0.
010700     05  WS-CLASS-HIT            PIC 9(01)  COMP VALUE 0.
010800     05  WS-MONTH-SUB            PIC 9(02)  COMP VALUE 0.
010900     05  WS-CLASS-LIST.
011000         10  FILLER              PIC X(02)  VALUE 'CM'.
011100         10  FILLER              PIC X(02)  VALUE 'CP'.
011200         10  FILLER              PIC X(02)  VALUE 'FT'.
011300         10  FILLER              PIC X(02)  VALUE 'CR'.
011400         10  FILLER              PIC X(02)  VALUE 'XX'.
011500     05  WS-CLASS-TABLE REDEFINES WS-CLASS-LIST.
011600         10  WS-CLASS-CODE OCCURS 5 TIMES
011700                                 PIC X(02).
011800 01  WS-CLASS-YEAR-TABLE.
011900     05  WS-CLASS-YEAR OCCURS 5 TIMES.
012000         10  CY-MONTH OCCURS 12 TIMES.
012100             15  CY-BUDGET       PIC 9(13)V99.
012200             15  CY-ACTUAL       PIC 9(13)V99.
012300             15  CY-COMMITTED    PIC 9(13)V99.
012400 01  WS-ORDER-TABLE-AREA.
012500     05  WS-ORDER-MAX            PIC 9(05)  COMP VALUE 5000.
012600     05  WS-ORDER-COUNT          PIC 9(05)  COMP VALUE 0.
012700     05  WS-ORDER-IDX            PIC 9(05)  COMP VALUE 0.
012800     05  WS-HIT-IDX              PIC 9(05)  COMP VALUE 0.
012900     05  WS-ORDER-ENTRY OCCURS 5000 TIMES.
013000         10  OE-RUN-DATE         PIC 9(08).
013100         10  OE-MANIFEST-ID      PIC X(10).
013200         10  OE-MODULE-CLASS     PIC X(02).
013300         10  OE-EXTENDED-COST    PIC 9(13)V99.
013400         10  OE-MATCHED-SW       PIC X(01).
013500             88  OE-MATCHED              VALUE 'Y'.
013600 01  WS-CLASS-TOTALS.
013700     05  WS-YTD-BUDGET           PIC 9(13)V99 VALUE 0.
013800     05  WS-YTD-ACTUAL           PIC 9(13)V99 VALUE 0.
013900     05  WS-YTD-COMMITTED        PIC 9(13)V99 VALUE 0.
014000     05  WS-YEAR-BUDGET          PIC 9(13)V99 VALUE 0.
014100     05  WS-YEAR-ACTUAL          PIC 9(13)V99 VALUE 0.
014200     05  WS-YEAR-COMMITTED       PIC 9(13)V99 VALUE 0.
014300     05  WS-MONTHLY-RUN-RATE     PIC 9(13)V99 VALUE 0.
014400     05  WS-PROJECTED-SPEND      PIC 9(13)V99 VALUE 0.
014500     05  WS-YTD-OVERRUN          PIC S9(13)V99 VALUE 0.
014600     05  WS-PROJECTED-OVERRUN    PIC S9(13)V99 VALUE 0.
014700 01  WS-GRAND-TOTALS.
014800     05  WS-GRAND-YEAR-BUDGET    PIC 9(13)V99 VALUE 0.
014900     05  WS-GRAND-PROJECTED      PIC 9(13)V99 VALUE 0.
015000     05  WS-GRAND-OVERRUN        PIC S9(13)V99 VALUE 0.
015100 01  WS-REPORT-COUNTERS.
015200     05  WS-BUDGET-ROW-COUNT     PIC 9(05)  COMP VALUE 0.
015300     05  WS-DELIVERY-COUNT       PIC 9(05)  COMP VALUE 0.
015400     05  WS-OPEN-ORDER-COUNT     PIC 9(05)  COMP VALUE 0.
015500     05  WS-SKIPPED-COUNT        PIC 9(05)  COMP VALUE 0.
015600     05  WS-OVER-BUDGET-COUNT    PIC 9(05)  COMP VALUE 0.
015700 01  BVR-HEADING-1.
015800     05  FILLER                  PIC X(37)
015900         VALUE 'FUEL BUDGET VS ACTUAL AND COMMITMENTS'.
016000     05  FILLER                  PIC X(03)  VALUE SPACES.
016100     05  FILLER                  PIC X(05)  VALUE 'YEAR '.
016200     05  BH1-REPORT-YEAR         PIC 9(04).
016300     05  FILLER                  PIC X(03)  VALUE SPACES.
016400     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
016500     05  BH1-RUN-DATE            PIC 9(08).
016600 01  BVR-HEADING-2.
016700     05  FILLER                  PIC X(29)
016800         VALUE 'YEAR TO DATE THROUGH MONTH: '.
016900     05  BH2-ELAPSED             PIC Z9.
017000 01  BVR-CLASS-HEADING.
017100     05  FILLER                  PIC X(06)  VALUE 'CLASS '.
017200     05  BCH-CLASS               PIC X(02).
017300 01  BVR-COLUMN-HEADING.
017400     05  FILLER                  PIC X(08)  VALUE 'PERIOD'.
017500     05  FILLER                  PIC X(14)
017600         VALUE '        BUDGET'.
017700     05  FILLER                  PIC X(15)
017800         VALUE '         ACTUAL'.
017900     05  FILLER                  PIC X(15)
018000         VALUE '      COMMITTED'.
018100     05  FILLER                  PIC X(15)
018200         VALUE '      REMAINING'.
018300 01  BVR-PERIOD-LINE.
018400     05  BPL-PERIOD              PIC 9(06).
018500     05  FILLER                  PIC X(02)  VALUE SPACES.
018600     05  BPL-BUDGET              PIC Z(10)9.99.
018700     05  FILLER                  PIC X(01)  VALUE SPACE.
018800     05  BPL-ACTUAL              PIC Z(10)9.99.
018900     05  FILLER                  PIC X(01)  VALUE SPACE.
019000     05  BPL-COMMITTED           PIC Z(10)9.99.
019100     05  FILLER                  PIC X(01)  VALUE SPACE.
019200     05  BPL-REMAINING           PIC -(10)9.99.
019300 01  BVR-YTD-LINE.
019400     05  FILLER                  PIC X(08)  VALUE 'YTD'.
019500     05  BYL-BUDGET              PIC Z(10)9.99.
019600     05  FILLER                  PIC X(01)  VALUE SPACE.
019700     05  BYL-ACTUAL              PIC Z(10)9.99.
019800     05  FILLER                  PIC X(01)  VALUE SPACE.
019900     05  BYL-COMMITTED           PIC Z(10)9.99.
020000     05  FILLER                  PIC X(01)  VALUE SPACE.
020100     05  BYL-REMAINING           PIC -(10)9.99.
020200 01  BVR-YTD-OVERRUN-LINE.
020300     05  FILLER                  PIC X(30)
020400         VALUE '  YEAR-TO-DATE OVERRUN:       '.
020500     05  BYO-OVERRUN             PIC -(12)9.99.
020600 01  BVR-PROJECTION-LINE-1.
020700     05  FILLER                  PIC X(30)
020800         VALUE '  FULL-YEAR BUDGET:           '.
020900     05  BPJ-YEAR-BUDGET         PIC Z(12)9.99.
021000 01  BVR-PROJECTION-LINE-2.
021100     05  FILLER                  PIC X(30)
021200         VALUE '  PROJECTED FULL-YEAR SPEND:  '.
021300     05  BPJ-PROJECTED           PIC Z(12)9.99.
021400 01  BVR-PROJECTION-LINE-3.
021500     05  FILLER                  PIC X(30)
021600         VALUE '  PROJECTED OVERRUN:          '.
021700     05  BPJ-OVERRUN             PIC -(12)9.99.
021800     05  FILLER                  PIC X(02)  VALUE SPACES.
021900     05  BPJ-FLAG                PIC X(16).
022000 01  BVR-BLANK-LINE              PIC X(01)  VALUE SPACE.
022100 01  BVR-GRAND-LINE-1.
022200     05  FILLER                  PIC X(30)
022300         VALUE 'ALL CLASSES FULL-YEAR BUDGET: '.
022400     05  BGL-YEAR-BUDGET         PIC Z(12)9.99.
022500 01  BVR-GRAND-LINE-2.
022600     05  FILLER                  PIC X(30)
022700         VALUE 'ALL CLASSES PROJECTED SPEND:  '.
022800     05  BGL-PROJECTED           PIC Z(12)9.99.
022900 01  BVR-GRAND-LINE-3.
023000     05  FILLER                  PIC X(30)
023100         VALUE 'ALL CLASSES PROJECTED OVERRUN:'.
023200     05  BGL-OVERRUN             PIC -(12)9.99.
023300 01  BVR-TOTAL-LINE-1.
023400     05  FILLER                  PIC X(30)
023500         VALUE 'BUDGET ROWS IN YEAR:          '.
023600     05  BTL-BUDGET-ROW-COUNT    PIC ZZZZ9.
023700 01  BVR-TOTAL-LINE-2.
023800     05  FILLER                  PIC X(30)
023900         VALUE 'DELIVERIES IN YEAR:           '.
024000     05  BTL-DELIVERY-COUNT      PIC ZZZZ9.
024100 01  BVR-TOTAL-LINE-3.
024200     05  FILLER                  PIC X(30)
024300         VALUE 'OPEN ORDER ROWS COMMITTED:    '.
024400     05  BTL-OPEN-ORDER-COUNT    PIC ZZZZ9.
024500 01  BVR-TOTAL-LINE-4.
024600     05  FILLER                  PIC X(30)
024700         VALUE 'CLASSES PROJECTED OVER BUDGET:'.
024800     05  BTL-OVER-BUDGET-COUNT   PIC ZZZZ9.
024900 PROCEDURE DIVISION.
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE
025200         THRU 1000-INITIALIZE-EXIT.
025300     PERFORM 2000-POST-OPEN-ORDER
025400         THRU 2000-POST-OPEN-ORDER-EXIT
025500         VARYING WS-ORDER-IDX FROM 1 BY 1
025600         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.
025700     PERFORM 3000-REPORT-CLASS
025800         THRU 3000-REPORT-CLASS-EXIT
025900         VARYING WS-CLASS-SUB FROM 1 BY 1
026000         UNTIL WS-CLASS-SUB > 5.
026100     PERFORM 9000-TERMINATE
026200         THRU 9000-TERMINATE-EXIT.
026300     STOP RUN.
026400 0000-MAINLINE-EXIT.
026500     EXIT.
026600*-----------------------------------------------------------*
026700* 1000-INITIALIZE - SET THE REPORT YEAR AND HOW MANY OF ITS *
026800*                   MONTHS ARE PAST, LOAD THE BUDGET, THE   *
026900*                   COSTED ORDERS AND THE CONFIRMATIONS.    *
027000*                   ANY INPUT MAY BE MISSING (NOTHING       *
027100*                   BUDGETED, ORDERED OR DELIVERED YET).    *
027200*-----------------------------------------------------------*
027300 1000-INITIALIZE.
027400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027500     MOVE WS-RUN-YEAR TO WS-REPORT-YEAR.
027600     MOVE SPACES TO REPORT-CARD.
027700     OPEN INPUT REPORT-CARD-FILE.
027800     IF WS-BVCARD-STATUS NOT = '35'
027900         READ REPORT-CARD-FILE
028000             AT END
028100                 MOVE SPACES TO REPORT-CARD
028200         END-READ
028300         CLOSE REPORT-CARD-FILE
028400     END-IF.
028500     IF RC-REPORT-YEAR NUMERIC AND RC-REPORT-YEAR > 0
028600         MOVE RC-REPORT-YEAR TO WS-REPORT-YEAR
028700     END-IF.
028800     IF WS-REPORT-YEAR = WS-RUN-YEAR
028900         MOVE WS-RUN-MONTH TO WS-ELAPSED-MONTHS
029000     ELSE IF WS-REPORT-YEAR < WS-RUN-YEAR
029100         MOVE 12 TO WS-ELAPSED-MONTHS
029200     ELSE
029300         MOVE 0 TO WS-ELAPSED-MONTHS
029400     END-IF.
029500     COMPUTE WS-REMAINING-MONTHS = 12 - WS-ELAPSED-MONTHS.
029600     INITIALIZE WS-CLASS-YEAR-TABLE.
029700     OPEN INPUT BUDGET-FILE.
029800     IF WS-BUDGFILE-STATUS = '35'
029900         SET BUDGET-EOF TO TRUE
030000     ELSE
030100         PERFORM 1100-LOAD-BUDGET-ENTRY
030200             THRU 1100-LOAD-BUDGET-ENTRY-EXIT
030300             UNTIL BUDGET-EOF
030400         CLOSE BUDGET-FILE
030500     END-IF.
030600     OPEN INPUT COSTED-FEED-FILE.
030700     IF WS-COSTFEED-STATUS = '35'
030800         SET COST-EOF TO TRUE
030900     ELSE
031000         PERFORM 1200-LOAD-ORDER-ENTRY
031100             THRU 1200-LOAD-ORDER-ENTRY-EXIT
031200             UNTIL COST-EOF
031300         CLOSE COSTED-FEED-FILE
031400     END-IF.
031500     OPEN INPUT CONFIRMATION-FILE.
031600     IF WS-DLVCONF-STATUS = '35'
031700         SET CONF-EOF TO TRUE
031800     ELSE
031900         PERFORM 1300-APPLY-CONFIRMATION
032000             THRU 1300-APPLY-CONFIRMATION-EXIT
032100             UNTIL CONF-EOF
032200         CLOSE CONFIRMATION-FILE
032300     END-IF.
032400     OPEN OUTPUT BUDGET-REPORT-FILE.
032500     IF WS-BUDGRPT-STATUS NOT = '00'
032600         DISPLAY 'DAY01BV - CANNOT OPEN BUDGRPT, STATUS '
032700             WS-BUDGRPT-STATUS
032800         MOVE 12 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     MOVE WS-REPORT-YEAR TO BH1-REPORT-YEAR.
033200     MOVE WS-RUN-DATE TO BH1-RUN-DATE.
033300     WRITE BVR-RECORD FROM BVR-HEADING-1.
033400     MOVE WS-ELAPSED-MONTHS TO BH2-ELAPSED.
033500     WRITE BVR-RECORD FROM BVR-HEADING-2.
033600 1000-INITIALIZE-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------*
033900* 1100-LOAD-BUDGET-ENTRY - POST ONE BUDGET ROW OF THE REPORT*
034000*                          YEAR INTO ITS CLASS AND MONTH    *
034100*-----------------------------------------------------------*
034200 1100-LOAD-BUDGET-ENTRY.
034300     READ BUDGET-FILE
034400         AT END
034500             SET BUDGET-EOF TO TRUE
034600             GO TO 1100-LOAD-BUDGET-ENTRY-EXIT
034700     END-READ.
034800     IF BG-PERIOD NOT NUMERIC
034900        OR BG-BUDGET-AMOUNT NOT NUMERIC
035000         DISPLAY 'DAY01BV - BAD BUDGET ROW SKIPPED: '
035100             FUEL-BUDGET-RECORD
035200         GO TO 1100-LOAD-BUDGET-ENTRY-EXIT
035300     END-IF.
035400     MOVE BG-PERIOD TO WS-WORK-PERIOD.
035500     IF WS-WORK-PERIOD-YEAR NOT = WS-REPORT-YEAR
035600        OR WS-WORK-PERIOD-MONTH < 1
035700        OR WS-WORK-PERIOD-MONTH > 12
035800         GO TO 1100-LOAD-BUDGET-ENTRY-EXIT
035900     END-IF.
036000     MOVE BG-MODULE-CLASS TO WS-WORK-CLASS.
036100     PERFORM 2900-FIND-CLASS
036200         THRU 2900-FIND-CLASS-EXIT.
036300     IF CLASS-NOT-FOUND
036400         ADD 1 TO WS-SKIPPED-COUNT
036500         GO TO 1100-LOAD-BUDGET-ENTRY-EXIT
036600     END-IF.
036700     ADD 1 TO WS-BUDGET-ROW-COUNT.
036800     MOVE WS-WORK-PERIOD-MONTH TO WS-MONTH-SUB.
036900     ADD BG-BUDGET-AMOUNT
037000         TO CY-BUDGET (WS-CLASS-HIT, WS-MONTH-SUB).
037100 1100-LOAD-BUDGET-ENTRY-EXIT.
037200     EXIT.
037300*-----------------------------------------------------------*
037400* 1200-LOAD-ORDER-ENTRY - LOAD ONE COSTED ORDER CLASS ROW,  *
037500*                         AS DAY01FP DOES ('TT' TOTALS ONLY *
037600*                         RESTATE THE CLASS ROWS)           *
037700*-----------------------------------------------------------*
037800 1200-LOAD-ORDER-ENTRY.
037900     READ COSTED-FEED-FILE
038000         AT END
038100             SET COST-EOF TO TRUE
038200             GO TO 1200-LOAD-ORDER-ENTRY-EXIT
038300     END-READ.
038400     IF CO-CLASS-TOTAL
038500         GO TO 1200-LOAD-ORDER-ENTRY-EXIT
038600     END-IF.
038700     IF CO-RUN-DATE NOT NUMERIC
038800        OR CO-EXTENDED-COST NOT NUMERIC
038900         DISPLAY 'DAY01BV - BAD FEED RECORD SKIPPED: '
039000             COSTED-FEED-RECORD
039100         GO TO 1200-LOAD-ORDER-ENTRY-EXIT
039200     END-IF.
039300     IF WS-ORDER-COUNT NOT < WS-ORDER-MAX
039400         DISPLAY 'DAY01BV - ORDER TABLE FULL AT ' WS-ORDER-MAX
039500         MOVE 12 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     ADD 1 TO WS-ORDER-COUNT.
039900     MOVE CO-RUN-DATE      TO OE-RUN-DATE (WS-ORDER-COUNT).
040000     MOVE CO-MANIFEST-ID   TO OE-MANIFEST-ID (WS-ORDER-COUNT).
040100     MOVE CO-MODULE-CLASS  TO OE-MODULE-CLASS (WS-ORDER-COUNT).
040200     MOVE CO-EXTENDED-COST TO OE-EXTENDED-COST (WS-ORDER-COUNT).
040300     MOVE 'N'              TO OE-MATCHED-SW (WS-ORDER-COUNT).
040400 1200-LOAD-ORDER-ENTRY-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------*
040700* 1300-APPLY-CONFIRMATION - ONE DELIVERY: ITS QUANTITY AT   *
040800*                           THE RATE CHARGED IS ACTUAL SPEND*
040900*                           IN THE DELIVERY MONTH, AND IT   *
041000*                           COVERS THE ORDER ROW IT CONFIRMS*
041100*                           SO THAT ROW IS NO LONGER A      *
041200*                           COMMITMENT                      *
041300*-----------------------------------------------------------*
041400 1300-APPLY-CONFIRMATION.
041500     READ CONFIRMATION-FILE
041600         AT END
041700             SET CONF-EOF TO TRUE
041800             GO TO 1300-APPLY-CONFIRMATION-EXIT
041900     END-READ.
042000     IF DC-ORDER-RUN-DATE NOT NUMERIC
042100        OR DC-DELIVERED-QTY NOT NUMERIC
042200        OR DC-RATE-CHARGED NOT NUMERIC
042300        OR DC-DELIVERY-DATE NOT NUMERIC
042400         DISPLAY 'DAY01BV - BAD CONFIRMATION SKIPPED: '
042500             DELIVERY-CONFIRMATION-RECORD
042600         GO TO 1300-APPLY-CONFIRMATION-EXIT
042700     END-IF.
042800     SET ORDER-NOT-FOUND TO TRUE.
042900     MOVE 0 TO WS-HIT-IDX.
043000     PERFORM 1310-TEST-ORDER-ENTRY
043100         THRU 1310-TEST-ORDER-ENTRY-EXIT
043200         VARYING WS-ORDER-IDX FROM 1 BY 1
043300         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
043400             OR ORDER-FOUND.
043500     IF ORDER-FOUND
043600         SET OE-MATCHED (WS-HIT-IDX) TO TRUE
043700     END-IF.
043800     MOVE DC-DELIVERY-DATE TO WS-WORK-DATE.
043900     IF WS-WORK-YEAR NOT = WS-REPORT-YEAR
044000        OR WS-WORK-MONTH < 1
044100        OR WS-WORK-MONTH > 12
044200         GO TO 1300-APPLY-CONFIRMATION-EXIT
044300     END-IF.
044400     MOVE DC-MODULE-CLASS TO WS-WORK-CLASS.
044500     PERFORM 2900-FIND-CLASS
044600         THRU 2900-FIND-CLASS-EXIT.
044700     IF CLASS-NOT-FOUND
044800         ADD 1 TO WS-SKIPPED-COUNT
044900         GO TO 1300-APPLY-CONFIRMATION-EXIT
045000     END-IF.
045100     ADD 1 TO WS-DELIVERY-COUNT.
045200     COMPUTE WS-WORK-AMOUNT ROUNDED =
045300         DC-DELIVERED-QTY * DC-RATE-CHARGED.
045400     MOVE WS-WORK-MONTH TO WS-MONTH-SUB.
045500     ADD WS-WORK-AMOUNT
045600         TO CY-ACTUAL (WS-CLASS-HIT, WS-MONTH-SUB).
045700 1300-APPLY-CONFIRMATION-EXIT.
045800     EXIT.
045900 1310-TEST-ORDER-ENTRY.
046000     IF NOT OE-MATCHED (WS-ORDER-IDX)
046100        AND OE-RUN-DATE (WS-ORDER-IDX) = DC-ORDER-RUN-DATE
046200        AND OE-MANIFEST-ID (WS-ORDER-IDX) = DC-MANIFEST-ID
046300        AND OE-MODULE-CLASS (WS-ORDER-IDX) = DC-MODULE-CLASS
046400         SET ORDER-FOUND TO TRUE
046500         MOVE WS-ORDER-IDX TO WS-HIT-IDX
046600     END-IF.
046700 1310-TEST-ORDER-ENTRY-EXIT.
046800     EXIT.
046900*-----------------------------------------------------------*
047000* 2000-POST-OPEN-ORDER - AN ORDER ROW NO DELIVERY HAS       *
047100*                        CONFIRMED IS A COMMITMENT IN THE   *
047200*                        MONTH IT WAS ORDERED.  ONE STILL   *
047300*                        OPEN FROM AN EARLIER YEAR IS       *
047400*                        CARRIED INTO THE FIRST MONTH, SINCE*
047500*                        IT WILL BE PAID OUT OF THIS YEAR'S *
047600*                        BUDGET.                            *
047700*-----------------------------------------------------------*
047800 2000-POST-OPEN-ORDER.
047900     IF OE-MATCHED (WS-ORDER-IDX)
048000        OR OE-EXTENDED-COST (WS-ORDER-IDX) = 0
048100         GO TO 2000-POST-OPEN-ORDER-EXIT
048200     END-IF.
048300     MOVE OE-RUN-DATE (WS-ORDER-IDX) TO WS-WORK-DATE.
048400     IF WS-WORK-YEAR > WS-REPORT-YEAR
048500         GO TO 2000-POST-OPEN-ORDER-EXIT
048600     END-IF.
048700     IF WS-WORK-YEAR < WS-REPORT-YEAR
048800        OR WS-WORK-MONTH < 1
048900        OR WS-WORK-MONTH > 12
049000         MOVE 1 TO WS-MONTH-SUB
049100     ELSE
049200         MOVE WS-WORK-MONTH TO WS-MONTH-SUB
049300     END-IF.
049400     MOVE OE-MODULE-CLASS (WS-ORDER-IDX) TO WS-WORK-CLASS.
049500     PERFORM 2900-FIND-CLASS
049600         THRU 2900-FIND-CLASS-EXIT.
049700     IF CLASS-NOT-FOUND
049800         ADD 1 TO WS-SKIPPED-COUNT
049900         GO TO 2000-POST-OPEN-ORDER-EXIT
050000     END-IF.
050100     ADD 1 TO WS-OPEN-ORDER-COUNT.
050200     ADD OE-EXTENDED-COST (WS-ORDER-IDX)
050300         TO CY-COMMITTED (WS-CLASS-HIT, WS-MONTH-SUB).
050400 2000-POST-OPEN-ORDER-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------*
050700* 2900-FIND-CLASS - THE TABLE SLOT OF WS-WORK-CLASS         *
050800*-----------------------------------------------------------*
050900 2900-FIND-CLASS.
051000     SET CLASS-NOT-FOUND TO TRUE.
051100     MOVE 0 TO WS-CLASS-HIT.
051200     PERFORM 2910-TEST-CLASS
051300         THRU 2910-TEST-CLASS-EXIT
051400         VARYING WS-CLASS-SUB FROM 1 BY 1
051500         UNTIL WS-CLASS-SUB > 5
051600             OR CLASS-FOUND.
051700 2900-FIND-CLASS-EXIT.
051800     EXIT.
051900 2910-TEST-CLASS.
052000     IF WS-CLASS-CODE (WS-CLASS-SUB) = WS-WORK-CLASS
052100         SET CLASS-FOUND TO TRUE
052200         MOVE WS-CLASS-SUB TO WS-CLASS-HIT
052300     END-IF.
052400 2910-TEST-CLASS-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------*
052700* 3000-REPORT-CLASS - ONE SECTION PER CLASS: A LINE PER     *
052800*                     MONTH, THE YEAR-TO-DATE POSITION AND  *
052900*                     THE FULL-YEAR PROJECTION.  PROJECTED  *
053000*                     SPEND IS ACTUAL TO DATE, PLUS         *
053100*                     EVERYTHING STILL COMMITTED, PLUS THE  *
053200*                     AVERAGE MONTHLY ACTUAL SO FAR FOR EACH*
053300*                     MONTH STILL TO COME.                  *
053400*-----------------------------------------------------------*
053500 3000-REPORT-CLASS.
053600     MOVE 0 TO WS-YTD-BUDGET.
053700     MOVE 0 TO WS-YTD-ACTUAL.
053800     MOVE 0 TO WS-YTD-COMMITTED.
053900     MOVE 0 TO WS-YEAR-BUDGET.
054000     MOVE 0 TO WS-YEAR-ACTUAL.
054100     MOVE 0 TO WS-YEAR-COMMITTED.
054200     WRITE BVR-RECORD FROM BVR-BLANK-LINE.
054300     MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO BCH-CLASS.
054400     WRITE BVR-RECORD FROM BVR-CLASS-HEADING.
054500     WRITE BVR-RECORD FROM BVR-COLUMN-HEADING.
054600     PERFORM 3100-REPORT-MONTH
054700         THRU 3100-REPORT-MONTH-EXIT
054800         VARYING WS-MONTH-SUB FROM 1 BY 1
054900         UNTIL WS-MONTH-SUB > 12.
055000     MOVE WS-YTD-BUDGET TO BYL-BUDGET.
055100     MOVE WS-YTD-ACTUAL TO BYL-ACTUAL.
055200     MOVE WS-YTD-COMMITTED TO BYL-COMMITTED.
055300     COMPUTE BYL-REMAINING =
055400         WS-YTD-BUDGET - WS-YTD-ACTUAL - WS-YTD-COMMITTED.
055500     WRITE BVR-RECORD FROM BVR-YTD-LINE.
055600     COMPUTE WS-YTD-OVERRUN =
055700         WS-YTD-ACTUAL + WS-YTD-COMMITTED - WS-YTD-BUDGET.
055800     IF WS-YTD-OVERRUN < 0
055900         MOVE 0 TO WS-YTD-OVERRUN
056000     END-IF.
056100     MOVE WS-YTD-OVERRUN TO BYO-OVERRUN.
056200     WRITE BVR-RECORD FROM BVR-YTD-OVERRUN-LINE.
056300     MOVE 0 TO WS-MONTHLY-RUN-RATE.
056400     IF WS-ELAPSED-MONTHS > 0
056500         COMPUTE WS-MONTHLY-RUN-RATE ROUNDED =
056600             WS-YEAR-ACTUAL / WS-ELAPSED-MONTHS
056700     END-IF.
056800     COMPUTE WS-PROJECTED-SPEND =
056900         WS-YEAR-ACTUAL + WS-YEAR-COMMITTED
057000         + WS-MONTHLY-RUN-RATE * WS-REMAINING-MONTHS.
057100     COMPUTE WS-PROJECTED-OVERRUN =
057200         WS-PROJECTED-SPEND - WS-YEAR-BUDGET.
057300     MOVE WS-YEAR-BUDGET TO BPJ-YEAR-BUDGET.
057400     WRITE BVR-RECORD FROM BVR-PROJECTION-LINE-1.
057500     MOVE WS-PROJECTED-SPEND TO BPJ-PROJECTED.
057600     WRITE BVR-RECORD FROM BVR-PROJECTION-LINE-2.
057700     MOVE WS-PROJECTED-OVERRUN TO BPJ-OVERRUN.
057800     IF WS-PROJECTED-OVERRUN > 0
057900         ADD 1 TO WS-OVER-BUDGET-COUNT
058000         MOVE '** OVER BUDGET *' TO BPJ-FLAG
058100     ELSE
058200         MOVE SPACES TO BPJ-FLAG
058300     END-IF.
058400     WRITE BVR-RECORD FROM BVR-PROJECTION-LINE-3.
058500     ADD WS-YEAR-BUDGET TO WS-GRAND-YEAR-BUDGET.
058600     ADD WS-PROJECTED-SPEND TO WS-GRAND-PROJECTED.
058700 3000-REPORT-CLASS-EXIT.
058800     EXIT.
058900 3100-REPORT-MONTH.
059000     COMPUTE BPL-PERIOD = WS-REPORT-YEAR * 100 + WS-MONTH-SUB.
059100     MOVE CY-BUDGET (WS-CLASS-SUB, WS-MONTH-SUB) TO BPL-BUDGET.
059200     MOVE CY-ACTUAL (WS-CLASS-SUB, WS-MONTH-SUB) TO BPL-ACTUAL.
059300     MOVE CY-COMMITTED (WS-CLASS-SUB, WS-MONTH-SUB)
059400         TO BPL-COMMITTED.
059500     COMPUTE BPL-REMAINING =
059600         CY-BUDGET (WS-CLASS-SUB, WS-MONTH-SUB)
059700         - CY-ACTUAL (WS-CLASS-SUB, WS-MONTH-SUB)
059800         - CY-COMMITTED (WS-CLASS-SUB, WS-MONTH-SUB).
059900     WRITE BVR-RECORD FROM BVR-PERIOD-LINE.
060000     ADD CY-BUDGET (WS-CLASS-SUB, WS-MONTH-SUB)
060100         TO WS-YEAR-BUDGET.
060200     ADD CY-ACTUAL (WS-CLASS-SUB, WS-MONTH-SUB)
060300         TO WS-YEAR-ACTUAL.
060400     ADD CY-COMMITTED (WS-CLASS-SUB, WS-MONTH-SUB)
060500         TO WS-YEAR-COMMITTED.
060600     IF WS-MONTH-SUB NOT > WS-ELAPSED-MONTHS
060700         ADD CY-BUDGET (WS-CLASS-SUB, WS-MONTH-SUB)
060800             TO WS-YTD-BUDGET
060900         ADD CY-ACTUAL (WS-CLASS-SUB, WS-MONTH-SUB)
061000             TO WS-YTD-ACTUAL
061100         ADD CY-COMMITTED (WS-CLASS-SUB, WS-MONTH-SUB)
061200             TO WS-YTD-COMMITTED
061300     END-IF.
061400 3100-REPORT-MONTH-EXIT.
061500     EXIT.
061600*-----------------------------------------------------------*
061700* 9000-TERMINATE - PRINT THE ALL-CLASS PROJECTION AND THE   *
061800*                  RUN COUNTS, AND GRADE THE RETURN CODE    *
061900*-----------------------------------------------------------*
062000 9000-TERMINATE.
062100     COMPUTE WS-GRAND-OVERRUN =
062200         WS-GRAND-PROJECTED - WS-GRAND-YEAR-BUDGET.
062300     WRITE BVR-RECORD FROM BVR-BLANK-LINE.
062400     MOVE WS-GRAND-YEAR-BUDGET TO BGL-YEAR-BUDGET.
062500     WRITE BVR-RECORD FROM BVR-GRAND-LINE-1.
062600     MOVE WS-GRAND-PROJECTED TO BGL-PROJECTED.
062700     WRITE BVR-RECORD FROM BVR-GRAND-LINE-2.
062800     MOVE WS-GRAND-OVERRUN TO BGL-OVERRUN.
062900     WRITE BVR-RECORD FROM BVR-GRAND-LINE-3.
063000     WRITE BVR-RECORD FROM BVR-BLANK-LINE.
063100     MOVE WS-BUDGET-ROW-COUNT TO BTL-BUDGET-ROW-COUNT.
063200     WRITE BVR-RECORD FROM BVR-TOTAL-LINE-1.
063300     MOVE WS-DELIVERY-COUNT TO BTL-DELIVERY-COUNT.
063400     WRITE BVR-RECORD FROM BVR-TOTAL-LINE-2.
063500     MOVE WS-OPEN-ORDER-COUNT TO BTL-OPEN-ORDER-COUNT.
063600     WRITE BVR-RECORD FROM BVR-TOTAL-LINE-3.
063700     MOVE WS-OVER-BUDGET-COUNT TO BTL-OVER-BUDGET-COUNT.
063800     WRITE BVR-RECORD FROM BVR-TOTAL-LINE-4.
063900     CLOSE BUDGET-REPORT-FILE.
064000     DISPLAY 'BUDGET ROWS ' WS-BUDGET-ROW-COUNT.
064100     DISPLAY 'DELIVERIES ' WS-DELIVERY-COUNT.
064200     DISPLAY 'OPEN ORDER ROWS ' WS-OPEN-ORDER-COUNT.
064300     DISPLAY 'UNKNOWN CLASS ROWS SKIPPED ' WS-SKIPPED-COUNT.
064400     DISPLAY 'CLASSES PROJECTED OVER BUDGET '
064500         WS-OVER-BUDGET-COUNT.
064600     IF WS-OVER-BUDGET-COUNT > 0
064700         MOVE 4 TO RETURN-CODE
064800     END-IF.
064833     PERFORM 9800-WRITE-BATCH-CONTROL
064866         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
064900 9000-TERMINATE-EXIT.
065000     EXIT.
065100*-----------------------------------------------------------*
065200* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
065300*                            HASH TOTALS AND CONDITION CODE *
065400*                            TO THE SHARED BATCH CONTROL    *
065500*                            LEDGER                         *
065600*-----------------------------------------------------------*
065700 9800-WRITE-BATCH-CONTROL.
065800     MOVE SPACES TO BATCH-CONTROL-RECORD.
065900     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
066000     ACCEPT BC-RUN-TIME FROM TIME.
066100     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
066200         ON EXCEPTION
066300             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
066400     END-ACCEPT.
066500     IF BC-BUSINESS-DATE NOT NUMERIC
066600         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
066700     END-IF.
066800     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
066900         ON EXCEPTION
067000             MOVE 'UNKNOWN ' TO BC-JOB-ID
067100     END-ACCEPT.
067200     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
067300         ON EXCEPTION
067400             MOVE 'DAY01BV' TO BC-STEP-NAME
067500     END-ACCEPT.
067600     MOVE 'DAY01BV' TO BC-PROGRAM-ID.
067700     MOVE WS-DELIVERY-COUNT TO BC-RECORDS-IN.
067800     MOVE 0 TO BC-RECORDS-OUT.
067900     MOVE 0 TO BC-HASH-IN.
068000     MOVE 0 TO BC-HASH-OUT.
068100     MOVE RETURN-CODE TO BC-CONDITION-CODE.
068200     OPEN EXTEND BATCH-CONTROL-FILE.
068300     IF WS-BATCHCTL-STATUS = '35'
068400         OPEN OUTPUT BATCH-CONTROL-FILE
068500     END-IF.
068600     WRITE BATCH-CONTROL-RECORD.
068700     CLOSE BATCH-CONTROL-FILE.
068800 9800-WRITE-BATCH-CONTROL-EXIT.
068900     EXIT.
