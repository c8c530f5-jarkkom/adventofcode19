000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01IM.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - THREE-WAY SUPPLIER     *
001100*                 INVOICE MATCH.  READS THE SUPPLIERS' FUEL *
001200*                 INVOICE LINES (SUPPINV, DAY01I) AND       *
001300*                 MATCHES EACH BY RUN DATE, MANIFEST AND    *
001400*                 CLASS TO THE COSTED ORDER (COSTFEED,      *
001500*                 DAY01Q) AND TO THE DELIVERY CONFIRMATION  *
001600*                 (DLVCONF, DAY01D).  A LINE THAT AGREES    *
001700*                 WITH BOTH WITHIN THE CARD TOLERANCES      *
001800*                 (INVTCARD, RATE PERCENT DEFAULT 2.00,     *
001900*                 AMOUNT DEFAULT 5.00) IS WRITTEN TO THE    *
002000*                 APPROVED-TO-PAY FILE FOR ACCOUNTS PAYABLE *
002100*                 (APPRPAY, DAY01H) AND APPENDED TO THE PAID*
002200*                 HISTORY (PAIDHIST).  A LINE BILLED OVER   *
002300*                 TOLERANCE, ABOVE THE DELIVERED QUANTITY,  *
002400*                 ALREADY PAID, OR DATED BEFORE THE DELIVERY*
002500*                 WAS CONFIRMED IS HELD AND PRINTED ON THE  *
002600*                 HELD-INVOICE REGISTER (HELDRPT).  RC 4    *
002700*                 WHEN ANYTHING IS HELD.                    *
002712* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002724*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002736*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002748*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002760*                 SHIFT.  IN IS INVOICE LINES READ, HASHED  *
002772*                 ON THEIR AMOUNT; OUT IS LINES APPROVED,   *
002784*                 HASHED ON THE AMOUNT APPROVED.            *
002788* 2026-10-15 JM   SPLIT DELIVERY CONFIRMATIONS ARE SUMMED   *
002792*                 AGAIN - THE LOAD NOW LOOKS UP THE ORDER   *
002796*                 KEY BEFORE ADDING AN ENTRY.               *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INVOICE-FILE ASSIGN TO SUPPINV
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SUPPINV-STATUS.
003500     SELECT COSTED-FEED-FILE ASSIGN TO COSTFEED
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-COSTFEED-STATUS.
003800     SELECT CONFIRMATION-FILE ASSIGN TO DLVCONF
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-DLVCONF-STATUS.
004100     SELECT PAID-HISTORY-FILE ASSIGN TO PAIDHIST
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PAIDHIST-STATUS.
004400     SELECT TOLERANCE-CARD-FILE ASSIGN TO INVTCARD
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-INVTCARD-STATUS.
004700     SELECT APPROVED-FILE ASSIGN TO APPRPAY
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-APPRPAY-STATUS.
005000     SELECT HELD-REPORT-FILE ASSIGN TO HELDRPT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-HELDRPT-STATUS.
005225     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
005250         ORGANIZATION IS LINE SEQUENTIAL
005275         FILE STATUS IS WS-BATCHCTL-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  INVOICE-FILE
005600     RECORDING MODE IS F.
005700     COPY DAY01I.
005800 FD  COSTED-FEED-FILE
005900     RECORDING MODE IS F.
006000     COPY DAY01Q.
006100 FD  CONFIRMATION-FILE
006200     RECORDING MODE IS F.
006300     COPY DAY01D.
006400 FD  PAID-HISTORY-FILE
006500     RECORDING MODE IS F.
006600     COPY DAY01H.
006700 FD  TOLERANCE-CARD-FILE
006800     RECORDING MODE IS F.
006900 01  INVOICE-TOLERANCE-CARD.
007000     05  IT-RATE-TOL-PCT         PIC 9(03)V99.
007100     05  IT-RATE-TOL-X REDEFINES IT-RATE-TOL-PCT
007200                                 PIC X(05).
007300     05  IT-AMOUNT-TOL           PIC 9(07)V99.
007400     05  IT-AMOUNT-TOL-X REDEFINES IT-AMOUNT-TOL
007500                                 PIC X(09).
007600 FD  APPROVED-FILE
007700     RECORDING MODE IS F.
007800 01  APPROVED-OUT-RECORD         PIC X(087).
007900 FD  HELD-REPORT-FILE
008000     RECORDING MODE IS F.
008100 01  HLD-RECORD                  PIC X(080).
008125 FD  BATCH-CONTROL-FILE
008150     RECORDING MODE IS F.
008175     COPY DAY01BC.
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400     05  WS-INVOICE-EOF-SW       PIC X(01)  VALUE 'N'.
008500         88  INVOICE-EOF                    VALUE 'Y'.
008600     05  WS-FEED-EOF-SW          PIC X(01)  VALUE 'N'.
008700         88  FEED-EOF                       VALUE 'Y'.
008800     05  WS-CONF-EOF-SW          PIC X(01)  VALUE 'N'.
008900         88  CONF-EOF                       VALUE 'Y'.
009000     05  WS-PAID-EOF-SW          PIC X(01)  VALUE 'N'.
009100         88  PAID-EOF                       VALUE 'Y'.
009200     05  WS-ORDER-FOUND-SW       PIC X(01)  VALUE 'N'.
009300         88  ORDER-FOUND                    VALUE 'Y'.
009400         88  ORDER-NOT-FOUND                VALUE 'N'.
009500     05  WS-DLV-FOUND-SW         PIC X(01)  VALUE 'N'.
009600         88  DELIVERY-FOUND                 VALUE 'Y'.
009700         88  DELIVERY-NOT-FOUND             VALUE 'N'.
009800     05  WS-PAID-FOUND-SW        PIC X(01)  VALUE 'N'.
009900         88  PAID-FOUND                     VALUE 'Y'.
010000         88  PAID-NOT-FOUND                 VALUE 'N'.
010100     05  WS-HOLD-SW              PIC X(01)  VALUE 'N'.
010200         88  INVOICE-HELD                   VALUE 'Y'.
010300         88  INVOICE-CLEAR                  VALUE 'N'.
010400 01  WS-SUPPINV-STATUS           PIC X(02)  VALUE SPACES.
010500 01  WS-COSTFEED-STATUS          PIC X(02)  VALUE SPACES.
010600 01  WS-DLVCONF-STATUS           PIC X(02)  VALUE SPACES.
010700 01  WS-PAIDHIST-STATUS          PIC X(02)  VALUE SPACES.
010800 01  WS-INVTCARD-STATUS          PIC X(02)  VALUE SPACES.
010900 01  WS-APPRPAY-STATUS           PIC X(02)  VALUE SPACES.
011000 01  WS-HELDRPT-STATUS           PIC X(02)  VALUE SPACES.
011050 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
011100 01  WS-RUN-IDENTIFICATION.
011200     05  WS-RUN-DATE             PIC 9(08).
011300 01  WS-TOLERANCE-WORK.
011400     05  WS-RATE-TOL-PCT         PIC 9(03)V99 VALUE 2.00.
011500     05  WS-AMOUNT-TOL           PIC 9(07)V99 VALUE 5.00.
011600     05  WS-RATE-LIMIT           PIC 9(07)V99 VALUE 0.
011700     05  WS-EXTENSION            PIC 9(15)V99 VALUE 0.
011800     05  WS-AMOUNT-DIFF          PIC S9(15)V99 VALUE 0.
011900     05  WS-VALUE-LIMIT          PIC 9(15)V99 VALUE 0.
012000     05  WS-BILLED-VALUE         PIC 9(15)V99 VALUE 0.
012100     05  WS-BILLED-TO-DATE       PIC 9(10)  VALUE 0.
012200 01  WS-MATCH-KEY.
012300     05  WS-KEY-RUN-DATE         PIC 9(08).
012400     05  WS-KEY-MANIFEST-ID      PIC X(10).
012500     05  WS-KEY-CLASS            PIC X(02).
012600 01  WS-INVOICE-KEY.
012700     05  WS-IK-SUPPLIER-ID       PIC X(08).
012800     05  WS-IK-INVOICE-NO        PIC X(12).
012900     05  WS-IK-RUN-DATE          PIC 9(08).
013000     05  WS-IK-MANIFEST-ID       PIC X(10).
013100     05  WS-IK-CLASS             PIC X(02).
013200 01  WS-HOLD-REASON              PIC X(18)  VALUE SPACES.
013300 01  WS-ORDER-TABLE-AREA.
013400     05  WS-ORDER-MAX            PIC 9(05)  COMP VALUE 2000.
013500     05  WS-ORDER-COUNT          PIC 9(05)  COMP VALUE 0.
013600     05  WS-ORDER-IDX            PIC 9(05)  COMP VALUE 0.
013700     05  WS-HIT-IDX              PIC 9(05)  COMP VALUE 0.
013800     05  WS-ORDER-ENTRY OCCURS 2000 TIMES.
013900         10  OE-RUN-DATE         PIC 9(08).
014000         10  OE-MANIFEST-ID      PIC X(10).
014100         10  OE-MODULE-CLASS     PIC X(02).
014200         10  OE-FUEL-QTY         PIC 9(09).
014300         10  OE-RATE             PIC 9(05)V99.
014400         10  OE-EXTENDED-COST    PIC 9(13)V99.
014500         10  OE-BILLED-QTY       PIC 9(09).
014600         10  OE-BILLED-AMOUNT    PIC 9(13)V99.
014700 01  WS-DELIVERY-TABLE-AREA.
014800     05  WS-DLV-MAX              PIC 9(05)  COMP VALUE 2000.
014900     05  WS-DLV-COUNT            PIC 9(05)  COMP VALUE 0.
015000     05  WS-DLV-IDX              PIC 9(05)  COMP VALUE 0.
015100     05  WS-DLV-HIT              PIC 9(05)  COMP VALUE 0.
015200     05  WS-DLV-ENTRY OCCURS 2000 TIMES.
015300         10  DE-RUN-DATE         PIC 9(08).
015400         10  DE-MANIFEST-ID      PIC X(10).
015500         10  DE-MODULE-CLASS     PIC X(02).
015600         10  DE-DELIVERED-QTY    PIC 9(09).
015700         10  DE-RATE-CHARGED     PIC 9(05)V99.
015800         10  DE-DELIVERY-DATE    PIC 9(08).
015900 01  WS-PAID-TABLE-AREA.
016000     05  WS-PAID-MAX             PIC 9(05)  COMP VALUE 5000.
016100     05  WS-PAID-COUNT           PIC 9(05)  COMP VALUE 0.
016200     05  WS-PAID-IDX             PIC 9(05)  COMP VALUE 0.
016300     05  WS-PAID-ENTRY OCCURS 5000 TIMES.
016400         10  PT-PAID-KEY.
016500             15  PT-SUPPLIER-ID  PIC X(08).
016600             15  PT-INVOICE-NO   PIC X(12).
016700             15  PT-RUN-DATE     PIC 9(08).
016800             15  PT-MANIFEST-ID  PIC X(10).
016900             15  PT-MODULE-CLASS PIC X(02).
017000 01  WS-MATCH-COUNTERS.
017100     05  WS-INV-READ-COUNT       PIC 9(05)  COMP VALUE 0.
017200     05  WS-APPROVED-COUNT       PIC 9(05)  COMP VALUE 0.
017300     05  WS-HELD-COUNT           PIC 9(05)  COMP VALUE 0.
017400     05  WS-HISTORY-COUNT        PIC 9(05)  COMP VALUE 0.
017500 01  WS-MATCH-TOTALS.
017600     05  WS-APPROVED-AMOUNT      PIC 9(15)V99 VALUE 0.
017700     05  WS-HELD-AMOUNT          PIC 9(15)V99 VALUE 0.
017800 01  HLD-HEADING-1.
017900     05  FILLER                  PIC X(32)
018000         VALUE 'HELD SUPPLIER INVOICE REGISTER  '.
018100     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
018200     05  HH1-RUN-DATE            PIC 9(08).
018300 01  HLD-HEADING-2.
018400     05  FILLER                  PIC X(20)
018500         VALUE 'RATE TOLERANCE PCT: '.
018600     05  HH2-RATE-TOL            PIC ZZ9.99.
018700     05  FILLER                  PIC X(20)
018800         VALUE '  AMOUNT TOLERANCE: '.
018900     05  HH2-AMOUNT-TOL          PIC ZZZZZZ9.99.
019000 01  HLD-HEADING-3.
019100     05  FILLER                  PIC X(09)  VALUE 'SUPPLIER'.
019200     05  FILLER                  PIC X(13)  VALUE 'INVOICE NO'.
019300     05  FILLER                  PIC X(09)  VALUE 'RUN DATE'.
019400     05  FILLER                  PIC X(11)  VALUE 'MANIFEST'.
019500     05  FILLER                  PIC X(03)  VALUE 'CL'.
019600     05  FILLER                  PIC X(10)  VALUE 'BILLED QTY'.
019700     05  FILLER                  PIC X(18)  VALUE ' REASON HELD'.
019800 01  HLD-DETAIL-LINE.
019900     05  HDL-SUPPLIER-ID         PIC X(08).
020000     05  FILLER                  PIC X(01)  VALUE SPACE.
020100     05  HDL-INVOICE-NO          PIC X(12).
020200     05  FILLER                  PIC X(01)  VALUE SPACE.
020300     05  HDL-RUN-DATE            PIC X(08).
020400     05  FILLER                  PIC X(01)  VALUE SPACE.
020500     05  HDL-MANIFEST-ID         PIC X(10).
020600     05  FILLER                  PIC X(01)  VALUE SPACE.
020700     05  HDL-CLASS               PIC X(02).
020800     05  FILLER                  PIC X(01)  VALUE SPACE.
020900     05  HDL-BILLED-QTY          PIC X(09).
021000     05  FILLER                  PIC X(01)  VALUE SPACE.
021100     05  HDL-REASON              PIC X(18).
021200 01  HLD-FIGURES-LINE.
021300     05  FILLER                  PIC X(06)  VALUE '  ORD '.
021400     05  HFL-ORDER-QTY           PIC ZZZZZZZZ9.
021500     05  FILLER                  PIC X(05)  VALUE ' DLV '.
021600     05  HFL-DELIVERED-QTY       PIC ZZZZZZZZ9.
021700     05  FILLER                  PIC X(10)  VALUE ' RATE ORD '.
021800     05  HFL-ORDER-RATE          PIC ZZZZ9.99.
021900     05  FILLER                  PIC X(05)  VALUE ' CHG '.
022000     05  HFL-CHARGED-RATE        PIC ZZZZ9.99.
022100     05  FILLER                  PIC X(08)  VALUE ' BILLED '.
022200     05  HFL-BILLED-RATE         PIC ZZZZ9.99.
022300 01  HLD-AMOUNT-LINE.
022400     05  FILLER                  PIC X(16)
022500         VALUE '  BILLED AMOUNT '.
022600     05  HAL-BILLED-AMOUNT       PIC Z(12)9.99.
022700     05  FILLER                  PIC X(14)
022800         VALUE '  ORDER VALUE '.
022900     05  HAL-ORDER-VALUE         PIC Z(12)9.99.
023000 01  HLD-BLANK-LINE              PIC X(01)  VALUE SPACE.
023100 01  HLD-TOTAL-LINE-1.
023200     05  FILLER                  PIC X(24)
023300         VALUE 'INVOICE LINES READ:     '.
023400     05  HT-READ-COUNT           PIC ZZZZ9.
023500 01  HLD-TOTAL-LINE-2.
023600     05  FILLER                  PIC X(24)
023700         VALUE 'APPROVED TO PAY:        '.
023800     05  HT-APPROVED-COUNT       PIC ZZZZ9.
023900     05  FILLER                  PIC X(10)  VALUE '  AMOUNT '.
024000     05  HT-APPROVED-AMOUNT      PIC Z(14)9.99.
024100 01  HLD-TOTAL-LINE-3.
024200     05  FILLER                  PIC X(24)
024300         VALUE 'HELD:                   '.
024400     05  HT-HELD-COUNT           PIC ZZZZ9.
024500     05  FILLER                  PIC X(10)  VALUE '  AMOUNT '.
024600     05  HT-HELD-AMOUNT          PIC Z(14)9.99.
024700 01  HLD-TOTAL-LINE-4.
024800     05  FILLER                  PIC X(24)
024900         VALUE 'NOTHING HELD            '.
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE
025300         THRU 1000-INITIALIZE-EXIT.
025400     PERFORM 2000-PROCESS-INVOICE
025500         THRU 2000-PROCESS-INVOICE-EXIT
025600         UNTIL INVOICE-EOF.
025700     PERFORM 9000-TERMINATE
025800         THRU 9000-TERMINATE-EXIT.
025900     STOP RUN.
026000 0000-MAINLINE-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------*
026300* 1000-INITIALIZE - READ THE TOLERANCE CARD, LOAD THE COSTED*
026400*                   ORDERS, THE DELIVERY CONFIRMATIONS AND  *
026500*                   THE PAID HISTORY INTO THEIR TABLES, OPEN*
026600*                   THE INVOICES AND START THE REGISTER.  A *
026700*                   MISSING COSTFEED OR DLVCONF IS NOT AN   *
026800*                   ABEND - EVERY LINE AGAINST IT SIMPLY    *
026900*                   HOLDS, WHICH IS WHAT ACCOUNTS PAYABLE   *
027000*                   SHOULD SEE.  NO INVOICE FILE IS FATAL.  *
027100*-----------------------------------------------------------*
027200 1000-INITIALIZE.
027300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027400     MOVE SPACES TO INVOICE-TOLERANCE-CARD.
027500     OPEN INPUT TOLERANCE-CARD-FILE.
027600     IF WS-INVTCARD-STATUS NOT = '35'
027700         READ TOLERANCE-CARD-FILE
027800             AT END
027900                 MOVE SPACES TO INVOICE-TOLERANCE-CARD
028000         END-READ
028100         CLOSE TOLERANCE-CARD-FILE
028200     END-IF.
028300     IF IT-RATE-TOL-PCT NUMERIC AND IT-RATE-TOL-PCT > 0
028400         MOVE IT-RATE-TOL-PCT TO WS-RATE-TOL-PCT
028500     END-IF.
028600     IF IT-AMOUNT-TOL NUMERIC AND IT-AMOUNT-TOL > 0
028700         MOVE IT-AMOUNT-TOL TO WS-AMOUNT-TOL
028800     END-IF.
028900     OPEN INPUT COSTED-FEED-FILE.
029000     IF WS-COSTFEED-STATUS = '35'
029100         SET FEED-EOF TO TRUE
029200     ELSE
029300         PERFORM 1100-LOAD-ORDER-ENTRY
029400             THRU 1100-LOAD-ORDER-ENTRY-EXIT
029500             UNTIL FEED-EOF
029600         CLOSE COSTED-FEED-FILE
029700     END-IF.
029800     OPEN INPUT CONFIRMATION-FILE.
029900     IF WS-DLVCONF-STATUS = '35'
030000         SET CONF-EOF TO TRUE
030100     ELSE
030200         PERFORM 1200-LOAD-DELIVERY-ENTRY
030300             THRU 1200-LOAD-DELIVERY-ENTRY-EXIT
030400             UNTIL CONF-EOF
030500         CLOSE CONFIRMATION-FILE
030600     END-IF.
030700     OPEN INPUT PAID-HISTORY-FILE.
030800     IF WS-PAIDHIST-STATUS = '35'
030900         SET PAID-EOF TO TRUE
031000     ELSE
031100         PERFORM 1300-LOAD-PAID-ENTRY
031200             THRU 1300-LOAD-PAID-ENTRY-EXIT
031300             UNTIL PAID-EOF
031400         CLOSE PAID-HISTORY-FILE
031500     END-IF.
031600     OPEN INPUT INVOICE-FILE.
031700     IF WS-SUPPINV-STATUS NOT = '00'
031800         DISPLAY 'DAY01IM - CANNOT OPEN SUPPINV, STATUS '
031900-            WS-SUPPINV-STATUS
032000         MOVE 12 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     OPEN EXTEND PAID-HISTORY-FILE.
032400     IF WS-PAIDHIST-STATUS = '35'
032500         OPEN OUTPUT PAID-HISTORY-FILE
032600     END-IF.
032700     OPEN OUTPUT APPROVED-FILE.
032800     OPEN OUTPUT HELD-REPORT-FILE.
032900     MOVE WS-RUN-DATE TO HH1-RUN-DATE.
033000     WRITE HLD-RECORD FROM HLD-HEADING-1.
033100     MOVE WS-RATE-TOL-PCT TO HH2-RATE-TOL.
033200     MOVE WS-AMOUNT-TOL TO HH2-AMOUNT-TOL.
033300     WRITE HLD-RECORD FROM HLD-HEADING-2.
033400     WRITE HLD-RECORD FROM HLD-BLANK-LINE.
033500     WRITE HLD-RECORD FROM HLD-HEADING-3.
033600     MOVE SPACES TO HLD-RECORD.
033700     WRITE HLD-RECORD FROM HLD-BLANK-LINE.
033800     PERFORM 2900-READ-INVOICE
033900         THRU 2900-READ-INVOICE-EXIT.
034000 1000-INITIALIZE-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------*
034300* 1100-LOAD-ORDER-ENTRY - LOAD ONE COSTED ORDER CLASS ROW.  *
034400*                         THE 'TT' TOTAL ROWS ONLY RESTATE  *
034500*                         THE CLASS ROWS AND ARE SKIPPED, AS*
034600*                         ARE CORRUPT ROWS (LOUDLY).  ROWS  *
034700*                         SHARING AN ORDER KEY ARE SUMMED   *
034800*                         INTO ONE ENTRY, SO THE INVOICE IS *
034900*                         MATCHED AGAINST THE WHOLE ORDER   *
035000*                         FOR THE RUN, MANIFEST AND CLASS.  *
035100*-----------------------------------------------------------*
035200 1100-LOAD-ORDER-ENTRY.
035300     READ COSTED-FEED-FILE
035400         AT END
035500             SET FEED-EOF TO TRUE
035600             GO TO 1100-LOAD-ORDER-ENTRY-EXIT
035700     END-READ.
035800     IF CO-CLASS-TOTAL
035900         GO TO 1100-LOAD-ORDER-ENTRY-EXIT
036000     END-IF.
036100     IF CO-RUN-DATE NOT NUMERIC
036200        OR CO-FUEL-QTY NOT NUMERIC
036300         DISPLAY 'DAY01IM - BAD FEED RECORD SKIPPED: '
036400             COSTED-FEED-RECORD
036500         GO TO 1100-LOAD-ORDER-ENTRY-EXIT
036600     END-IF.
036700     MOVE CO-RUN-DATE     TO WS-KEY-RUN-DATE.
036800     MOVE CO-MANIFEST-ID  TO WS-KEY-MANIFEST-ID.
036900     MOVE CO-MODULE-CLASS TO WS-KEY-CLASS.
037000     PERFORM 2100-FIND-ORDER
037100         THRU 2100-FIND-ORDER-EXIT.
037200     IF ORDER-NOT-FOUND
037300         IF WS-ORDER-COUNT NOT < WS-ORDER-MAX
037400             DISPLAY 'DAY01IM - ORDER TABLE FULL AT ' WS-ORDER-MAX
037500             MOVE 12 TO RETURN-CODE
037600             STOP RUN
037700         END-IF
037800         ADD 1 TO WS-ORDER-COUNT
037900         MOVE WS-ORDER-COUNT  TO WS-HIT-IDX
038000         MOVE CO-RUN-DATE     TO OE-RUN-DATE (WS-HIT-IDX)
038100         MOVE CO-MANIFEST-ID  TO OE-MANIFEST-ID (WS-HIT-IDX)
038200         MOVE CO-MODULE-CLASS TO OE-MODULE-CLASS (WS-HIT-IDX)
038300         MOVE 0               TO OE-FUEL-QTY (WS-HIT-IDX)
038400         MOVE 0               TO OE-RATE (WS-HIT-IDX)
038500         MOVE 0               TO OE-EXTENDED-COST (WS-HIT-IDX)
038600         MOVE 0               TO OE-BILLED-QTY (WS-HIT-IDX)
038700         MOVE 0               TO OE-BILLED-AMOUNT (WS-HIT-IDX)
038800     END-IF.
038900     ADD CO-FUEL-QTY TO OE-FUEL-QTY (WS-HIT-IDX).
039000     IF CO-RATE NUMERIC AND OE-RATE (WS-HIT-IDX) = 0
039100         MOVE CO-RATE TO OE-RATE (WS-HIT-IDX)
039200     END-IF.
039300     IF CO-EXTENDED-COST NUMERIC
039400         ADD CO-EXTENDED-COST TO OE-EXTENDED-COST (WS-HIT-IDX)
039500     END-IF.
039600 1100-LOAD-ORDER-ENTRY-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------*
039900* 1200-LOAD-DELIVERY-ENTRY - LOAD ONE DELIVERY CONFIRMATION.*
040000*                            SPLIT DELIVERIES AGAINST ONE   *
040100*                            ORDER KEY ARE SUMMED; THE      *
040200*                            LATEST DELIVERY DATE AND RATE  *
040300*                            CHARGED STAND FOR THE ORDER.   *
040400*-----------------------------------------------------------*
040500 1200-LOAD-DELIVERY-ENTRY.
040600     READ CONFIRMATION-FILE
040700         AT END
040800             SET CONF-EOF TO TRUE
040900             GO TO 1200-LOAD-DELIVERY-ENTRY-EXIT
041000     END-READ.
041100     IF DC-ORDER-RUN-DATE NOT NUMERIC
041200        OR DC-DELIVERED-QTY NOT NUMERIC
041300         DISPLAY 'DAY01IM - BAD CONFIRMATION SKIPPED: '
041400             DELIVERY-CONFIRMATION-RECORD
041500         GO TO 1200-LOAD-DELIVERY-ENTRY-EXIT
041600     END-IF.
041700     MOVE DC-ORDER-RUN-DATE TO WS-KEY-RUN-DATE.
041800     MOVE DC-MANIFEST-ID    TO WS-KEY-MANIFEST-ID.
041900     MOVE DC-MODULE-CLASS   TO WS-KEY-CLASS.
041933     PERFORM 2200-FIND-DELIVERY
041966         THRU 2200-FIND-DELIVERY-EXIT.
042000     IF DELIVERY-NOT-FOUND
042100         IF WS-DLV-COUNT NOT < WS-DLV-MAX
042200             DISPLAY 'DAY01IM - DELIVERY TABLE FULL AT '
042300                 WS-DLV-MAX
042400             MOVE 12 TO RETURN-CODE
042500             STOP RUN
042600         END-IF
042700         ADD 1 TO WS-DLV-COUNT
042800         MOVE WS-DLV-COUNT      TO WS-DLV-HIT
042900         MOVE DC-ORDER-RUN-DATE TO DE-RUN-DATE (WS-DLV-HIT)
043000         MOVE DC-MANIFEST-ID  TO DE-MANIFEST-ID (WS-DLV-HIT)
043100         MOVE DC-MODULE-CLASS TO DE-MODULE-CLASS (WS-DLV-HIT)
043200         MOVE 0               TO DE-DELIVERED-QTY (WS-DLV-HIT)
043300         MOVE 0               TO DE-RATE-CHARGED (WS-DLV-HIT)
043400         MOVE 0               TO DE-DELIVERY-DATE (WS-DLV-HIT)
043500     END-IF.
043600     ADD DC-DELIVERED-QTY TO DE-DELIVERED-QTY (WS-DLV-HIT).
043700     IF DC-RATE-CHARGED NUMERIC
043800         MOVE DC-RATE-CHARGED TO DE-RATE-CHARGED (WS-DLV-HIT)
043900     END-IF.
044000     IF DC-DELIVERY-DATE NUMERIC
044100        AND DC-DELIVERY-DATE > DE-DELIVERY-DATE (WS-DLV-HIT)
044200         MOVE DC-DELIVERY-DATE TO DE-DELIVERY-DATE (WS-DLV-HIT)
044300     END-IF.
044400 1200-LOAD-DELIVERY-ENTRY-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------*
044700* 1300-LOAD-PAID-ENTRY - LOAD ONE PREVIOUSLY APPROVED       *
044800*                        INVOICE LINE: ITS KEY GOES IN THE  *
044900*                        DUPLICATE TABLE AND ITS QUANTITY   *
045000*                        AND AMOUNT ARE CHARGED AGAINST THE *
045100*                        ORDER IT PAID, SO A SECOND INVOICE *
045200*                        FOR THE SAME FUEL HOLDS.           *
045300*-----------------------------------------------------------*
045400 1300-LOAD-PAID-ENTRY.
045500     READ PAID-HISTORY-FILE
045600         AT END
045700             SET PAID-EOF TO TRUE
045800             GO TO 1300-LOAD-PAID-ENTRY-EXIT
045900     END-READ.
046000     IF PY-ORDER-RUN-DATE NOT NUMERIC
046100        OR PY-APPROVED-QTY NOT NUMERIC
046200        OR PY-APPROVED-AMOUNT NOT NUMERIC
046300         DISPLAY 'DAY01IM - BAD PAID HISTORY RECORD SKIPPED: '
046400             APPROVED-PAYMENT-RECORD
046500         GO TO 1300-LOAD-PAID-ENTRY-EXIT
046600     END-IF.
046700     ADD 1 TO WS-HISTORY-COUNT.
046800     MOVE PY-SUPPLIER-ID    TO WS-IK-SUPPLIER-ID.
046900     MOVE PY-INVOICE-NO     TO WS-IK-INVOICE-NO.
047000     MOVE PY-ORDER-RUN-DATE TO WS-IK-RUN-DATE.
047100     MOVE PY-MANIFEST-ID    TO WS-IK-MANIFEST-ID.
047200     MOVE PY-MODULE-CLASS   TO WS-IK-CLASS.
047300     PERFORM 2510-RECORD-PAID-KEY
047400         THRU 2510-RECORD-PAID-KEY-EXIT.
047500     MOVE PY-ORDER-RUN-DATE TO WS-KEY-RUN-DATE.
047600     MOVE PY-MANIFEST-ID    TO WS-KEY-MANIFEST-ID.
047700     MOVE PY-MODULE-CLASS   TO WS-KEY-CLASS.
047800     PERFORM 2100-FIND-ORDER
047900         THRU 2100-FIND-ORDER-EXIT.
048000     IF ORDER-FOUND
048100         ADD PY-APPROVED-QTY    TO OE-BILLED-QTY (WS-HIT-IDX)
048200         ADD PY-APPROVED-AMOUNT TO OE-BILLED-AMOUNT (WS-HIT-IDX)
048300     END-IF.
048400 1300-LOAD-PAID-ENTRY-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
048700* 2000-PROCESS-INVOICE - MATCH ONE INVOICE LINE THREE WAYS  *
048800*                        AND EITHER APPROVE IT FOR PAYMENT  *
048900*                        OR HOLD IT ON THE REGISTER         *
049000*-----------------------------------------------------------*
049100 2000-PROCESS-INVOICE.
049200     ADD 1 TO WS-INV-READ-COUNT.
049300     PERFORM 2050-VALIDATE-INVOICE
049400         THRU 2050-VALIDATE-INVOICE-EXIT.
049500     IF INVOICE-HELD
049600         PERFORM 2600-HOLD-INVOICE
049700             THRU 2600-HOLD-INVOICE-EXIT
049800     ELSE
049900         PERFORM 2500-APPROVE-INVOICE
050000             THRU 2500-APPROVE-INVOICE-EXIT
050100     END-IF.
050200     PERFORM 2900-READ-INVOICE
050300         THRU 2900-READ-INVOICE-EXIT.
050400 2000-PROCESS-INVOICE-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------*
050700* 2050-VALIDATE-INVOICE - THE FIRST FAILING CHECK HOLDS THE *
050800*                         LINE AND NAMES THE REASON.  IN    *
050900*                         ORDER: A CORRUPT LINE, A LINE     *
051000*                         ALREADY PAID, NO ORDER, AN        *
051100*                         UNPRICED ORDER, NO DELIVERY,      *
051200*                         BILLED BEFORE DELIVERY, THE ORDER *
051300*                         ALREADY PAID IN FULL, BILLED ABOVE*
051400*                         THE DELIVERED QUANTITY, THEN THE  *
051500*                         RATE AND AMOUNT TOLERANCES.       *
051600*-----------------------------------------------------------*
051700 2050-VALIDATE-INVOICE.
051800     SET INVOICE-CLEAR TO TRUE.
051900     MOVE SPACES TO WS-HOLD-REASON.
052000     MOVE 0 TO WS-HIT-IDX.
052100     MOVE 0 TO WS-DLV-HIT.
052200     IF IV-SUPPLIER-ID = SPACES
052300        OR IV-INVOICE-NO = SPACES
052400        OR IV-INVOICE-DATE NOT NUMERIC
052500        OR IV-ORDER-RUN-DATE NOT NUMERIC
052600        OR IV-BILLED-QTY NOT NUMERIC
052700        OR IV-BILLED-RATE NOT NUMERIC
052800        OR IV-BILLED-AMOUNT NOT NUMERIC
052900         SET INVOICE-HELD TO TRUE
053000         MOVE 'INVALID LINE'      TO WS-HOLD-REASON
053100         GO TO 2050-VALIDATE-INVOICE-EXIT
053200     END-IF.
053300     MOVE IV-SUPPLIER-ID    TO WS-IK-SUPPLIER-ID.
053400     MOVE IV-INVOICE-NO     TO WS-IK-INVOICE-NO.
053500     MOVE IV-ORDER-RUN-DATE TO WS-IK-RUN-DATE.
053600     MOVE IV-MANIFEST-ID    TO WS-IK-MANIFEST-ID.
053700     MOVE IV-MODULE-CLASS   TO WS-IK-CLASS.
053800     MOVE IV-ORDER-RUN-DATE TO WS-KEY-RUN-DATE.
053900     MOVE IV-MANIFEST-ID    TO WS-KEY-MANIFEST-ID.
054000     MOVE IV-MODULE-CLASS   TO WS-KEY-CLASS.
054100     PERFORM 2100-FIND-ORDER
054200         THRU 2100-FIND-ORDER-EXIT.
054300     PERFORM 2200-FIND-DELIVERY
054400         THRU 2200-FIND-DELIVERY-EXIT.
054500     PERFORM 2300-FIND-PAID-KEY
054600         THRU 2300-FIND-PAID-KEY-EXIT.
054700     IF PAID-FOUND
054800         SET INVOICE-HELD TO TRUE
054900         MOVE 'DUPLICATE INVOICE' TO WS-HOLD-REASON
055000         GO TO 2050-VALIDATE-INVOICE-EXIT
055100     END-IF.
055200     IF ORDER-NOT-FOUND
055300         SET INVOICE-HELD TO TRUE
055400         MOVE 'NO ORDER'          TO WS-HOLD-REASON
055500         GO TO 2050-VALIDATE-INVOICE-EXIT
055600     END-IF.
055700     IF OE-RATE (WS-HIT-IDX) = 0
055800         SET INVOICE-HELD TO TRUE
055900         MOVE 'ORDER NOT PRICED'  TO WS-HOLD-REASON
056000         GO TO 2050-VALIDATE-INVOICE-EXIT
056100     END-IF.
056200     IF DELIVERY-NOT-FOUND
056300         SET INVOICE-HELD TO TRUE
056400         MOVE 'NOT DELIVERED'     TO WS-HOLD-REASON
056500         GO TO 2050-VALIDATE-INVOICE-EXIT
056600     END-IF.
056700     IF IV-INVOICE-DATE < DE-DELIVERY-DATE (WS-DLV-HIT)
056800         SET INVOICE-HELD TO TRUE
056900         MOVE 'BILLED BEFORE DLV' TO WS-HOLD-REASON
057000         GO TO 2050-VALIDATE-INVOICE-EXIT
057100     END-IF.
057200     IF OE-BILLED-QTY (WS-HIT-IDX)
057300        NOT < DE-DELIVERED-QTY (WS-DLV-HIT)
057400         SET INVOICE-HELD TO TRUE
057500         MOVE 'ORDER ALREADY PAID' TO WS-HOLD-REASON
057600         GO TO 2050-VALIDATE-INVOICE-EXIT
057700     END-IF.
057800     COMPUTE WS-BILLED-TO-DATE =
057900         OE-BILLED-QTY (WS-HIT-IDX) + IV-BILLED-QTY.
058000     IF WS-BILLED-TO-DATE > DE-DELIVERED-QTY (WS-DLV-HIT)
058100         SET INVOICE-HELD TO TRUE
058200         MOVE 'ABOVE DELIVERED'   TO WS-HOLD-REASON
058300         GO TO 2050-VALIDATE-INVOICE-EXIT
058400     END-IF.
058500     PERFORM 2400-CHECK-TOLERANCES
058600         THRU 2400-CHECK-TOLERANCES-EXIT.
058700 2050-VALIDATE-INVOICE-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------*
059000* 2100-FIND-ORDER - FIND THE ORDER ENTRY FOR THE MATCH KEY  *
059100*-----------------------------------------------------------*
059200 2100-FIND-ORDER.
059300     SET ORDER-NOT-FOUND TO TRUE.
059400     MOVE 0 TO WS-HIT-IDX.
059500     PERFORM 2110-TEST-ORDER-ENTRY
059600         THRU 2110-TEST-ORDER-ENTRY-EXIT
059700         VARYING WS-ORDER-IDX FROM 1 BY 1
059800         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
059900             OR ORDER-FOUND.
060000 2100-FIND-ORDER-EXIT.
060100     EXIT.
060200 2110-TEST-ORDER-ENTRY.
060300     IF OE-RUN-DATE (WS-ORDER-IDX) = WS-KEY-RUN-DATE
060400        AND OE-MANIFEST-ID (WS-ORDER-IDX) = WS-KEY-MANIFEST-ID
060500        AND OE-MODULE-CLASS (WS-ORDER-IDX) = WS-KEY-CLASS
060600         SET ORDER-FOUND TO TRUE
060700         MOVE WS-ORDER-IDX TO WS-HIT-IDX
060800     END-IF.
060900 2110-TEST-ORDER-ENTRY-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------*
061200* 2200-FIND-DELIVERY - FIND THE DELIVERY ENTRY FOR THE MATCH*
061300*                      KEY                                  *
061400*-----------------------------------------------------------*
061500 2200-FIND-DELIVERY.
061600     SET DELIVERY-NOT-FOUND TO TRUE.
061700     MOVE 0 TO WS-DLV-HIT.
061800     PERFORM 2210-TEST-DELIVERY-ENTRY
061900         THRU 2210-TEST-DELIVERY-ENTRY-EXIT
062000         VARYING WS-DLV-IDX FROM 1 BY 1
062100         UNTIL WS-DLV-IDX > WS-DLV-COUNT
062200             OR DELIVERY-FOUND.
062300 2200-FIND-DELIVERY-EXIT.
062400     EXIT.
062500 2210-TEST-DELIVERY-ENTRY.
062600     IF DE-RUN-DATE (WS-DLV-IDX) = WS-KEY-RUN-DATE
062700        AND DE-MANIFEST-ID (WS-DLV-IDX) = WS-KEY-MANIFEST-ID
062800        AND DE-MODULE-CLASS (WS-DLV-IDX) = WS-KEY-CLASS
062900         SET DELIVERY-FOUND TO TRUE
063000         MOVE WS-DLV-IDX TO WS-DLV-HIT
063100     END-IF.
063200 2210-TEST-DELIVERY-ENTRY-EXIT.
063300     EXIT.
063400*-----------------------------------------------------------*
063500* 2300-FIND-PAID-KEY - HAS THIS SUPPLIER'S INVOICE LINE FOR *
063600*                      THIS ORDER ALREADY BEEN APPROVED, ON *
063700*                      AN EARLIER RUN OR EARLIER IN THIS    *
063800*                      ONE?                                 *
063900*-----------------------------------------------------------*
064000 2300-FIND-PAID-KEY.
064100     SET PAID-NOT-FOUND TO TRUE.
064200     PERFORM 2310-TEST-PAID-ENTRY
064300         THRU 2310-TEST-PAID-ENTRY-EXIT
064400         VARYING WS-PAID-IDX FROM 1 BY 1
064500         UNTIL WS-PAID-IDX > WS-PAID-COUNT
064600             OR PAID-FOUND.
064700 2300-FIND-PAID-KEY-EXIT.
064800     EXIT.
064900 2310-TEST-PAID-ENTRY.
065000     IF PT-PAID-KEY (WS-PAID-IDX) = WS-INVOICE-KEY
065100         SET PAID-FOUND TO TRUE
065200     END-IF.
065300 2310-TEST-PAID-ENTRY-EXIT.
065400     EXIT.
065500*-----------------------------------------------------------*
065600* 2400-CHECK-TOLERANCES - THE BILLED RATE MAY NOT EXCEED THE*
065700*                         RATE ORDERED AT OR THE RATE       *
065800*                         CHARGED ON THE CONFIRMATION BY    *
065900*                         MORE THAN THE PERCENTAGE          *
066000*                         TOLERANCE; THE SUPPLIER'S         *
066100*                         EXTENSION MUST AGREE WITH QUANTITY*
066200*                         TIMES RATE, AND THE ORDER'S TOTAL *
066300*                         BILLING MAY NOT EXCEED ITS COSTED *
066400*                         VALUE, WITHIN THE AMOUNT          *
066500*                         TOLERANCE.                        *
066600*-----------------------------------------------------------*
066700 2400-CHECK-TOLERANCES.
066800     COMPUTE WS-RATE-LIMIT ROUNDED =
066900         OE-RATE (WS-HIT-IDX) * (100 + WS-RATE-TOL-PCT) / 100.
067000     IF IV-BILLED-RATE > WS-RATE-LIMIT
067100         SET INVOICE-HELD TO TRUE
067200         MOVE 'RATE OVER ORDER'   TO WS-HOLD-REASON
067300         GO TO 2400-CHECK-TOLERANCES-EXIT
067400     END-IF.
067500     IF DE-RATE-CHARGED (WS-DLV-HIT) > 0
067600         COMPUTE WS-RATE-LIMIT ROUNDED =
067700             DE-RATE-CHARGED (WS-DLV-HIT)
067800             * (100 + WS-RATE-TOL-PCT) / 100
067900         IF IV-BILLED-RATE > WS-RATE-LIMIT
068000             SET INVOICE-HELD TO TRUE
068100             MOVE 'RATE OVER CHARGED' TO WS-HOLD-REASON
068200             GO TO 2400-CHECK-TOLERANCES-EXIT
068300         END-IF
068400     END-IF.
068500     COMPUTE WS-EXTENSION ROUNDED =
068600         IV-BILLED-QTY * IV-BILLED-RATE.
068700     COMPUTE WS-AMOUNT-DIFF = IV-BILLED-AMOUNT - WS-EXTENSION.
068800     IF WS-AMOUNT-DIFF < 0
068900         COMPUTE WS-AMOUNT-DIFF = 0 - WS-AMOUNT-DIFF
069000     END-IF.
069100     IF WS-AMOUNT-DIFF > WS-AMOUNT-TOL
069200         SET INVOICE-HELD TO TRUE
069300         MOVE 'EXTENSION ERROR'   TO WS-HOLD-REASON
069400         GO TO 2400-CHECK-TOLERANCES-EXIT
069500     END-IF.
069600     COMPUTE WS-VALUE-LIMIT ROUNDED =
069700         OE-EXTENDED-COST (WS-HIT-IDX)
069800         * (100 + WS-RATE-TOL-PCT) / 100
069900         + WS-AMOUNT-TOL.
070000     COMPUTE WS-BILLED-VALUE =
070100         OE-BILLED-AMOUNT (WS-HIT-IDX) + IV-BILLED-AMOUNT.
070200     IF WS-BILLED-VALUE > WS-VALUE-LIMIT
070300         SET INVOICE-HELD TO TRUE
070400         MOVE 'OVER ORDER VALUE'  TO WS-HOLD-REASON
070500     END-IF.
070600 2400-CHECK-TOLERANCES-EXIT.
070700     EXIT.
070800*-----------------------------------------------------------*
070900* 2500-APPROVE-INVOICE - WRITE THE LINE TO THE APPROVED FILE*
071000*                        AND THE PAID HISTORY, AND CHARGE IT*
071100*                        AGAINST ITS ORDER SO A LATER LINE  *
071200*                        IN THIS RUN CANNOT PAY THE SAME    *
071300*                        FUEL                               *
071400*-----------------------------------------------------------*
071500 2500-APPROVE-INVOICE.
071600     MOVE IV-SUPPLIER-ID    TO PY-SUPPLIER-ID.
071700     MOVE IV-INVOICE-NO     TO PY-INVOICE-NO.
071800     MOVE IV-INVOICE-DATE   TO PY-INVOICE-DATE.
071900     MOVE IV-ORDER-RUN-DATE TO PY-ORDER-RUN-DATE.
072000     MOVE IV-MANIFEST-ID    TO PY-MANIFEST-ID.
072100     MOVE IV-MODULE-CLASS   TO PY-MODULE-CLASS.
072200     MOVE IV-BILLED-QTY     TO PY-APPROVED-QTY.
072300     MOVE IV-BILLED-RATE    TO PY-APPROVED-RATE.
072400     MOVE IV-BILLED-AMOUNT  TO PY-APPROVED-AMOUNT.
072500     MOVE WS-RUN-DATE       TO PY-APPROVAL-DATE.
072600     WRITE APPROVED-OUT-RECORD FROM APPROVED-PAYMENT-RECORD.
072700     WRITE APPROVED-PAYMENT-RECORD.
072800     ADD IV-BILLED-QTY    TO OE-BILLED-QTY (WS-HIT-IDX).
072900     ADD IV-BILLED-AMOUNT TO OE-BILLED-AMOUNT (WS-HIT-IDX).
073000     PERFORM 2510-RECORD-PAID-KEY
073100         THRU 2510-RECORD-PAID-KEY-EXIT.
073200     ADD 1 TO WS-APPROVED-COUNT.
073300     ADD IV-BILLED-AMOUNT TO WS-APPROVED-AMOUNT.
073400 2500-APPROVE-INVOICE-EXIT.
073500     EXIT.
073600*-----------------------------------------------------------*
073700* 2510-RECORD-PAID-KEY - ADD THE INVOICE KEY TO THE         *
073800*                        DUPLICATE TABLE.  A FULL TABLE ENDS*
073900*                        THE RUN RATHER THAN LET A DUPLICATE*
074000*                        THROUGH.                           *
074100*-----------------------------------------------------------*
074200 2510-RECORD-PAID-KEY.
074300     IF WS-PAID-COUNT NOT < WS-PAID-MAX
074400         DISPLAY 'DAY01IM - PAID TABLE FULL AT ' WS-PAID-MAX
074500         MOVE 12 TO RETURN-CODE
074600         STOP RUN
074700     END-IF.
074800     ADD 1 TO WS-PAID-COUNT.
074900     MOVE WS-INVOICE-KEY TO PT-PAID-KEY (WS-PAID-COUNT).
075000 2510-RECORD-PAID-KEY-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------*
075300* 2600-HOLD-INVOICE - PRINT THE HELD LINE WITH ITS REASON   *
075400*                     AND THE ORDER, DELIVERY AND BILLED    *
075500*                     FIGURES THE ANALYST NEEDS TO CLEAR IT *
075600*-----------------------------------------------------------*
075700 2600-HOLD-INVOICE.
075800     ADD 1 TO WS-HELD-COUNT.
075900     IF IV-BILLED-AMOUNT NUMERIC
076000         ADD IV-BILLED-AMOUNT TO WS-HELD-AMOUNT
076100     END-IF.
076200     MOVE IV-SUPPLIER-ID      TO HDL-SUPPLIER-ID.
076300     MOVE IV-INVOICE-NO       TO HDL-INVOICE-NO.
076400     MOVE IV-ORDER-RUN-DATE-X TO HDL-RUN-DATE.
076500     MOVE IV-MANIFEST-ID      TO HDL-MANIFEST-ID.
076600     MOVE IV-MODULE-CLASS     TO HDL-CLASS.
076700     MOVE IV-BILLED-QTY-X     TO HDL-BILLED-QTY.
076800     MOVE WS-HOLD-REASON      TO HDL-REASON.
076900     WRITE HLD-RECORD FROM HLD-DETAIL-LINE.
077000     IF WS-HOLD-REASON = 'INVALID LINE'
077100         GO TO 2600-HOLD-INVOICE-EXIT
077200     END-IF.
077300     MOVE 0 TO HFL-ORDER-QTY.
077400     MOVE 0 TO HFL-ORDER-RATE.
077500     MOVE 0 TO HAL-ORDER-VALUE.
077600     MOVE 0 TO HFL-DELIVERED-QTY.
077700     MOVE 0 TO HFL-CHARGED-RATE.
077800     IF WS-HIT-IDX > 0
077900         MOVE OE-FUEL-QTY (WS-HIT-IDX)      TO HFL-ORDER-QTY
078000         MOVE OE-RATE (WS-HIT-IDX)          TO HFL-ORDER-RATE
078100         MOVE OE-EXTENDED-COST (WS-HIT-IDX) TO HAL-ORDER-VALUE
078200     END-IF.
078300     IF WS-DLV-HIT > 0
078400         MOVE DE-DELIVERED-QTY (WS-DLV-HIT)
078500                                     TO HFL-DELIVERED-QTY
078600         MOVE DE-RATE-CHARGED (WS-DLV-HIT)
078700                                     TO HFL-CHARGED-RATE
078800     END-IF.
078900     MOVE IV-BILLED-RATE   TO HFL-BILLED-RATE.
079000     WRITE HLD-RECORD FROM HLD-FIGURES-LINE.
079100     MOVE IV-BILLED-AMOUNT TO HAL-BILLED-AMOUNT.
079200     WRITE HLD-RECORD FROM HLD-AMOUNT-LINE.
079300 2600-HOLD-INVOICE-EXIT.
079400     EXIT.
079500*-----------------------------------------------------------*
079600* 2900-READ-INVOICE - READ THE NEXT INVOICE LINE            *
079700*-----------------------------------------------------------*
079800 2900-READ-INVOICE.
079900     READ INVOICE-FILE
080000         AT END
080100             SET INVOICE-EOF TO TRUE
080200     END-READ.
080300 2900-READ-INVOICE-EXIT.
080400     EXIT.
080500*-----------------------------------------------------------*
080600* 9000-TERMINATE - PRINT THE MATCH TOTALS, CLOSE UP AND     *
080700*                  GRADE THE RETURN CODE SO ACCOUNTS PAYABLE*
080800*                  SEES ANY HELD INVOICE BEFORE THE PAYMENT *
080900*                  RUN                                      *
081000*-----------------------------------------------------------*
081100 9000-TERMINATE.
081200     WRITE HLD-RECORD FROM HLD-BLANK-LINE.
081300     MOVE WS-INV-READ-COUNT TO HT-READ-COUNT.
081400     WRITE HLD-RECORD FROM HLD-TOTAL-LINE-1.
081500     MOVE WS-APPROVED-COUNT TO HT-APPROVED-COUNT.
081600     MOVE WS-APPROVED-AMOUNT TO HT-APPROVED-AMOUNT.
081700     WRITE HLD-RECORD FROM HLD-TOTAL-LINE-2.
081800     MOVE WS-HELD-COUNT TO HT-HELD-COUNT.
081900     MOVE WS-HELD-AMOUNT TO HT-HELD-AMOUNT.
082000     WRITE HLD-RECORD FROM HLD-TOTAL-LINE-3.
082100     IF WS-HELD-COUNT = 0
082200         WRITE HLD-RECORD FROM HLD-TOTAL-LINE-4
082300     END-IF.
082400     CLOSE INVOICE-FILE.
082500     CLOSE PAID-HISTORY-FILE.
082600     CLOSE APPROVED-FILE.
082700     CLOSE HELD-REPORT-FILE.
082800     DISPLAY 'INVOICE LINES READ ' WS-INV-READ-COUNT.
082900     DISPLAY 'PAID HISTORY LINES ' WS-HISTORY-COUNT.
083000     DISPLAY 'APPROVED TO PAY ' WS-APPROVED-COUNT.
083100     DISPLAY 'HELD ' WS-HELD-COUNT.
083200     IF WS-HELD-COUNT > 0
083300         MOVE 4 TO RETURN-CODE
083400     END-IF.
083433     PERFORM 9800-WRITE-BATCH-CONTROL
083466         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
083500 9000-TERMINATE-EXIT.
083600     EXIT.
083700*-----------------------------------------------------------*
083800* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
083900*                            HASH TOTALS AND CONDITION CODE *
084000*                            TO THE SHARED BATCH CONTROL    *
084100*                            LEDGER                         *
084200*-----------------------------------------------------------*
084300 9800-WRITE-BATCH-CONTROL.
084400     MOVE SPACES TO BATCH-CONTROL-RECORD.
084500     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
084600     ACCEPT BC-RUN-TIME FROM TIME.
084700     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
084800         ON EXCEPTION
084900             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
085000     END-ACCEPT.
085100     IF BC-BUSINESS-DATE NOT NUMERIC
085200         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
085300     END-IF.
085400     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
085500         ON EXCEPTION
085600             MOVE 'UNKNOWN ' TO BC-JOB-ID
085700     END-ACCEPT.
085800     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
085900         ON EXCEPTION
086000             MOVE 'DAY01IM' TO BC-STEP-NAME
086100     END-ACCEPT.
086200     MOVE 'DAY01IM' TO BC-PROGRAM-ID.
086300     MOVE WS-INV-READ-COUNT TO BC-RECORDS-IN.
086400     MOVE WS-APPROVED-COUNT TO BC-RECORDS-OUT.
086500     COMPUTE BC-HASH-IN =
086600         WS-APPROVED-AMOUNT + WS-HELD-AMOUNT.
086700     MOVE WS-APPROVED-AMOUNT TO BC-HASH-OUT.
086800     MOVE RETURN-CODE TO BC-CONDITION-CODE.
086900     OPEN EXTEND BATCH-CONTROL-FILE.
087000     IF WS-BATCHCTL-STATUS = '35'
087100         OPEN OUTPUT BATCH-CONTROL-FILE
087200     END-IF.
087300     WRITE BATCH-CONTROL-RECORD.
087400     CLOSE BATCH-CONTROL-FILE.
087500 9800-WRITE-BATCH-CONTROL-EXIT.
087600     EXIT.
