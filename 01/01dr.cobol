000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01DR.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - TANK DIP               *
001100*                 RECONCILIATION.  COMPARES EACH PHYSICAL   *
001200*                 DIP READING (DIPREAD, DAY01DP) WITH THE   *
001300*                 BOOK LEVEL ON THE TANK INVENTORY (TANKINV,*
001400*                 DAY01V) AND CLASSIFIES THE VARIANCE AS    *
001500*                 WITHIN TOLERANCE, SHRINKAGE/ EVAPORATION  *
001600*                 OR UNEXPLAINED, AGAINST THE TANK'S        *
001700*                 TOLERANCE CARD (DIPTOL, DAY01DT).  A      *
001800*                 VARIANCE A SUPERVISOR HAS APPROVED POSTS  *
001900*                 AS AN ADJUSTMENT TO THE UPDATED INVENTORY *
002000*                 (TANKNEW - THE JOB SWAPS IT IN FOR TANKINV*
002100*                 AS AFTER DAY01TM).  RECONCILED DIPS ARE   *
002200*                 KEPT ON A HISTORY FILE (DIPHIST, DAY01DH) *
002300*                 FROM WHICH THE REPORT (DIPRPT) TRENDS EACH*
002400*                 TANK'S VARIANCES OVER TIME.  RC 4 WHEN ANY*
002500*                 READING IS REJECTED, WAITS FOR APPROVAL OR*
002600*                 SHOWS AN UNEXPLAINED VARIANCE.            *
002614* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002628*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002642*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002656*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002670*                 SHIFT.  IN IS DIP READINGS READ, OUT IS   *
002684*                 TANK RECORDS WRITTEN.                     *
002686* 2026-10-15 JM   AN APPROVED DIP NOW CARRIES THE BOOK      *
002688*                 LEVEL AT DIP TIME.  ITS VARIANCE IS       *
002690*                 MEASURED FROM THAT LEVEL AND POSTS AS A   *
002692*                 DELTA TO TODAY'S BOOK, SO RECEIPTS AND    *
002694*                 DRAWS BOOKED SINCE THE DIP ARE KEPT.      *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DIP-READING-FILE ASSIGN TO DIPREAD
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-DIPREAD-STATUS.
003400     SELECT TANK-INVENTORY-FILE ASSIGN TO TANKINV
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TANKINV-STATUS.
003700     SELECT TOLERANCE-CARD-FILE ASSIGN TO DIPTOL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-DIPTOL-STATUS.
004000     SELECT DIP-HISTORY-FILE ASSIGN TO DIPHIST
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-DIPHIST-STATUS.
004300     SELECT TANK-NEW-FILE ASSIGN TO TANKNEW
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-TANKNEW-STATUS.
004600     SELECT DIP-REPORT-FILE ASSIGN TO DIPRPT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-DIPRPT-STATUS.
004825     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004850         ORGANIZATION IS LINE SEQUENTIAL
004875         FILE STATUS IS WS-BATCHCTL-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DIP-READING-FILE
005200     RECORDING MODE IS F.
005300     COPY DAY01DP.
005400 FD  TANK-INVENTORY-FILE
005500     RECORDING MODE IS F.
005600     COPY DAY01V.
005700 FD  TOLERANCE-CARD-FILE
005800     RECORDING MODE IS F.
005900     COPY DAY01DT.
006000 FD  DIP-HISTORY-FILE
006100     RECORDING MODE IS F.
006200     COPY DAY01DH.
006300 FD  TANK-NEW-FILE
006400     RECORDING MODE IS F.
006500 01  TANK-NEW-RECORD             PIC X(037).
006600 FD  DIP-REPORT-FILE
006700     RECORDING MODE IS F.
006800 01  DIP-RECORD                  PIC X(080).
006825 FD  BATCH-CONTROL-FILE
006850     RECORDING MODE IS F.
006875     COPY DAY01BC.
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
007200         88  END-OF-FILE                    VALUE 'Y'.
007300     05  WS-INV-EOF-SW           PIC X(01)  VALUE 'N'.
007400         88  INVENTORY-EOF                  VALUE 'Y'.
007500     05  WS-TOL-EOF-SW           PIC X(01)  VALUE 'N'.
007600         88  TOLERANCE-EOF                  VALUE 'Y'.
007700     05  WS-HIST-EOF-SW          PIC X(01)  VALUE 'N'.
007800         88  HISTORY-EOF                    VALUE 'Y'.
007900     05  WS-ACCEPT-SW            PIC X(01)  VALUE 'Y'.
008000         88  READING-ACCEPTED               VALUE 'Y'.
008100         88  READING-REJECTED               VALUE 'N'.
008200     05  WS-TANK-FOUND-SW        PIC X(01)  VALUE 'N'.
008300         88  TANK-FOUND                     VALUE 'Y'.
008400         88  TANK-NOT-FOUND                 VALUE 'N'.
008500     05  WS-TOL-FOUND-SW         PIC X(01)  VALUE 'N'.
008600         88  TOL-FOUND                      VALUE 'Y'.
008700         88  TOL-NOT-FOUND                  VALUE 'N'.
008800     05  WS-HIST-FOUND-SW        PIC X(01)  VALUE 'N'.
008900         88  HIST-FOUND                     VALUE 'Y'.
009000         88  HIST-NOT-FOUND                 VALUE 'N'.
009100     05  WS-SWAPPED-SW           PIC X(01)  VALUE 'N'.
009200         88  PASS-SWAPPED                   VALUE 'Y'.
009300 01  WS-DIPREAD-STATUS           PIC X(02)  VALUE SPACES.
009400 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
009500 01  WS-DIPTOL-STATUS            PIC X(02)  VALUE SPACES.
009600 01  WS-DIPHIST-STATUS           PIC X(02)  VALUE SPACES.
009700 01  WS-TANKNEW-STATUS           PIC X(02)  VALUE SPACES.
009800 01  WS-DIPRPT-STATUS            PIC X(02)  VALUE SPACES.
009850 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009900 01  WS-RUN-IDENTIFICATION.
010000     05  WS-RUN-DATE             PIC 9(08).
010100 01  WS-REJECT-REASON            PIC X(28)  VALUE SPACES.
010200 01  WS-DEFAULT-TOLERANCES.
010300     05  WS-DEFAULT-TOL-PCT      PIC 9(02)V99 VALUE 0.50.
010400     05  WS-DEFAULT-SHRINK-PCT   PIC 9(02)V99 VALUE 2.00.
010500 01  WS-VARIANCE-WORK.
010600     05  WS-TOL-PCT              PIC 9(02)V99 VALUE 0.
010700     05  WS-SHRINK-PCT           PIC 9(02)V99 VALUE 0.
010800     05  WS-BOOK-LEVEL           PIC 9(09)  VALUE 0.
010900     05  WS-VARIANCE             PIC S9(10) VALUE 0.
011000     05  WS-ABS-VARIANCE         PIC 9(10)  VALUE 0.
011050     05  WS-NEW-LEVEL            PIC S9(10) VALUE 0.
011100     05  WS-TOL-QTY              PIC 9(10)  VALUE 0.
011200     05  WS-SHRINK-QTY           PIC 9(10)  VALUE 0.
011300     05  WS-VARIANCE-CLASS       PIC X(01)  VALUE SPACE.
011400         88  VAR-WITHIN-TOLERANCE           VALUE 'W'.
011500         88  VAR-SHRINKAGE                  VALUE 'S'.
011600         88  VAR-UNEXPLAINED-LOSS           VALUE 'L'.
011700         88  VAR-UNEXPLAINED-GAIN           VALUE 'G'.
011800         88  VAR-UNEXPLAINED                VALUE 'L' 'G'.
011900     05  WS-DISPOSITION          PIC X(01)  VALUE SPACE.
012000         88  DISP-POSTED                    VALUE 'P'.
012100         88  DISP-NO-ADJUSTMENT             VALUE 'N'.
012200         88  DISP-AWAITING                  VALUE 'A'.
012300         88  DISP-RECONCILED                VALUE 'P' 'N'.
012400 01  WS-REGISTER-COUNTERS.
012500     05  WS-READ-COUNT           PIC 9(05)  COMP VALUE 0.
012600     05  WS-REJECTED-COUNT       PIC 9(05)  COMP VALUE 0.
012700     05  WS-WITHIN-COUNT         PIC 9(05)  COMP VALUE 0.
012800     05  WS-SHRINK-COUNT         PIC 9(05)  COMP VALUE 0.
012900     05  WS-LOSS-COUNT           PIC 9(05)  COMP VALUE 0.
013000     05  WS-GAIN-COUNT           PIC 9(05)  COMP VALUE 0.
013100     05  WS-POSTED-COUNT         PIC 9(05)  COMP VALUE 0.
013200     05  WS-AWAITING-COUNT       PIC 9(05)  COMP VALUE 0.
013300*    THE OUTPUT RECORD IS BUILT HERE RATHER THAN IN THE
013400*    INVENTORY FD AREA, WHICH IS UNDEFINED ONCE TANKINV IS
013500*    CLOSED.
013600 01  WS-TANK-OUT-RECORD.
013700     05  WS-OUT-TANK-ID          PIC X(08).
013800     05  WS-OUT-CAPACITY-X       PIC X(09).
013900     05  WS-OUT-LEVEL-X          PIC X(09).
014000     05  WS-OUT-STATUS           PIC X(01).
014100     05  WS-OUT-RESERVED-MANIFEST PIC X(10).
014200 01  WS-TANK-TABLE-AREA.
014300     05  WS-TANK-MAX             PIC 9(05)  COMP VALUE 500.
014400     05  WS-TANK-COUNT           PIC 9(05)  COMP VALUE 0.
014500     05  WS-TANK-IDX             PIC 9(05)  COMP VALUE 0.
014600     05  WS-HIT-IDX              PIC 9(05)  COMP VALUE 0.
014700     05  WS-TANK-ENTRY OCCURS 500 TIMES.
014800         10  TE-TANK-ID          PIC X(08).
014900         10  TE-CAPACITY         PIC 9(09).
015000         10  TE-CAPACITY-X REDEFINES TE-CAPACITY
015100                                 PIC X(09).
015200         10  TE-CURRENT-LEVEL    PIC 9(09).
015300         10  TE-LEVEL-X REDEFINES TE-CURRENT-LEVEL
015400                                 PIC X(09).
015500         10  TE-STATUS           PIC X(01).
015600         10  TE-RESERVED-MANIFEST PIC X(10).
015700 01  WS-TOLERANCE-TABLE-AREA.
015800     05  WS-TOL-MAX              PIC 9(05)  COMP VALUE 500.
015900     05  WS-TOL-COUNT            PIC 9(05)  COMP VALUE 0.
016000     05  WS-TOL-IDX              PIC 9(05)  COMP VALUE 0.
016100     05  WS-TOL-ENTRY OCCURS 500 TIMES.
016200         10  TL-TANK-ID          PIC X(08).
016300         10  TL-TOL-PCT          PIC 9(02)V99.
016400         10  TL-SHRINK-PCT       PIC 9(02)V99.
016500 01  WS-HISTORY-TABLE-AREA.
016600     05  WS-HIST-MAX             PIC 9(05)  COMP VALUE 5000.
016700     05  WS-HIST-COUNT           PIC 9(05)  COMP VALUE 0.
016800     05  WS-HIST-IDX             PIC 9(05)  COMP VALUE 0.
016900     05  WS-SORT-LIMIT           PIC 9(05)  COMP VALUE 0.
017000     05  WS-HIST-ENTRY OCCURS 5000 TIMES.
017100         10  HE-SORT-KEY.
017200             15  HE-TANK-ID      PIC X(08).
017300             15  HE-READING-DATE PIC 9(08).
017400         10  HE-BOOK-LEVEL       PIC 9(09).
017500         10  HE-MEASURED-QTY     PIC 9(09).
017600         10  HE-VARIANCE-CLASS   PIC X(01).
017700         10  HE-POSTED-IND       PIC X(01).
017800 01  WS-HIST-SWAP-ENTRY          PIC X(036).
017900 01  WS-TREND-WORK.
018000     05  WS-CURRENT-TANK         PIC X(08)  VALUE SPACES.
018100     05  WS-TREND-VARIANCE       PIC S9(10) VALUE 0.
018200     05  WS-CUMULATIVE-VARIANCE  PIC S9(11) VALUE 0.
018300     05  WS-TANK-READINGS        PIC 9(05)  COMP VALUE 0.
018400     05  WS-TANK-SHRINKAGE       PIC 9(11)  VALUE 0.
018500     05  WS-TANK-LOSS            PIC 9(11)  VALUE 0.
018600     05  WS-TANK-GAIN            PIC 9(11)  VALUE 0.
018700 01  DIP-HEADING-1.
018800     05  FILLER                  PIC X(34)
018900         VALUE 'TANK DIP RECONCILIATION REGISTER  '.
019000     05  FILLER                  PIC X(06)  VALUE SPACES.
019100     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
019200     05  DH1-RUN-DATE            PIC 9(08).
019300 01  DIP-HEADING-2.
019400     05  FILLER                  PIC X(09)  VALUE 'TANK ID'.
019500     05  FILLER                  PIC X(09)  VALUE 'DIP DATE'.
019600     05  FILLER                  PIC X(10)  VALUE '     BOOK'.
019700     05  FILLER                  PIC X(10)  VALUE ' MEASURED'.
019800     05  FILLER                  PIC X(11)  VALUE '  VARIANCE'.
019900     05  FILLER                  PIC X(12)  VALUE 'CLASS'.
020000     05  FILLER                  PIC X(16)  VALUE 'DISPOSITION'.
020100 01  DIP-DETAIL-LINE.
020200     05  DDL-TANK-ID             PIC X(08).
020300     05  FILLER                  PIC X(01)  VALUE SPACE.
020400     05  DDL-READING-DATE        PIC X(08).
020500     05  FILLER                  PIC X(01)  VALUE SPACE.
020600     05  DDL-BOOK-LEVEL          PIC Z(08)9.
020700     05  FILLER                  PIC X(01)  VALUE SPACE.
020800     05  DDL-MEASURED-QTY        PIC X(09).
020900     05  FILLER                  PIC X(01)  VALUE SPACE.
021000     05  DDL-VARIANCE            PIC -(09)9.
021100     05  FILLER                  PIC X(01)  VALUE SPACE.
021200     05  DDL-RESULT.
021300         10  DDL-CLASS           PIC X(11).
021400         10  FILLER              PIC X(01).
021500         10  DDL-DISPOSITION     PIC X(16).
021600     05  DDL-REJECT-REASON REDEFINES DDL-RESULT
021700                                 PIC X(28).
021800 01  DIP-TREND-HEADING.
021900     05  FILLER                  PIC X(40)
022000         VALUE 'VARIANCE TREND BY TANK (RECONCILED DIPS)'.
022100 01  DIP-TANK-HEADING.
022200     05  FILLER                  PIC X(05)  VALUE 'TANK '.
022300     05  DTH-TANK-ID             PIC X(08).
022400 01  DIP-TREND-COLUMNS.
022500     05  FILLER                  PIC X(09)  VALUE 'DIP DATE'.
022600     05  FILLER                  PIC X(10)  VALUE '     BOOK'.
022700     05  FILLER                  PIC X(10)  VALUE ' MEASURED'.
022800     05  FILLER                  PIC X(11)  VALUE '  VARIANCE'.
022900     05  FILLER                  PIC X(12)  VALUE ' CUMULATIVE'.
023000     05  FILLER                  PIC X(12)  VALUE 'CLASS'.
023100     05  FILLER                  PIC X(06)  VALUE 'POSTED'.
023200 01  DIP-TREND-LINE.
023300     05  DTL-READING-DATE        PIC 9(08).
023400     05  FILLER                  PIC X(01)  VALUE SPACE.
023500     05  DTL-BOOK-LEVEL          PIC Z(08)9.
023600     05  FILLER                  PIC X(01)  VALUE SPACE.
023700     05  DTL-MEASURED-QTY        PIC Z(08)9.
023800     05  FILLER                  PIC X(01)  VALUE SPACE.
023900     05  DTL-VARIANCE            PIC -(09)9.
024000     05  FILLER                  PIC X(01)  VALUE SPACE.
024100     05  DTL-CUMULATIVE          PIC -(10)9.
024200     05  FILLER                  PIC X(01)  VALUE SPACE.
024300     05  DTL-CLASS               PIC X(11).
024400     05  FILLER                  PIC X(01)  VALUE SPACE.
024500     05  DTL-POSTED              PIC X(03).
024600 01  DIP-TANK-TOTAL-LINE.
024700     05  FILLER                  PIC X(10)  VALUE '  DIPS:'.
024800     05  DTT-READINGS            PIC ZZZZ9.
024900     05  FILLER                  PIC X(13)  VALUE '  SHRINKAGE:'.
025000     05  DTT-SHRINKAGE           PIC Z(10)9.
025100     05  FILLER                  PIC X(08)  VALUE '  LOSS:'.
025200     05  DTT-LOSS                PIC Z(10)9.
025300     05  FILLER                  PIC X(08)  VALUE '  GAIN:'.
025400     05  DTT-GAIN                PIC Z(10)9.
025500 01  DIP-BLANK-LINE              PIC X(01)  VALUE SPACE.
025600 01  DIP-TOTAL-LINE-1.
025700     05  FILLER                  PIC X(24)
025800         VALUE 'READINGS READ:          '.
025900     05  DT-READ-COUNT           PIC ZZZZ9.
026000 01  DIP-TOTAL-LINE-2.
026100     05  FILLER                  PIC X(24)
026200         VALUE 'REJECTED:               '.
026300     05  DT-REJECTED-COUNT       PIC ZZZZ9.
026400 01  DIP-TOTAL-LINE-3.
026500     05  FILLER                  PIC X(24)
026600         VALUE 'WITHIN TOLERANCE:       '.
026700     05  DT-WITHIN-COUNT         PIC ZZZZ9.
026800 01  DIP-TOTAL-LINE-4.
026900     05  FILLER                  PIC X(24)
027000         VALUE 'SHRINKAGE/EVAPORATION:  '.
027100     05  DT-SHRINK-COUNT         PIC ZZZZ9.
027200 01  DIP-TOTAL-LINE-5.
027300     05  FILLER                  PIC X(24)
027400         VALUE 'UNEXPLAINED LOSS:       '.
027500     05  DT-LOSS-COUNT           PIC ZZZZ9.
027600 01  DIP-TOTAL-LINE-6.
027700     05  FILLER                  PIC X(24)
027800         VALUE 'UNEXPLAINED GAIN:       '.
027900     05  DT-GAIN-COUNT           PIC ZZZZ9.
028000 01  DIP-TOTAL-LINE-7.
028100     05  FILLER                  PIC X(24)
028200         VALUE 'ADJUSTMENTS POSTED:     '.
028300     05  DT-POSTED-COUNT         PIC ZZZZ9.
028400 01  DIP-TOTAL-LINE-8.
028500     05  FILLER                  PIC X(24)
028600         VALUE 'AWAITING APPROVAL:      '.
028700     05  DT-AWAITING-COUNT       PIC ZZZZ9.
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE
029100         THRU 1000-INITIALIZE-EXIT.
029200     PERFORM 2000-PROCESS-READING
029300         THRU 2000-PROCESS-READING-EXIT
029400         UNTIL END-OF-FILE.
029500     PERFORM 3000-PRINT-TREND
029600         THRU 3000-PRINT-TREND-EXIT.
029700     PERFORM 9000-TERMINATE
029800         THRU 9000-TERMINATE-EXIT.
029900     STOP RUN.
030000 0000-MAINLINE-EXIT.
030100     EXIT.
030200*-----------------------------------------------------------*
030300* 1000-INITIALIZE - OPEN THE READINGS, LOAD THE TANK        *
030400*                   INVENTORY, THE TOLERANCE CARDS AND THE  *
030500*                   DIP HISTORY, THEN REOPEN THE HISTORY TO *
030600*                   APPEND.  A MISSING INVENTORY ENDS THE   *
030700*                   RUN WITH RC 12 - SWAPPING IN AN EMPTY   *
030800*                   TANKNEW WOULD LOSE THE FARM.            *
030900*-----------------------------------------------------------*
031000 1000-INITIALIZE.
031100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031200     OPEN INPUT DIP-READING-FILE.
031300     IF WS-DIPREAD-STATUS NOT = '00'
031400         DISPLAY 'DAY01DR - CANNOT OPEN DIPREAD, STATUS '
031500             WS-DIPREAD-STATUS
031600         MOVE 12 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     OPEN INPUT TANK-INVENTORY-FILE.
032000     IF WS-TANKINV-STATUS NOT = '00'
032100         DISPLAY 'DAY01DR - CANNOT OPEN TANKINV, STATUS '
032200             WS-TANKINV-STATUS
032300         MOVE 12 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     PERFORM 1100-LOAD-TANK-ENTRY
032700         THRU 1100-LOAD-TANK-ENTRY-EXIT
032800         UNTIL INVENTORY-EOF.
032900     CLOSE TANK-INVENTORY-FILE.
033000     OPEN INPUT TOLERANCE-CARD-FILE.
033100     IF WS-DIPTOL-STATUS = '35'
033200         SET TOLERANCE-EOF TO TRUE
033300     ELSE
033400         PERFORM 1200-LOAD-TOLERANCE-CARD
033500             THRU 1200-LOAD-TOLERANCE-CARD-EXIT
033600             UNTIL TOLERANCE-EOF
033700         CLOSE TOLERANCE-CARD-FILE
033800     END-IF.
033900     OPEN INPUT DIP-HISTORY-FILE.
034000     IF WS-DIPHIST-STATUS = '35'
034100         SET HISTORY-EOF TO TRUE
034200     ELSE
034300         PERFORM 1300-LOAD-HISTORY-ENTRY
034400             THRU 1300-LOAD-HISTORY-ENTRY-EXIT
034500             UNTIL HISTORY-EOF
034600         CLOSE DIP-HISTORY-FILE
034700     END-IF.
034800     OPEN EXTEND DIP-HISTORY-FILE.
034900     IF WS-DIPHIST-STATUS = '35'
035000         OPEN OUTPUT DIP-HISTORY-FILE
035100     END-IF.
035200     OPEN OUTPUT TANK-NEW-FILE.
035300     OPEN OUTPUT DIP-REPORT-FILE.
035400     MOVE WS-RUN-DATE TO DH1-RUN-DATE.
035500     WRITE DIP-RECORD FROM DIP-HEADING-1.
035600     WRITE DIP-RECORD FROM DIP-BLANK-LINE.
035700     WRITE DIP-RECORD FROM DIP-HEADING-2.
035800     WRITE DIP-RECORD FROM DIP-BLANK-LINE.
035900     PERFORM 2900-READ-READING
036000         THRU 2900-READ-READING-EXIT.
036100 1000-INITIALIZE-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------*
036400* 1100-LOAD-TANK-ENTRY - ONE TANK RECORD INTO THE TABLE AS  *
036500*                        RAW BYTES, AS DAY01TM DOES, SO A   *
036600*                        CORRUPT RECORD IS CARRIED THROUGH  *
036700*                        UNTOUCHED                          *
036800*-----------------------------------------------------------*
036900 1100-LOAD-TANK-ENTRY.
037000     READ TANK-INVENTORY-FILE
037100         AT END
037200             SET INVENTORY-EOF TO TRUE
037300             GO TO 1100-LOAD-TANK-ENTRY-EXIT
037400     END-READ.
037500     IF WS-TANK-COUNT NOT < WS-TANK-MAX
037600         DISPLAY 'DAY01DR - TANK TABLE FULL AT ' WS-TANK-MAX
037700         MOVE 12 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000     ADD 1 TO WS-TANK-COUNT.
038100     MOVE TK-TANK-ID     TO TE-TANK-ID (WS-TANK-COUNT).
038200     MOVE TK-CAPACITY-X  TO TE-CAPACITY-X (WS-TANK-COUNT).
038300     MOVE TK-LEVEL-X     TO TE-LEVEL-X (WS-TANK-COUNT).
038400     MOVE TK-STATUS      TO TE-STATUS (WS-TANK-COUNT).
038500     MOVE TK-RESERVED-MANIFEST
038600                         TO TE-RESERVED-MANIFEST (WS-TANK-COUNT).
038700 1100-LOAD-TANK-ENTRY-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------*
039000* 1200-LOAD-TOLERANCE-CARD - ONE TANK'S TOLERANCE CARD, OR  *
039100*                            THE DEFAULT CARD (BLANK TANK   *
039200*                            ID).  A CARD WITH A BAD        *
039300*                            PERCENTAGE IS SKIPPED LOUDLY   *
039400*                            AND THE TANK FALLS BACK TO THE *
039500*                            DEFAULT.                       *
039600*-----------------------------------------------------------*
039700 1200-LOAD-TOLERANCE-CARD.
039800     READ TOLERANCE-CARD-FILE
039900         AT END
040000             SET TOLERANCE-EOF TO TRUE
040100             GO TO 1200-LOAD-TOLERANCE-CARD-EXIT
040200     END-READ.
040300     IF DT-TOLERANCE-PCT NOT NUMERIC
040400        OR DT-SHRINK-PCT NOT NUMERIC
040500        OR DT-SHRINK-PCT < DT-TOLERANCE-PCT
040600         DISPLAY 'DAY01DR - BAD TOLERANCE CARD SKIPPED: '
040700             DIP-TOLERANCE-CARD
040800         GO TO 1200-LOAD-TOLERANCE-CARD-EXIT
040900     END-IF.
041000     IF DT-DEFAULT-CARD
041100         MOVE DT-TOLERANCE-PCT TO WS-DEFAULT-TOL-PCT
041200         MOVE DT-SHRINK-PCT    TO WS-DEFAULT-SHRINK-PCT
041300         GO TO 1200-LOAD-TOLERANCE-CARD-EXIT
041400     END-IF.
041500     IF WS-TOL-COUNT NOT < WS-TOL-MAX
041600         DISPLAY 'DAY01DR - TOLERANCE TABLE FULL AT ' WS-TOL-MAX
041700         MOVE 12 TO RETURN-CODE
041800         STOP RUN
041900     END-IF.
042000     ADD 1 TO WS-TOL-COUNT.
042100     MOVE DT-TANK-ID       TO TL-TANK-ID (WS-TOL-COUNT).
042200     MOVE DT-TOLERANCE-PCT TO TL-TOL-PCT (WS-TOL-COUNT).
042300     MOVE DT-SHRINK-PCT    TO TL-SHRINK-PCT (WS-TOL-COUNT).
042400 1200-LOAD-TOLERANCE-CARD-EXIT.
042500     EXIT.
042600*-----------------------------------------------------------*
042700* 1300-LOAD-HISTORY-ENTRY - ONE RECONCILED DIP FROM EARLIER *
042800*                           RUNS, FOR THE TREND AND TO STOP *
042900*                           THE SAME DIP POSTING TWICE      *
043000*-----------------------------------------------------------*
043100 1300-LOAD-HISTORY-ENTRY.
043200     READ DIP-HISTORY-FILE
043300         AT END
043400             SET HISTORY-EOF TO TRUE
043500             GO TO 1300-LOAD-HISTORY-ENTRY-EXIT
043600     END-READ.
043700     IF DH-READING-DATE NOT NUMERIC
043800        OR DH-BOOK-LEVEL NOT NUMERIC
043900        OR DH-MEASURED-QTY NOT NUMERIC
044000         DISPLAY 'DAY01DR - BAD HISTORY RECORD SKIPPED: '
044100             DIP-HISTORY-RECORD
044200         GO TO 1300-LOAD-HISTORY-ENTRY-EXIT
044300     END-IF.
044400     IF WS-HIST-COUNT NOT < WS-HIST-MAX
044500         DISPLAY 'DAY01DR - HISTORY TABLE FULL AT ' WS-HIST-MAX
044600         MOVE 12 TO RETURN-CODE
044700         STOP RUN
044800     END-IF.
044900     ADD 1 TO WS-HIST-COUNT.
045000     MOVE DH-TANK-ID        TO HE-TANK-ID (WS-HIST-COUNT).
045100     MOVE DH-READING-DATE   TO HE-READING-DATE (WS-HIST-COUNT).
045200     MOVE DH-BOOK-LEVEL     TO HE-BOOK-LEVEL (WS-HIST-COUNT).
045300     MOVE DH-MEASURED-QTY   TO HE-MEASURED-QTY (WS-HIST-COUNT).
045400     MOVE DH-VARIANCE-CLASS TO HE-VARIANCE-CLASS (WS-HIST-COUNT).
045500     MOVE DH-POSTED-IND     TO HE-POSTED-IND (WS-HIST-COUNT).
045600 1300-LOAD-HISTORY-ENTRY-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------*
045900* 2000-PROCESS-READING - EDIT ONE DIP, CLASSIFY ITS         *
046000*                        VARIANCE, POST IT WHEN APPROVED,   *
046100*                        AND WRITE ITS REGISTER LINE EITHER *
046200*                        WAY                                *
046300*-----------------------------------------------------------*
046400 2000-PROCESS-READING.
046500     ADD 1 TO WS-READ-COUNT.
046600     SET READING-ACCEPTED TO TRUE.
046700     MOVE SPACES TO WS-REJECT-REASON.
046800     MOVE SPACE TO WS-VARIANCE-CLASS.
046900     MOVE SPACE TO WS-DISPOSITION.
047000     MOVE 0 TO WS-BOOK-LEVEL.
047100     MOVE 0 TO WS-VARIANCE.
047200     PERFORM 2050-VALIDATE-READING
047300         THRU 2050-VALIDATE-READING-EXIT.
047400     IF READING-ACCEPTED
047500         PERFORM 2100-CLASSIFY-VARIANCE
047600             THRU 2100-CLASSIFY-VARIANCE-EXIT
047700         PERFORM 2200-DISPOSE-READING
047800             THRU 2200-DISPOSE-READING-EXIT
047900     END-IF.
048000     PERFORM 2400-WRITE-REGISTER
048100         THRU 2400-WRITE-REGISTER-EXIT.
048200     PERFORM 2900-READ-READING
048300         THRU 2900-READ-READING-EXIT.
048400 2000-PROCESS-READING-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
048700* 2050-VALIDATE-READING - REJECT A DIP FOR AN UNKNOWN TANK, *
048800*                         A BAD OR FUTURE DATE, A BAD       *
048900*                         QUANTITY OR ONE OVER THE TANK'S   *
049000*                         CAPACITY, AN UNUSABLE TANK        *
049100*                         RECORD, OR A DIP OF THE SAME TANK *
049200*                         AND DATE ALREADY RECONCILED.  AN  *
049216*                         APPROVED DIP MUST CARRY THE BOOK  *
049232*                         LEVEL AT DIP TIME, AND ITS        *
049248*                         VARIANCE APPLIED TO TODAY'S BOOK  *
049264*                         MUST LEAVE THE TANK BETWEEN EMPTY *
049280*                         AND CAPACITY.                     *
049300*-----------------------------------------------------------*
049400 2050-VALIDATE-READING.
049500     IF DP-TANK-ID = SPACES
049600         SET READING-REJECTED TO TRUE
049700         MOVE 'MISSING TANK ID' TO WS-REJECT-REASON
049800         GO TO 2050-VALIDATE-READING-EXIT
049900     END-IF.
050000     PERFORM 2600-FIND-TANK
050100         THRU 2600-FIND-TANK-EXIT.
050200     IF TANK-NOT-FOUND
050300         SET READING-REJECTED TO TRUE
050400         MOVE 'TANK NOT ON INVENTORY' TO WS-REJECT-REASON
050500         GO TO 2050-VALIDATE-READING-EXIT
050600     END-IF.
050700     IF DP-READING-DATE NOT NUMERIC
050800        OR DP-READING-DATE = 0
050900         SET READING-REJECTED TO TRUE
051000         MOVE 'INVALID READING DATE' TO WS-REJECT-REASON
051100         GO TO 2050-VALIDATE-READING-EXIT
051200     END-IF.
051300     IF DP-READING-DATE > WS-RUN-DATE
051400         SET READING-REJECTED TO TRUE
051500         MOVE 'FUTURE READING DATE' TO WS-REJECT-REASON
051600         GO TO 2050-VALIDATE-READING-EXIT
051700     END-IF.
051800     IF DP-MEASURED-QTY NOT NUMERIC
051900         SET READING-REJECTED TO TRUE
052000         MOVE 'INVALID MEASURED QUANTITY' TO WS-REJECT-REASON
052100         GO TO 2050-VALIDATE-READING-EXIT
052200     END-IF.
052300     IF TE-CURRENT-LEVEL (WS-HIT-IDX) NOT NUMERIC
052400        OR TE-CAPACITY (WS-HIT-IDX) NOT NUMERIC
052500         SET READING-REJECTED TO TRUE
052600         MOVE 'UNUSABLE TANK RECORD' TO WS-REJECT-REASON
052700         GO TO 2050-VALIDATE-READING-EXIT
052800     END-IF.
052900     IF DP-MEASURED-QTY > TE-CAPACITY (WS-HIT-IDX)
053000         SET READING-REJECTED TO TRUE
053100         MOVE 'READING OVER CAPACITY' TO WS-REJECT-REASON
053200         GO TO 2050-VALIDATE-READING-EXIT
053300     END-IF.
053400     PERFORM 2700-FIND-HISTORY
053500         THRU 2700-FIND-HISTORY-EXIT.
053600     IF HIST-FOUND
053700         SET READING-REJECTED TO TRUE
053800         MOVE 'DIP ALREADY RECONCILED' TO WS-REJECT-REASON
053805         GO TO 2050-VALIDATE-READING-EXIT
053810     END-IF.
053815     IF DP-NOT-APPROVED
053820         GO TO 2050-VALIDATE-READING-EXIT
053825     END-IF.
053830     IF DP-BOOK-LEVEL NOT NUMERIC
053835         SET READING-REJECTED TO TRUE
053840         MOVE 'MISSING BOOK LEVEL AT DIP' TO WS-REJECT-REASON
053845         GO TO 2050-VALIDATE-READING-EXIT
053850     END-IF.
053855     COMPUTE WS-NEW-LEVEL = TE-CURRENT-LEVEL (WS-HIT-IDX)
053860         + DP-MEASURED-QTY - DP-BOOK-LEVEL.
053865     IF WS-NEW-LEVEL < 0
053870        OR WS-NEW-LEVEL > TE-CAPACITY (WS-HIT-IDX)
053875         SET READING-REJECTED TO TRUE
053880         MOVE 'ADJUSTMENT OUTSIDE TANK' TO WS-REJECT-REASON
053900     END-IF.
054000 2050-VALIDATE-READING-EXIT.
054100     EXIT.
054200*-----------------------------------------------------------*
054300* 2100-CLASSIFY-VARIANCE - VARIANCE IS MEASURED LESS BOOK,  *
054400*                          THE BOOK BEING TODAY'S LEVEL ON  *
054500*                          A NEW DIP AND THE LEVEL AT DIP   *
054600*                          TIME ON AN APPROVED ONE.  WITHIN *
054700*                          THE TANK'S TOLERANCE PERCENT OF  *
054800*                          BOOK EITHER WAY IT IS GAUGE      *
054900*                          NOISE; A SHORTFALL UP TO THE     *
055000*                          SHRINKAGE PERCENT IS SHRINKAGE   *
055100*                          OR EVAPORATION; A BIGGER         *
055200*                          SHORTFALL IS UNEXPLAINED LOSS,   *
055225*                          AND A SURPLUS PAST TOLERANCE IS  *
055250*                          UNEXPLAINED GAIN (FUEL THE BOOK  *
055275*                          NEVER RECEIVED).                 *
055300*-----------------------------------------------------------*
055400 2100-CLASSIFY-VARIANCE.
055500     PERFORM 2150-FIND-TOLERANCE
055600         THRU 2150-FIND-TOLERANCE-EXIT.
055700     IF DP-NOT-APPROVED
055720         MOVE TE-CURRENT-LEVEL (WS-HIT-IDX) TO WS-BOOK-LEVEL
055740     ELSE
055760         MOVE DP-BOOK-LEVEL TO WS-BOOK-LEVEL
055780     END-IF.
055800     COMPUTE WS-VARIANCE = DP-MEASURED-QTY - WS-BOOK-LEVEL.
055900     IF WS-VARIANCE < 0
056000         COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
056100     ELSE
056200         MOVE WS-VARIANCE TO WS-ABS-VARIANCE
056300     END-IF.
056400     COMPUTE WS-TOL-QTY ROUNDED =
056500         WS-BOOK-LEVEL * WS-TOL-PCT / 100.
056600     COMPUTE WS-SHRINK-QTY ROUNDED =
056700         WS-BOOK-LEVEL * WS-SHRINK-PCT / 100.
056800     IF WS-ABS-VARIANCE NOT > WS-TOL-QTY
056900         SET VAR-WITHIN-TOLERANCE TO TRUE
057000         ADD 1 TO WS-WITHIN-COUNT
057100     ELSE IF WS-VARIANCE > 0
057200         SET VAR-UNEXPLAINED-GAIN TO TRUE
057300         ADD 1 TO WS-GAIN-COUNT
057400     ELSE IF WS-ABS-VARIANCE NOT > WS-SHRINK-QTY
057500         SET VAR-SHRINKAGE TO TRUE
057600         ADD 1 TO WS-SHRINK-COUNT
057700     ELSE
057800         SET VAR-UNEXPLAINED-LOSS TO TRUE
057900         ADD 1 TO WS-LOSS-COUNT
058000     END-IF.
058100 2100-CLASSIFY-VARIANCE-EXIT.
058200     EXIT.
058300 2150-FIND-TOLERANCE.
058400     SET TOL-NOT-FOUND TO TRUE.
058500     MOVE WS-DEFAULT-TOL-PCT    TO WS-TOL-PCT.
058600     MOVE WS-DEFAULT-SHRINK-PCT TO WS-SHRINK-PCT.
058700     PERFORM 2160-TEST-TOLERANCE
058800         THRU 2160-TEST-TOLERANCE-EXIT
058900         VARYING WS-TOL-IDX FROM 1 BY 1
059000         UNTIL WS-TOL-IDX > WS-TOL-COUNT
059100             OR TOL-FOUND.
059200 2150-FIND-TOLERANCE-EXIT.
059300     EXIT.
059400 2160-TEST-TOLERANCE.
059500     IF TL-TANK-ID (WS-TOL-IDX) = DP-TANK-ID
059600         SET TOL-FOUND TO TRUE
059700         MOVE TL-TOL-PCT (WS-TOL-IDX)    TO WS-TOL-PCT
059800         MOVE TL-SHRINK-PCT (WS-TOL-IDX) TO WS-SHRINK-PCT
059900     END-IF.
060000 2160-TEST-TOLERANCE-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------*
060300* 2200-DISPOSE-READING - A SUPERVISOR-APPROVED VARIANCE     *
060400*                        POSTS AS A DELTA: TODAY'S BOOK     *
060500*                        LEVEL MOVES BY THE MEASURED        *
060600*                        QUANTITY LESS THE BOOK LEVEL AT    *
060700*                        DIP TIME, SO MOVEMENTS BOOKED      *
060800*                        SINCE THE DIP STAND.  AN           *
060900*                        UNAPPROVED DIP WITHIN TOLERANCE    *
060920*                        NEEDS NO ADJUSTMENT; ANY OTHER     *
060940*                        UNAPPROVED DIP WAITS FOR A         *
060960*                        SUPERVISOR AND IS NOT YET          *
060980*                        RECONCILED.                        *
061000*-----------------------------------------------------------*
061100 2200-DISPOSE-READING.
061200     IF NOT DP-NOT-APPROVED
061300         IF WS-VARIANCE NOT = 0
061400             MOVE WS-NEW-LEVEL
061500                 TO TE-CURRENT-LEVEL (WS-HIT-IDX)
061600             SET DISP-POSTED TO TRUE
061700             ADD 1 TO WS-POSTED-COUNT
061800         ELSE
061900             SET DISP-NO-ADJUSTMENT TO TRUE
062000         END-IF
062100     ELSE IF VAR-WITHIN-TOLERANCE
062200         SET DISP-NO-ADJUSTMENT TO TRUE
062300     ELSE
062400         SET DISP-AWAITING TO TRUE
062500         ADD 1 TO WS-AWAITING-COUNT
062600     END-IF.
062700     IF DISP-RECONCILED
062800         PERFORM 2300-RECORD-HISTORY
062900             THRU 2300-RECORD-HISTORY-EXIT
063000     END-IF.
063100 2200-DISPOSE-READING-EXIT.
063200     EXIT.
063300*-----------------------------------------------------------*
063400* 2300-RECORD-HISTORY - APPEND THE RECONCILED DIP TO THE    *
063500*                       HISTORY FILE AND THE TREND TABLE    *
063600*-----------------------------------------------------------*
063700 2300-RECORD-HISTORY.
063800     MOVE SPACES             TO DIP-HISTORY-RECORD.
063900     MOVE DP-TANK-ID         TO DH-TANK-ID.
064000     MOVE DP-READING-DATE    TO DH-READING-DATE.
064100     MOVE WS-BOOK-LEVEL      TO DH-BOOK-LEVEL.
064200     MOVE DP-MEASURED-QTY    TO DH-MEASURED-QTY.
064300     MOVE WS-VARIANCE-CLASS  TO DH-VARIANCE-CLASS.
064400     IF DISP-POSTED
064500         MOVE 'Y' TO DH-POSTED-IND
064600     ELSE
064700         MOVE 'N' TO DH-POSTED-IND
064800     END-IF.
064900     MOVE DP-APPROVED-BY     TO DH-APPROVED-BY.
065000     MOVE WS-RUN-DATE        TO DH-RECONCILED-DATE.
065100     WRITE DIP-HISTORY-RECORD.
065200     IF WS-HIST-COUNT NOT < WS-HIST-MAX
065300         DISPLAY 'DAY01DR - HISTORY TABLE FULL AT ' WS-HIST-MAX
065400         MOVE 12 TO RETURN-CODE
065500         STOP RUN
065600     END-IF.
065700     ADD 1 TO WS-HIST-COUNT.
065800     MOVE DH-TANK-ID        TO HE-TANK-ID (WS-HIST-COUNT).
065900     MOVE DH-READING-DATE   TO HE-READING-DATE (WS-HIST-COUNT).
066000     MOVE DH-BOOK-LEVEL     TO HE-BOOK-LEVEL (WS-HIST-COUNT).
066100     MOVE DH-MEASURED-QTY   TO HE-MEASURED-QTY (WS-HIST-COUNT).
066200     MOVE DH-VARIANCE-CLASS TO HE-VARIANCE-CLASS (WS-HIST-COUNT).
066300     MOVE DH-POSTED-IND     TO HE-POSTED-IND (WS-HIST-COUNT).
066400 2300-RECORD-HISTORY-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------*
066700* 2400-WRITE-REGISTER - ONE REGISTER LINE PER DIP: ITS      *
066800*                       VARIANCE, CLASS AND DISPOSITION, OR *
066900*                       THE REJECT REASON                   *
067000*-----------------------------------------------------------*
067100 2400-WRITE-REGISTER.
067200     MOVE DP-TANK-ID          TO DDL-TANK-ID.
067300     MOVE DP-READING-DATE-X   TO DDL-READING-DATE.
067400     MOVE DP-MEASURED-QTY-X   TO DDL-MEASURED-QTY.
067500     MOVE WS-BOOK-LEVEL       TO DDL-BOOK-LEVEL.
067600     MOVE WS-VARIANCE         TO DDL-VARIANCE.
067700     MOVE SPACES              TO DDL-RESULT.
067800     IF READING-REJECTED
067900         ADD 1 TO WS-REJECTED-COUNT
068000         MOVE WS-REJECT-REASON TO DDL-REJECT-REASON
068100         WRITE DIP-RECORD FROM DIP-DETAIL-LINE
068200         GO TO 2400-WRITE-REGISTER-EXIT
068300     END-IF.
068400     PERFORM 2410-NAME-CLASS
068500         THRU 2410-NAME-CLASS-EXIT.
068600     IF DISP-POSTED
068700         MOVE 'VARIANCE POSTED' TO DDL-DISPOSITION
068800     ELSE IF DISP-NO-ADJUSTMENT
068900         MOVE 'NO ADJUSTMENT'   TO DDL-DISPOSITION
069000     ELSE
069100         MOVE 'AWAIT APPROVAL'  TO DDL-DISPOSITION
069200     END-IF.
069300     WRITE DIP-RECORD FROM DIP-DETAIL-LINE.
069400 2400-WRITE-REGISTER-EXIT.
069500     EXIT.
069600 2410-NAME-CLASS.
069700     IF VAR-WITHIN-TOLERANCE
069800         MOVE 'WITHIN TOL'  TO DDL-CLASS
069900     ELSE IF VAR-SHRINKAGE
070000         MOVE 'SHRINKAGE'   TO DDL-CLASS
070100     ELSE IF VAR-UNEXPLAINED-LOSS
070200         MOVE 'UNEXPL LOSS' TO DDL-CLASS
070300     ELSE
070400         MOVE 'UNEXPL GAIN' TO DDL-CLASS
070500     END-IF.
070600 2410-NAME-CLASS-EXIT.
070700     EXIT.
070800*-----------------------------------------------------------*
070900* 2600-FIND-TANK - FIND THE DIP'S TANK IN THE TABLE         *
071000*-----------------------------------------------------------*
071100 2600-FIND-TANK.
071200     SET TANK-NOT-FOUND TO TRUE.
071300     MOVE 0 TO WS-HIT-IDX.
071400     PERFORM 2610-TEST-TANK-ENTRY
071500         THRU 2610-TEST-TANK-ENTRY-EXIT
071600         VARYING WS-TANK-IDX FROM 1 BY 1
071700         UNTIL WS-TANK-IDX > WS-TANK-COUNT
071800             OR TANK-FOUND.
071900 2600-FIND-TANK-EXIT.
072000     EXIT.
072100 2610-TEST-TANK-ENTRY.
072200     IF TE-TANK-ID (WS-TANK-IDX) = DP-TANK-ID
072300         SET TANK-FOUND TO TRUE
072400         MOVE WS-TANK-IDX TO WS-HIT-IDX
072500     END-IF.
072600 2610-TEST-TANK-ENTRY-EXIT.
072700     EXIT.
072800*-----------------------------------------------------------*
072900* 2700-FIND-HISTORY - HAS THIS TANK'S DIP FOR THIS DATE BEEN*
073000*                     RECONCILED ALREADY?                   *
073100*-----------------------------------------------------------*
073200 2700-FIND-HISTORY.
073300     SET HIST-NOT-FOUND TO TRUE.
073400     PERFORM 2710-TEST-HISTORY-ENTRY
073500         THRU 2710-TEST-HISTORY-ENTRY-EXIT
073600         VARYING WS-HIST-IDX FROM 1 BY 1
073700         UNTIL WS-HIST-IDX > WS-HIST-COUNT
073800             OR HIST-FOUND.
073900 2700-FIND-HISTORY-EXIT.
074000     EXIT.
074100 2710-TEST-HISTORY-ENTRY.
074200     IF HE-TANK-ID (WS-HIST-IDX) = DP-TANK-ID
074300        AND HE-READING-DATE (WS-HIST-IDX) = DP-READING-DATE
074400         SET HIST-FOUND TO TRUE
074500     END-IF.
074600 2710-TEST-HISTORY-ENTRY-EXIT.
074700     EXIT.
074800*-----------------------------------------------------------*
074900* 2900-READ-READING - READ THE NEXT DIP READING             *
075000*-----------------------------------------------------------*
075100 2900-READ-READING.
075200     READ DIP-READING-FILE
075300         AT END
075400             SET END-OF-FILE TO TRUE
075500     END-READ.
075600 2900-READ-READING-EXIT.
075700     EXIT.
075800*-----------------------------------------------------------*
075900* 3000-PRINT-TREND - SORT THE RECONCILED DIPS BY TANK AND   *
076000*                    DATE AND PRINT EACH TANK'S VARIANCES IN*
076100*                    DATE ORDER WITH THE RUNNING TOTAL, SO A*
076200*                    TANK THAT KEEPS LOSING FUEL STANDS OUT *
076300*-----------------------------------------------------------*
076400 3000-PRINT-TREND.
076500     WRITE DIP-RECORD FROM DIP-BLANK-LINE.
076600     WRITE DIP-RECORD FROM DIP-TREND-HEADING.
076700     IF WS-HIST-COUNT > 1
076800         SET PASS-SWAPPED TO TRUE
076900         PERFORM 3100-SORT-ONE-PASS
077000             THRU 3100-SORT-ONE-PASS-EXIT
077100             UNTIL NOT PASS-SWAPPED
077200     END-IF.
077300     MOVE SPACES TO WS-CURRENT-TANK.
077400     PERFORM 3200-PRINT-ONE-DIP
077500         THRU 3200-PRINT-ONE-DIP-EXIT
077600         VARYING WS-HIST-IDX FROM 1 BY 1
077700         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
077800     IF WS-HIST-COUNT > 0
077900         PERFORM 3300-END-TANK
078000             THRU 3300-END-TANK-EXIT
078100     END-IF.
078200 3000-PRINT-TREND-EXIT.
078300     EXIT.
078400 3100-SORT-ONE-PASS.
078500     MOVE 'N' TO WS-SWAPPED-SW.
078600     COMPUTE WS-SORT-LIMIT = WS-HIST-COUNT - 1.
078700     PERFORM 3110-COMPARE-ADJACENT
078800         THRU 3110-COMPARE-ADJACENT-EXIT
078900         VARYING WS-HIST-IDX FROM 1 BY 1
079000         UNTIL WS-HIST-IDX > WS-SORT-LIMIT.
079100 3100-SORT-ONE-PASS-EXIT.
079200     EXIT.
079300 3110-COMPARE-ADJACENT.
079400     IF HE-SORT-KEY (WS-HIST-IDX) > HE-SORT-KEY (WS-HIST-IDX + 1)
079500         MOVE WS-HIST-ENTRY (WS-HIST-IDX) TO WS-HIST-SWAP-ENTRY
079600         MOVE WS-HIST-ENTRY (WS-HIST-IDX + 1)
079700             TO WS-HIST-ENTRY (WS-HIST-IDX)
079800         MOVE WS-HIST-SWAP-ENTRY
079900             TO WS-HIST-ENTRY (WS-HIST-IDX + 1)
080000         SET PASS-SWAPPED TO TRUE
080100     END-IF.
080200 3110-COMPARE-ADJACENT-EXIT.
080300     EXIT.
080400 3200-PRINT-ONE-DIP.
080500     IF HE-TANK-ID (WS-HIST-IDX) NOT = WS-CURRENT-TANK
080600         IF WS-HIST-IDX > 1
080700             PERFORM 3300-END-TANK
080800                 THRU 3300-END-TANK-EXIT
080900         END-IF
081000         MOVE HE-TANK-ID (WS-HIST-IDX) TO WS-CURRENT-TANK
081100         MOVE WS-CURRENT-TANK TO DTH-TANK-ID
081200         WRITE DIP-RECORD FROM DIP-BLANK-LINE
081300         WRITE DIP-RECORD FROM DIP-TANK-HEADING
081400         WRITE DIP-RECORD FROM DIP-TREND-COLUMNS
081500     END-IF.
081600     COMPUTE WS-TREND-VARIANCE =
081700         HE-MEASURED-QTY (WS-HIST-IDX)
081800         - HE-BOOK-LEVEL (WS-HIST-IDX).
081900     ADD WS-TREND-VARIANCE TO WS-CUMULATIVE-VARIANCE.
082000     ADD 1 TO WS-TANK-READINGS.
082100     MOVE HE-VARIANCE-CLASS (WS-HIST-IDX) TO WS-VARIANCE-CLASS.
082200     IF VAR-SHRINKAGE
082300         SUBTRACT WS-TREND-VARIANCE FROM WS-TANK-SHRINKAGE
082400     ELSE IF VAR-UNEXPLAINED-LOSS
082500         SUBTRACT WS-TREND-VARIANCE FROM WS-TANK-LOSS
082600     ELSE IF VAR-UNEXPLAINED-GAIN
082700         ADD WS-TREND-VARIANCE TO WS-TANK-GAIN
082800     END-IF.
082900     MOVE HE-READING-DATE (WS-HIST-IDX) TO DTL-READING-DATE.
083000     MOVE HE-BOOK-LEVEL (WS-HIST-IDX)   TO DTL-BOOK-LEVEL.
083100     MOVE HE-MEASURED-QTY (WS-HIST-IDX) TO DTL-MEASURED-QTY.
083200     MOVE WS-TREND-VARIANCE             TO DTL-VARIANCE.
083300     MOVE WS-CUMULATIVE-VARIANCE        TO DTL-CUMULATIVE.
083400     PERFORM 2410-NAME-CLASS
083500         THRU 2410-NAME-CLASS-EXIT.
083600     MOVE DDL-CLASS TO DTL-CLASS.
083700     IF HE-POSTED-IND (WS-HIST-IDX) = 'Y'
083800         MOVE 'YES' TO DTL-POSTED
083900     ELSE
084000         MOVE 'NO ' TO DTL-POSTED
084100     END-IF.
084200     WRITE DIP-RECORD FROM DIP-TREND-LINE.
084300 3200-PRINT-ONE-DIP-EXIT.
084400     EXIT.
084500 3300-END-TANK.
084600     MOVE WS-TANK-READINGS  TO DTT-READINGS.
084700     MOVE WS-TANK-SHRINKAGE TO DTT-SHRINKAGE.
084800     MOVE WS-TANK-LOSS      TO DTT-LOSS.
084900     MOVE WS-TANK-GAIN      TO DTT-GAIN.
085000     WRITE DIP-RECORD FROM DIP-TANK-TOTAL-LINE.
085100     MOVE 0 TO WS-CUMULATIVE-VARIANCE.
085200     MOVE 0 TO WS-TANK-READINGS.
085300     MOVE 0 TO WS-TANK-SHRINKAGE.
085400     MOVE 0 TO WS-TANK-LOSS.
085500     MOVE 0 TO WS-TANK-GAIN.
085600 3300-END-TANK-EXIT.
085700     EXIT.
085800*-----------------------------------------------------------*
085900* 9000-TERMINATE - WRITE THE UPDATED INVENTORY, PRINT THE   *
086000*                  TOTALS AND GRADE THE RETURN CODE         *
086100*-----------------------------------------------------------*
086200 9000-TERMINATE.
086300     PERFORM 9100-WRITE-ONE-TANK
086400         THRU 9100-WRITE-ONE-TANK-EXIT
086500         VARYING WS-TANK-IDX FROM 1 BY 1
086600         UNTIL WS-TANK-IDX > WS-TANK-COUNT.
086700     WRITE DIP-RECORD FROM DIP-BLANK-LINE.
086800     MOVE WS-READ-COUNT TO DT-READ-COUNT.
086900     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-1.
087000     MOVE WS-REJECTED-COUNT TO DT-REJECTED-COUNT.
087100     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-2.
087200     MOVE WS-WITHIN-COUNT TO DT-WITHIN-COUNT.
087300     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-3.
087400     MOVE WS-SHRINK-COUNT TO DT-SHRINK-COUNT.
087500     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-4.
087600     MOVE WS-LOSS-COUNT TO DT-LOSS-COUNT.
087700     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-5.
087800     MOVE WS-GAIN-COUNT TO DT-GAIN-COUNT.
087900     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-6.
088000     MOVE WS-POSTED-COUNT TO DT-POSTED-COUNT.
088100     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-7.
088200     MOVE WS-AWAITING-COUNT TO DT-AWAITING-COUNT.
088300     WRITE DIP-RECORD FROM DIP-TOTAL-LINE-8.
088400     CLOSE DIP-READING-FILE.
088500     CLOSE DIP-HISTORY-FILE.
088600     CLOSE TANK-NEW-FILE.
088700     CLOSE DIP-REPORT-FILE.
088800     DISPLAY 'READINGS READ ' WS-READ-COUNT.
088900     DISPLAY 'REJECTED ' WS-REJECTED-COUNT.
089000     DISPLAY 'WITHIN TOLERANCE ' WS-WITHIN-COUNT.
089100     DISPLAY 'SHRINKAGE ' WS-SHRINK-COUNT.
089200     DISPLAY 'UNEXPLAINED LOSS ' WS-LOSS-COUNT.
089300     DISPLAY 'UNEXPLAINED GAIN ' WS-GAIN-COUNT.
089400     DISPLAY 'ADJUSTMENTS POSTED ' WS-POSTED-COUNT.
089500     DISPLAY 'AWAITING APPROVAL ' WS-AWAITING-COUNT.
089600     IF WS-REJECTED-COUNT > 0
089700        OR WS-AWAITING-COUNT > 0
089800        OR WS-LOSS-COUNT > 0
089900        OR WS-GAIN-COUNT > 0
090000         MOVE 4 TO RETURN-CODE
090100     END-IF.
090133     PERFORM 9800-WRITE-BATCH-CONTROL
090166         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
090200 9000-TERMINATE-EXIT.
090300     EXIT.
090400*-----------------------------------------------------------*
090500* 9100-WRITE-ONE-TANK - ONE UPDATED INVENTORY RECORD FROM   *
090600*                       THE TABLE                           *
090700*-----------------------------------------------------------*
090800 9100-WRITE-ONE-TANK.
090900     MOVE TE-TANK-ID (WS-TANK-IDX)     TO WS-OUT-TANK-ID.
091000     MOVE TE-CAPACITY-X (WS-TANK-IDX)  TO WS-OUT-CAPACITY-X.
091100     MOVE TE-LEVEL-X (WS-TANK-IDX)     TO WS-OUT-LEVEL-X.
091200     MOVE TE-STATUS (WS-TANK-IDX)      TO WS-OUT-STATUS.
091300     MOVE TE-RESERVED-MANIFEST (WS-TANK-IDX)
091400                                 TO WS-OUT-RESERVED-MANIFEST.
091500     WRITE TANK-NEW-RECORD FROM WS-TANK-OUT-RECORD.
091600 9100-WRITE-ONE-TANK-EXIT.
091700     EXIT.
091800*-----------------------------------------------------------*
091900* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
092000*                            HASH TOTALS AND CONDITION CODE *
092100*                            TO THE SHARED BATCH CONTROL    *
092200*                            LEDGER                         *
092300*-----------------------------------------------------------*
092400 9800-WRITE-BATCH-CONTROL.
092500     MOVE SPACES TO BATCH-CONTROL-RECORD.
092600     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
092700     ACCEPT BC-RUN-TIME FROM TIME.
092800     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
092900         ON EXCEPTION
093000             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
093100     END-ACCEPT.
093200     IF BC-BUSINESS-DATE NOT NUMERIC
093300         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
093400     END-IF.
093500     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
093600         ON EXCEPTION
093700             MOVE 'UNKNOWN ' TO BC-JOB-ID
093800     END-ACCEPT.
093900     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
094000         ON EXCEPTION
094100             MOVE 'DAY01DR' TO BC-STEP-NAME
094200     END-ACCEPT.
094300     MOVE 'DAY01DR' TO BC-PROGRAM-ID.
094400     MOVE WS-READ-COUNT TO BC-RECORDS-IN.
094500     MOVE WS-TANK-COUNT TO BC-RECORDS-OUT.
094600     MOVE 0 TO BC-HASH-IN.
094700     MOVE 0 TO BC-HASH-OUT.
094800     MOVE RETURN-CODE TO BC-CONDITION-CODE.
094900     OPEN EXTEND BATCH-CONTROL-FILE.
095000     IF WS-BATCHCTL-STATUS = '35'
095100         OPEN OUTPUT BATCH-CONTROL-FILE
095200     END-IF.
095300     WRITE BATCH-CONTROL-RECORD.
095400     CLOSE BATCH-CONTROL-FILE.
095500 9800-WRITE-BATCH-CONTROL-EXIT.
095600     EXIT.
