000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01BM.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - FUEL BUDGET            *
001100*                 MAINTENANCE.  APPLIES ADD/CHANGE/DELETE   *
001200*                 CARDS (BUDGTXN, DAY01BT) AGAINST THE      *
001300*                 MONTHLY FUEL BUDGET (BUDGFILE, DAY01E)    *
001400*                 WITH THE SAME EDITS DAY01PM GIVES THE     *
001500*                 PRICE TABLE: VALIDATES CLASS CODES AGAINST*
001600*                 THE KNOWN SET AND THE PERIOD AS A REAL    *
001700*                 YYYYMM, REJECTS DUPLICATE                 *
001800*                 CLASS-PLUS-PERIOD ROWS, WARNS WHEN AN     *
001900*                 AMOUNT MOVES MORE THAN THE TOLERANCE      *
002000*                 PERCENT (BUDGTOL, DEFAULT 20) FROM THE    *
002100*                 CLASS'S PRIOR PERIOD, AND FLAGS ANY CLASS *
002200*                 LEFT WITH NO BUDGET FOR THE CURRENT MONTH.*
002300*                 PRINTS AN APPLIED/REJECTED REGISTER       *
002400*                 (BUDGREG) AND WRITES A CLEAN, SORTED      *
002500*                 REPLACEMENT BUDGET (BUDGNEW - THE JOB     *
002600*                 SWAPS IT IN FOR THE NEXT DAY01BV RUN).  RC*
002700*                 4 WHEN ANY CARD REJECTED OR ANY CLASS IS  *
002800*                 LEFT UNBUDGETED.                          *
002814* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002828*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002842*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002856*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002870*                 SHIFT.  IN IS TRANSACTIONS READ, OUT IS   *
002884*                 BUDGET ROWS WRITTEN.                      *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BUDGET-FILE ASSIGN TO BUDGFILE
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-BUDGFILE-STATUS.
003600     SELECT TRANSACTION-FILE ASSIGN TO BUDGTXN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BUDGTXN-STATUS.
003900     SELECT TOLERANCE-CARD-FILE ASSIGN TO BUDGTOL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BUDGTOL-STATUS.
004200     SELECT BUDGET-NEW-FILE ASSIGN TO BUDGNEW
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUDGNEW-STATUS.
004500     SELECT REGISTER-REPORT-FILE ASSIGN TO BUDGREG
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-BUDGREG-STATUS.
004725     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004750         ORGANIZATION IS LINE SEQUENTIAL
004775         FILE STATUS IS WS-BATCHCTL-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BUDGET-FILE
005100     RECORDING MODE IS F.
005200     COPY DAY01E.
005300 FD  TRANSACTION-FILE
005400     RECORDING MODE IS F.
005500     COPY DAY01BT.
005600 FD  TOLERANCE-CARD-FILE
005700     RECORDING MODE IS F.
005800 01  TOLERANCE-CARD.
005900     05  TC-TOLERANCE-PCT        PIC 9(03).
006000     05  TC-TOLERANCE-X REDEFINES TC-TOLERANCE-PCT
006100                                 PIC X(03).
006200 FD  BUDGET-NEW-FILE
006300     RECORDING MODE IS F.
006400 01  BUDGET-NEW-RECORD           PIC X(021).
006500 FD  REGISTER-REPORT-FILE
006600     RECORDING MODE IS F.
006700 01  REG-RECORD                  PIC X(080).
006725 FD  BATCH-CONTROL-FILE
006750     RECORDING MODE IS F.
006775     COPY DAY01BC.
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007000     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
007100         88  END-OF-FILE                    VALUE 'Y'.
007200     05  WS-BUDGET-EOF-SW        PIC X(01)  VALUE 'N'.
007300         88  BUDGET-EOF                     VALUE 'Y'.
007400     05  WS-APPLY-SW             PIC X(01)  VALUE 'Y'.
007500         88  TRAN-APPLIED                   VALUE 'Y'.
007600         88  TRAN-REJECTED                  VALUE 'N'.
007700     05  WS-WARN-SW              PIC X(01)  VALUE 'N'.
007800         88  TRAN-WARNED                    VALUE 'Y'.
007900     05  WS-ROW-FOUND-SW         PIC X(01)  VALUE 'N'.
008000         88  ROW-FOUND                      VALUE 'Y'.
008100         88  ROW-NOT-FOUND                  VALUE 'N'.
008200     05  WS-PRIOR-FOUND-SW       PIC X(01)  VALUE 'N'.
008300         88  PRIOR-ROW-FOUND                VALUE 'Y'.
008400         88  PRIOR-ROW-NOT-FOUND            VALUE 'N'.
008500     05  WS-COVER-FOUND-SW       PIC X(01)  VALUE 'N'.
008600         88  COVER-FOUND                    VALUE 'Y'.
008700         88  COVER-NOT-FOUND                VALUE 'N'.
008800     05  WS-SWAPPED-SW           PIC X(01)  VALUE 'N'.
008900         88  PASS-SWAPPED                   VALUE 'Y'.
009000 01  WS-BUDGFILE-STATUS          PIC X(02)  VALUE SPACES.
009100 01  WS-BUDGTXN-STATUS           PIC X(02)  VALUE SPACES.
009200 01  WS-BUDGTOL-STATUS           PIC X(02)  VALUE SPACES.
009300 01  WS-BUDGNEW-STATUS           PIC X(02)  VALUE SPACES.
009400 01  WS-BUDGREG-STATUS           PIC X(02)  VALUE SPACES.
009450 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009500 01  WS-RUN-IDENTIFICATION.
009600     05  WS-RUN-DATE             PIC 9(08).
009700     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
009800         10  WS-RUN-PERIOD       PIC 9(06).
009900         10  FILLER              PIC 9(02).
010000 01  WS-REJECT-REASON            PIC X(28)  VALUE SPACES.
010100 01  WS-TOLERANCE-PCT            PIC 9(03)  VALUE 20.
010200 01  WS-AMOUNT-MOVE-WORK.
010300     05  WS-PRIOR-PERIOD         PIC 9(06)  VALUE 0.
010400     05  WS-PRIOR-AMOUNT         PIC 9(11)V99 VALUE 0.
010500     05  WS-AMOUNT-DIFF          PIC S9(12)V99 VALUE 0.
010600     05  WS-PCT-MOVE             PIC S9(07)V9 VALUE 0.
010700     05  WS-ABS-PCT              PIC 9(07)V9 VALUE 0.
010800 01  WS-COVERAGE-WORK.
010900     05  WS-COVER-CLASS          PIC X(02)  VALUE SPACES.
011000     05  WS-CLASS-SUB            PIC 9(01)  COMP VALUE 0.
011100     05  WS-CLASS-LIST.
011200         10  FILLER              PIC X(02)  VALUE 'CM'.
011300         10  FILLER              PIC X(02)  VALUE 'CP'.
011400         10  FILLER              PIC X(02)  VALUE 'FT'.
011500         10  FILLER              PIC X(02)  VALUE 'CR'.
011600         10  FILLER              PIC X(02)  VALUE 'XX'.
011700     05  WS-CLASS-TABLE REDEFINES WS-CLASS-LIST.
011800         10  WS-CLASS-CODE OCCURS 5 TIMES
011900                                 PIC X(02).
012000 01  WS-REGISTER-COUNTERS.
012100     05  WS-TRAN-READ-COUNT      PIC 9(05)  COMP VALUE 0.
012200     05  WS-TRAN-APPLIED-COUNT   PIC 9(05)  COMP VALUE 0.
012300     05  WS-TRAN-REJECTED-COUNT  PIC 9(05)  COMP VALUE 0.
012400     05  WS-WARNING-COUNT        PIC 9(05)  COMP VALUE 0.
012500     05  WS-UNCOVERED-COUNT      PIC 9(05)  COMP VALUE 0.
012600     05  WS-ROWS-WRITTEN-COUNT   PIC 9(05)  COMP VALUE 0.
012700 01  WS-BUDGET-TABLE-AREA.
012800     05  WS-BUDGET-MAX           PIC 9(04)  COMP VALUE 1200.
012900     05  WS-BUDGET-COUNT         PIC 9(04)  COMP VALUE 0.
013000     05  WS-BUDGET-IDX           PIC 9(04)  COMP VALUE 0.
013100     05  WS-HIT-IDX              PIC 9(04)  COMP VALUE 0.
013200     05  WS-SORT-LIMIT           PIC 9(04)  COMP VALUE 0.
013300     05  WS-BUDGET-ENTRY OCCURS 1200 TIMES.
013400         10  BE-SORT-KEY.
013500             15  BE-PERIOD       PIC 9(06).
013600             15  BE-MODULE-CLASS PIC X(02).
013700         10  BE-BUDGET-AMOUNT    PIC 9(11)V99.
013800         10  BE-DELETED-SW       PIC X(01).
013900             88  BE-DELETED              VALUE 'Y'.
014000 01  WS-BUDGET-SWAP-AREA.
014100     05  WS-SWAP-SORT-KEY        PIC X(08).
014200     05  WS-SWAP-AMOUNT          PIC 9(11)V99.
014300     05  WS-SWAP-DELETED-SW      PIC X(01).
014400 01  WS-BUDGET-OUT-RECORD.
014500     05  WS-OUT-PERIOD           PIC 9(06).
014600     05  WS-OUT-MODULE-CLASS     PIC X(02).
014700     05  WS-OUT-BUDGET-AMOUNT    PIC 9(11)V99.
014800 01  REG-HEADING-1.
014900     05  FILLER                  PIC X(37)
015000         VALUE 'FUEL BUDGET MAINTENANCE REGISTER     '.
015100     05  FILLER                  PIC X(03)  VALUE SPACES.
015200     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
015300     05  RH1-RUN-DATE            PIC 9(08).
015400 01  REG-HEADING-2.
015500     05  FILLER                  PIC X(21)
015600         VALUE 'TOLERANCE (PERCENT): '.
015700     05  RH2-TOLERANCE           PIC ZZ9.
015800 01  REG-HEADING-3.
015900     05  FILLER                  PIC X(04)  VALUE 'ACT'.
016000     05  FILLER                  PIC X(04)  VALUE 'CL'.
016100     05  FILLER                  PIC X(08)  VALUE 'PERIOD'.
016200     05  FILLER                  PIC X(15)  VALUE 'AMOUNT'.
016300     05  FILLER                  PIC X(10)  VALUE 'STATUS'.
016400     05  FILLER                  PIC X(28)  VALUE 'REASON'.
016500 01  REG-DETAIL-LINE.
016600     05  RD-ACTION               PIC X(01).
016700     05  FILLER                  PIC X(03)  VALUE SPACES.
016800     05  RD-MODULE-CLASS         PIC X(02).
016900     05  FILLER                  PIC X(02)  VALUE SPACES.
017000     05  RD-PERIOD               PIC X(06).
017100     05  FILLER                  PIC X(02)  VALUE SPACES.
017200     05  RD-AMOUNT               PIC X(13).
017300     05  FILLER                  PIC X(02)  VALUE SPACES.
017400     05  RD-STATUS               PIC X(08).
017500     05  FILLER                  PIC X(02)  VALUE SPACES.
017600     05  RD-REASON               PIC X(28).
017700 01  REG-UNCOVERED-LINE.
017800     05  FILLER                  PIC X(06)  VALUE 'CLASS '.
017900     05  RU-CLASS                PIC X(02).
018000     05  FILLER                  PIC X(25)  VALUE
018100         ' HAS NO BUDGET FOR PERIOD'.
018200     05  FILLER                  PIC X(01)  VALUE SPACE.
018300     05  RU-PERIOD               PIC 9(06).
018400 01  REG-BLANK-LINE              PIC X(01)  VALUE SPACE.
018500 01  REG-TOTAL-LINE-1.
018600     05  FILLER                  PIC X(22)
018700         VALUE 'TRANSACTIONS READ:    '.
018800     05  RT-READ-COUNT           PIC ZZZZ9.
018900 01  REG-TOTAL-LINE-2.
019000     05  FILLER                  PIC X(22)
019100         VALUE 'APPLIED:              '.
019200     05  RT-APPLIED-COUNT        PIC ZZZZ9.
019300 01  REG-TOTAL-LINE-3.
019400     05  FILLER                  PIC X(22)
019500         VALUE 'REJECTED:             '.
019600     05  RT-REJECTED-COUNT       PIC ZZZZ9.
019700 01  REG-TOTAL-LINE-4.
019800     05  FILLER                  PIC X(22)
019900         VALUE 'AMOUNT MOVE WARNINGS: '.
020000     05  RT-WARNING-COUNT        PIC ZZZZ9.
020100 01  REG-TOTAL-LINE-5.
020200     05  FILLER                  PIC X(22)
020300         VALUE 'CLASSES UNBUDGETED:   '.
020400     05  RT-UNCOVERED-COUNT      PIC ZZZZ9.
020500 01  REG-TOTAL-LINE-6.
020600     05  FILLER                  PIC X(22)
020700         VALUE 'BUDGET ROWS WRITTEN:  '.
020800     05  RT-ROWS-WRITTEN         PIC ZZZZ9.
020900 PROCEDURE DIVISION.
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE
021200         THRU 1000-INITIALIZE-EXIT.
021300     PERFORM 2000-PROCESS-TRANSACTION
021400         THRU 2000-PROCESS-TRANSACTION-EXIT
021500         UNTIL END-OF-FILE.
021600     PERFORM 3000-CHECK-COVERAGE
021700         THRU 3000-CHECK-COVERAGE-EXIT
021800         VARYING WS-CLASS-SUB FROM 1 BY 1
021900         UNTIL WS-CLASS-SUB > 5.
022000     PERFORM 9000-TERMINATE
022100         THRU 9000-TERMINATE-EXIT.
022200     STOP RUN.
022300 0000-MAINLINE-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------*
022600* 1000-INITIALIZE - READ THE TOLERANCE CARD (DEFAULT 20     *
022700*                   PERCENT), LOAD THE CURRENT BUDGET (A    *
022800*                   MISSING BUDGET IS THE INITIAL LOAD CASE,*
022900*                   NOT AN ABEND), OPEN THE CARDS AND START *
023000*                   THE REGISTER.                           *
023100*-----------------------------------------------------------*
023200 1000-INITIALIZE.
023300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023400     MOVE SPACES TO TOLERANCE-CARD.
023500     OPEN INPUT TOLERANCE-CARD-FILE.
023600     IF WS-BUDGTOL-STATUS NOT = '35'
023700         READ TOLERANCE-CARD-FILE
023800             AT END
023900                 MOVE SPACES TO TOLERANCE-CARD
024000         END-READ
024100         CLOSE TOLERANCE-CARD-FILE
024200     END-IF.
024300     IF TC-TOLERANCE-PCT NUMERIC AND TC-TOLERANCE-PCT > 0
024400         MOVE TC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
024500     END-IF.
024600     OPEN INPUT BUDGET-FILE.
024700     IF WS-BUDGFILE-STATUS = '35'
024800         SET BUDGET-EOF TO TRUE
024900     ELSE
025000         PERFORM 1100-LOAD-BUDGET-ENTRY
025100             THRU 1100-LOAD-BUDGET-ENTRY-EXIT
025200             UNTIL BUDGET-EOF
025300         CLOSE BUDGET-FILE
025400     END-IF.
025500     OPEN INPUT TRANSACTION-FILE.
025600     IF WS-BUDGTXN-STATUS NOT = '00'
025700         DISPLAY 'DAY01BM - CANNOT OPEN BUDGTXN, STATUS '
025800             WS-BUDGTXN-STATUS
025900         MOVE 12 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     OPEN OUTPUT BUDGET-NEW-FILE.
026300     OPEN OUTPUT REGISTER-REPORT-FILE.
026400     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
026500     WRITE REG-RECORD FROM REG-HEADING-1.
026600     MOVE WS-TOLERANCE-PCT TO RH2-TOLERANCE.
026700     WRITE REG-RECORD FROM REG-HEADING-2.
026800     WRITE REG-RECORD FROM REG-BLANK-LINE.
026900     WRITE REG-RECORD FROM REG-HEADING-3.
027000     WRITE REG-RECORD FROM REG-BLANK-LINE.
027100     PERFORM 2900-READ-TRANSACTION
027200         THRU 2900-READ-TRANSACTION-EXIT.
027300 1000-INITIALIZE-EXIT.
027400     EXIT.
027500*-----------------------------------------------------------*
027600* 1100-LOAD-BUDGET-ENTRY - ONE CURRENT BUDGET ROW INTO THE  *
027700*                          TABLE, SKIPPING CORRUPT ROWS     *
027800*                          LOUDLY.  A FULL TABLE ENDS THE   *
027900*                          RUN RATHER THAN REBUILDING FROM  *
028000*                          PART OF IT.                      *
028100*-----------------------------------------------------------*
028200 1100-LOAD-BUDGET-ENTRY.
028300     READ BUDGET-FILE
028400         AT END
028500             SET BUDGET-EOF TO TRUE
028600             GO TO 1100-LOAD-BUDGET-ENTRY-EXIT
028700     END-READ.
028800     IF BG-PERIOD NOT NUMERIC
028900        OR BG-BUDGET-AMOUNT NOT NUMERIC
029000         DISPLAY 'DAY01BM - BAD BUDGET ROW SKIPPED: '
029100             BG-PERIOD-X ' ' BG-MODULE-CLASS
029200             ' ' BG-BUDGET-AMOUNT-X
029300         GO TO 1100-LOAD-BUDGET-ENTRY-EXIT
029400     END-IF.
029500     IF WS-BUDGET-COUNT NOT < WS-BUDGET-MAX
029600         DISPLAY 'DAY01BM - BUDGET TABLE FULL AT ' WS-BUDGET-MAX
029700         MOVE 12 TO RETURN-CODE
029800         STOP RUN
029900     END-IF.
030000     ADD 1 TO WS-BUDGET-COUNT.
030100     MOVE BG-PERIOD TO BE-PERIOD (WS-BUDGET-COUNT).
030200     MOVE BG-MODULE-CLASS
030300         TO BE-MODULE-CLASS (WS-BUDGET-COUNT).
030400     MOVE BG-BUDGET-AMOUNT
030500         TO BE-BUDGET-AMOUNT (WS-BUDGET-COUNT).
030600     MOVE 'N' TO BE-DELETED-SW (WS-BUDGET-COUNT).
030700 1100-LOAD-BUDGET-ENTRY-EXIT.
030800     EXIT.
030900*-----------------------------------------------------------*
031000* 2000-PROCESS-TRANSACTION - EDIT ONE CARD, APPLY IT TO THE *
031100*                            TABLE WHEN IT PASSES, AND WRITE*
031200*                            ITS REGISTER LINE EITHER WAY   *
031300*-----------------------------------------------------------*
031400 2000-PROCESS-TRANSACTION.
031500     ADD 1 TO WS-TRAN-READ-COUNT.
031600     SET TRAN-APPLIED TO TRUE.
031700     MOVE 'N' TO WS-WARN-SW.
031800     MOVE SPACES TO WS-REJECT-REASON.
031900     PERFORM 2050-VALIDATE-TRANSACTION
032000         THRU 2050-VALIDATE-TRANSACTION-EXIT.
032100     IF TRAN-APPLIED
032200         IF BT-ACTION-ADD
032300             PERFORM 2100-APPLY-ADD
032400                 THRU 2100-APPLY-ADD-EXIT
032500         ELSE IF BT-ACTION-CHANGE
032600             PERFORM 2200-APPLY-CHANGE
032700                 THRU 2200-APPLY-CHANGE-EXIT
032800         ELSE
032900             PERFORM 2300-APPLY-DELETE
033000                 THRU 2300-APPLY-DELETE-EXIT
033100         END-IF
033200     END-IF.
033300     PERFORM 2400-WRITE-REGISTER
033400         THRU 2400-WRITE-REGISTER-EXIT.
033500     PERFORM 2900-READ-TRANSACTION
033600         THRU 2900-READ-TRANSACTION-EXIT.
033700 2000-PROCESS-TRANSACTION-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------*
034000* 2050-VALIDATE-TRANSACTION - REJECT A CARD WITH AN UNKNOWN *
034100*                             ACTION, A CLASS OUTSIDE THE   *
034200*                             KNOWN SET (A BUDGET IS ALWAYS *
034300*                             FOR ONE CLASS), A PERIOD THAT *
034400*                             IS NOT A REAL YYYYMM, OR (ON  *
034500*                             ADD/CHANGE) A NON-NUMERIC OR  *
034600*                             ZERO AMOUNT                   *
034700*-----------------------------------------------------------*
034800 2050-VALIDATE-TRANSACTION.
034900     IF NOT BT-ACTION-KNOWN
035000         SET TRAN-REJECTED TO TRUE
035100         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
035200         GO TO 2050-VALIDATE-TRANSACTION-EXIT
035300     END-IF.
035400     IF NOT BT-CLASS-KNOWN
035500         SET TRAN-REJECTED TO TRUE
035600         MOVE 'INVALID MODULE CLASS' TO WS-REJECT-REASON
035700         GO TO 2050-VALIDATE-TRANSACTION-EXIT
035800     END-IF.
035900     IF BT-PERIOD NOT NUMERIC
036000        OR BT-PERIOD-YEAR = 0
036100        OR BT-PERIOD-MONTH < 1
036200        OR BT-PERIOD-MONTH > 12
036300         SET TRAN-REJECTED TO TRUE
036400         MOVE 'INVALID PERIOD' TO WS-REJECT-REASON
036500         GO TO 2050-VALIDATE-TRANSACTION-EXIT
036600     END-IF.
036700     IF BT-ACTION-DELETE
036800         GO TO 2050-VALIDATE-TRANSACTION-EXIT
036900     END-IF.
037000     IF BT-BUDGET-AMOUNT NOT NUMERIC
037100         SET TRAN-REJECTED TO TRUE
037200         MOVE 'NON-NUMERIC AMOUNT' TO WS-REJECT-REASON
037300         GO TO 2050-VALIDATE-TRANSACTION-EXIT
037400     END-IF.
037500     IF BT-BUDGET-AMOUNT = 0
037600         SET TRAN-REJECTED TO TRUE
037700         MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
037800     END-IF.
037900 2050-VALIDATE-TRANSACTION-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------*
038200* 2100-APPLY-ADD - ADD A NEW CLASS-PLUS-PERIOD ROW.  A      *
038300*                  DUPLICATE IS REJECTED, NOT MERGED.  AN   *
038400*                  AMOUNT MOVING PAST THE TOLERANCE FROM THE*
038500*                  CLASS'S PRIOR PERIOD IS APPLIED BUT      *
038600*                  FLAGGED FOR A SECOND PAIR OF EYES.       *
038700*-----------------------------------------------------------*
038800 2100-APPLY-ADD.
038900     PERFORM 2600-FIND-ROW
039000         THRU 2600-FIND-ROW-EXIT.
039100     IF ROW-FOUND
039200         SET TRAN-REJECTED TO TRUE
039300         MOVE 'DUPLICATE CLASS AND PERIOD' TO WS-REJECT-REASON
039400         GO TO 2100-APPLY-ADD-EXIT
039500     END-IF.
039600     IF WS-BUDGET-COUNT NOT < WS-BUDGET-MAX
039700         SET TRAN-REJECTED TO TRUE
039800         MOVE 'BUDGET TABLE FULL' TO WS-REJECT-REASON
039900         GO TO 2100-APPLY-ADD-EXIT
040000     END-IF.
040100     PERFORM 2700-CHECK-AMOUNT-MOVE
040200         THRU 2700-CHECK-AMOUNT-MOVE-EXIT.
040300     ADD 1 TO WS-BUDGET-COUNT.
040400     MOVE BT-PERIOD TO BE-PERIOD (WS-BUDGET-COUNT).
040500     MOVE BT-MODULE-CLASS
040600         TO BE-MODULE-CLASS (WS-BUDGET-COUNT).
040700     MOVE BT-BUDGET-AMOUNT
040800         TO BE-BUDGET-AMOUNT (WS-BUDGET-COUNT).
040900     MOVE 'N' TO BE-DELETED-SW (WS-BUDGET-COUNT).
041000 2100-APPLY-ADD-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------*
041300* 2200-APPLY-CHANGE - RE-SET AN EXISTING ROW, WITH THE SAME *
041400*                     TOLERANCE CHECK AGAINST THE PRIOR     *
041500*                     PERIOD                                *
041600*-----------------------------------------------------------*
041700 2200-APPLY-CHANGE.
041800     PERFORM 2600-FIND-ROW
041900         THRU 2600-FIND-ROW-EXIT.
042000     IF ROW-NOT-FOUND
042100         SET TRAN-REJECTED TO TRUE
042200         MOVE 'ROW NOT ON BUDGET' TO WS-REJECT-REASON
042300         GO TO 2200-APPLY-CHANGE-EXIT
042400     END-IF.
042500     PERFORM 2700-CHECK-AMOUNT-MOVE
042600         THRU 2700-CHECK-AMOUNT-MOVE-EXIT.
042700     MOVE BT-BUDGET-AMOUNT TO BE-BUDGET-AMOUNT (WS-HIT-IDX).
042800 2200-APPLY-CHANGE-EXIT.
042900     EXIT.
043000*-----------------------------------------------------------*
043100* 2300-APPLY-DELETE - DROP AN EXISTING ROW FROM THE         *
043200*                     REPLACEMENT BUDGET                    *
043300*-----------------------------------------------------------*
043400 2300-APPLY-DELETE.
043500     PERFORM 2600-FIND-ROW
043600         THRU 2600-FIND-ROW-EXIT.
043700     IF ROW-NOT-FOUND
043800         SET TRAN-REJECTED TO TRUE
043900         MOVE 'ROW NOT ON BUDGET' TO WS-REJECT-REASON
044000         GO TO 2300-APPLY-DELETE-EXIT
044100     END-IF.
044200     MOVE 'Y' TO BE-DELETED-SW (WS-HIT-IDX).
044300 2300-APPLY-DELETE-EXIT.
044400     EXIT.
044500*-----------------------------------------------------------*
044600* 2400-WRITE-REGISTER - ONE REGISTER LINE PER CARD: APPLIED,*
044700*                       WARNING (APPLIED BUT THE AMOUNT     *
044800*                       MOVED PAST TOLERANCE) OR REJECTED   *
044900*-----------------------------------------------------------*
045000 2400-WRITE-REGISTER.
045100     MOVE BT-ACTION             TO RD-ACTION.
045200     MOVE BT-MODULE-CLASS       TO RD-MODULE-CLASS.
045300     MOVE BT-PERIOD-X           TO RD-PERIOD.
045400     MOVE BT-BUDGET-AMOUNT-X    TO RD-AMOUNT.
045500     IF TRAN-REJECTED
045600         ADD 1 TO WS-TRAN-REJECTED-COUNT
045700         MOVE 'REJECTED' TO RD-STATUS
045800         MOVE WS-REJECT-REASON TO RD-REASON
045900     ELSE IF TRAN-WARNED
046000         ADD 1 TO WS-TRAN-APPLIED-COUNT
046100         ADD 1 TO WS-WARNING-COUNT
046200         MOVE 'WARNING ' TO RD-STATUS
046300         MOVE 'AMOUNT MOVE OVER TOLERANCE' TO RD-REASON
046400     ELSE
046500         ADD 1 TO WS-TRAN-APPLIED-COUNT
046600         MOVE 'APPLIED ' TO RD-STATUS
046700         MOVE SPACES TO RD-REASON
046800     END-IF.
046900     WRITE REG-RECORD FROM REG-DETAIL-LINE.
047000 2400-WRITE-REGISTER-EXIT.
047100     EXIT.
047200*-----------------------------------------------------------*
047300* 2600-FIND-ROW - FIND THE LIVE ROW WITH THE CARD'S CLASS   *
047400*                 AND PERIOD                                *
047500*-----------------------------------------------------------*
047600 2600-FIND-ROW.
047700     SET ROW-NOT-FOUND TO TRUE.
047800     MOVE 0 TO WS-HIT-IDX.
047900     PERFORM 2610-TEST-ROW
048000         THRU 2610-TEST-ROW-EXIT
048100         VARYING WS-BUDGET-IDX FROM 1 BY 1
048200         UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
048300             OR ROW-FOUND.
048400 2600-FIND-ROW-EXIT.
048500     EXIT.
048600 2610-TEST-ROW.
048700     IF NOT BE-DELETED (WS-BUDGET-IDX)
048800        AND BE-MODULE-CLASS (WS-BUDGET-IDX) = BT-MODULE-CLASS
048900        AND BE-PERIOD (WS-BUDGET-IDX) = BT-PERIOD
049000         SET ROW-FOUND TO TRUE
049100         MOVE WS-BUDGET-IDX TO WS-HIT-IDX
049200     END-IF.
049300 2610-TEST-ROW-EXIT.
049400     EXIT.
049500*-----------------------------------------------------------*
049600* 2700-CHECK-AMOUNT-MOVE - COMPARE THE CARD AMOUNT AGAINST  *
049700*                          THE CLASS'S PRIOR PERIOD (LATEST *
049800*                          LIVE ROW BEFORE THE CARD).  THE  *
049900*                          FIRST ROW OF A CLASS HAS NOTHING *
050000*                          TO MOVE FROM.                    *
050100*-----------------------------------------------------------*
050200 2700-CHECK-AMOUNT-MOVE.
050300     SET PRIOR-ROW-NOT-FOUND TO TRUE.
050400     MOVE 0 TO WS-PRIOR-PERIOD.
050500     MOVE 0 TO WS-PRIOR-AMOUNT.
050600     PERFORM 2710-TEST-PRIOR-ROW
050700         THRU 2710-TEST-PRIOR-ROW-EXIT
050800         VARYING WS-BUDGET-IDX FROM 1 BY 1
050900         UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.
051000     IF PRIOR-ROW-NOT-FOUND OR WS-PRIOR-AMOUNT = 0
051100         GO TO 2700-CHECK-AMOUNT-MOVE-EXIT
051200     END-IF.
051300     COMPUTE WS-AMOUNT-DIFF = BT-BUDGET-AMOUNT - WS-PRIOR-AMOUNT.
051400     COMPUTE WS-PCT-MOVE ROUNDED =
051500         (WS-AMOUNT-DIFF * 100) / WS-PRIOR-AMOUNT.
051600     IF WS-PCT-MOVE < 0
051700         COMPUTE WS-ABS-PCT = 0 - WS-PCT-MOVE
051800     ELSE
051900         MOVE WS-PCT-MOVE TO WS-ABS-PCT
052000     END-IF.
052100     IF WS-ABS-PCT > WS-TOLERANCE-PCT
052200         SET TRAN-WARNED TO TRUE
052300     END-IF.
052400 2700-CHECK-AMOUNT-MOVE-EXIT.
052500     EXIT.
052600 2710-TEST-PRIOR-ROW.
052700     IF NOT BE-DELETED (WS-BUDGET-IDX)
052800        AND BE-MODULE-CLASS (WS-BUDGET-IDX) = BT-MODULE-CLASS
052900        AND BE-PERIOD (WS-BUDGET-IDX) < BT-PERIOD
053000        AND BE-PERIOD (WS-BUDGET-IDX) NOT < WS-PRIOR-PERIOD
053100         SET PRIOR-ROW-FOUND TO TRUE
053200         MOVE BE-PERIOD (WS-BUDGET-IDX) TO WS-PRIOR-PERIOD
053300         MOVE BE-BUDGET-AMOUNT (WS-BUDGET-IDX)
053400             TO WS-PRIOR-AMOUNT
053500     END-IF.
053600 2710-TEST-PRIOR-ROW-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------*
053900* 2900-READ-TRANSACTION - READ THE NEXT CARD                *
054000*-----------------------------------------------------------*
054100 2900-READ-TRANSACTION.
054200     READ TRANSACTION-FILE
054300         AT END
054400             SET END-OF-FILE TO TRUE
054500     END-READ.
054600 2900-READ-TRANSACTION-EXIT.
054700     EXIT.
054800*-----------------------------------------------------------*
054900* 3000-CHECK-COVERAGE - FLAG A CLASS LEFT WITH NO BUDGET FOR*
055000*                       THE CURRENT MONTH - DAY01BV WOULD   *
055100*                       REPORT ALL ITS SPEND AS OVERRUN     *
055200*-----------------------------------------------------------*
055300 3000-CHECK-COVERAGE.
055400     MOVE WS-CLASS-CODE (WS-CLASS-SUB) TO WS-COVER-CLASS.
055500     SET COVER-NOT-FOUND TO TRUE.
055600     PERFORM 3110-TEST-COVER-ROW
055700         THRU 3110-TEST-COVER-ROW-EXIT
055800         VARYING WS-BUDGET-IDX FROM 1 BY 1
055900         UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
056000             OR COVER-FOUND.
056100     IF COVER-NOT-FOUND
056200         ADD 1 TO WS-UNCOVERED-COUNT
056300         MOVE WS-COVER-CLASS TO RU-CLASS
056400         MOVE WS-RUN-PERIOD TO RU-PERIOD
056500         WRITE REG-RECORD FROM REG-UNCOVERED-LINE
056600     END-IF.
056700 3000-CHECK-COVERAGE-EXIT.
056800     EXIT.
056900 3110-TEST-COVER-ROW.
057000     IF NOT BE-DELETED (WS-BUDGET-IDX)
057100        AND BE-MODULE-CLASS (WS-BUDGET-IDX) = WS-COVER-CLASS
057200        AND BE-PERIOD (WS-BUDGET-IDX) = WS-RUN-PERIOD
057300         SET COVER-FOUND TO TRUE
057400     END-IF.
057500 3110-TEST-COVER-ROW-EXIT.
057600     EXIT.
057700*-----------------------------------------------------------*
057800* 9000-TERMINATE - SORT THE SURVIVING ROWS BY PERIOD AND    *
057900*                  CLASS, WRITE THE REPLACEMENT BUDGET,     *
058000*                  PRINT THE REGISTER TOTALS AND GRADE THE  *
058100*                  RETURN CODE                              *
058200*-----------------------------------------------------------*
058300 9000-TERMINATE.
058400     PERFORM 9100-SORT-TABLE
058500         THRU 9100-SORT-TABLE-EXIT.
058600     PERFORM 9200-WRITE-ONE-ROW
058700         THRU 9200-WRITE-ONE-ROW-EXIT
058800         VARYING WS-BUDGET-IDX FROM 1 BY 1
058900         UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.
059000     WRITE REG-RECORD FROM REG-BLANK-LINE.
059100     MOVE WS-TRAN-READ-COUNT TO RT-READ-COUNT.
059200     WRITE REG-RECORD FROM REG-TOTAL-LINE-1.
059300     MOVE WS-TRAN-APPLIED-COUNT TO RT-APPLIED-COUNT.
059400     WRITE REG-RECORD FROM REG-TOTAL-LINE-2.
059500     MOVE WS-TRAN-REJECTED-COUNT TO RT-REJECTED-COUNT.
059600     WRITE REG-RECORD FROM REG-TOTAL-LINE-3.
059700     MOVE WS-WARNING-COUNT TO RT-WARNING-COUNT.
059800     WRITE REG-RECORD FROM REG-TOTAL-LINE-4.
059900     MOVE WS-UNCOVERED-COUNT TO RT-UNCOVERED-COUNT.
060000     WRITE REG-RECORD FROM REG-TOTAL-LINE-5.
060100     MOVE WS-ROWS-WRITTEN-COUNT TO RT-ROWS-WRITTEN.
060200     WRITE REG-RECORD FROM REG-TOTAL-LINE-6.
060300     CLOSE TRANSACTION-FILE.
060400     CLOSE BUDGET-NEW-FILE.
060500     CLOSE REGISTER-REPORT-FILE.
060600     DISPLAY 'TRANSACTIONS READ ' WS-TRAN-READ-COUNT.
060700     DISPLAY 'APPLIED ' WS-TRAN-APPLIED-COUNT.
060800     DISPLAY 'REJECTED ' WS-TRAN-REJECTED-COUNT.
060900     DISPLAY 'WARNINGS ' WS-WARNING-COUNT.
061000     DISPLAY 'CLASSES UNBUDGETED ' WS-UNCOVERED-COUNT.
061100     IF WS-TRAN-REJECTED-COUNT > 0
061200        OR WS-UNCOVERED-COUNT > 0
061300         MOVE 4 TO RETURN-CODE
061400     END-IF.
061433     PERFORM 9800-WRITE-BATCH-CONTROL
061466         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
061500 9000-TERMINATE-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------*
061800* 9100-SORT-TABLE - ORDER THE ROWS BY PERIOD AND CLASS      *
061900*                   (SIMPLE EXCHANGE PASSES, AS DAY01PM)    *
062000*-----------------------------------------------------------*
062100 9100-SORT-TABLE.
062200     IF WS-BUDGET-COUNT < 2
062300         GO TO 9100-SORT-TABLE-EXIT
062400     END-IF.
062500     SET PASS-SWAPPED TO TRUE.
062600     PERFORM 9110-SORT-ONE-PASS
062700         THRU 9110-SORT-ONE-PASS-EXIT
062800         UNTIL NOT PASS-SWAPPED.
062900 9100-SORT-TABLE-EXIT.
063000     EXIT.
063100 9110-SORT-ONE-PASS.
063200     MOVE 'N' TO WS-SWAPPED-SW.
063300     COMPUTE WS-SORT-LIMIT = WS-BUDGET-COUNT - 1.
063400     PERFORM 9120-COMPARE-ADJACENT
063500         THRU 9120-COMPARE-ADJACENT-EXIT
063600         VARYING WS-BUDGET-IDX FROM 1 BY 1
063700         UNTIL WS-BUDGET-IDX > WS-SORT-LIMIT.
063800 9110-SORT-ONE-PASS-EXIT.
063900     EXIT.
064000 9120-COMPARE-ADJACENT.
064100     IF BE-SORT-KEY (WS-BUDGET-IDX)
064200        > BE-SORT-KEY (WS-BUDGET-IDX + 1)
064300         MOVE BE-SORT-KEY (WS-BUDGET-IDX)
064400             TO WS-SWAP-SORT-KEY
064500         MOVE BE-BUDGET-AMOUNT (WS-BUDGET-IDX)
064600             TO WS-SWAP-AMOUNT
064700         MOVE BE-DELETED-SW (WS-BUDGET-IDX)
064800             TO WS-SWAP-DELETED-SW
064900         MOVE BE-SORT-KEY (WS-BUDGET-IDX + 1)
065000             TO BE-SORT-KEY (WS-BUDGET-IDX)
065100         MOVE BE-BUDGET-AMOUNT (WS-BUDGET-IDX + 1)
065200             TO BE-BUDGET-AMOUNT (WS-BUDGET-IDX)
065300         MOVE BE-DELETED-SW (WS-BUDGET-IDX + 1)
065400             TO BE-DELETED-SW (WS-BUDGET-IDX)
065500         MOVE WS-SWAP-SORT-KEY
065600             TO BE-SORT-KEY (WS-BUDGET-IDX + 1)
065700         MOVE WS-SWAP-AMOUNT
065800             TO BE-BUDGET-AMOUNT (WS-BUDGET-IDX + 1)
065900         MOVE WS-SWAP-DELETED-SW
066000             TO BE-DELETED-SW (WS-BUDGET-IDX + 1)
066100         SET PASS-SWAPPED TO TRUE
066200     END-IF.
066300 9120-COMPARE-ADJACENT-EXIT.
066400     EXIT.
066500*-----------------------------------------------------------*
066600* 9200-WRITE-ONE-ROW - ONE SURVIVING ROW TO THE REPLACEMENT *
066700*                      BUDGET IN THE DAY01E LAYOUT          *
066800*-----------------------------------------------------------*
066900 9200-WRITE-ONE-ROW.
067000     IF BE-DELETED (WS-BUDGET-IDX)
067100         GO TO 9200-WRITE-ONE-ROW-EXIT
067200     END-IF.
067300     MOVE BE-PERIOD (WS-BUDGET-IDX) TO WS-OUT-PERIOD.
067400     MOVE BE-MODULE-CLASS (WS-BUDGET-IDX)
067500         TO WS-OUT-MODULE-CLASS.
067600     MOVE BE-BUDGET-AMOUNT (WS-BUDGET-IDX)
067700         TO WS-OUT-BUDGET-AMOUNT.
067800     ADD 1 TO WS-ROWS-WRITTEN-COUNT.
067900     WRITE BUDGET-NEW-RECORD FROM WS-BUDGET-OUT-RECORD.
068000 9200-WRITE-ONE-ROW-EXIT.
068100     EXIT.
068200*-----------------------------------------------------------*
068300* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
068400*                            HASH TOTALS AND CONDITION CODE *
068500*                            TO THE SHARED BATCH CONTROL    *
068600*                            LEDGER                         *
068700*-----------------------------------------------------------*
068800 9800-WRITE-BATCH-CONTROL.
068900     MOVE SPACES TO BATCH-CONTROL-RECORD.
069000     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
069100     ACCEPT BC-RUN-TIME FROM TIME.
069200     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
069300         ON EXCEPTION
069400             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
069500     END-ACCEPT.
069600     IF BC-BUSINESS-DATE NOT NUMERIC
069700         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
069800     END-IF.
069900     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
070000         ON EXCEPTION
070100             MOVE 'UNKNOWN ' TO BC-JOB-ID
070200     END-ACCEPT.
070300     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
070400         ON EXCEPTION
070500             MOVE 'DAY01BM' TO BC-STEP-NAME
070600     END-ACCEPT.
070700     MOVE 'DAY01BM' TO BC-PROGRAM-ID.
070800     MOVE WS-TRAN-READ-COUNT TO BC-RECORDS-IN.
070900     MOVE WS-ROWS-WRITTEN-COUNT TO BC-RECORDS-OUT.
071000     MOVE 0 TO BC-HASH-IN.
071100     MOVE 0 TO BC-HASH-OUT.
071200     MOVE RETURN-CODE TO BC-CONDITION-CODE.
071300     OPEN EXTEND BATCH-CONTROL-FILE.
071400     IF WS-BATCHCTL-STATUS = '35'
071500         OPEN OUTPUT BATCH-CONTROL-FILE
071600     END-IF.
071700     WRITE BATCH-CONTROL-RECORD.
071800     CLOSE BATCH-CONTROL-FILE.
071900 9800-WRITE-BATCH-CONTROL-EXIT.
072000     EXIT.
