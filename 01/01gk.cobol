000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01GK.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - BATCH GATEKEEPER.  RUN *
001100*                 AHEAD OF A STEP NAMED ON THE GATE CARD    *
001200*                 (GATEPARM, DAY01GP), IT READS THE SHARED  *
001300*                 BATCH CONTROL LEDGER (BATCHCTL, DAY01BC)  *
001400*                 FOR THE BUSINESS DATE AND CHECKS THAT     *
001500*                 EVERY UPSTREAM STEP THE STEP DEPENDS ON   *
001600*                 (GATEDEPS, DAY01GD, ELSE THE BUILT-IN     *
001700*                 TABLE) HAS RUN AND ENDED WITHIN ITS       *
001800*                 CONDITION CODE LIMIT.  A DAY01 UPSTREAM IS*
001900*                 ALSO CHECKED MANIFEST BY MANIFEST ON      *
002000*                 RUNSTAT (DAY01Z), SO A PROCFEED FROM A RUN*
002100*                 WITH ANY VERIFY FAIL NEVER REACHES        *
002200*                 DAY01TK.  EVERY RUN PRINTS THE            *
002300*                 BATCH-WINDOW SUMMARY FOR THE MORNING SHIFT*
002400*                 (GATERPT).  RC 8 WHEN THE GATE IS CLOSED, *
002500*                 RC 4 WHEN THE GATE IS OPEN BUT SOME STEP  *
002600*                 IN THE WINDOW FAILED.                     *
002614* 2026-10-15 JM   A DAY01 DEPENDENCY IS NOW GATED ON THE    *
002628*                 LATEST NORMAL RUN.  EACH DAY01 LEDGER     *
002642*                 ENTRY TAKES ITS RUN MODE FROM ITS RUN     *
002656*                 STATUS RECORDS, AND A SUPPLEMENTAL RUN NO *
002670*                 LONGER SUPERSEDES A NORMAL RUN THAT       *
002684*                 FAILED.                                   *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT GATE-REQUEST-FILE ASSIGN TO GATEPARM
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-GATEPARM-STATUS.
003400     SELECT DEPENDENCY-CARD-FILE ASSIGN TO GATEDEPS
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-GATEDEPS-STATUS.
003700     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BATCHCTL-STATUS.
004000     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RUNSTAT-STATUS.
004300     SELECT GATE-REPORT-FILE ASSIGN TO GATERPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GATERPT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  GATE-REQUEST-FILE
004900     RECORDING MODE IS F.
005000     COPY DAY01GP.
005100 FD  DEPENDENCY-CARD-FILE
005200     RECORDING MODE IS F.
005300     COPY DAY01GD.
005400 FD  BATCH-CONTROL-FILE
005500     RECORDING MODE IS F.
005600     COPY DAY01BC.
005700 FD  RUN-STATUS-FILE
005800     RECORDING MODE IS F.
005900     COPY DAY01Z.
006000 FD  GATE-REPORT-FILE
006100     RECORDING MODE IS F.
006200 01  GATE-RECORD                 PIC X(132).
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500     05  WS-DEPS-EOF-SW          PIC X(01)  VALUE 'N'.
006600         88  DEPENDENCY-EOF                 VALUE 'Y'.
006700     05  WS-LEDGER-EOF-SW        PIC X(01)  VALUE 'N'.
006800         88  LEDGER-EOF                     VALUE 'Y'.
006900     05  WS-RUNSTAT-EOF-SW       PIC X(01)  VALUE 'N'.
007000         88  RUNSTAT-EOF                    VALUE 'Y'.
007100     05  WS-GATE-SW              PIC X(01)  VALUE 'N'.
007200         88  GATE-REQUESTED                 VALUE 'Y'.
007300     05  WS-GATE-OPEN-SW         PIC X(01)  VALUE 'Y'.
007400         88  GATE-OPEN                      VALUE 'Y'.
007500         88  GATE-CLOSED                    VALUE 'N'.
007600     05  WS-RUN-FOUND-SW         PIC X(01)  VALUE 'N'.
007700         88  RUN-FOUND                      VALUE 'Y'.
007800         88  RUN-NOT-FOUND                  VALUE 'N'.
007900     05  WS-DEP-OK-SW            PIC X(01)  VALUE 'Y'.
008000         88  DEPENDENCY-MET                 VALUE 'Y'.
008100         88  DEPENDENCY-NOT-MET             VALUE 'N'.
008200     05  WS-SWAPPED-SW           PIC X(01)  VALUE 'N'.
008300         88  PASS-SWAPPED                   VALUE 'Y'.
008400 01  WS-GATEPARM-STATUS          PIC X(02)  VALUE SPACES.
008500 01  WS-GATEDEPS-STATUS          PIC X(02)  VALUE SPACES.
008600 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
008700 01  WS-RUNSTAT-STATUS           PIC X(02)  VALUE SPACES.
008800 01  WS-GATERPT-STATUS           PIC X(02)  VALUE SPACES.
008900 01  WS-RUN-IDENTIFICATION.
009000     05  WS-RUN-DATE             PIC 9(08).
009100     05  WS-BUSINESS-DATE        PIC 9(08).
009200     05  WS-STEP-PROGRAM         PIC X(08)  VALUE SPACES.
009300*    THE UPSTREAM WHOSE RUN STATUS RECORDS ARE CHECKED MANIFEST
009400*    BY MANIFEST.
009500 01  WS-MAIN-PROGRAM             PIC X(08)  VALUE 'DAY01'.
009600*    THIS PROGRAM'S OWN LEDGER RECORDS SHOW HOW EACH GATE WENT,
009700*    NOT A FAILED STEP.
009800 01  WS-GATE-PROGRAM             PIC X(08)  VALUE 'DAY01GK'.
009900 01  WS-GATE-COUNTERS.
010000     05  WS-LEDGER-READ-COUNT    PIC 9(05)  COMP VALUE 0.
010100     05  WS-WARNING-COUNT        PIC 9(05)  COMP VALUE 0.
010200     05  WS-FAILED-COUNT         PIC 9(05)  COMP VALUE 0.
010300     05  WS-DEP-CHECKED-COUNT    PIC 9(05)  COMP VALUE 0.
010400     05  WS-DEP-FAILED-COUNT     PIC 9(05)  COMP VALUE 0.
010500     05  WS-VERIFY-FAIL-COUNT    PIC 9(05)  COMP VALUE 0.
010600*    THE SUITE'S STEP DEPENDENCIES, USED WHEN NO GATEDEPS CARDS
010700*    ARE SUPPLIED: PROGRAM, UPSTREAM PROGRAM, HIGHEST CONDITION
010800*    CODE THE UPSTREAM MAY HAVE ENDED WITH.
010900 01  WS-DEFAULT-DEPENDENCIES.
011000     05  FILLER                  PIC X(18)
011100         VALUE 'DAY01TK DAY01   04'.
011200     05  FILLER                  PIC X(18)
011300         VALUE 'DAY01TK DAY01TM 04'.
011400     05  FILLER                  PIC X(18)
011500         VALUE 'DAY01FP DAY01   04'.
011600     05  FILLER                  PIC X(18)
011700         VALUE 'DAY01DC DAY01   04'.
011800     05  FILLER                  PIC X(18)
011900         VALUE 'DAY01RC DAY01   04'.
012000     05  FILLER                  PIC X(18)
012100         VALUE 'DAY01TR DAY01   04'.
012200     05  FILLER                  PIC X(18)
012300         VALUE 'DAY01GL DAY01   04'.
012400     05  FILLER                  PIC X(18)
012500         VALUE 'DAY01SA DAY01   04'.
012600     05  FILLER                  PIC X(18)
012700         VALUE 'DAY01IM DAY01DC 04'.
012800     05  FILLER                  PIC X(18)
012900         VALUE 'DAY01BV DAY01DC 04'.
013000 01  WS-DEFAULT-DEP-TABLE REDEFINES WS-DEFAULT-DEPENDENCIES.
013100     05  WS-DEFAULT-DEP OCCURS 10 TIMES.
013200         10  DD-PROGRAM-ID       PIC X(08).
013300         10  DD-UPSTREAM-ID      PIC X(08).
013400         10  DD-MAX-CC           PIC 9(02).
013500 01  WS-DEFAULT-DEP-COUNT        PIC 9(05)  COMP VALUE 10.
013600 01  WS-DEPENDENCY-TABLE-AREA.
013700     05  WS-DEP-MAX              PIC 9(05)  COMP VALUE 200.
013800     05  WS-DEP-COUNT            PIC 9(05)  COMP VALUE 0.
013900     05  WS-DEP-IDX              PIC 9(05)  COMP VALUE 0.
014000     05  WS-DEP-ENTRY OCCURS 200 TIMES.
014100         10  DE-PROGRAM-ID       PIC X(08).
014200         10  DE-UPSTREAM-ID      PIC X(08).
014300         10  DE-MAX-CC           PIC 9(02).
014400 01  WS-LEDGER-TABLE-AREA.
014500     05  WS-LEDGER-MAX           PIC 9(05)  COMP VALUE 2000.
014600     05  WS-LEDGER-COUNT         PIC 9(05)  COMP VALUE 0.
014700     05  WS-LEDGER-IDX           PIC 9(05)  COMP VALUE 0.
014800     05  WS-HIT-IDX              PIC 9(05)  COMP VALUE 0.
014900     05  WS-SORT-LIMIT           PIC 9(05)  COMP VALUE 0.
015000     05  WS-LEDGER-ENTRY OCCURS 2000 TIMES.
015100         10  LE-SORT-KEY.
015200             15  LE-RUN-DATE     PIC 9(08).
015300             15  LE-RUN-TIME     PIC 9(08).
015400         10  LE-JOB-ID           PIC X(08).
015500         10  LE-STEP-NAME        PIC X(08).
015600         10  LE-PROGRAM-ID       PIC X(08).
015700         10  LE-RECORDS-IN       PIC 9(09).
015800         10  LE-RECORDS-OUT      PIC 9(09).
015900         10  LE-HASH-IN          PIC 9(13)V99.
016000         10  LE-HASH-OUT         PIC 9(13)V99.
016100         10  LE-CONDITION-CODE   PIC 9(02).
016133         10  LE-RUN-MODE         PIC X(01).
016166             88  LE-MODE-SUPPLEMENTAL       VALUE 'S'.
016200 01  WS-LEDGER-SWAP-ENTRY        PIC X(091).
016300 01  WS-RUNSTAT-TABLE-AREA.
016400     05  WS-RS-MAX               PIC 9(05)  COMP VALUE 5000.
016500     05  WS-RS-COUNT             PIC 9(05)  COMP VALUE 0.
016600     05  WS-RS-IDX               PIC 9(05)  COMP VALUE 0.
016700     05  WS-RS-ENTRY OCCURS 5000 TIMES.
016800         10  RE-RUN-DATE         PIC 9(08).
016900         10  RE-RUN-TIME         PIC 9(08).
017000         10  RE-JOB-ID           PIC X(08).
017100         10  RE-MANIFEST-ID      PIC X(10).
017200         10  RE-CONDITION-CODE   PIC 9(02).
017300         10  RE-DISPOSITION      PIC X(12).
017400             88  RE-DISP-VERIFY-FAIL        VALUE 'VERIFY FAIL'.
017500 01  WS-DEP-RESULT               PIC X(40)  VALUE SPACES.
017600 01  WS-CC-DISPLAY               PIC 99.
017700 01  WS-COUNT-EDIT               PIC ZZZZ9.
017800 01  GATE-HEADING-1.
017900     05  FILLER                  PIC X(24)
018000         VALUE 'BATCH WINDOW SUMMARY    '.
018100     05  FILLER                  PIC X(14)
018200         VALUE 'BUSINESS DATE '.
018300     05  GH1-BUSINESS-DATE       PIC 9(08).
018400     05  FILLER                  PIC X(04)  VALUE SPACES.
018500     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
018600     05  GH1-RUN-DATE            PIC 9(08).
018700 01  GATE-HEADING-2.
018800     05  FILLER                  PIC X(09)  VALUE 'STEP'.
018900     05  FILLER                  PIC X(09)  VALUE 'PROGRAM'.
019000     05  FILLER                  PIC X(09)  VALUE 'JOB'.
019100     05  FILLER                  PIC X(09)  VALUE 'RUN DATE'.
019200     05  FILLER                  PIC X(09)  VALUE 'RUN TIME'.
019300     05  FILLER                  PIC X(11)  VALUE ' RECS IN'.
019400     05  FILLER                  PIC X(11)  VALUE ' RECS OUT'.
019500     05  FILLER                  PIC X(18)
019600         VALUE '          HASH IN'.
019700     05  FILLER                  PIC X(18)
019800         VALUE '         HASH OUT'.
019900     05  FILLER                  PIC X(04)  VALUE 'CC'.
020000     05  FILLER                  PIC X(07)  VALUE 'STATUS'.
020100 01  GATE-STEP-LINE.
020200     05  GSL-STEP-NAME           PIC X(08).
020300     05  FILLER                  PIC X(01)  VALUE SPACE.
020400     05  GSL-PROGRAM-ID          PIC X(08).
020500     05  FILLER                  PIC X(01)  VALUE SPACE.
020600     05  GSL-JOB-ID              PIC X(08).
020700     05  FILLER                  PIC X(01)  VALUE SPACE.
020800     05  GSL-RUN-DATE            PIC 9(08).
020900     05  FILLER                  PIC X(01)  VALUE SPACE.
021000     05  GSL-RUN-TIME            PIC 9(08).
021100     05  FILLER                  PIC X(01)  VALUE SPACE.
021200     05  GSL-RECORDS-IN          PIC Z(09)9.
021300     05  FILLER                  PIC X(01)  VALUE SPACE.
021400     05  GSL-RECORDS-OUT         PIC Z(09)9.
021500     05  FILLER                  PIC X(01)  VALUE SPACE.
021600     05  GSL-HASH-IN             PIC Z(13)9.99.
021700     05  FILLER                  PIC X(01)  VALUE SPACE.
021800     05  GSL-HASH-OUT            PIC Z(13)9.99.
021900     05  FILLER                  PIC X(02)  VALUE SPACES.
022000     05  GSL-CONDITION-CODE      PIC 99.
022100     05  FILLER                  PIC X(02)  VALUE SPACES.
022200     05  GSL-STATUS              PIC X(07).
022300 01  GATE-MANIFEST-LINE.
022400     05  FILLER                  PIC X(18)
022500         VALUE '      MANIFEST    '.
022600     05  GML-MANIFEST-ID         PIC X(10).
022700     05  FILLER                  PIC X(02)  VALUE SPACES.
022800     05  GML-DISPOSITION         PIC X(12).
022900     05  FILLER                  PIC X(04)  VALUE ' CC '.
023000     05  GML-CONDITION-CODE      PIC 99.
023100 01  GATE-NO-STEPS-LINE.
023200     05  FILLER                  PIC X(40)
023300         VALUE 'NO STEPS ON THE LEDGER FOR THIS DATE    '.
023400 01  GATE-WINDOW-TOTALS.
023500     05  FILLER                  PIC X(12)  VALUE 'STEPS RUN:'.
023600     05  GWT-STEP-COUNT          PIC ZZZZ9.
023700     05  FILLER                  PIC X(14)  VALUE '   WARNINGS:'.
023800     05  GWT-WARNING-COUNT       PIC ZZZZ9.
023900     05  FILLER                  PIC X(12)  VALUE '   FAILED:'.
024000     05  GWT-FAILED-COUNT        PIC ZZZZ9.
024100 01  GATE-CHECK-HEADING.
024200     05  FILLER                  PIC X(20)
024300         VALUE 'GATE CHECK FOR STEP '.
024400     05  GCH-STEP-PROGRAM        PIC X(08).
024500 01  GATE-CHECK-COLUMNS.
024600     05  FILLER                  PIC X(09)  VALUE 'UPSTREAM'.
024700     05  FILLER                  PIC X(07)  VALUE 'LIMIT'.
024800     05  FILLER                  PIC X(09)  VALUE 'JOB'.
024900     05  FILLER                  PIC X(09)  VALUE 'RUN TIME'.
025000     05  FILLER                  PIC X(04)  VALUE 'CC'.
025100     05  FILLER                  PIC X(40)  VALUE 'RESULT'.
025200 01  GATE-CHECK-LINE.
025300     05  GCL-UPSTREAM-ID         PIC X(08).
025400     05  FILLER                  PIC X(03)  VALUE SPACES.
025500     05  GCL-MAX-CC              PIC 99.
025600     05  FILLER                  PIC X(03)  VALUE SPACES.
025700     05  GCL-JOB-ID              PIC X(08).
025800     05  FILLER                  PIC X(01)  VALUE SPACE.
025900     05  GCL-RUN-TIME            PIC X(08).
026000     05  FILLER                  PIC X(01)  VALUE SPACE.
026100     05  GCL-CONDITION-CODE      PIC X(02).
026200     05  FILLER                  PIC X(02)  VALUE SPACES.
026300     05  GCL-RESULT              PIC X(40).
026400 01  GATE-NO-DEPS-LINE.
026500     05  FILLER                  PIC X(40)
026600         VALUE 'NO UPSTREAM DEPENDENCIES FOR THIS STEP  '.
026700 01  GATE-RESULT-LINE.
026800     05  GRL-RESULT              PIC X(14).
026900     05  FILLER                  PIC X(03)  VALUE ' - '.
027000     05  GRL-STEP-PROGRAM        PIC X(08).
027100     05  GRL-ACTION              PIC X(14).
027200 01  GATE-BLANK-LINE             PIC X(01)  VALUE SPACE.
027300 PROCEDURE DIVISION.
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE
027600         THRU 1000-INITIALIZE-EXIT.
027700     PERFORM 2000-PRINT-WINDOW
027800         THRU 2000-PRINT-WINDOW-EXIT.
027900     IF GATE-REQUESTED
028000         PERFORM 3000-CHECK-GATE
028100             THRU 3000-CHECK-GATE-EXIT
028200     END-IF.
028300     PERFORM 9000-TERMINATE
028400         THRU 9000-TERMINATE-EXIT.
028500     STOP RUN.
028600 0000-MAINLINE-EXIT.
028700     EXIT.
028800*-----------------------------------------------------------*
028900* 1000-INITIALIZE - READ THE GATE CARD AND SETTLE THE       *
029000*                   BUSINESS DATE, LOAD THE DEPENDENCIES,   *
029100*                   THE DAY'S LEDGER RECORDS AND THE RUN    *
029200*                   STATUS RECORDS OF THE DAY'S DAY01 RUNS. *
029300*                   A MISSING LEDGER IS AN EMPTY WINDOW, SO *
029400*                   ANY GATE CHECKED AGAINST IT STAYS       *
029500*                   CLOSED.                                 *
029600*-----------------------------------------------------------*
029700 1000-INITIALIZE.
029800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029900     MOVE 0 TO WS-BUSINESS-DATE.
030000     OPEN INPUT GATE-REQUEST-FILE.
030100     IF WS-GATEPARM-STATUS = '00'
030200         PERFORM 1050-READ-GATE-CARD
030300             THRU 1050-READ-GATE-CARD-EXIT
030400         CLOSE GATE-REQUEST-FILE
030500     END-IF.
030600     IF WS-BUSINESS-DATE = 0
030700         ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
030800             ON EXCEPTION
030900                 MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
031000         END-ACCEPT
031100     END-IF.
031200     IF WS-BUSINESS-DATE NOT NUMERIC
031300        OR WS-BUSINESS-DATE = 0
031400         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
031500     END-IF.
031600     OPEN INPUT DEPENDENCY-CARD-FILE.
031700     IF WS-GATEDEPS-STATUS = '35'
031800         SET DEPENDENCY-EOF TO TRUE
031900     ELSE
032000         PERFORM 1100-LOAD-DEPENDENCY
032100             THRU 1100-LOAD-DEPENDENCY-EXIT
032200             UNTIL DEPENDENCY-EOF
032300         CLOSE DEPENDENCY-CARD-FILE
032400     END-IF.
032500     IF WS-DEP-COUNT = 0
032600         PERFORM 1150-LOAD-DEFAULT-DEP
032700             THRU 1150-LOAD-DEFAULT-DEP-EXIT
032800             VARYING WS-DEP-IDX FROM 1 BY 1
032900             UNTIL WS-DEP-IDX > WS-DEFAULT-DEP-COUNT
033000     END-IF.
033100     OPEN INPUT BATCH-CONTROL-FILE.
033200     IF WS-BATCHCTL-STATUS = '35'
033300         SET LEDGER-EOF TO TRUE
033400     ELSE
033500         PERFORM 1200-LOAD-LEDGER-ENTRY
033600             THRU 1200-LOAD-LEDGER-ENTRY-EXIT
033700             UNTIL LEDGER-EOF
033800         CLOSE BATCH-CONTROL-FILE
033900     END-IF.
034000     OPEN INPUT RUN-STATUS-FILE.
034100     IF WS-RUNSTAT-STATUS = '35'
034200         SET RUNSTAT-EOF TO TRUE
034300     ELSE
034400         PERFORM 1300-LOAD-RUN-STATUS
034500             THRU 1300-LOAD-RUN-STATUS-EXIT
034600             UNTIL RUNSTAT-EOF
034700         CLOSE RUN-STATUS-FILE
034800     END-IF.
034900     OPEN OUTPUT GATE-REPORT-FILE.
035000     IF WS-GATERPT-STATUS NOT = '00'
035100         DISPLAY 'DAY01GK - CANNOT OPEN GATERPT, STATUS '
035200             WS-GATERPT-STATUS
035300         MOVE 12 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     MOVE WS-BUSINESS-DATE TO GH1-BUSINESS-DATE.
035700     MOVE WS-RUN-DATE TO GH1-RUN-DATE.
035800     WRITE GATE-RECORD FROM GATE-HEADING-1.
035900     WRITE GATE-RECORD FROM GATE-BLANK-LINE.
036000 1000-INITIALIZE-EXIT.
036100     EXIT.
036200*-----------------------------------------------------------*
036300* 1050-READ-GATE-CARD - THE STEP TO GATE AND, OPTIONALLY,   *
036400*                       ITS BUSINESS DATE.  NO CARD OR A    *
036500*                       BLANK PROGRAM MEANS SUMMARY ONLY.   *
036600*-----------------------------------------------------------*
036700 1050-READ-GATE-CARD.
036800     READ GATE-REQUEST-FILE
036900         AT END
037000             GO TO 1050-READ-GATE-CARD-EXIT
037100     END-READ.
037200     IF NOT GP-SUMMARY-ONLY
037300         SET GATE-REQUESTED TO TRUE
037400         MOVE GP-STEP-PROGRAM TO WS-STEP-PROGRAM
037500     END-IF.
037600     IF GP-BUSINESS-DATE-X NOT = SPACES
037700         IF GP-BUSINESS-DATE NUMERIC
037800             MOVE GP-BUSINESS-DATE TO WS-BUSINESS-DATE
037900         ELSE
038000             DISPLAY 'DAY01GK - BAD BUSINESS DATE ON GATE CARD '
038100                 'IGNORED: ' GP-BUSINESS-DATE-X
038200         END-IF
038300     END-IF.
038400 1050-READ-GATE-CARD-EXIT.
038500     EXIT.
038600*-----------------------------------------------------------*
038700* 1100-LOAD-DEPENDENCY - ONE DEPENDENCY CARD.  A CARD WITH A*
038800*                        BLANK PROGRAM OR A BAD LIMIT IS    *
038900*                        SKIPPED LOUDLY.                    *
039000*-----------------------------------------------------------*
039100 1100-LOAD-DEPENDENCY.
039200     READ DEPENDENCY-CARD-FILE
039300         AT END
039400             SET DEPENDENCY-EOF TO TRUE
039500             GO TO 1100-LOAD-DEPENDENCY-EXIT
039600     END-READ.
039700     IF GD-PROGRAM-ID = SPACES
039800        OR GD-UPSTREAM-ID = SPACES
039900        OR GD-MAX-CC NOT NUMERIC
040000         DISPLAY 'DAY01GK - BAD DEPENDENCY CARD SKIPPED: '
040100             GATE-DEPENDENCY-CARD
040200         GO TO 1100-LOAD-DEPENDENCY-EXIT
040300     END-IF.
040400     IF WS-DEP-COUNT NOT < WS-DEP-MAX
040500         DISPLAY 'DAY01GK - DEPENDENCY TABLE FULL AT ' WS-DEP-MAX
040600         MOVE 12 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900     ADD 1 TO WS-DEP-COUNT.
041000     MOVE GD-PROGRAM-ID  TO DE-PROGRAM-ID (WS-DEP-COUNT).
041100     MOVE GD-UPSTREAM-ID TO DE-UPSTREAM-ID (WS-DEP-COUNT).
041200     MOVE GD-MAX-CC      TO DE-MAX-CC (WS-DEP-COUNT).
041300 1100-LOAD-DEPENDENCY-EXIT.
041400     EXIT.
041500 1150-LOAD-DEFAULT-DEP.
041600     ADD 1 TO WS-DEP-COUNT.
041700     MOVE DD-PROGRAM-ID (WS-DEP-IDX)
041800                         TO DE-PROGRAM-ID (WS-DEP-COUNT).
041900     MOVE DD-UPSTREAM-ID (WS-DEP-IDX)
042000                         TO DE-UPSTREAM-ID (WS-DEP-COUNT).
042100     MOVE DD-MAX-CC (WS-DEP-IDX)
042200                         TO DE-MAX-CC (WS-DEP-COUNT).
042300 1150-LOAD-DEFAULT-DEP-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------*
042600* 1200-LOAD-LEDGER-ENTRY - ONE LEDGER RECORD, KEPT WHEN IT  *
042700*                          IS FOR THE BUSINESS DATE         *
042800*-----------------------------------------------------------*
042900 1200-LOAD-LEDGER-ENTRY.
043000     READ BATCH-CONTROL-FILE
043100         AT END
043200             SET LEDGER-EOF TO TRUE
043300             GO TO 1200-LOAD-LEDGER-ENTRY-EXIT
043400     END-READ.
043500     IF BC-BUSINESS-DATE NOT NUMERIC
043600        OR BC-RUN-DATE NOT NUMERIC
043700        OR BC-RUN-TIME NOT NUMERIC
043800        OR BC-CONDITION-CODE NOT NUMERIC
043900         DISPLAY 'DAY01GK - BAD LEDGER RECORD SKIPPED: '
044000             BATCH-CONTROL-RECORD
044100         GO TO 1200-LOAD-LEDGER-ENTRY-EXIT
044200     END-IF.
044300     IF BC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
044400         GO TO 1200-LOAD-LEDGER-ENTRY-EXIT
044500     END-IF.
044600     IF WS-LEDGER-COUNT NOT < WS-LEDGER-MAX
044700         DISPLAY 'DAY01GK - LEDGER TABLE FULL AT ' WS-LEDGER-MAX
044800         MOVE 12 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     ADD 1 TO WS-LEDGER-COUNT.
045200     MOVE BC-RUN-DATE       TO LE-RUN-DATE (WS-LEDGER-COUNT).
045300     MOVE BC-RUN-TIME       TO LE-RUN-TIME (WS-LEDGER-COUNT).
045400     MOVE BC-JOB-ID         TO LE-JOB-ID (WS-LEDGER-COUNT).
045500     MOVE BC-STEP-NAME      TO LE-STEP-NAME (WS-LEDGER-COUNT).
045600     MOVE BC-PROGRAM-ID     TO LE-PROGRAM-ID (WS-LEDGER-COUNT).
045700     MOVE BC-RECORDS-IN     TO LE-RECORDS-IN (WS-LEDGER-COUNT).
045800     MOVE BC-RECORDS-OUT    TO LE-RECORDS-OUT (WS-LEDGER-COUNT).
045900     MOVE BC-HASH-IN        TO LE-HASH-IN (WS-LEDGER-COUNT).
046000     MOVE BC-HASH-OUT       TO LE-HASH-OUT (WS-LEDGER-COUNT).
046100     MOVE BC-CONDITION-CODE
046200                         TO LE-CONDITION-CODE (WS-LEDGER-COUNT).
046250     MOVE SPACE             TO LE-RUN-MODE (WS-LEDGER-COUNT).
046300 1200-LOAD-LEDGER-ENTRY-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------*
046600* 1300-LOAD-RUN-STATUS - ONE RUN STATUS RECORD, KEPT WHEN   *
046700*                        IT BELONGS TO A DAY01 RUN ON THE   *
046800*                        DAY'S LEDGER (SAME RUN DATE, TIME  *
046900*                        AND JOB).  ITS RUN MODE IS CARRIED *
046950*                        TO THAT RUN'S LEDGER ENTRY.        *
047000*-----------------------------------------------------------*
047100 1300-LOAD-RUN-STATUS.
047200     READ RUN-STATUS-FILE
047300         AT END
047400             SET RUNSTAT-EOF TO TRUE
047500             GO TO 1300-LOAD-RUN-STATUS-EXIT
047600     END-READ.
047700     SET RUN-NOT-FOUND TO TRUE.
047800     PERFORM 1310-MATCH-LEDGER-RUN
047900         THRU 1310-MATCH-LEDGER-RUN-EXIT
048000         VARYING WS-LEDGER-IDX FROM 1 BY 1
048100         UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
048200             OR RUN-FOUND.
048300     IF RUN-NOT-FOUND
048400         GO TO 1300-LOAD-RUN-STATUS-EXIT
048500     END-IF.
048600     IF WS-RS-COUNT NOT < WS-RS-MAX
048700         DISPLAY 'DAY01GK - RUN STATUS TABLE FULL AT ' WS-RS-MAX
048800         MOVE 12 TO RETURN-CODE
048900         STOP RUN
049000     END-IF.
049100     ADD 1 TO WS-RS-COUNT.
049200     MOVE RS-RUN-DATE       TO RE-RUN-DATE (WS-RS-COUNT).
049300     MOVE RS-RUN-TIME       TO RE-RUN-TIME (WS-RS-COUNT).
049400     MOVE RS-JOB-ID         TO RE-JOB-ID (WS-RS-COUNT).
049500     MOVE RS-MANIFEST-ID    TO RE-MANIFEST-ID (WS-RS-COUNT).
049600     MOVE RS-CONDITION-CODE TO RE-CONDITION-CODE (WS-RS-COUNT).
049700     MOVE RS-DISPOSITION    TO RE-DISPOSITION (WS-RS-COUNT).
049800 1300-LOAD-RUN-STATUS-EXIT.
049900     EXIT.
050000 1310-MATCH-LEDGER-RUN.
050100     IF LE-PROGRAM-ID (WS-LEDGER-IDX) = WS-MAIN-PROGRAM
050200        AND LE-RUN-DATE (WS-LEDGER-IDX) = RS-RUN-DATE
050300        AND LE-RUN-TIME (WS-LEDGER-IDX) = RS-RUN-TIME
050400        AND LE-JOB-ID (WS-LEDGER-IDX) = RS-JOB-ID
050500         SET RUN-FOUND TO TRUE
050550         MOVE RS-RUN-MODE TO LE-RUN-MODE (WS-LEDGER-IDX)
050600     END-IF.
050700 1310-MATCH-LEDGER-RUN-EXIT.
050800     EXIT.
050900*-----------------------------------------------------------*
051000* 2000-PRINT-WINDOW - THE MORNING SHIFT'S VIEW: EVERY STEP  *
051100*                     ON THE LEDGER FOR THE BUSINESS DATE IN*
051200*                     THE ORDER IT RAN, WITH ITS COUNTS,    *
051300*                     HASH TOTALS AND CONDITION CODE, AND   *
051400*                     UNDER EACH DAY01 RUN ITS MANIFEST     *
051500*                     DISPOSITIONS.  EARLIER GATE CHECKS    *
051600*                     SHOW AS CLOSED OR CHECKED AND ARE NOT *
051700*                     COUNTED AS FAILURES.                  *
051800*-----------------------------------------------------------*
051900 2000-PRINT-WINDOW.
052000     WRITE GATE-RECORD FROM GATE-HEADING-2.
052100     WRITE GATE-RECORD FROM GATE-BLANK-LINE.
052200     IF WS-LEDGER-COUNT = 0
052300         WRITE GATE-RECORD FROM GATE-NO-STEPS-LINE
052400         GO TO 2000-PRINT-WINDOW-EXIT
052500     END-IF.
052600     IF WS-LEDGER-COUNT > 1
052700         SET PASS-SWAPPED TO TRUE
052800         PERFORM 2100-SORT-ONE-PASS
052900             THRU 2100-SORT-ONE-PASS-EXIT
053000             UNTIL NOT PASS-SWAPPED
053100     END-IF.
053200     PERFORM 2200-PRINT-ONE-STEP
053300         THRU 2200-PRINT-ONE-STEP-EXIT
053400         VARYING WS-LEDGER-IDX FROM 1 BY 1
053500         UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT.
053600 2000-PRINT-WINDOW-EXIT.
053700     EXIT.
053800 2100-SORT-ONE-PASS.
053900     MOVE 'N' TO WS-SWAPPED-SW.
054000     COMPUTE WS-SORT-LIMIT = WS-LEDGER-COUNT - 1.
054100     PERFORM 2110-COMPARE-ADJACENT
054200         THRU 2110-COMPARE-ADJACENT-EXIT
054300         VARYING WS-LEDGER-IDX FROM 1 BY 1
054400         UNTIL WS-LEDGER-IDX > WS-SORT-LIMIT.
054500 2100-SORT-ONE-PASS-EXIT.
054600     EXIT.
054700 2110-COMPARE-ADJACENT.
054800     IF LE-SORT-KEY (WS-LEDGER-IDX)
054900             > LE-SORT-KEY (WS-LEDGER-IDX + 1)
055000         MOVE WS-LEDGER-ENTRY (WS-LEDGER-IDX)
055100             TO WS-LEDGER-SWAP-ENTRY
055200         MOVE WS-LEDGER-ENTRY (WS-LEDGER-IDX + 1)
055300             TO WS-LEDGER-ENTRY (WS-LEDGER-IDX)
055400         MOVE WS-LEDGER-SWAP-ENTRY
055500             TO WS-LEDGER-ENTRY (WS-LEDGER-IDX + 1)
055600         SET PASS-SWAPPED TO TRUE
055700     END-IF.
055800 2110-COMPARE-ADJACENT-EXIT.
055900     EXIT.
056000 2200-PRINT-ONE-STEP.
056100     MOVE LE-STEP-NAME (WS-LEDGER-IDX)   TO GSL-STEP-NAME.
056200     MOVE LE-PROGRAM-ID (WS-LEDGER-IDX)  TO GSL-PROGRAM-ID.
056300     MOVE LE-JOB-ID (WS-LEDGER-IDX)      TO GSL-JOB-ID.
056400     MOVE LE-RUN-DATE (WS-LEDGER-IDX)    TO GSL-RUN-DATE.
056500     MOVE LE-RUN-TIME (WS-LEDGER-IDX)    TO GSL-RUN-TIME.
056600     MOVE LE-RECORDS-IN (WS-LEDGER-IDX)  TO GSL-RECORDS-IN.
056700     MOVE LE-RECORDS-OUT (WS-LEDGER-IDX) TO GSL-RECORDS-OUT.
056800     MOVE LE-HASH-IN (WS-LEDGER-IDX)     TO GSL-HASH-IN.
056900     MOVE LE-HASH-OUT (WS-LEDGER-IDX)    TO GSL-HASH-OUT.
057000     MOVE LE-CONDITION-CODE (WS-LEDGER-IDX)
057100                                         TO GSL-CONDITION-CODE.
057200     IF LE-PROGRAM-ID (WS-LEDGER-IDX) = WS-GATE-PROGRAM
057300         IF LE-CONDITION-CODE (WS-LEDGER-IDX) = 8
057400             MOVE 'CLOSED'  TO GSL-STATUS
057500         ELSE
057600             MOVE 'CHECKED' TO GSL-STATUS
057700         END-IF
057800     ELSE IF LE-CONDITION-CODE (WS-LEDGER-IDX) = 0
057900         MOVE 'OK'      TO GSL-STATUS
058000     ELSE IF LE-CONDITION-CODE (WS-LEDGER-IDX) NOT > 4
058100         MOVE 'WARNING' TO GSL-STATUS
058200         ADD 1 TO WS-WARNING-COUNT
058300     ELSE
058400         MOVE 'FAILED'  TO GSL-STATUS
058500         ADD 1 TO WS-FAILED-COUNT
058600     END-IF.
058700     WRITE GATE-RECORD FROM GATE-STEP-LINE.
058800     IF LE-PROGRAM-ID (WS-LEDGER-IDX) = WS-MAIN-PROGRAM
058900         MOVE WS-LEDGER-IDX TO WS-HIT-IDX
059000         PERFORM 2300-PRINT-MANIFEST
059100             THRU 2300-PRINT-MANIFEST-EXIT
059200             VARYING WS-RS-IDX FROM 1 BY 1
059300             UNTIL WS-RS-IDX > WS-RS-COUNT
059400     END-IF.
059500 2200-PRINT-ONE-STEP-EXIT.
059600     EXIT.
059700 2300-PRINT-MANIFEST.
059800     IF RE-RUN-DATE (WS-RS-IDX) NOT = LE-RUN-DATE (WS-HIT-IDX)
059900        OR RE-RUN-TIME (WS-RS-IDX) NOT = LE-RUN-TIME (WS-HIT-IDX)
060000        OR RE-JOB-ID (WS-RS-IDX) NOT = LE-JOB-ID (WS-HIT-IDX)
060100         GO TO 2300-PRINT-MANIFEST-EXIT
060200     END-IF.
060300     MOVE RE-MANIFEST-ID (WS-RS-IDX)    TO GML-MANIFEST-ID.
060400     MOVE RE-DISPOSITION (WS-RS-IDX)    TO GML-DISPOSITION.
060500     MOVE RE-CONDITION-CODE (WS-RS-IDX) TO GML-CONDITION-CODE.
060600     WRITE GATE-RECORD FROM GATE-MANIFEST-LINE.
060700 2300-PRINT-MANIFEST-EXIT.
060800     EXIT.
060900*-----------------------------------------------------------*
061000* 3000-CHECK-GATE - CHECK EVERY UPSTREAM STEP THE GATED STEP*
061100*                   DEPENDS ON.  ONE UNMET DEPENDENCY CLOSES*
061200*                   THE GATE.                               *
061300*-----------------------------------------------------------*
061400 3000-CHECK-GATE.
061500     WRITE GATE-RECORD FROM GATE-BLANK-LINE.
061600     MOVE WS-STEP-PROGRAM TO GCH-STEP-PROGRAM.
061700     WRITE GATE-RECORD FROM GATE-CHECK-HEADING.
061800     WRITE GATE-RECORD FROM GATE-BLANK-LINE.
061900     WRITE GATE-RECORD FROM GATE-CHECK-COLUMNS.
062000     PERFORM 3100-CHECK-ONE-DEPENDENCY
062100         THRU 3100-CHECK-ONE-DEPENDENCY-EXIT
062200         VARYING WS-DEP-IDX FROM 1 BY 1
062300         UNTIL WS-DEP-IDX > WS-DEP-COUNT.
062400     IF WS-DEP-CHECKED-COUNT = 0
062500         WRITE GATE-RECORD FROM GATE-NO-DEPS-LINE
062600     END-IF.
062700 3000-CHECK-GATE-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------*
063000* 3100-CHECK-ONE-DEPENDENCY - THE UPSTREAM'S LATEST RUN FOR *
063100*                             THE BUSINESS DATE MUST EXIST  *
063200*                             AND HAVE ENDED WITHIN THE     *
063300*                             LIMIT; FOR DAY01 NONE OF THAT *
063400*                             RUN'S MANIFESTS MAY HAVE      *
063500*                             FAILED TRAILER VERIFICATION   *
063600*-----------------------------------------------------------*
063700 3100-CHECK-ONE-DEPENDENCY.
063800     IF DE-PROGRAM-ID (WS-DEP-IDX) NOT = WS-STEP-PROGRAM
063900         GO TO 3100-CHECK-ONE-DEPENDENCY-EXIT
064000     END-IF.
064100     ADD 1 TO WS-DEP-CHECKED-COUNT.
064200     SET DEPENDENCY-MET TO TRUE.
064300     MOVE SPACES TO WS-DEP-RESULT.
064400     MOVE DE-UPSTREAM-ID (WS-DEP-IDX) TO GCL-UPSTREAM-ID.
064500     MOVE DE-MAX-CC (WS-DEP-IDX)      TO GCL-MAX-CC.
064600     MOVE SPACES TO GCL-JOB-ID.
064700     MOVE SPACES TO GCL-RUN-TIME.
064800     MOVE SPACES TO GCL-CONDITION-CODE.
064900     PERFORM 3200-FIND-LATEST-RUN
065000         THRU 3200-FIND-LATEST-RUN-EXIT.
065100     IF RUN-NOT-FOUND
065200         SET DEPENDENCY-NOT-MET TO TRUE
065300         MOVE 'NOT RUN FOR BUSINESS DATE' TO WS-DEP-RESULT
065400     ELSE
065500         MOVE LE-JOB-ID (WS-HIT-IDX)   TO GCL-JOB-ID
065600         MOVE LE-RUN-TIME (WS-HIT-IDX) TO GCL-RUN-TIME
065700         MOVE LE-CONDITION-CODE (WS-HIT-IDX) TO WS-CC-DISPLAY
065800         MOVE WS-CC-DISPLAY TO GCL-CONDITION-CODE
065900         PERFORM 3300-CHECK-LATEST-RUN
066000             THRU 3300-CHECK-LATEST-RUN-EXIT
066100     END-IF.
066200     IF DEPENDENCY-MET
066300         MOVE 'OK' TO GCL-RESULT
066400     ELSE
066500         SET GATE-CLOSED TO TRUE
066600         ADD 1 TO WS-DEP-FAILED-COUNT
066700         MOVE WS-DEP-RESULT TO GCL-RESULT
066800     END-IF.
066900     WRITE GATE-RECORD FROM GATE-CHECK-LINE.
067000 3100-CHECK-ONE-DEPENDENCY-EXIT.
067100     EXIT.
067200*-----------------------------------------------------------*
067300* 3200-FIND-LATEST-RUN - THE LEDGER IS IN RUN ORDER, SO THE *
067400*                        LAST MATCH IS THE LATEST RUN; A    *
067500*                        RERUN THAT ENDED CLEAN SUPERSEDES  *
067600*                        THE FAILED RUN BEFORE IT.  A       *
067620*                        SUPPLEMENTAL DAY01 RUN ONLY        *
067640*                        ADJUSTS A FEED ALREADY MADE, SO IT *
067660*                        IS PASSED OVER AND CANNOT          *
067680*                        SUPERSEDE A NORMAL RUN.            *
067700*-----------------------------------------------------------*
067800 3200-FIND-LATEST-RUN.
067900     SET RUN-NOT-FOUND TO TRUE.
068000     MOVE 0 TO WS-HIT-IDX.
068100     PERFORM 3210-TEST-LEDGER-ENTRY
068200         THRU 3210-TEST-LEDGER-ENTRY-EXIT
068300         VARYING WS-LEDGER-IDX FROM 1 BY 1
068400         UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT.
068500 3200-FIND-LATEST-RUN-EXIT.
068600     EXIT.
068700 3210-TEST-LEDGER-ENTRY.
068725     IF LE-MODE-SUPPLEMENTAL (WS-LEDGER-IDX)
068750         GO TO 3210-TEST-LEDGER-ENTRY-EXIT
068775     END-IF.
068800     IF LE-PROGRAM-ID (WS-LEDGER-IDX)
068900             = DE-UPSTREAM-ID (WS-DEP-IDX)
069000         SET RUN-FOUND TO TRUE
069100         MOVE WS-LEDGER-IDX TO WS-HIT-IDX
069200     END-IF.
069300 3210-TEST-LEDGER-ENTRY-EXIT.
069400     EXIT.
069500 3300-CHECK-LATEST-RUN.
069600     IF LE-CONDITION-CODE (WS-HIT-IDX) > DE-MAX-CC (WS-DEP-IDX)
069700         SET DEPENDENCY-NOT-MET TO TRUE
069800         STRING 'ENDED CC ' DELIMITED BY SIZE
069900                WS-CC-DISPLAY DELIMITED BY SIZE
070000                ', OVER THE LIMIT' DELIMITED BY SIZE
070100             INTO WS-DEP-RESULT
070200         END-STRING
070300         GO TO 3300-CHECK-LATEST-RUN-EXIT
070400     END-IF.
070500     IF DE-UPSTREAM-ID (WS-DEP-IDX) NOT = WS-MAIN-PROGRAM
070600         GO TO 3300-CHECK-LATEST-RUN-EXIT
070700     END-IF.
070800     MOVE 0 TO WS-VERIFY-FAIL-COUNT.
070900     PERFORM 3310-COUNT-VERIFY-FAIL
071000         THRU 3310-COUNT-VERIFY-FAIL-EXIT
071100         VARYING WS-RS-IDX FROM 1 BY 1
071200         UNTIL WS-RS-IDX > WS-RS-COUNT.
071300     IF WS-VERIFY-FAIL-COUNT > 0
071400         SET DEPENDENCY-NOT-MET TO TRUE
071500         MOVE WS-VERIFY-FAIL-COUNT TO WS-COUNT-EDIT
071600         STRING 'VERIFY FAIL, MANIFESTS:' DELIMITED BY SIZE
071700                WS-COUNT-EDIT DELIMITED BY SIZE
071800             INTO WS-DEP-RESULT
071900         END-STRING
072000     END-IF.
072100 3300-CHECK-LATEST-RUN-EXIT.
072200     EXIT.
072300 3310-COUNT-VERIFY-FAIL.
072400     IF RE-RUN-DATE (WS-RS-IDX) = LE-RUN-DATE (WS-HIT-IDX)
072500        AND RE-RUN-TIME (WS-RS-IDX) = LE-RUN-TIME (WS-HIT-IDX)
072600        AND RE-JOB-ID (WS-RS-IDX) = LE-JOB-ID (WS-HIT-IDX)
072700        AND RE-DISP-VERIFY-FAIL (WS-RS-IDX)
072800         ADD 1 TO WS-VERIFY-FAIL-COUNT
072900     END-IF.
073000 3310-COUNT-VERIFY-FAIL-EXIT.
073100     EXIT.
073200*-----------------------------------------------------------*
073300* 9000-TERMINATE - PRINT THE WINDOW TOTALS AND THE GATE     *
073400*                  DECISION AND SET THE RETURN CODE: 8 GATE *
073500*                  CLOSED, 4 A STEP IN THE WINDOW FAILED,   *
073600*                  ELSE 0                                   *
073700*-----------------------------------------------------------*
073800 9000-TERMINATE.
073900     WRITE GATE-RECORD FROM GATE-BLANK-LINE.
074000     MOVE WS-LEDGER-COUNT TO GWT-STEP-COUNT.
074100     MOVE WS-WARNING-COUNT TO GWT-WARNING-COUNT.
074200     MOVE WS-FAILED-COUNT TO GWT-FAILED-COUNT.
074300     WRITE GATE-RECORD FROM GATE-WINDOW-TOTALS.
074400     IF GATE-REQUESTED
074500         WRITE GATE-RECORD FROM GATE-BLANK-LINE
074600         MOVE WS-STEP-PROGRAM TO GRL-STEP-PROGRAM
074700         IF GATE-OPEN
074800             MOVE 'GATE OPEN'      TO GRL-RESULT
074900             MOVE ' MAY RUN'       TO GRL-ACTION
075000         ELSE
075100             MOVE 'GATE CLOSED'    TO GRL-RESULT
075200             MOVE ' MUST NOT RUN'  TO GRL-ACTION
075300         END-IF
075400         WRITE GATE-RECORD FROM GATE-RESULT-LINE
075500     END-IF.
075600     CLOSE GATE-REPORT-FILE.
075700     DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE.
075800     DISPLAY 'STEPS ON LEDGER ' WS-LEDGER-COUNT.
075900     DISPLAY 'FAILED STEPS ' WS-FAILED-COUNT.
076000     IF GATE-REQUESTED
076100         DISPLAY 'DEPENDENCIES CHECKED ' WS-DEP-CHECKED-COUNT
076200         DISPLAY 'DEPENDENCIES NOT MET ' WS-DEP-FAILED-COUNT
076300         DISPLAY 'GATE FOR ' WS-STEP-PROGRAM ' ' GRL-RESULT
076400     END-IF.
076500     IF GATE-CLOSED
076600         MOVE 8 TO RETURN-CODE
076700     ELSE IF WS-FAILED-COUNT > 0
076800         MOVE 4 TO RETURN-CODE
076900     ELSE
077000         MOVE 0 TO RETURN-CODE
077100     END-IF.
077200     PERFORM 9800-WRITE-BATCH-CONTROL
077300         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
077400 9000-TERMINATE-EXIT.
077500     EXIT.
077600*-----------------------------------------------------------*
077700* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS, HASH*
077800*                            TOTALS AND CONDITION CODE TO   *
077900*                            THE SHARED BATCH CONTROL       *
078000*                            LEDGER, UNDER THE BUSINESS DATE*
078100*                            THE GATE WAS CHECKED FOR       *
078200*-----------------------------------------------------------*
078300 9800-WRITE-BATCH-CONTROL.
078400     MOVE SPACES TO BATCH-CONTROL-RECORD.
078500     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
078600     ACCEPT BC-RUN-TIME FROM TIME.
078700     MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE.
078800     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
078900         ON EXCEPTION
079000             MOVE 'UNKNOWN ' TO BC-JOB-ID
079100     END-ACCEPT.
079200     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
079300         ON EXCEPTION
079400             MOVE 'DAY01GK' TO BC-STEP-NAME
079500     END-ACCEPT.
079600     MOVE 'DAY01GK' TO BC-PROGRAM-ID.
079700     MOVE WS-LEDGER-COUNT TO BC-RECORDS-IN.
079800     MOVE WS-DEP-CHECKED-COUNT TO BC-RECORDS-OUT.
079900     MOVE 0 TO BC-HASH-IN.
080000     MOVE 0 TO BC-HASH-OUT.
080100     MOVE RETURN-CODE TO BC-CONDITION-CODE.
080200     OPEN EXTEND BATCH-CONTROL-FILE.
080300     IF WS-BATCHCTL-STATUS = '35'
080400         OPEN OUTPUT BATCH-CONTROL-FILE
080500     END-IF.
080600     WRITE BATCH-CONTROL-RECORD.
080700     CLOSE BATCH-CONTROL-FILE.
080800 9800-WRITE-BATCH-CONTROL-EXIT.
080900     EXIT.
