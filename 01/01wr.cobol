000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01WR.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - WEIGH TICKET           *
001100*                 RECONCILIATION.  COMPARES EACH            *
001200*                 WEIGH-BRIDGE TICKET (WGHTTKT, DAY01WK)    *
001300*                 WITH THE MODULE MASTER ROW (MODMAST,      *
001400*                 DAY01B) EFFECTIVE ON THE WEIGH DATE AND   *
001500*                 GRADES THE VARIANCE AGAINST THE MODULE    *
001600*                 CLASS TOLERANCE (WGHTTOL, DAY01WC, ELSE   *
001700*                 THE BUILT-IN FIGURES).  A TICKET OUT OF   *
001800*                 TOLERANCE GENERATES A DAY01T TRANSACTION, *
001900*                 EFFECTIVE THE WEIGH DATE AND CARRYING THE *
002000*                 WEIGHED NET MASS, ON THE PENDING FILE     *
002100*                 (WGHTPEND).  A SUPERVISOR RELEASES THE    *
002200*                 PENDING FILE BY PASSING IT TO THE NEXT    *
002300*                 DAY01MM RUN AS TRANIN; THE JOB EMPTIES IT *
002400*                 ONCE APPLIED.  RECONCILED TICKETS ARE     *
002500*                 KEPT ON A HISTORY FILE (WGHTHIST,         *
002600*                 DAY01WH).  THE REPORT (WGHTRPT) ALSO      *
002700*                 LISTS THE MODULES OF EVERY MANIFEST ON    *
002800*                 THE LAUNCH SCHEDULE (LNCHSCHD) STILL TO   *
002900*                 FLY THAT HAVE NEVER BEEN WEIGHED, TAKING  *
003000*                 EACH MANIFEST'S MODULES FROM THE MANIFEST *
003100*                 DECK (MASSIN).  RC 4 WHEN ANY TICKET IS   *
003200*                 REJECTED OR OUT OF TOLERANCE, OR ANY      *
003300*                 UPCOMING MODULE IS UNWEIGHED.             *
003320* 2026-10-15 JM   PENDING CARDS CARRY DAY01WR AS THE        *
003340*                 ENTERING OPERATOR AND REASON WGHT, SO     *
003360*                 DAY01MM JOURNALS THEM AND HOLDS A MASS    *
003380*                 MOVE PAST MASSTOL FOR A SECOND OPERATOR.  *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT WEIGH-TICKET-FILE ASSIGN TO WGHTTKT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-WGHTTKT-STATUS.
004100     SELECT MODULE-MASTER-FILE ASSIGN TO MODMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS MB-MASTER-KEY
004500         FILE STATUS IS WS-MODMAST-STATUS.
004600     SELECT TOLERANCE-CARD-FILE ASSIGN TO WGHTTOL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-WGHTTOL-STATUS.
004900     SELECT WEIGH-HISTORY-FILE ASSIGN TO WGHTHIST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-WGHTHIST-STATUS.
005200     SELECT LAUNCH-SCHEDULE-FILE ASSIGN TO LNCHSCHD
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LNCHSCHD-STATUS.
005500     SELECT MODULE-MASS-FILE ASSIGN TO MASSIN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MASSIN-STATUS.
005800     SELECT PENDING-TRANSACTION-FILE ASSIGN TO WGHTPEND
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-WGHTPEND-STATUS.
006100     SELECT WEIGH-REPORT-FILE ASSIGN TO WGHTRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-WGHTRPT-STATUS.
006400     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-BATCHCTL-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  WEIGH-TICKET-FILE
007000     RECORDING MODE IS F.
007100     COPY DAY01WK.
007200 FD  MODULE-MASTER-FILE.
007300     COPY DAY01B.
007400 FD  TOLERANCE-CARD-FILE
007500     RECORDING MODE IS F.
007600     COPY DAY01WC.
007700 FD  WEIGH-HISTORY-FILE
007800     RECORDING MODE IS F.
007900     COPY DAY01WH.
008000 FD  LAUNCH-SCHEDULE-FILE
008100     RECORDING MODE IS F.
008200     COPY DAY01L.
008300 FD  MODULE-MASS-FILE
008400     RECORDING MODE IS F.
008500 01  MASSIN-RECORD               PIC X(039).
008600 FD  PENDING-TRANSACTION-FILE
008700     RECORDING MODE IS F.
008800     COPY DAY01T.
008900 FD  WEIGH-REPORT-FILE
009000     RECORDING MODE IS F.
009100 01  WGHT-RECORD                 PIC X(132).
009200 FD  BATCH-CONTROL-FILE
009300     RECORDING MODE IS F.
009400     COPY DAY01BC.
009500 WORKING-STORAGE SECTION.
009600*    MANIFEST RECORD IN WORKING STORAGE (READ INTO), AS IN DAY01.
009700     COPY DAY01M.
009800 01  WS-SWITCHES.
009900     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
010000         88  END-OF-FILE                    VALUE 'Y'.
010100     05  WS-TOL-EOF-SW           PIC X(01)  VALUE 'N'.
010200         88  TOLERANCE-EOF                  VALUE 'Y'.
010300     05  WS-HIST-EOF-SW          PIC X(01)  VALUE 'N'.
010400         88  HISTORY-EOF                    VALUE 'Y'.
010500     05  WS-SCHED-EOF-SW         PIC X(01)  VALUE 'N'.
010600         88  SCHEDULE-EOF                   VALUE 'Y'.
010700     05  WS-MASS-EOF-SW          PIC X(01)  VALUE 'N'.
010800         88  MANIFEST-EOF                   VALUE 'Y'.
010900     05  WS-ACCEPT-SW            PIC X(01)  VALUE 'Y'.
011000         88  TICKET-ACCEPTED                VALUE 'Y'.
011100         88  TICKET-REJECTED                VALUE 'N'.
011200     05  WS-ROW-FOUND-SW         PIC X(01)  VALUE 'N'.
011300         88  MASS-ROW-FOUND                 VALUE 'Y'.
011400         88  MASS-ROW-NOT-FOUND             VALUE 'N'.
011500     05  WS-SCAN-DONE-SW         PIC X(01)  VALUE 'N'.
011600         88  MASTER-SCAN-DONE               VALUE 'Y'.
011700         88  MASTER-SCAN-NOT-DONE           VALUE 'N'.
011800     05  WS-TOL-FOUND-SW         PIC X(01)  VALUE 'N'.
011900         88  TOL-FOUND                      VALUE 'Y'.
012000         88  TOL-NOT-FOUND                  VALUE 'N'.
012100     05  WS-HIST-FOUND-SW        PIC X(01)  VALUE 'N'.
012200         88  HIST-FOUND                     VALUE 'Y'.
012300         88  HIST-NOT-FOUND                 VALUE 'N'.
012400     05  WS-PRIOR-OUT-SW         PIC X(01)  VALUE 'N'.
012500         88  PRIOR-OUT-FOUND                VALUE 'Y'.
012600         88  PRIOR-OUT-NOT-FOUND            VALUE 'N'.
012700     05  WS-SCHED-FOUND-SW       PIC X(01)  VALUE 'N'.
012800         88  SCHED-FOUND                    VALUE 'Y'.
012900         88  SCHED-NOT-FOUND                VALUE 'N'.
013000     05  WS-LISTED-SW            PIC X(01)  VALUE 'N'.
013100         88  ALREADY-LISTED                 VALUE 'Y'.
013200         88  NOT-YET-LISTED                 VALUE 'N'.
013300     05  WS-SCHEDULE-SW          PIC X(01)  VALUE 'N'.
013400         88  SCHEDULE-LOADED                VALUE 'Y'.
013500     05  WS-UPCOMING-SW          PIC X(01)  VALUE 'N'.
013600         88  MANIFEST-UPCOMING              VALUE 'Y'.
013700         88  MANIFEST-NOT-UPCOMING          VALUE 'N'.
013800 01  WS-WGHTTKT-STATUS           PIC X(02)  VALUE SPACES.
013900 01  WS-MODMAST-STATUS           PIC X(02)  VALUE SPACES.
014000 01  WS-WGHTTOL-STATUS           PIC X(02)  VALUE SPACES.
014100 01  WS-WGHTHIST-STATUS          PIC X(02)  VALUE SPACES.
014200 01  WS-LNCHSCHD-STATUS          PIC X(02)  VALUE SPACES.
014300 01  WS-MASSIN-STATUS            PIC X(02)  VALUE SPACES.
014400 01  WS-WGHTPEND-STATUS          PIC X(02)  VALUE SPACES.
014500 01  WS-WGHTRPT-STATUS           PIC X(02)  VALUE SPACES.
014600 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
014700 01  WS-RUN-IDENTIFICATION.
014800     05  WS-RUN-DATE             PIC 9(08).
014900 01  WS-REJECT-REASON            PIC X(32)  VALUE SPACES.
015000*    BUILT-IN TOLERANCE PERCENT BY MODULE CLASS.  CREW AND
015100*    COMMAND MODULES ARE BUILT TO DRAWING AND HELD TIGHT; CARGO
015200*    IS PACKED TO A LOAD PLAN AND WANDERS MOST.  A TOLERANCE
015300*    CARD OVERRIDES THE FIGURE FOR ITS CLASS.
015400 01  WS-CLASS-TOLERANCE-VALUES.
015500     05  FILLER                  PIC X(06)  VALUE 'CM0050'.
015600     05  FILLER                  PIC X(06)  VALUE 'CR0050'.
015700     05  FILLER                  PIC X(06)  VALUE 'FT0100'.
015800     05  FILLER                  PIC X(06)  VALUE 'CP0200'.
015900     05  FILLER                  PIC X(06)  VALUE 'XX0100'.
016000 01  WS-CLASS-TOLERANCE-TABLE REDEFINES WS-CLASS-TOLERANCE-VALUES.
016100     05  WS-CLASS-TOL-ENTRY OCCURS 5 TIMES.
016200         10  CT-MODULE-CLASS     PIC X(02).
016300         10  CT-TOL-PCT          PIC 9(02)V99.
016400 01  WS-CLASS-TOL-AREA.
016500     05  WS-CLASS-TOL-COUNT      PIC 9(05)  COMP VALUE 5.
016600     05  WS-TOL-IDX              PIC 9(05)  COMP VALUE 0.
016700     05  WS-DEFAULT-TOL-PCT      PIC 9(02)V99 VALUE 1.00.
016800 01  WS-MASTER-WORK.
016900     05  WS-LOOKUP-MODULE-ID     PIC X(10)  VALUE SPACES.
017000     05  WS-LOOKUP-DATE          PIC 9(08)  VALUE 0.
017100     05  WS-EFF-CLASS            PIC X(02)  VALUE SPACES.
017200     05  WS-EFF-DATE             PIC 9(08)  VALUE 0.
017300     05  WS-EFF-MASS             PIC 9(09)  VALUE 0.
017400     05  WS-EFF-MASS-X REDEFINES WS-EFF-MASS
017500                                 PIC X(09).
017600 01  WS-VARIANCE-WORK.
017700     05  WS-TOL-PCT              PIC 9(02)V99 VALUE 0.
017800     05  WS-VARIANCE             PIC S9(10) VALUE 0.
017900     05  WS-ABS-VARIANCE         PIC 9(10)  VALUE 0.
018000     05  WS-TOL-QTY              PIC 9(10)  VALUE 0.
018100     05  WS-VARIANCE-PCT         PIC S9(03)V99 VALUE 0.
018200     05  WS-VARIANCE-CLASS       PIC X(01)  VALUE SPACE.
018300         88  VAR-WITHIN-TOLERANCE           VALUE 'W'.
018400         88  VAR-OUT-OF-TOLERANCE           VALUE 'O'.
018500     05  WS-PENDING-ACTION       PIC X(01)  VALUE SPACE.
018600 01  WS-REGISTER-COUNTERS.
018700     05  WS-READ-COUNT           PIC 9(05)  COMP VALUE 0.
018800     05  WS-REJECTED-COUNT       PIC 9(05)  COMP VALUE 0.
018900     05  WS-WITHIN-COUNT         PIC 9(05)  COMP VALUE 0.
019000     05  WS-OUT-COUNT            PIC 9(05)  COMP VALUE 0.
019100     05  WS-PENDING-COUNT        PIC 9(05)  COMP VALUE 0.
019200     05  WS-UPCOMING-COUNT       PIC 9(05)  COMP VALUE 0.
019300     05  WS-UNWEIGHED-COUNT      PIC 9(05)  COMP VALUE 0.
019400     05  WS-PENDING-MASS-HASH    PIC 9(13)  VALUE 0.
019500 01  WS-HISTORY-TABLE-AREA.
019600     05  WS-HIST-MAX             PIC 9(05)  COMP VALUE 5000.
019700     05  WS-HIST-COUNT           PIC 9(05)  COMP VALUE 0.
019800     05  WS-HIST-IDX             PIC 9(05)  COMP VALUE 0.
019900     05  WS-HIST-ENTRY OCCURS 5000 TIMES.
020000         10  HE-MODULE-ID        PIC X(10).
020100         10  HE-WEIGH-DATE       PIC 9(08).
020200         10  HE-SCALE-ID         PIC X(08).
020300         10  HE-RESULT           PIC X(01).
020400 01  WS-SCHEDULE-TABLE-AREA.
020500     05  WS-SCHED-MAX            PIC 9(05)  COMP VALUE 500.
020600     05  WS-SCHED-COUNT          PIC 9(05)  COMP VALUE 0.
020700     05  WS-SCHED-IDX            PIC 9(05)  COMP VALUE 0.
020800     05  WS-SCHED-ENTRY OCCURS 500 TIMES.
020900         10  SE-MANIFEST-ID      PIC X(10).
021000         10  SE-LAUNCH-DATE      PIC 9(08).
021100 01  WS-LISTED-TABLE-AREA.
021200     05  WS-LISTED-MAX           PIC 9(05)  COMP VALUE 5000.
021300     05  WS-LISTED-COUNT         PIC 9(05)  COMP VALUE 0.
021400     05  WS-LISTED-IDX           PIC 9(05)  COMP VALUE 0.
021500     05  WS-LISTED-ENTRY OCCURS 5000 TIMES.
021600         10  LE-MANIFEST-ID      PIC X(10).
021700         10  LE-MODULE-ID        PIC X(10).
021800 01  WS-CURRENT-MANIFEST.
021900     05  WS-CUR-MANIFEST-ID      PIC X(10)  VALUE SPACES.
022000     05  WS-CUR-LAUNCH-DATE      PIC 9(08)  VALUE 0.
022100 01  WGHT-HEADING-1.
022200     05  FILLER                  PIC X(38)
022300         VALUE 'WEIGH TICKET RECONCILIATION REGISTER  '.
022400     05  FILLER                  PIC X(06)  VALUE SPACES.
022500     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
022600     05  WH1-RUN-DATE            PIC 9(08).
022700 01  WGHT-HEADING-2.
022800     05  FILLER                  PIC X(11)  VALUE 'MODULE ID'.
022900     05  FILLER                  PIC X(09)  VALUE 'WGH DATE'.
023000     05  FILLER                  PIC X(09)  VALUE 'SCALE'.
023100     05  FILLER                  PIC X(03)  VALUE 'CL'.
023200     05  FILLER                  PIC X(10)  VALUE ' NET MASS'.
023300     05  FILLER                  PIC X(10)  VALUE '   MASTER'.
023400     05  FILLER                  PIC X(09)  VALUE 'MAST EFF'.
023500     05  FILLER                  PIC X(11)  VALUE '  VARIANCE'.
023600     05  FILLER                  PIC X(09)  VALUE '   VAR %'.
023700     05  FILLER                  PIC X(06)  VALUE 'TOL %'.
023800     05  FILLER                  PIC X(12)  VALUE 'RESULT'.
023900     05  FILLER                  PIC X(20)  VALUE 'DISPOSITION'.
024000 01  WGHT-DETAIL-LINE.
024100     05  WDL-MODULE-ID           PIC X(10).
024200     05  FILLER                  PIC X(01)  VALUE SPACE.
024300     05  WDL-WEIGH-DATE          PIC X(08).
024400     05  FILLER                  PIC X(01)  VALUE SPACE.
024500     05  WDL-SCALE-ID            PIC X(08).
024600     05  FILLER                  PIC X(01)  VALUE SPACE.
024700     05  WDL-CLASS               PIC X(02).
024800     05  FILLER                  PIC X(01)  VALUE SPACE.
024900     05  WDL-NET-MASS            PIC X(09).
025000     05  FILLER                  PIC X(01)  VALUE SPACE.
025100     05  WDL-MASTER-MASS         PIC Z(08)9.
025200     05  FILLER                  PIC X(01)  VALUE SPACE.
025300     05  WDL-MASTER-EFF-DATE     PIC X(08).
025400     05  FILLER                  PIC X(01)  VALUE SPACE.
025500     05  WDL-VARIANCE            PIC -(09)9.
025600     05  FILLER                  PIC X(01)  VALUE SPACE.
025700     05  WDL-VARIANCE-PCT        PIC -(04)9.99.
025800     05  FILLER                  PIC X(01)  VALUE SPACE.
025900     05  WDL-TOL-PCT             PIC Z9.99.
026000     05  FILLER                  PIC X(01)  VALUE SPACE.
026100     05  WDL-RESULT.
026200         10  WDL-CLASS-RESULT    PIC X(11).
026300         10  FILLER              PIC X(01).
026400         10  WDL-DISPOSITION     PIC X(20).
026500     05  WDL-REJECT-REASON REDEFINES WDL-RESULT
026600                                 PIC X(32).
026700 01  WGHT-UNWEIGHED-HEADING.
026800     05  FILLER                  PIC X(40)
026900         VALUE 'UPCOMING MANIFEST MODULES NEVER WEIGHED'.
027000 01  WGHT-UNWEIGHED-COLUMNS.
027100     05  FILLER                  PIC X(11)  VALUE 'MANIFEST'.
027200     05  FILLER                  PIC X(09)  VALUE 'LAUNCH'.
027300     05  FILLER                  PIC X(10)  VALUE 'MODULE ID'.
027400 01  WGHT-UNWEIGHED-LINE.
027500     05  WUL-MANIFEST-ID         PIC X(10).
027600     05  FILLER                  PIC X(01)  VALUE SPACE.
027700     05  WUL-LAUNCH-DATE         PIC 9(08).
027800     05  FILLER                  PIC X(01)  VALUE SPACE.
027900     05  WUL-MODULE-ID           PIC X(10).
028000 01  WGHT-MESSAGE-LINE.
028100     05  WML-TEXT                PIC X(60)  VALUE SPACES.
028200 01  WGHT-BLANK-LINE             PIC X(01)  VALUE SPACE.
028300 01  WGHT-TOTAL-LINE-1.
028400     05  FILLER                  PIC X(28)
028500         VALUE 'TICKETS READ:               '.
028600     05  WT-READ-COUNT           PIC ZZZZ9.
028700 01  WGHT-TOTAL-LINE-2.
028800     05  FILLER                  PIC X(28)
028900         VALUE 'REJECTED:                   '.
029000     05  WT-REJECTED-COUNT       PIC ZZZZ9.
029100 01  WGHT-TOTAL-LINE-3.
029200     05  FILLER                  PIC X(28)
029300         VALUE 'WITHIN TOLERANCE:           '.
029400     05  WT-WITHIN-COUNT         PIC ZZZZ9.
029500 01  WGHT-TOTAL-LINE-4.
029600     05  FILLER                  PIC X(28)
029700         VALUE 'OUT OF TOLERANCE:           '.
029800     05  WT-OUT-COUNT            PIC ZZZZ9.
029900 01  WGHT-TOTAL-LINE-5.
030000     05  FILLER                  PIC X(28)
030100         VALUE 'TRANSACTIONS PENDING:       '.
030200     05  WT-PENDING-COUNT        PIC ZZZZ9.
030300 01  WGHT-TOTAL-LINE-6.
030400     05  FILLER                  PIC X(28)
030500         VALUE 'UPCOMING MANIFESTS:         '.
030600     05  WT-UPCOMING-COUNT       PIC ZZZZ9.
030700 01  WGHT-TOTAL-LINE-7.
030800     05  FILLER                  PIC X(28)
030900         VALUE 'UPCOMING MODULES UNWEIGHED: '.
031000     05  WT-UNWEIGHED-COUNT      PIC ZZZZ9.
031100 PROCEDURE DIVISION.
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE
031400         THRU 1000-INITIALIZE-EXIT.
031500     PERFORM 2000-PROCESS-TICKET
031600         THRU 2000-PROCESS-TICKET-EXIT
031700         UNTIL END-OF-FILE.
031800     PERFORM 3000-LIST-UNWEIGHED
031900         THRU 3000-LIST-UNWEIGHED-EXIT.
032000     PERFORM 9000-TERMINATE
032100         THRU 9000-TERMINATE-EXIT.
032400     STOP RUN.
032500 0000-MAINLINE-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------*
032800* 1000-INITIALIZE - OPEN THE TICKETS AND THE MODULE MASTER, *
032900*                   LOAD THE TOLERANCE CARDS, THE WEIGH     *
033000*                   HISTORY AND THE UPCOMING LAUNCHES, THEN *
033100*                   REOPEN THE HISTORY AND THE PENDING FILE *
033200*                   TO APPEND.  PENDING TRANSACTIONS NOT    *
033300*                   YET RELEASED ARE KEPT.                  *
033400*-----------------------------------------------------------*
033500 1000-INITIALIZE.
033600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033700     OPEN INPUT WEIGH-TICKET-FILE.
033800     IF WS-WGHTTKT-STATUS NOT = '00'
033900         DISPLAY 'DAY01WR - CANNOT OPEN WGHTTKT, STATUS '
034000             WS-WGHTTKT-STATUS
034100         MOVE 12 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     OPEN INPUT MODULE-MASTER-FILE.
034500     IF WS-MODMAST-STATUS NOT = '00'
034600         DISPLAY 'DAY01WR - CANNOT OPEN MODMAST, STATUS '
034700             WS-MODMAST-STATUS
034800         MOVE 12 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     OPEN INPUT TOLERANCE-CARD-FILE.
035200     IF WS-WGHTTOL-STATUS = '35'
035300         SET TOLERANCE-EOF TO TRUE
035400     ELSE
035500         PERFORM 1200-LOAD-TOLERANCE-CARD
035600             THRU 1200-LOAD-TOLERANCE-CARD-EXIT
035700             UNTIL TOLERANCE-EOF
035800         CLOSE TOLERANCE-CARD-FILE
035900     END-IF.
036000     OPEN INPUT WEIGH-HISTORY-FILE.
036100     IF WS-WGHTHIST-STATUS = '35'
036200         SET HISTORY-EOF TO TRUE
036300     ELSE
036400         PERFORM 1300-LOAD-HISTORY-ENTRY
036500             THRU 1300-LOAD-HISTORY-ENTRY-EXIT
036600             UNTIL HISTORY-EOF
036700         CLOSE WEIGH-HISTORY-FILE
036800     END-IF.
036900     OPEN EXTEND WEIGH-HISTORY-FILE.
037000     IF WS-WGHTHIST-STATUS = '35'
037100         OPEN OUTPUT WEIGH-HISTORY-FILE
037200     END-IF.
037300     OPEN INPUT LAUNCH-SCHEDULE-FILE.
037400     IF WS-LNCHSCHD-STATUS = '35'
037500         SET SCHEDULE-EOF TO TRUE
037600     ELSE
037700         SET SCHEDULE-LOADED TO TRUE
037800         PERFORM 1400-LOAD-SCHEDULE-ENTRY
037900             THRU 1400-LOAD-SCHEDULE-ENTRY-EXIT
038000             UNTIL SCHEDULE-EOF
038100         CLOSE LAUNCH-SCHEDULE-FILE
038200     END-IF.
038300     OPEN EXTEND PENDING-TRANSACTION-FILE.
038400     IF WS-WGHTPEND-STATUS = '35'
038500         OPEN OUTPUT PENDING-TRANSACTION-FILE
038600     END-IF.
038700     OPEN OUTPUT WEIGH-REPORT-FILE.
038800     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
038900     WRITE WGHT-RECORD FROM WGHT-HEADING-1.
039000     WRITE WGHT-RECORD FROM WGHT-BLANK-LINE.
039100     WRITE WGHT-RECORD FROM WGHT-HEADING-2.
039200     WRITE WGHT-RECORD FROM WGHT-BLANK-LINE.
039300     PERFORM 2900-READ-TICKET
039400         THRU 2900-READ-TICKET-EXIT.
039500 1000-INITIALIZE-EXIT.
039600     EXIT.
039700*-----------------------------------------------------------*
039800* 1200-LOAD-TOLERANCE-CARD - ONE CLASS'S TOLERANCE CARD, OR *
039900*                            THE DEFAULT CARD (BLANK CLASS) *
040000*                            FOR A CLASS NOT IN THE         *
040100*                            BUILT-IN TABLE.  A CARD WITH A *
040200*                            BAD PERCENTAGE OR AN UNKNOWN   *
040300*                            CLASS IS SKIPPED LOUDLY AND    *
040400*                            THE BUILT-IN FIGURE STANDS.    *
040500*-----------------------------------------------------------*
040600 1200-LOAD-TOLERANCE-CARD.
040700     READ TOLERANCE-CARD-FILE
040800         AT END
040900             SET TOLERANCE-EOF TO TRUE
041000             GO TO 1200-LOAD-TOLERANCE-CARD-EXIT
041100     END-READ.
041200     IF WC-TOLERANCE-PCT NOT NUMERIC
041300         DISPLAY 'DAY01WR - BAD TOLERANCE CARD SKIPPED: '
041400             WEIGH-TOLERANCE-CARD
041500         GO TO 1200-LOAD-TOLERANCE-CARD-EXIT
041600     END-IF.
041700     IF WC-DEFAULT-CARD
041800         MOVE WC-TOLERANCE-PCT TO WS-DEFAULT-TOL-PCT
041900         GO TO 1200-LOAD-TOLERANCE-CARD-EXIT
042000     END-IF.
042100     SET TOL-NOT-FOUND TO TRUE.
042200     PERFORM 1210-SET-CLASS-TOLERANCE
042300         THRU 1210-SET-CLASS-TOLERANCE-EXIT
042400         VARYING WS-TOL-IDX FROM 1 BY 1
042500         UNTIL WS-TOL-IDX > WS-CLASS-TOL-COUNT
042600             OR TOL-FOUND.
042700     IF TOL-NOT-FOUND
042800         DISPLAY 'DAY01WR - BAD TOLERANCE CARD SKIPPED: '
042900             WEIGH-TOLERANCE-CARD
043000     END-IF.
043100 1200-LOAD-TOLERANCE-CARD-EXIT.
043200     EXIT.
043300 1210-SET-CLASS-TOLERANCE.
043400     IF CT-MODULE-CLASS (WS-TOL-IDX) = WC-MODULE-CLASS
043500         SET TOL-FOUND TO TRUE
043600         MOVE WC-TOLERANCE-PCT TO CT-TOL-PCT (WS-TOL-IDX)
043700     END-IF.
043800 1210-SET-CLASS-TOLERANCE-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------*
044100* 1300-LOAD-HISTORY-ENTRY - ONE RECONCILED TICKET FROM      *
044200*                           EARLIER RUNS, TO STOP THE SAME  *
044300*                           TICKET BEING RECONCILED TWICE   *
044400*                           AND TO KNOW WHICH MODULES HAVE  *
044500*                           BEEN WEIGHED                    *
044600*-----------------------------------------------------------*
044700 1300-LOAD-HISTORY-ENTRY.
044800     READ WEIGH-HISTORY-FILE
044900         AT END
045000             SET HISTORY-EOF TO TRUE
045100             GO TO 1300-LOAD-HISTORY-ENTRY-EXIT
045200     END-READ.
045300     IF WH-WEIGH-DATE NOT NUMERIC
045400         DISPLAY 'DAY01WR - BAD HISTORY RECORD SKIPPED: '
045500             WEIGH-HISTORY-RECORD
045600         GO TO 1300-LOAD-HISTORY-ENTRY-EXIT
045700     END-IF.
045800     PERFORM 1310-ADD-HISTORY-ENTRY
045900         THRU 1310-ADD-HISTORY-ENTRY-EXIT.
046000 1300-LOAD-HISTORY-ENTRY-EXIT.
046100     EXIT.
046200 1310-ADD-HISTORY-ENTRY.
046300     IF WS-HIST-COUNT NOT < WS-HIST-MAX
046400         DISPLAY 'DAY01WR - HISTORY TABLE FULL AT ' WS-HIST-MAX
046500         MOVE 12 TO RETURN-CODE
046600         STOP RUN
046700     END-IF.
046800     ADD 1 TO WS-HIST-COUNT.
046900     MOVE WH-MODULE-ID    TO HE-MODULE-ID (WS-HIST-COUNT).
047000     MOVE WH-WEIGH-DATE   TO HE-WEIGH-DATE (WS-HIST-COUNT).
047100     MOVE WH-SCALE-ID     TO HE-SCALE-ID (WS-HIST-COUNT).
047200     MOVE WH-RESULT       TO HE-RESULT (WS-HIST-COUNT).
047300 1310-ADD-HISTORY-ENTRY-EXIT.
047400     EXIT.
047500*-----------------------------------------------------------*
047600* 1400-LOAD-SCHEDULE-ENTRY - ONE LAUNCH FROM THE SCHEDULE.  *
047700*                            ONLY LAUNCHES ON OR AFTER THE  *
047800*                            RUN DATE ARE KEPT; A ROW WITH  *
047900*                            A BAD LAUNCH DATE IS SKIPPED   *
048000*                            LOUDLY, AS IN DAY01FP.         *
048100*-----------------------------------------------------------*
048200 1400-LOAD-SCHEDULE-ENTRY.
048300     READ LAUNCH-SCHEDULE-FILE
048400         AT END
048500             SET SCHEDULE-EOF TO TRUE
048600             GO TO 1400-LOAD-SCHEDULE-ENTRY-EXIT
048700     END-READ.
048800     IF LS-MANIFEST-ID = SPACES
048900        OR LS-LAUNCH-DATE NOT NUMERIC
049000         DISPLAY 'DAY01WR - BAD SCHEDULE ROW SKIPPED: '
049100             LAUNCH-SCHEDULE-RECORD
049200         GO TO 1400-LOAD-SCHEDULE-ENTRY-EXIT
049300     END-IF.
049400     IF LS-LAUNCH-DATE < WS-RUN-DATE
049500         GO TO 1400-LOAD-SCHEDULE-ENTRY-EXIT
049600     END-IF.
049700     IF WS-SCHED-COUNT NOT < WS-SCHED-MAX
049800         DISPLAY 'DAY01WR - SCHEDULE TABLE FULL AT ' WS-SCHED-MAX
049900         MOVE 12 TO RETURN-CODE
050000         STOP RUN
050100     END-IF.
050200     ADD 1 TO WS-SCHED-COUNT.
050300     MOVE LS-MANIFEST-ID TO SE-MANIFEST-ID (WS-SCHED-COUNT).
050400     MOVE LS-LAUNCH-DATE TO SE-LAUNCH-DATE (WS-SCHED-COUNT).
050500 1400-LOAD-SCHEDULE-ENTRY-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------*
050800* 2000-PROCESS-TICKET - EDIT ONE TICKET, GRADE IT AGAINST   *
050900*                       THE MASTER, RAISE THE CORRECTING    *
051000*                       TRANSACTION WHEN IT IS OUT OF       *
051100*                       TOLERANCE, AND WRITE ITS REGISTER   *
051200*                       LINE EITHER WAY                     *
051300*-----------------------------------------------------------*
051400 2000-PROCESS-TICKET.
051500     ADD 1 TO WS-READ-COUNT.
051600     SET TICKET-ACCEPTED TO TRUE.
051700     MOVE SPACES TO WS-REJECT-REASON.
051800     MOVE SPACE TO WS-VARIANCE-CLASS.
051900     MOVE SPACE TO WS-PENDING-ACTION.
052000     MOVE SPACES TO WS-EFF-CLASS.
052100     MOVE 0 TO WS-EFF-DATE.
052200     MOVE 0 TO WS-EFF-MASS.
052300     MOVE 0 TO WS-VARIANCE.
052400     MOVE 0 TO WS-VARIANCE-PCT.
052500     MOVE 0 TO WS-TOL-PCT.
052600     PERFORM 2050-VALIDATE-TICKET
052700         THRU 2050-VALIDATE-TICKET-EXIT.
052800     IF TICKET-ACCEPTED
052900         PERFORM 2100-GRADE-VARIANCE
053000             THRU 2100-GRADE-VARIANCE-EXIT
053100         IF VAR-OUT-OF-TOLERANCE
053200             PERFORM 2200-WRITE-PENDING
053300                 THRU 2200-WRITE-PENDING-EXIT
053400         END-IF
053500         PERFORM 2300-RECORD-HISTORY
053600             THRU 2300-RECORD-HISTORY-EXIT
053700     END-IF.
053800     PERFORM 2400-WRITE-REGISTER
053900         THRU 2400-WRITE-REGISTER-EXIT.
054000     PERFORM 2900-READ-TICKET
054100         THRU 2900-READ-TICKET-EXIT.
054200 2000-PROCESS-TICKET-EXIT.
054300     EXIT.
054400*-----------------------------------------------------------*
054500* 2050-VALIDATE-TICKET - REJECT A TICKET WITH NO MODULE OR  *
054600*                        SCALE, A BAD OR FUTURE DATE, A BAD *
054700*                        MASS, A NET THAT IS NOT GROSS LESS *
054800*                        TARE, A MODULE WITH NO MASTER ROW  *
054900*                        IN EFFECT ON THE WEIGH DATE OR AN  *
055000*                        UNUSABLE ONE, OR A TICKET ALREADY  *
055100*                        RECONCILED                         *
055200*-----------------------------------------------------------*
055300 2050-VALIDATE-TICKET.
055400     IF WK-MODULE-ID = SPACES
055500         SET TICKET-REJECTED TO TRUE
055600         MOVE 'MISSING MODULE ID' TO WS-REJECT-REASON
055700         GO TO 2050-VALIDATE-TICKET-EXIT
055800     END-IF.
055900     IF WK-SCALE-ID = SPACES
056000         SET TICKET-REJECTED TO TRUE
056100         MOVE 'MISSING SCALE ID' TO WS-REJECT-REASON
056200         GO TO 2050-VALIDATE-TICKET-EXIT
056300     END-IF.
056400     IF WK-WEIGH-DATE NOT NUMERIC
056500        OR WK-WEIGH-DATE = 0
056600         SET TICKET-REJECTED TO TRUE
056700         MOVE 'INVALID WEIGH DATE' TO WS-REJECT-REASON
056800         GO TO 2050-VALIDATE-TICKET-EXIT
056900     END-IF.
057000     IF WK-WEIGH-DATE > WS-RUN-DATE
057100         SET TICKET-REJECTED TO TRUE
057200         MOVE 'FUTURE WEIGH DATE' TO WS-REJECT-REASON
057300         GO TO 2050-VALIDATE-TICKET-EXIT
057400     END-IF.
057500     IF WK-GROSS-MASS NOT NUMERIC
057600        OR WK-TARE-MASS NOT NUMERIC
057700        OR WK-NET-MASS NOT NUMERIC
057800         SET TICKET-REJECTED TO TRUE
057900         MOVE 'INVALID MASS' TO WS-REJECT-REASON
058000         GO TO 2050-VALIDATE-TICKET-EXIT
058100     END-IF.
058200     IF WK-TARE-MASS > WK-GROSS-MASS
058300        OR WK-NET-MASS NOT = WK-GROSS-MASS - WK-TARE-MASS
058400         SET TICKET-REJECTED TO TRUE
058500         MOVE 'NET NOT GROSS LESS TARE' TO WS-REJECT-REASON
058600         GO TO 2050-VALIDATE-TICKET-EXIT
058700     END-IF.
058800     IF WK-NET-MASS = 0
058900         SET TICKET-REJECTED TO TRUE
059000         MOVE 'ZERO NET MASS' TO WS-REJECT-REASON
059100         GO TO 2050-VALIDATE-TICKET-EXIT
059200     END-IF.
059300     MOVE WK-MODULE-ID  TO WS-LOOKUP-MODULE-ID.
059400     MOVE WK-WEIGH-DATE TO WS-LOOKUP-DATE.
059500     PERFORM 2110-FIND-EFFECTIVE-MASS
059600         THRU 2110-FIND-EFFECTIVE-MASS-EXIT.
059700     IF MASS-ROW-NOT-FOUND
059800         SET TICKET-REJECTED TO TRUE
059900         MOVE 'NO MASTER ROW ON WEIGH DATE' TO WS-REJECT-REASON
060000         GO TO 2050-VALIDATE-TICKET-EXIT
060100     END-IF.
060200     IF WS-EFF-MASS-X NOT NUMERIC
060300         SET TICKET-REJECTED TO TRUE
060400         MOVE 'UNUSABLE MASTER ROW' TO WS-REJECT-REASON
060500         GO TO 2050-VALIDATE-TICKET-EXIT
060600     END-IF.
060700     PERFORM 2700-FIND-HISTORY
060800         THRU 2700-FIND-HISTORY-EXIT.
060900     IF HIST-FOUND
061000         SET TICKET-REJECTED TO TRUE
061100         MOVE 'TICKET ALREADY RECONCILED' TO WS-REJECT-REASON
061200     END-IF.
061300 2050-VALIDATE-TICKET-EXIT.
061400     EXIT.
061500*-----------------------------------------------------------*
061600* 2100-GRADE-VARIANCE - VARIANCE IS THE WEIGHED NET LESS    *
061700*                       THE MASTER MASS.  WITHIN THE CLASS  *
061800*                       TOLERANCE PERCENT OF THE MASTER     *
061900*                       MASS EITHER WAY THE MASTER STANDS;  *
062000*                       PAST IT THE MASTER IS WRONG.        *
062100*-----------------------------------------------------------*
062200 2100-GRADE-VARIANCE.
062300     PERFORM 2150-FIND-TOLERANCE
062400         THRU 2150-FIND-TOLERANCE-EXIT.
062500     COMPUTE WS-VARIANCE = WK-NET-MASS - WS-EFF-MASS.
062600     IF WS-VARIANCE < 0
062700         COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
062800     ELSE
062900         MOVE WS-VARIANCE TO WS-ABS-VARIANCE
063000     END-IF.
063100     COMPUTE WS-TOL-QTY ROUNDED =
063200         WS-EFF-MASS * WS-TOL-PCT / 100.
063300     IF WS-EFF-MASS > 0
063400         COMPUTE WS-VARIANCE-PCT ROUNDED =
063500             WS-VARIANCE * 100 / WS-EFF-MASS
063600             ON SIZE ERROR
063700                 IF WS-VARIANCE < 0
063800                     MOVE -999.99 TO WS-VARIANCE-PCT
063900                 ELSE
064000                     MOVE 999.99 TO WS-VARIANCE-PCT
064100                 END-IF
064200         END-COMPUTE
064300     END-IF.
064400     IF WS-ABS-VARIANCE NOT > WS-TOL-QTY
064500         SET VAR-WITHIN-TOLERANCE TO TRUE
064600         ADD 1 TO WS-WITHIN-COUNT
064700     ELSE
064800         SET VAR-OUT-OF-TOLERANCE TO TRUE
064900         ADD 1 TO WS-OUT-COUNT
065000     END-IF.
065100 2100-GRADE-VARIANCE-EXIT.
065200     EXIT.
065300*-----------------------------------------------------------*
065400* 2110-FIND-EFFECTIVE-MASS - WALK THE MASTER ROWS FOR THE   *
065500*                            LOOKUP MODULE ID IN            *
065600*                            EFFECTIVE-DATE ORDER AND KEEP  *
065700*                            THE LATEST ROW NOT AFTER THE   *
065800*                            WEIGH DATE, AS DAY01 DOES FOR  *
065900*                            THE LAUNCH DATE                *
066000*-----------------------------------------------------------*
066100 2110-FIND-EFFECTIVE-MASS.
066200     SET MASS-ROW-NOT-FOUND TO TRUE.
066300     SET MASTER-SCAN-NOT-DONE TO TRUE.
066400     MOVE WS-LOOKUP-MODULE-ID TO MB-MODULE-ID.
066500     MOVE 0 TO MB-EFFECTIVE-DATE.
066600     START MODULE-MASTER-FILE
066700         KEY IS NOT LESS THAN MB-MASTER-KEY
066800         INVALID KEY
066900             SET MASTER-SCAN-DONE TO TRUE
067000     END-START.
067100     PERFORM 2120-SCAN-MASTER-ROW
067200         THRU 2120-SCAN-MASTER-ROW-EXIT
067300         UNTIL MASTER-SCAN-DONE.
067400 2110-FIND-EFFECTIVE-MASS-EXIT.
067500     EXIT.
067600 2120-SCAN-MASTER-ROW.
067700     READ MODULE-MASTER-FILE NEXT RECORD
067800         AT END
067900             SET MASTER-SCAN-DONE TO TRUE
068000             GO TO 2120-SCAN-MASTER-ROW-EXIT
068100     END-READ.
068200     IF MB-MODULE-ID NOT = WS-LOOKUP-MODULE-ID
068300      OR MB-EFFECTIVE-DATE > WS-LOOKUP-DATE
068400         SET MASTER-SCAN-DONE TO TRUE
068500         GO TO 2120-SCAN-MASTER-ROW-EXIT
068600     END-IF.
068700     SET MASS-ROW-FOUND TO TRUE.
068800     MOVE MB-MODULE-CLASS   TO WS-EFF-CLASS.
068900     MOVE MB-EFFECTIVE-DATE TO WS-EFF-DATE.
069000     MOVE MB-MASS-X         TO WS-EFF-MASS-X.
069100 2120-SCAN-MASTER-ROW-EXIT.
069200     EXIT.
069300 2150-FIND-TOLERANCE.
069400     SET TOL-NOT-FOUND TO TRUE.
069500     MOVE WS-DEFAULT-TOL-PCT TO WS-TOL-PCT.
069600     PERFORM 2160-TEST-TOLERANCE
069700         THRU 2160-TEST-TOLERANCE-EXIT
069800         VARYING WS-TOL-IDX FROM 1 BY 1
069900         UNTIL WS-TOL-IDX > WS-CLASS-TOL-COUNT
070000             OR TOL-FOUND.
070100 2150-FIND-TOLERANCE-EXIT.
070200     EXIT.
070300 2160-TEST-TOLERANCE.
070400     IF CT-MODULE-CLASS (WS-TOL-IDX) = WS-EFF-CLASS
070500         SET TOL-FOUND TO TRUE
070600         MOVE CT-TOL-PCT (WS-TOL-IDX) TO WS-TOL-PCT
070700     END-IF.
070800 2160-TEST-TOLERANCE-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------*
071100* 2200-WRITE-PENDING - ONE DAY01T TRANSACTION SETTING THE   *
071200*                      MODULE'S MASS TO THE WEIGHED NET     *
071300*                      FROM THE WEIGH DATE, KEEPING THE     *
071400*                      CLASS OF THE ROW IT CORRECTS.        *
071500*                      DAY01MM ADDS A ROW THAT IS NOT THERE *
071600*                      AND CHANGES ONE THAT IS, SO THE CARD *
071700*                      IS A CHANGE WHEN A ROW ALREADY       *
071800*                      STARTS ON THE WEIGH DATE, OR WHEN AN *
071900*                      EARLIER OUT-OF-TOLERANCE TICKET FOR  *
072000*                      THE SAME DATE HAS RAISED THE ADD,    *
072100*                      AND AN ADD OTHERWISE.                *
072120*                      THE CARD IS ENTERED UNDER THIS       *
072140*                      PROGRAM'S NAME WITH REASON WGHT; THE *
072160*                      APPROVER IS LEFT TO THE SECOND       *
072180*                      OPERATOR.                            *
072200*-----------------------------------------------------------*
072300 2200-WRITE-PENDING.
072400     PERFORM 2750-FIND-PRIOR-OUT
072500         THRU 2750-FIND-PRIOR-OUT-EXIT.
072600     IF WS-EFF-DATE = WK-WEIGH-DATE
072700        OR PRIOR-OUT-FOUND
072800         MOVE 'C' TO WS-PENDING-ACTION
072900     ELSE
073000         MOVE 'A' TO WS-PENDING-ACTION
073100     END-IF.
073200     MOVE SPACES            TO MASTER-TRANSACTION-RECORD.
073300     MOVE WS-PENDING-ACTION TO TX-ACTION.
073400     MOVE WK-MODULE-ID      TO TX-MODULE-ID.
073500     MOVE WS-EFF-CLASS      TO TX-MODULE-CLASS.
073600     MOVE WK-NET-MASS       TO TX-MASS.
073700     MOVE WK-WEIGH-DATE     TO TX-EFFECTIVE-DATE.
073733     MOVE 'DAY01WR'         TO TX-OPERATOR-ID.
073766     MOVE 'WGHT'            TO TX-REASON-CODE.
073800     WRITE MASTER-TRANSACTION-RECORD.
073900     ADD 1 TO WS-PENDING-COUNT.
074000     ADD WK-NET-MASS TO WS-PENDING-MASS-HASH.
074100 2200-WRITE-PENDING-EXIT.
074200     EXIT.
074300*-----------------------------------------------------------*
074400* 2300-RECORD-HISTORY - APPEND THE RECONCILED TICKET TO THE *
074500*                       HISTORY FILE AND THE TABLE          *
074600*-----------------------------------------------------------*
074700 2300-RECORD-HISTORY.
074800     MOVE SPACES            TO WEIGH-HISTORY-RECORD.
074900     MOVE WK-MODULE-ID      TO WH-MODULE-ID.
075000     MOVE WK-WEIGH-DATE     TO WH-WEIGH-DATE.
075100     MOVE WK-SCALE-ID       TO WH-SCALE-ID.
075200     MOVE WK-NET-MASS       TO WH-NET-MASS.
075300     MOVE WS-EFF-CLASS      TO WH-MODULE-CLASS.
075400     MOVE WS-EFF-MASS       TO WH-MASTER-MASS.
075500     MOVE WS-EFF-DATE       TO WH-MASTER-EFF-DATE.
075600     MOVE WS-VARIANCE-CLASS TO WH-RESULT.
075700     MOVE WS-RUN-DATE       TO WH-RECONCILED-DATE.
075800     WRITE WEIGH-HISTORY-RECORD.
075900     PERFORM 1310-ADD-HISTORY-ENTRY
076000         THRU 1310-ADD-HISTORY-ENTRY-EXIT.
076100 2300-RECORD-HISTORY-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------*
076400* 2400-WRITE-REGISTER - ONE REGISTER LINE PER TICKET: ITS   *
076500*                       VARIANCE, RESULT AND DISPOSITION,   *
076600*                       OR THE REJECT REASON                *
076700*-----------------------------------------------------------*
076800 2400-WRITE-REGISTER.
076900     MOVE SPACES              TO WGHT-DETAIL-LINE.
077000     MOVE WK-MODULE-ID        TO WDL-MODULE-ID.
077100     MOVE WK-WEIGH-DATE-X     TO WDL-WEIGH-DATE.
077200     MOVE WK-SCALE-ID         TO WDL-SCALE-ID.
077300     MOVE WK-NET-MASS-X       TO WDL-NET-MASS.
077400     IF TICKET-REJECTED
077500         ADD 1 TO WS-REJECTED-COUNT
077600         MOVE WS-REJECT-REASON TO WDL-REJECT-REASON
077700         WRITE WGHT-RECORD FROM WGHT-DETAIL-LINE
077800         GO TO 2400-WRITE-REGISTER-EXIT
077900     END-IF.
078000     MOVE WS-EFF-CLASS        TO WDL-CLASS.
078100     MOVE WS-EFF-MASS         TO WDL-MASTER-MASS.
078200     MOVE WS-EFF-DATE         TO WDL-MASTER-EFF-DATE.
078300     MOVE WS-VARIANCE         TO WDL-VARIANCE.
078400     MOVE WS-VARIANCE-PCT     TO WDL-VARIANCE-PCT.
078500     MOVE WS-TOL-PCT          TO WDL-TOL-PCT.
078600     IF VAR-WITHIN-TOLERANCE
078700         MOVE 'WITHIN TOL'     TO WDL-CLASS-RESULT
078800         MOVE 'MASTER STANDS'  TO WDL-DISPOSITION
078900     ELSE IF WS-PENDING-ACTION = 'C'
079000         MOVE 'OUT OF TOL'     TO WDL-CLASS-RESULT
079100         MOVE 'PENDING CHANGE' TO WDL-DISPOSITION
079200     ELSE
079300         MOVE 'OUT OF TOL'     TO WDL-CLASS-RESULT
079400         MOVE 'PENDING ADD'    TO WDL-DISPOSITION
079500     END-IF.
079600     WRITE WGHT-RECORD FROM WGHT-DETAIL-LINE.
079700 2400-WRITE-REGISTER-EXIT.
079800     EXIT.
079900*-----------------------------------------------------------*
080000* 2700-FIND-HISTORY - HAS THIS TICKET (MODULE, WEIGH DATE   *
080100*                     AND SCALE) BEEN RECONCILED ALREADY?   *
080200*-----------------------------------------------------------*
080300 2700-FIND-HISTORY.
080400     SET HIST-NOT-FOUND TO TRUE.
080500     PERFORM 2710-TEST-HISTORY-ENTRY
080600         THRU 2710-TEST-HISTORY-ENTRY-EXIT
080700         VARYING WS-HIST-IDX FROM 1 BY 1
080800         UNTIL WS-HIST-IDX > WS-HIST-COUNT
080900             OR HIST-FOUND.
081000 2700-FIND-HISTORY-EXIT.
081100     EXIT.
081200 2710-TEST-HISTORY-ENTRY.
081300     IF HE-MODULE-ID (WS-HIST-IDX) = WK-MODULE-ID
081400        AND HE-WEIGH-DATE (WS-HIST-IDX) = WK-WEIGH-DATE
081500        AND HE-SCALE-ID (WS-HIST-IDX) = WK-SCALE-ID
081600         SET HIST-FOUND TO TRUE
081700     END-IF.
081800 2710-TEST-HISTORY-ENTRY-EXIT.
081900     EXIT.
082000*-----------------------------------------------------------*
082100* 2750-FIND-PRIOR-OUT - HAS ANOTHER SCALE'S TICKET FOR THIS *
082200*                       MODULE AND WEIGH DATE ALREADY GONE  *
082300*                       OUT OF TOLERANCE (AND SO RAISED A   *
082400*                       TRANSACTION FOR THE SAME MASTER     *
082500*                       ROW)?                               *
082600*-----------------------------------------------------------*
082700 2750-FIND-PRIOR-OUT.
082800     SET PRIOR-OUT-NOT-FOUND TO TRUE.
082900     PERFORM 2760-TEST-PRIOR-OUT
083000         THRU 2760-TEST-PRIOR-OUT-EXIT
083100         VARYING WS-HIST-IDX FROM 1 BY 1
083200         UNTIL WS-HIST-IDX > WS-HIST-COUNT
083300             OR PRIOR-OUT-FOUND.
083400 2750-FIND-PRIOR-OUT-EXIT.
083500     EXIT.
083600 2760-TEST-PRIOR-OUT.
083700     IF HE-MODULE-ID (WS-HIST-IDX) = WK-MODULE-ID
083800        AND HE-WEIGH-DATE (WS-HIST-IDX) = WK-WEIGH-DATE
083900        AND HE-RESULT (WS-HIST-IDX) = 'O'
084000         SET PRIOR-OUT-FOUND TO TRUE
084100     END-IF.
084200 2760-TEST-PRIOR-OUT-EXIT.
084300     EXIT.
084400*-----------------------------------------------------------*
084500* 2900-READ-TICKET - READ THE NEXT WEIGH TICKET             *
084600*-----------------------------------------------------------*
084700 2900-READ-TICKET.
084800     READ WEIGH-TICKET-FILE
084900         AT END
085000             SET END-OF-FILE TO TRUE
085100     END-READ.
085200 2900-READ-TICKET-EXIT.
085300     EXIT.
085400*-----------------------------------------------------------*
085500* 3000-LIST-UNWEIGHED - WALK THE MANIFEST DECK AND, FOR     *
085600*                       EVERY MANIFEST STILL TO FLY ON THE  *
085700*                       LAUNCH SCHEDULE, LIST EACH MODULE   *
085800*                       WITH NO WEIGH TICKET ON HISTORY     *
085900*                       (THIS RUN'S TICKETS INCLUDED).  A   *
086000*                       MODULE IS LISTED ONCE PER MANIFEST. *
086100*-----------------------------------------------------------*
086200 3000-LIST-UNWEIGHED.
086300     WRITE WGHT-RECORD FROM WGHT-BLANK-LINE.
086400     WRITE WGHT-RECORD FROM WGHT-UNWEIGHED-HEADING.
086500     WRITE WGHT-RECORD FROM WGHT-BLANK-LINE.
086600     MOVE WS-SCHED-COUNT TO WS-UPCOMING-COUNT.
086700     IF NOT SCHEDULE-LOADED
086800         MOVE 'NO LAUNCH SCHEDULE - CHECK NOT RUN' TO WML-TEXT
086900         WRITE WGHT-RECORD FROM WGHT-MESSAGE-LINE
087000         GO TO 3000-LIST-UNWEIGHED-EXIT
087100     END-IF.
087200     IF WS-SCHED-COUNT = 0
087300         MOVE 'NO UPCOMING LAUNCHES' TO WML-TEXT
087400         WRITE WGHT-RECORD FROM WGHT-MESSAGE-LINE
087500         GO TO 3000-LIST-UNWEIGHED-EXIT
087600     END-IF.
087700     OPEN INPUT MODULE-MASS-FILE.
087800     IF WS-MASSIN-STATUS = '35'
087900         MOVE 'NO MANIFEST DECK - CHECK NOT RUN' TO WML-TEXT
088000         WRITE WGHT-RECORD FROM WGHT-MESSAGE-LINE
088100         GO TO 3000-LIST-UNWEIGHED-EXIT
088200     END-IF.
088300     WRITE WGHT-RECORD FROM WGHT-UNWEIGHED-COLUMNS.
088400     SET MANIFEST-NOT-UPCOMING TO TRUE.
088500     PERFORM 3900-READ-MANIFEST
088600         THRU 3900-READ-MANIFEST-EXIT.
088700     PERFORM 3100-CHECK-MANIFEST-RECORD
088800         THRU 3100-CHECK-MANIFEST-RECORD-EXIT
088900         UNTIL MANIFEST-EOF.
089000     CLOSE MODULE-MASS-FILE.
089100     IF WS-UNWEIGHED-COUNT = 0
089200         MOVE 'NONE' TO WML-TEXT
089300         WRITE WGHT-RECORD FROM WGHT-MESSAGE-LINE
089400     END-IF.
089500 3000-LIST-UNWEIGHED-EXIT.
089600     EXIT.
089700*-----------------------------------------------------------*
089800* 3100-CHECK-MANIFEST-RECORD - A HEADER SAYS WHETHER THE    *
089900*                              MANIFEST THAT FOLLOWS IS     *
090000*                              STILL TO FLY; EACH DETAIL OF *
090100*                              SUCH A MANIFEST IS CHECKED   *
090200*                              AGAINST THE WEIGH HISTORY    *
090300*-----------------------------------------------------------*
090400 3100-CHECK-MANIFEST-RECORD.
090500     IF MM-TYPE-HEADER
090600         PERFORM 3200-START-MANIFEST
090700             THRU 3200-START-MANIFEST-EXIT
090800     ELSE IF MM-TYPE-DETAIL AND MANIFEST-UPCOMING
090900         PERFORM 3300-CHECK-MODULE
091000             THRU 3300-CHECK-MODULE-EXIT
091100     END-IF.
091200     PERFORM 3900-READ-MANIFEST
091300         THRU 3900-READ-MANIFEST-EXIT.
091400 3100-CHECK-MANIFEST-RECORD-EXIT.
091500     EXIT.
091600 3200-START-MANIFEST.
091700     SET MANIFEST-NOT-UPCOMING TO TRUE.
091800     SET SCHED-NOT-FOUND TO TRUE.
091900     PERFORM 3210-TEST-SCHEDULE-ENTRY
092000         THRU 3210-TEST-SCHEDULE-ENTRY-EXIT
092100         VARYING WS-SCHED-IDX FROM 1 BY 1
092200         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
092300             OR SCHED-FOUND.
092400 3200-START-MANIFEST-EXIT.
092500     EXIT.
092600 3210-TEST-SCHEDULE-ENTRY.
092700     IF SE-MANIFEST-ID (WS-SCHED-IDX) = MH-MANIFEST-ID
092800         SET SCHED-FOUND TO TRUE
092900         SET MANIFEST-UPCOMING TO TRUE
093000         MOVE MH-MANIFEST-ID TO WS-CUR-MANIFEST-ID
093100         MOVE SE-LAUNCH-DATE (WS-SCHED-IDX) TO WS-CUR-LAUNCH-DATE
093200     END-IF.
093300 3210-TEST-SCHEDULE-ENTRY-EXIT.
093400     EXIT.
093500*-----------------------------------------------------------*
093600* 3300-CHECK-MODULE - LIST THE MODULE IF NO TICKET FOR IT   *
093700*                     HAS EVER BEEN RECONCILED AND IT IS    *
093800*                     NOT ALREADY LISTED FOR THIS MANIFEST  *
093900*-----------------------------------------------------------*
094000 3300-CHECK-MODULE.
094100     IF MM-MODULE-ID = SPACES
094200         GO TO 3300-CHECK-MODULE-EXIT
094300     END-IF.
094400     SET HIST-NOT-FOUND TO TRUE.
094500     PERFORM 3310-TEST-WEIGHED
094600         THRU 3310-TEST-WEIGHED-EXIT
094700         VARYING WS-HIST-IDX FROM 1 BY 1
094800         UNTIL WS-HIST-IDX > WS-HIST-COUNT
094900             OR HIST-FOUND.
095000     IF HIST-FOUND
095100         GO TO 3300-CHECK-MODULE-EXIT
095200     END-IF.
095300     SET NOT-YET-LISTED TO TRUE.
095400     PERFORM 3320-TEST-LISTED
095500         THRU 3320-TEST-LISTED-EXIT
095600         VARYING WS-LISTED-IDX FROM 1 BY 1
095700         UNTIL WS-LISTED-IDX > WS-LISTED-COUNT
095800             OR ALREADY-LISTED.
095900     IF ALREADY-LISTED
096000         GO TO 3300-CHECK-MODULE-EXIT
096100     END-IF.
096200     IF WS-LISTED-COUNT NOT < WS-LISTED-MAX
096300         DISPLAY 'DAY01WR - UNWEIGHED TABLE FULL AT '
096400             WS-LISTED-MAX
096500         MOVE 12 TO RETURN-CODE
096600         STOP RUN
096700     END-IF.
096800     ADD 1 TO WS-LISTED-COUNT.
096900     MOVE WS-CUR-MANIFEST-ID TO LE-MANIFEST-ID (WS-LISTED-COUNT).
097000     MOVE MM-MODULE-ID       TO LE-MODULE-ID (WS-LISTED-COUNT).
097100     ADD 1 TO WS-UNWEIGHED-COUNT.
097200     MOVE WS-CUR-MANIFEST-ID TO WUL-MANIFEST-ID.
097300     MOVE WS-CUR-LAUNCH-DATE TO WUL-LAUNCH-DATE.
097400     MOVE MM-MODULE-ID       TO WUL-MODULE-ID.
097500     WRITE WGHT-RECORD FROM WGHT-UNWEIGHED-LINE.
097600 3300-CHECK-MODULE-EXIT.
097700     EXIT.
097800 3310-TEST-WEIGHED.
097900     IF HE-MODULE-ID (WS-HIST-IDX) = MM-MODULE-ID
098000         SET HIST-FOUND TO TRUE
098100     END-IF.
098200 3310-TEST-WEIGHED-EXIT.
098300     EXIT.
098400 3320-TEST-LISTED.
098500     IF LE-MANIFEST-ID (WS-LISTED-IDX) = WS-CUR-MANIFEST-ID
098600        AND LE-MODULE-ID (WS-LISTED-IDX) = MM-MODULE-ID
098700         SET ALREADY-LISTED TO TRUE
098800     END-IF.
098900 3320-TEST-LISTED-EXIT.
099000     EXIT.
099100*-----------------------------------------------------------*
099200* 3900-READ-MANIFEST - READ THE NEXT MANIFEST RECORD INTO   *
099300*                      WORKING STORAGE                      *
099400*-----------------------------------------------------------*
099500 3900-READ-MANIFEST.
099600     READ MODULE-MASS-FILE INTO MODULE-MASS-RECORD
099700         AT END
099800             SET MANIFEST-EOF TO TRUE
099900     END-READ.
100000 3900-READ-MANIFEST-EXIT.
100100     EXIT.
100200*-----------------------------------------------------------*
100300* 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP AND GRADE THE *
100400*                  RETURN CODE                              *
100500*-----------------------------------------------------------*
100600 9000-TERMINATE.
100700     WRITE WGHT-RECORD FROM WGHT-BLANK-LINE.
100800     MOVE WS-READ-COUNT TO WT-READ-COUNT.
100900     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-1.
101000     MOVE WS-REJECTED-COUNT TO WT-REJECTED-COUNT.
101100     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-2.
101200     MOVE WS-WITHIN-COUNT TO WT-WITHIN-COUNT.
101300     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-3.
101400     MOVE WS-OUT-COUNT TO WT-OUT-COUNT.
101500     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-4.
101600     MOVE WS-PENDING-COUNT TO WT-PENDING-COUNT.
101700     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-5.
101800     MOVE WS-UPCOMING-COUNT TO WT-UPCOMING-COUNT.
101900     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-6.
102000     MOVE WS-UNWEIGHED-COUNT TO WT-UNWEIGHED-COUNT.
102100     WRITE WGHT-RECORD FROM WGHT-TOTAL-LINE-7.
102200     CLOSE WEIGH-TICKET-FILE.
102300     CLOSE MODULE-MASTER-FILE.
102400     CLOSE WEIGH-HISTORY-FILE.
102500     CLOSE PENDING-TRANSACTION-FILE.
102600     CLOSE WEIGH-REPORT-FILE.
102700     DISPLAY 'TICKETS READ ' WS-READ-COUNT.
102800     DISPLAY 'REJECTED ' WS-REJECTED-COUNT.
102900     DISPLAY 'WITHIN TOLERANCE ' WS-WITHIN-COUNT.
103000     DISPLAY 'OUT OF TOLERANCE ' WS-OUT-COUNT.
103100     DISPLAY 'TRANSACTIONS PENDING ' WS-PENDING-COUNT.
103200     DISPLAY 'UPCOMING MODULES UNWEIGHED ' WS-UNWEIGHED-COUNT.
103300     IF WS-REJECTED-COUNT > 0
103400        OR WS-OUT-COUNT > 0
103500        OR WS-UNWEIGHED-COUNT > 0
103600         MOVE 4 TO RETURN-CODE
103700     END-IF.
103733     PERFORM 9800-WRITE-BATCH-CONTROL
103766         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
103800 9000-TERMINATE-EXIT.
103900     EXIT.
104000*-----------------------------------------------------------*
104100* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
104200*                            HASH TOTALS AND CONDITION CODE *
104300*                            TO THE SHARED BATCH CONTROL    *
104400*                            LEDGER                         *
104500*-----------------------------------------------------------*
104600 9800-WRITE-BATCH-CONTROL.
104700     MOVE SPACES TO BATCH-CONTROL-RECORD.
104800     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
104900     ACCEPT BC-RUN-TIME FROM TIME.
105000     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
105100         ON EXCEPTION
105200             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
105300     END-ACCEPT.
105400     IF BC-BUSINESS-DATE NOT NUMERIC
105500         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
105600     END-IF.
105700     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
105800         ON EXCEPTION
105900             MOVE 'UNKNOWN ' TO BC-JOB-ID
106000     END-ACCEPT.
106100     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
106200         ON EXCEPTION
106300             MOVE 'DAY01WR' TO BC-STEP-NAME
106400     END-ACCEPT.
106500     MOVE 'DAY01WR' TO BC-PROGRAM-ID.
106600     MOVE WS-READ-COUNT TO BC-RECORDS-IN.
106700     MOVE WS-PENDING-COUNT TO BC-RECORDS-OUT.
106800     MOVE 0 TO BC-HASH-IN.
106900     MOVE WS-PENDING-MASS-HASH TO BC-HASH-OUT.
107000     MOVE RETURN-CODE TO BC-CONDITION-CODE.
107100     OPEN EXTEND BATCH-CONTROL-FILE.
107200     IF WS-BATCHCTL-STATUS = '35'
107300         OPEN OUTPUT BATCH-CONTROL-FILE
107400     END-IF.
107500     WRITE BATCH-CONTROL-RECORD.
107600     CLOSE BATCH-CONTROL-FILE.
107700 9800-WRITE-BATCH-CONTROL-EXIT.
107800     EXIT.
