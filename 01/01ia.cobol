000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01IA.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - WEEKLY CROSS-FILE      *
001100*                 INTEGRITY SWEEP.  EVERY OTHER PROGRAM     *
001200*                 EDITS ONLY ITS OWN INPUTS; THIS ONE       *
001300*                 CHECKS THAT THE FILES STILL AGREE WITH    *
001400*                 EACH OTHER AND LISTS EVERY ORPHAN AND     *
001500*                 CONTRADICTION ON INTEGRPT: (1) TANKS ON   *
001600*                 TANKINV (DAY01V) RESERVED TO A MANIFEST   *
001700*                 NOT ON THE LAUNCH SCHEDULE (LNCHSCHD,     *
001800*                 DAY01L), TO A LAUNCH ALREADY PAST, OR     *
001900*                 MARKED RESERVED WITH NO MANIFEST; (2)     *
002000*                 SCHEDULED MANIFESTS WITH NO PROCFEED      *
002100*                 (DAY01P) REQUIREMENT; (3) MODULE CLASSES  *
002200*                 ON MODMAST (DAY01B) WITH NO FUELPRCE      *
002300*                 (DAY01F) RATE IN EFFECT TODAY OR ON A     *
002400*                 SCHEDULED LAUNCH DATE - NEITHER A CLASS   *
002500*                 ROW NOR THE DEFAULT ROW, AS DAY01PM       *
002600*                 JUDGES COVER; (4) SUSPCTL (DAY01N) ITEMS  *
002700*                 FOR MANIFESTS NEVER SEEN ON RUNSTAT       *
002800*                 (DAY01Z); (5) COSTFEED (DAY01Q) ORDERS    *
002900*                 FOR MANIFESTS NO LONGER SCHEDULED, OPEN   *
003000*                 WHEN NO DLVCONF (DAY01D) CONFIRMATION     *
003100*                 COVERS THEM; (6) MODULES WHOSE ONLY       *
003200*                 MASTER ROWS TAKE EFFECT IN THE FUTURE.    *
003300*                 EVERY FINDING CARRIES A SEVERITY (HIGH,   *
003400*                 MED, LOW) AND THE CORRECTIVE TRANSACTION  *
003500*                 TO FEED THROUGH THE MAINTENANCE PROGRAMS. *
003600*                 RC 4 WHEN ANYTHING IS FOUND.              *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT LAUNCH-SCHEDULE-FILE ASSIGN TO LNCHSCHD
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-LNCHSCHD-STATUS.
004400     SELECT TANK-INVENTORY-FILE ASSIGN TO TANKINV
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TANKINV-STATUS.
004700     SELECT PROCUREMENT-FEED-FILE ASSIGN TO PROCFEED
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PROCFEED-STATUS.
005000     SELECT MODULE-MASTER-FILE ASSIGN TO MODMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS MB-MASTER-KEY
005400         FILE STATUS IS WS-MODMAST-STATUS.
005500     SELECT FUEL-PRICE-FILE ASSIGN TO FUELPRCE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FUELPRCE-STATUS.
005800     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RUNSTAT-STATUS.
006100     SELECT SUSPENSE-CONTROL-FILE ASSIGN TO SUSPCTL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SUSPCTL-STATUS.
006400     SELECT COSTED-FEED-FILE ASSIGN TO COSTFEED
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-COSTFEED-STATUS.
006700     SELECT CONFIRMATION-FILE ASSIGN TO DLVCONF
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-DLVCONF-STATUS.
007000     SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTEGRPT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-INTEGRPT-STATUS.
007300     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-BATCHCTL-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  LAUNCH-SCHEDULE-FILE
007900     RECORDING MODE IS F.
008000     COPY DAY01L.
008100 FD  TANK-INVENTORY-FILE
008200     RECORDING MODE IS F.
008300     COPY DAY01V.
008400 FD  PROCUREMENT-FEED-FILE
008500     RECORDING MODE IS F.
008600     COPY DAY01P.
008700 FD  MODULE-MASTER-FILE.
008800     COPY DAY01B.
008900 FD  FUEL-PRICE-FILE
009000     RECORDING MODE IS F.
009100     COPY DAY01F.
009200 FD  RUN-STATUS-FILE
009300     RECORDING MODE IS F.
009400     COPY DAY01Z.
009500 FD  SUSPENSE-CONTROL-FILE
009600     RECORDING MODE IS F.
009700     COPY DAY01N.
009800 FD  COSTED-FEED-FILE
009900     RECORDING MODE IS F.
010000     COPY DAY01Q.
010100 FD  CONFIRMATION-FILE
010200     RECORDING MODE IS F.
010300     COPY DAY01D.
010400 FD  INTEGRITY-REPORT-FILE
010500     RECORDING MODE IS F.
010600 01  INTG-RECORD                 PIC X(132).
010700 FD  BATCH-CONTROL-FILE
010800     RECORDING MODE IS F.
010900     COPY DAY01BC.
011000 WORKING-STORAGE SECTION.
011100 01  WS-SWITCHES.
011200     05  WS-SCHED-EOF-SW         PIC X(01)  VALUE 'N'.
011300         88  SCHEDULE-EOF                   VALUE 'Y'.
011400     05  WS-INV-EOF-SW           PIC X(01)  VALUE 'N'.
011500         88  INVENTORY-EOF                  VALUE 'Y'.
011600     05  WS-FEED-EOF-SW          PIC X(01)  VALUE 'N'.
011700         88  FEED-EOF                       VALUE 'Y'.
011800     05  WS-MASTER-EOF-SW        PIC X(01)  VALUE 'N'.
011900         88  MASTER-EOF                     VALUE 'Y'.
012000     05  WS-PRICE-EOF-SW         PIC X(01)  VALUE 'N'.
012100         88  PRICE-EOF                      VALUE 'Y'.
012200     05  WS-RUNSTAT-EOF-SW       PIC X(01)  VALUE 'N'.
012300         88  RUNSTAT-EOF                    VALUE 'Y'.
012400     05  WS-SUSP-EOF-SW          PIC X(01)  VALUE 'N'.
012500         88  SUSPENSE-EOF                   VALUE 'Y'.
012600     05  WS-COST-EOF-SW          PIC X(01)  VALUE 'N'.
012700         88  COST-EOF                       VALUE 'Y'.
012800     05  WS-CONF-EOF-SW          PIC X(01)  VALUE 'N'.
012900         88  CONF-EOF                       VALUE 'Y'.
013000     05  WS-SCHED-FOUND-SW       PIC X(01)  VALUE 'N'.
013100         88  SCHEDULE-FOUND                 VALUE 'Y'.
013200         88  SCHEDULE-NOT-FOUND             VALUE 'N'.
013300     05  WS-ENTRY-FOUND-SW       PIC X(01)  VALUE 'N'.
013400         88  ENTRY-FOUND                    VALUE 'Y'.
013500         88  ENTRY-NOT-FOUND                VALUE 'N'.
013600     05  WS-RATE-FOUND-SW        PIC X(01)  VALUE 'N'.
013700         88  RATE-FOUND                     VALUE 'Y'.
013800         88  RATE-NOT-FOUND                 VALUE 'N'.
013900     05  WS-CURRENT-ROW-SW       PIC X(01)  VALUE 'N'.
014000         88  MODULE-HAS-CURRENT-ROW         VALUE 'Y'.
014100 01  WS-LNCHSCHD-STATUS          PIC X(02)  VALUE SPACES.
014200 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
014300 01  WS-PROCFEED-STATUS          PIC X(02)  VALUE SPACES.
014400 01  WS-MODMAST-STATUS           PIC X(02)  VALUE SPACES.
014500 01  WS-FUELPRCE-STATUS          PIC X(02)  VALUE SPACES.
014600 01  WS-RUNSTAT-STATUS           PIC X(02)  VALUE SPACES.
014700 01  WS-SUSPCTL-STATUS           PIC X(02)  VALUE SPACES.
014800 01  WS-COSTFEED-STATUS          PIC X(02)  VALUE SPACES.
014900 01  WS-DLVCONF-STATUS           PIC X(02)  VALUE SPACES.
015000 01  WS-INTEGRPT-STATUS          PIC X(02)  VALUE SPACES.
015100 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
015200 01  WS-RUN-DATE                 PIC 9(08)  VALUE 0.
015300 01  WS-SCHEDULE-TABLE-AREA.
015400     05  WS-SCHED-MAX            PIC 9(05)  COMP VALUE 500.
015500     05  WS-SCHED-COUNT          PIC 9(05)  COMP VALUE 0.
015600     05  WS-SCHED-IDX            PIC 9(05)  COMP VALUE 0.
015700     05  WS-SCHED-HIT            PIC 9(05)  COMP VALUE 0.
015800     05  WS-SCHED-ENTRY OCCURS 500 TIMES.
015900         10  SC-MANIFEST-ID      PIC X(10).
016000         10  SC-LAUNCH-DATE      PIC 9(08).
016100         10  SC-REQT-FOUND-SW    PIC X(01).
016200             88  SC-REQT-FOUND             VALUE 'Y'.
016300 01  WS-LAUNCH-DATE-TABLE-AREA.
016350     05  WS-LDATE-MAX            PIC 9(05)  COMP VALUE 500.
016400     05  WS-LDATE-COUNT          PIC 9(05)  COMP VALUE 0.
016500     05  WS-LDATE-IDX            PIC 9(05)  COMP VALUE 0.
016600     05  WS-LDATE-ENTRY OCCURS 500 TIMES.
016700         10  LD-LAUNCH-DATE      PIC 9(08).
016800 01  WS-RUN-MANIFEST-TABLE-AREA.
016900     05  WS-RUNMAN-MAX           PIC 9(05)  COMP VALUE 2000.
017000     05  WS-RUNMAN-COUNT         PIC 9(05)  COMP VALUE 0.
017100     05  WS-RUNMAN-IDX           PIC 9(05)  COMP VALUE 0.
017200     05  WS-RUNMAN-ENTRY OCCURS 2000 TIMES.
017300         10  RM-MANIFEST-ID      PIC X(10).
017400 01  WS-CLASS-TABLE-AREA.
017500     05  WS-CLASS-MAX            PIC 9(03)  COMP VALUE 50.
017600     05  WS-CLASS-COUNT          PIC 9(03)  COMP VALUE 0.
017700     05  WS-CLASS-IDX            PIC 9(03)  COMP VALUE 0.
017800     05  WS-CLASS-ENTRY OCCURS 50 TIMES.
017900         10  CL-MODULE-CLASS     PIC X(02).
018000 01  WS-FUTURE-TABLE-AREA.
018100     05  WS-FUTURE-MAX           PIC 9(05)  COMP VALUE 2000.
018200     05  WS-FUTURE-COUNT         PIC 9(05)  COMP VALUE 0.
018300     05  WS-FUTURE-IDX           PIC 9(05)  COMP VALUE 0.
018400     05  WS-FUTURE-ENTRY OCCURS 2000 TIMES.
018500         10  FM-MODULE-ID        PIC X(10).
018600         10  FM-MODULE-CLASS     PIC X(02).
018700         10  FM-EFFECTIVE-DATE   PIC 9(08).
018800         10  FM-ROW-COUNT        PIC 9(05)  COMP.
018900 01  WS-MODULE-BREAK-AREA.
019000     05  WS-PREV-MODULE-ID       PIC X(10)  VALUE SPACES.
019100     05  WS-PREV-MODULE-CLASS    PIC X(02)  VALUE SPACES.
019200     05  WS-FIRST-FUTURE-DATE    PIC 9(08)  VALUE 0.
019300     05  WS-MODULE-ROW-COUNT     PIC 9(05)  COMP VALUE 0.
019400 01  WS-PRICE-TABLE-AREA.
019500     05  WS-PRICE-MAX            PIC 9(05)  COMP VALUE 500.
019600     05  WS-PRICE-COUNT          PIC 9(05)  COMP VALUE 0.
019700     05  WS-PRICE-IDX            PIC 9(05)  COMP VALUE 0.
019800     05  WS-PRICE-ENTRY OCCURS 500 TIMES.
019900         10  PT-EFFECTIVE-DATE   PIC 9(08).
020000         10  PT-MODULE-CLASS     PIC X(02).
020100 01  WS-RATE-TEST-AREA.
020200     05  WS-TEST-CLASS           PIC X(02)  VALUE SPACES.
020300     05  WS-TEST-DATE            PIC 9(08)  VALUE 0.
020400 01  WS-SUSPENSE-TABLE-AREA.
020500     05  WS-SUSP-MAX             PIC 9(05)  COMP VALUE 2000.
020600     05  WS-SUSP-COUNT           PIC 9(05)  COMP VALUE 0.
020700     05  WS-SUSP-IDX             PIC 9(05)  COMP VALUE 0.
020800     05  WS-SUSP-ENTRY OCCURS 2000 TIMES.
020900         10  SM-MANIFEST-ID      PIC X(10).
021000         10  SM-ITEM-COUNT       PIC 9(05)  COMP.
021100         10  SM-OUTSTANDING      PIC 9(05)  COMP.
021200         10  SM-LAST-RUN-DATE    PIC 9(08).
021300 01  WS-ORDER-TABLE-AREA.
021400     05  WS-ORDER-MAX            PIC 9(05)  COMP VALUE 2000.
021500     05  WS-ORDER-COUNT          PIC 9(05)  COMP VALUE 0.
021600     05  WS-ORDER-IDX            PIC 9(05)  COMP VALUE 0.
021700     05  WS-ORDER-HIT            PIC 9(05)  COMP VALUE 0.
021800     05  WS-ORDER-ENTRY OCCURS 2000 TIMES.
021900         10  OE-RUN-DATE         PIC 9(08).
022000         10  OE-MANIFEST-ID      PIC X(10).
022100         10  OE-MODULE-CLASS     PIC X(02).
022200         10  OE-MATCHED-SW       PIC X(01).
022300             88  OE-MATCHED                VALUE 'Y'.
022400 01  WS-ORPHAN-TABLE-AREA.
022500     05  WS-ORPHAN-MAX           PIC 9(05)  COMP VALUE 500.
022600     05  WS-ORPHAN-COUNT         PIC 9(05)  COMP VALUE 0.
022700     05  WS-ORPHAN-IDX           PIC 9(05)  COMP VALUE 0.
022800     05  WS-ORPHAN-ENTRY OCCURS 500 TIMES.
022900         10  OM-MANIFEST-ID      PIC X(10).
023000         10  OM-ROW-COUNT        PIC 9(05)  COMP.
023100         10  OM-OPEN-COUNT       PIC 9(05)  COMP.
023200         10  OM-LATEST-RUN-DATE  PIC 9(08).
023300 01  WS-FIND-MANIFEST-ID         PIC X(10)  VALUE SPACES.
023400 01  WS-RUN-COUNTERS.
023500     05  WS-RECORDS-READ         PIC 9(09)  COMP VALUE 0.
023600     05  WS-FINDING-COUNT        PIC 9(05)  COMP VALUE 0.
023700     05  WS-HIGH-COUNT           PIC 9(05)  COMP VALUE 0.
023800     05  WS-MED-COUNT            PIC 9(05)  COMP VALUE 0.
023900     05  WS-LOW-COUNT            PIC 9(05)  COMP VALUE 0.
024000     05  WS-CHECK-NO             PIC 9(01)  VALUE 0.
024100     05  WS-CHECK-FINDINGS OCCURS 6 TIMES
024200                                 PIC 9(05)  COMP.
024300*-----------------------------------------------------------*
024400* THE SIX CHECKS, AS THEY ARE NAMED ON THE FINDINGS AND THE *
024500* SUMMARY.  SUBSCRIPTED BY THE CHECK NUMBER.                *
024600*-----------------------------------------------------------*
024700 01  WS-CHECK-TITLE-VALUES.
024800     05  FILLER                  PIC X(44)
024900         VALUE 'TANK RESERVATIONS AGAINST THE SCHEDULE'.
025000     05  FILLER                  PIC X(44)
025100         VALUE 'SCHEDULED MANIFESTS AGAINST PROCFEED'.
025200     05  FILLER                  PIC X(44)
025300         VALUE 'MODULE CLASSES AGAINST FUELPRCE RATES'.
025400     05  FILLER                  PIC X(44)
025500         VALUE 'SUSPENSE ITEMS AGAINST RUNSTAT'.
025600     05  FILLER                  PIC X(44)
025700         VALUE 'COSTED ORDERS AGAINST THE SCHEDULE'.
025800     05  FILLER                  PIC X(44)
025900         VALUE 'MODULES WITH ONLY FUTURE MASTER ROWS'.
026000 01  WS-CHECK-TITLE-TABLE REDEFINES WS-CHECK-TITLE-VALUES.
026100     05  WS-CHECK-TITLE OCCURS 6 TIMES
026200                                 PIC X(44).
026300 01  INTG-HEADING-1.
026400     05  FILLER                  PIC X(38)
026500         VALUE 'CROSS-FILE INTEGRITY SWEEP            '.
026600     05  FILLER                  PIC X(06)  VALUE SPACES.
026700     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
026800     05  IH1-RUN-DATE            PIC 9(08).
026900 01  INTG-HEADING-2.
027000     05  FILLER                  PIC X(04)  VALUE 'CHK'.
027100     05  FILLER                  PIC X(05)  VALUE 'SEV'.
027200     05  FILLER                  PIC X(09)  VALUE 'FILE'.
027300     05  FILLER                  PIC X(22)  VALUE 'KEY'.
027400     05  FILLER                  PIC X(09)  VALUE 'DATE'.
027500     05  FILLER                  PIC X(06)  VALUE 'COUNT'.
027600     05  FILLER                  PIC X(51)  VALUE 'FINDING'.
027700     05  FILLER                  PIC X(20)
027800         VALUE 'CORRECTIVE TXN'.
027900 01  INTG-DETAIL-LINE.
028000     05  IDL-CHECK-NO            PIC 9(01).
028100     05  FILLER                  PIC X(03)  VALUE SPACES.
028200     05  IDL-SEVERITY            PIC X(04).
028300         88  IDL-SEV-HIGH                  VALUE 'HIGH'.
028400         88  IDL-SEV-MED                   VALUE 'MED'.
028500         88  IDL-SEV-LOW                   VALUE 'LOW'.
028600     05  FILLER                  PIC X(01)  VALUE SPACE.
028700     05  IDL-FILE                PIC X(08).
028800     05  FILLER                  PIC X(01)  VALUE SPACE.
028900     05  IDL-KEY-1               PIC X(10).
029000     05  FILLER                  PIC X(01)  VALUE SPACE.
029100     05  IDL-KEY-2               PIC X(10).
029200     05  FILLER                  PIC X(01)  VALUE SPACE.
029300     05  IDL-DATE                PIC X(08).
029400     05  FILLER                  PIC X(01)  VALUE SPACE.
029500     05  IDL-COUNT               PIC ZZZZZ.
029600     05  FILLER                  PIC X(01)  VALUE SPACE.
029700     05  IDL-FINDING             PIC X(50).
029800     05  FILLER                  PIC X(01)  VALUE SPACE.
029900     05  IDL-CORRECTIVE          PIC X(20).
030000 01  INTG-BLANK-LINE             PIC X(01)  VALUE SPACE.
030100 01  INTG-NONE-LINE.
030200     05  FILLER                  PIC X(30)
030300         VALUE 'NO FINDINGS - FILES AGREE'.
030400 01  INTG-SUMMARY-HEADING.
030500     05  FILLER                  PIC X(50)
030600         VALUE 'CHECK SUMMARY'.
030700     05  FILLER                  PIC X(08)  VALUE 'FINDINGS'.
030800 01  INTG-SUMMARY-LINE.
030900     05  ISL-CHECK-NO            PIC 9(01).
031000     05  FILLER                  PIC X(03)  VALUE SPACES.
031100     05  ISL-CHECK-TITLE         PIC X(44).
031200     05  FILLER                  PIC X(02)  VALUE SPACES.
031300     05  ISL-FINDING-COUNT       PIC ZZZZ9.
031400 01  INTG-TOTAL-LINE-1.
031500     05  FILLER                  PIC X(24)
031600         VALUE 'FINDINGS - HIGH:        '.
031700     05  IT-HIGH-COUNT           PIC ZZZZ9.
031800 01  INTG-TOTAL-LINE-2.
031900     05  FILLER                  PIC X(24)
032000         VALUE 'FINDINGS - MED:         '.
032100     05  IT-MED-COUNT            PIC ZZZZ9.
032200 01  INTG-TOTAL-LINE-3.
032300     05  FILLER                  PIC X(24)
032400         VALUE 'FINDINGS - LOW:         '.
032500     05  IT-LOW-COUNT            PIC ZZZZ9.
032600 PROCEDURE DIVISION.
032700 0000-MAINLINE.
032800     PERFORM 1000-INITIALIZE
032900         THRU 1000-INITIALIZE-EXIT.
033000     PERFORM 2100-CHECK-TANK-RESERVATIONS
033100         THRU 2100-CHECK-TANK-RESERVATIONS-EXIT.
033200     PERFORM 2200-CHECK-REQUIREMENTS
033300         THRU 2200-CHECK-REQUIREMENTS-EXIT.
033400     PERFORM 2300-CHECK-RATE-COVER
033500         THRU 2300-CHECK-RATE-COVER-EXIT.
033600     PERFORM 2400-CHECK-SUSPENSE
033700         THRU 2400-CHECK-SUSPENSE-EXIT.
033800     PERFORM 2500-CHECK-ORDERS
033900         THRU 2500-CHECK-ORDERS-EXIT.
034000     PERFORM 2600-CHECK-FUTURE-MODULES
034100         THRU 2600-CHECK-FUTURE-MODULES-EXIT.
034200     PERFORM 9000-TERMINATE
034300         THRU 9000-TERMINATE-EXIT.
034600     STOP RUN.
034700 0000-MAINLINE-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------*
035000* 1000-INITIALIZE - LOAD THE SCHEDULE AND MASTER (BOTH      *
035100*                   REQUIRED - RC 12 WITHOUT THEM, THERE IS *
035200*                   NOTHING TO CHECK AGAINST) AND THE       *
035300*                   REFERENCE FILES THE CHECKS NEED.  AN    *
035400*                   ABSENT OPTIONAL FILE IS TAKEN AS EMPTY. *
035500*-----------------------------------------------------------*
035600 1000-INITIALIZE.
035700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035800     MOVE 0 TO WS-CHECK-FINDINGS (1).
035900     MOVE 0 TO WS-CHECK-FINDINGS (2).
036000     MOVE 0 TO WS-CHECK-FINDINGS (3).
036100     MOVE 0 TO WS-CHECK-FINDINGS (4).
036200     MOVE 0 TO WS-CHECK-FINDINGS (5).
036300     MOVE 0 TO WS-CHECK-FINDINGS (6).
036400     OPEN INPUT LAUNCH-SCHEDULE-FILE.
036500     IF WS-LNCHSCHD-STATUS NOT = '00'
036600         DISPLAY 'DAY01IA - CANNOT OPEN LNCHSCHD, STATUS '
036700             WS-LNCHSCHD-STATUS
036800         MOVE 12 TO RETURN-CODE
036900         STOP RUN
037000     END-IF.
037100     PERFORM 1100-LOAD-SCHEDULE-ENTRY
037200         THRU 1100-LOAD-SCHEDULE-ENTRY-EXIT
037300         UNTIL SCHEDULE-EOF.
037400     CLOSE LAUNCH-SCHEDULE-FILE.
037500     OPEN INPUT MODULE-MASTER-FILE.
037600     IF WS-MODMAST-STATUS NOT = '00'
037700         DISPLAY 'DAY01IA - CANNOT OPEN MODMAST, STATUS '
037800             WS-MODMAST-STATUS
037900         MOVE 12 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     PERFORM 1400-READ-MASTER-ROW
038300         THRU 1400-READ-MASTER-ROW-EXIT
038400         UNTIL MASTER-EOF.
038500     PERFORM 1450-END-MODULE
038600         THRU 1450-END-MODULE-EXIT.
038700     CLOSE MODULE-MASTER-FILE.
038800     OPEN INPUT PROCUREMENT-FEED-FILE.
038900     IF WS-PROCFEED-STATUS = '35'
039000         SET FEED-EOF TO TRUE
039100     ELSE
039200         PERFORM 1200-MARK-REQUIREMENT
039300             THRU 1200-MARK-REQUIREMENT-EXIT
039400             UNTIL FEED-EOF
039500         CLOSE PROCUREMENT-FEED-FILE
039600     END-IF.
039700     OPEN INPUT RUN-STATUS-FILE.
039800     IF WS-RUNSTAT-STATUS = '35'
039900         SET RUNSTAT-EOF TO TRUE
040000     ELSE
040100         PERFORM 1300-LOAD-RUN-MANIFEST
040200             THRU 1300-LOAD-RUN-MANIFEST-EXIT
040300             UNTIL RUNSTAT-EOF
040400         CLOSE RUN-STATUS-FILE
040500     END-IF.
040600     OPEN INPUT FUEL-PRICE-FILE.
040700     IF WS-FUELPRCE-STATUS = '35'
040800         SET PRICE-EOF TO TRUE
040900     ELSE
041000         PERFORM 1500-LOAD-PRICE-ENTRY
041100             THRU 1500-LOAD-PRICE-ENTRY-EXIT
041200             UNTIL PRICE-EOF
041300         CLOSE FUEL-PRICE-FILE
041400     END-IF.
041500     OPEN INPUT SUSPENSE-CONTROL-FILE.
041600     IF WS-SUSPCTL-STATUS = '35'
041700         SET SUSPENSE-EOF TO TRUE
041800     ELSE
041900         PERFORM 1600-LOAD-SUSPENSE
042000             THRU 1600-LOAD-SUSPENSE-EXIT
042100             UNTIL SUSPENSE-EOF
042200         CLOSE SUSPENSE-CONTROL-FILE
042300     END-IF.
042400     OPEN INPUT COSTED-FEED-FILE.
042500     IF WS-COSTFEED-STATUS = '35'
042600         SET COST-EOF TO TRUE
042700     ELSE
042800         PERFORM 1700-LOAD-ORDER-ENTRY
042900             THRU 1700-LOAD-ORDER-ENTRY-EXIT
043000             UNTIL COST-EOF
043100         CLOSE COSTED-FEED-FILE
043200     END-IF.
043300     OPEN INPUT CONFIRMATION-FILE.
043400     IF WS-DLVCONF-STATUS = '35'
043500         SET CONF-EOF TO TRUE
043600     ELSE
043700         PERFORM 1750-APPLY-CONFIRMATION
043800             THRU 1750-APPLY-CONFIRMATION-EXIT
043900             UNTIL CONF-EOF
044000         CLOSE CONFIRMATION-FILE
044100     END-IF.
044200     OPEN OUTPUT INTEGRITY-REPORT-FILE.
044300     MOVE WS-RUN-DATE TO IH1-RUN-DATE.
044400     WRITE INTG-RECORD FROM INTG-HEADING-1.
044500     WRITE INTG-RECORD FROM INTG-BLANK-LINE.
044600     WRITE INTG-RECORD FROM INTG-HEADING-2.
044700 1000-INITIALIZE-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
045000* 1100-LOAD-SCHEDULE-ENTRY - ONE SCHEDULED LAUNCH.  A       *
045100*                            MANIFEST LISTED MORE THAN ONCE *
045200*                            KEEPS ITS LATEST LAUNCH DATE.  *
045300*                            FUTURE LAUNCH DATES ARE ALSO   *
045400*                            KEPT ONCE EACH FOR THE RATE    *
045500*                            COVER CHECK.                   *
045600*-----------------------------------------------------------*
045700 1100-LOAD-SCHEDULE-ENTRY.
045800     READ LAUNCH-SCHEDULE-FILE
045900         AT END
046000             SET SCHEDULE-EOF TO TRUE
046100             GO TO 1100-LOAD-SCHEDULE-ENTRY-EXIT
046200     END-READ.
046300     ADD 1 TO WS-RECORDS-READ.
046400     IF LS-MANIFEST-ID = SPACES
046500        OR LS-LAUNCH-DATE NOT NUMERIC
046600         DISPLAY 'DAY01IA - BAD SCHEDULE ROW SKIPPED: '
046700             LAUNCH-SCHEDULE-RECORD
046800         GO TO 1100-LOAD-SCHEDULE-ENTRY-EXIT
046900     END-IF.
047000     MOVE LS-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
047100     PERFORM 1900-FIND-SCHEDULED
047200         THRU 1900-FIND-SCHEDULED-EXIT.
047300     IF SCHEDULE-FOUND
047400         IF LS-LAUNCH-DATE > SC-LAUNCH-DATE (WS-SCHED-HIT)
047500             MOVE LS-LAUNCH-DATE TO SC-LAUNCH-DATE (WS-SCHED-HIT)
047600         END-IF
047700     ELSE
047800         IF WS-SCHED-COUNT NOT < WS-SCHED-MAX
047900             DISPLAY 'DAY01IA - SCHEDULE TABLE FULL AT '
048000                 WS-SCHED-MAX
048100             MOVE 12 TO RETURN-CODE
048200             STOP RUN
048300         END-IF
048400         ADD 1 TO WS-SCHED-COUNT
048500         MOVE LS-MANIFEST-ID TO SC-MANIFEST-ID (WS-SCHED-COUNT)
048600         MOVE LS-LAUNCH-DATE TO SC-LAUNCH-DATE (WS-SCHED-COUNT)
048700         MOVE 'N'            TO SC-REQT-FOUND-SW (WS-SCHED-COUNT)
048800     END-IF.
048900     IF LS-LAUNCH-DATE < WS-RUN-DATE
049000         GO TO 1100-LOAD-SCHEDULE-ENTRY-EXIT
049100     END-IF.
049200     SET ENTRY-NOT-FOUND TO TRUE.
049300     PERFORM 1110-TEST-LAUNCH-DATE
049400         THRU 1110-TEST-LAUNCH-DATE-EXIT
049500         VARYING WS-LDATE-IDX FROM 1 BY 1
049600         UNTIL WS-LDATE-IDX > WS-LDATE-COUNT
049700             OR ENTRY-FOUND.
049800     IF ENTRY-NOT-FOUND
049814         IF WS-LDATE-COUNT NOT < WS-LDATE-MAX
049828             DISPLAY 'DAY01IA - LAUNCH DATE TABLE FULL AT '
049842                 WS-LDATE-MAX
049856             MOVE 12 TO RETURN-CODE
049870             STOP RUN
049884         END-IF
049900         ADD 1 TO WS-LDATE-COUNT
050000         MOVE LS-LAUNCH-DATE TO LD-LAUNCH-DATE (WS-LDATE-COUNT)
050100     END-IF.
050200 1100-LOAD-SCHEDULE-ENTRY-EXIT.
050300     EXIT.
050400 1110-TEST-LAUNCH-DATE.
050500     IF LD-LAUNCH-DATE (WS-LDATE-IDX) = LS-LAUNCH-DATE
050600         SET ENTRY-FOUND TO TRUE
050700     END-IF.
050800 1110-TEST-LAUNCH-DATE-EXIT.
050900     EXIT.
051000*-----------------------------------------------------------*
051100* 1200-MARK-REQUIREMENT - A PROCFEED ORIGINAL RECORD GIVES  *
051200*                         ITS MANIFEST A REQUIREMENT (AN    *
051300*                         ADJUSTMENT ALONE DOES NOT, AS     *
051400*                         DAY01FP READS THE FEED)           *
051500*-----------------------------------------------------------*
051600 1200-MARK-REQUIREMENT.
051700     READ PROCUREMENT-FEED-FILE
051800         AT END
051900             SET FEED-EOF TO TRUE
052000             GO TO 1200-MARK-REQUIREMENT-EXIT
052100     END-READ.
052200     ADD 1 TO WS-RECORDS-READ.
052300     IF NOT PF-TYPE-ORIGINAL
052400        OR PF-TOTAL-FUEL NOT NUMERIC
052500         GO TO 1200-MARK-REQUIREMENT-EXIT
052600     END-IF.
052700     MOVE PF-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
052800     PERFORM 1900-FIND-SCHEDULED
052900         THRU 1900-FIND-SCHEDULED-EXIT.
053000     IF SCHEDULE-FOUND
053100         MOVE 'Y' TO SC-REQT-FOUND-SW (WS-SCHED-HIT)
053200     END-IF.
053300 1200-MARK-REQUIREMENT-EXIT.
053400     EXIT.
053500*-----------------------------------------------------------*
053600* 1300-LOAD-RUN-MANIFEST - EVERY MANIFEST DAY01 HAS EVER    *
053700*                          LOGGED ON RUNSTAT, NORMAL OR     *
053800*                          SUPPLEMENTAL, ONCE EACH          *
053900*-----------------------------------------------------------*
054000 1300-LOAD-RUN-MANIFEST.
054100     READ RUN-STATUS-FILE
054200         AT END
054300             SET RUNSTAT-EOF TO TRUE
054400             GO TO 1300-LOAD-RUN-MANIFEST-EXIT
054500     END-READ.
054600     ADD 1 TO WS-RECORDS-READ.
054700     SET ENTRY-NOT-FOUND TO TRUE.
054800     PERFORM 1310-TEST-RUN-MANIFEST
054900         THRU 1310-TEST-RUN-MANIFEST-EXIT
055000         VARYING WS-RUNMAN-IDX FROM 1 BY 1
055100         UNTIL WS-RUNMAN-IDX > WS-RUNMAN-COUNT
055200             OR ENTRY-FOUND.
055300     IF ENTRY-FOUND
055400         GO TO 1300-LOAD-RUN-MANIFEST-EXIT
055500     END-IF.
055600     IF WS-RUNMAN-COUNT NOT < WS-RUNMAN-MAX
055700         DISPLAY 'DAY01IA - RUN MANIFEST TABLE FULL AT '
055800             WS-RUNMAN-MAX
055900         MOVE 12 TO RETURN-CODE
056000         STOP RUN
056100     END-IF.
056200     ADD 1 TO WS-RUNMAN-COUNT.
056300     MOVE RS-MANIFEST-ID TO RM-MANIFEST-ID (WS-RUNMAN-COUNT).
056400 1300-LOAD-RUN-MANIFEST-EXIT.
056500     EXIT.
056600 1310-TEST-RUN-MANIFEST.
056700     IF RM-MANIFEST-ID (WS-RUNMAN-IDX) = RS-MANIFEST-ID
056800         SET ENTRY-FOUND TO TRUE
056900     END-IF.
057000 1310-TEST-RUN-MANIFEST-EXIT.
057100     EXIT.
057200*-----------------------------------------------------------*
057300* 1400-READ-MASTER-ROW - WALK THE MASTER IN KEY ORDER       *
057400*                        (MODULE ID, THEN EFFECTIVE DATE).  *
057500*                        COLLECT EVERY MODULE CLASS IN USE  *
057600*                        AND, AT EACH CHANGE OF MODULE ID,  *
057700*                        NOTE A MODULE THAT HAS NO ROW IN   *
057800*                        EFFECT TODAY BUT DOES HAVE ONE     *
057900*                        TAKING EFFECT LATER.               *
058000*-----------------------------------------------------------*
058100 1400-READ-MASTER-ROW.
058200     READ MODULE-MASTER-FILE NEXT RECORD
058300         AT END
058400             SET MASTER-EOF TO TRUE
058500             GO TO 1400-READ-MASTER-ROW-EXIT
058600     END-READ.
058700     ADD 1 TO WS-RECORDS-READ.
058800     IF MB-MODULE-ID NOT = WS-PREV-MODULE-ID
058900         PERFORM 1450-END-MODULE
059000             THRU 1450-END-MODULE-EXIT
059100         MOVE MB-MODULE-ID TO WS-PREV-MODULE-ID
059200         MOVE MB-MODULE-CLASS TO WS-PREV-MODULE-CLASS
059300         MOVE 'N' TO WS-CURRENT-ROW-SW
059400         MOVE 0 TO WS-FIRST-FUTURE-DATE
059500         MOVE 0 TO WS-MODULE-ROW-COUNT
059600     END-IF.
059700     ADD 1 TO WS-MODULE-ROW-COUNT.
059800     IF MB-EFFECTIVE-DATE > WS-RUN-DATE
059900         IF WS-FIRST-FUTURE-DATE = 0
060000             MOVE MB-EFFECTIVE-DATE TO WS-FIRST-FUTURE-DATE
060100             MOVE MB-MODULE-CLASS TO WS-PREV-MODULE-CLASS
060200         END-IF
060300     ELSE
060400         SET MODULE-HAS-CURRENT-ROW TO TRUE
060500     END-IF.
060600     IF MB-MODULE-CLASS = SPACES
060700         GO TO 1400-READ-MASTER-ROW-EXIT
060800     END-IF.
060900     SET ENTRY-NOT-FOUND TO TRUE.
061000     PERFORM 1410-TEST-CLASS-ENTRY
061100         THRU 1410-TEST-CLASS-ENTRY-EXIT
061200         VARYING WS-CLASS-IDX FROM 1 BY 1
061300         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
061400             OR ENTRY-FOUND.
061500     IF ENTRY-FOUND
061600         GO TO 1400-READ-MASTER-ROW-EXIT
061700     END-IF.
061800     IF WS-CLASS-COUNT NOT < WS-CLASS-MAX
061900         DISPLAY 'DAY01IA - CLASS TABLE FULL AT ' WS-CLASS-MAX
062000         MOVE 12 TO RETURN-CODE
062100         STOP RUN
062200     END-IF.
062300     ADD 1 TO WS-CLASS-COUNT.
062400     MOVE MB-MODULE-CLASS TO CL-MODULE-CLASS (WS-CLASS-COUNT).
062500 1400-READ-MASTER-ROW-EXIT.
062600     EXIT.
062700 1410-TEST-CLASS-ENTRY.
062800     IF CL-MODULE-CLASS (WS-CLASS-IDX) = MB-MODULE-CLASS
062900         SET ENTRY-FOUND TO TRUE
063000     END-IF.
063100 1410-TEST-CLASS-ENTRY-EXIT.
063200     EXIT.
063300 1450-END-MODULE.
063400     IF WS-PREV-MODULE-ID = SPACES
063500        OR MODULE-HAS-CURRENT-ROW
063600        OR WS-FIRST-FUTURE-DATE = 0
063700         GO TO 1450-END-MODULE-EXIT
063800     END-IF.
063900     IF WS-FUTURE-COUNT NOT < WS-FUTURE-MAX
064000         DISPLAY 'DAY01IA - FUTURE MODULE TABLE FULL AT '
064100             WS-FUTURE-MAX
064200         MOVE 12 TO RETURN-CODE
064300         STOP RUN
064400     END-IF.
064500     ADD 1 TO WS-FUTURE-COUNT.
064600     MOVE WS-PREV-MODULE-ID    TO FM-MODULE-ID (WS-FUTURE-COUNT).
064700     MOVE WS-PREV-MODULE-CLASS
064800         TO FM-MODULE-CLASS (WS-FUTURE-COUNT).
064900     MOVE WS-FIRST-FUTURE-DATE
065000         TO FM-EFFECTIVE-DATE (WS-FUTURE-COUNT).
065100     MOVE WS-MODULE-ROW-COUNT  TO FM-ROW-COUNT (WS-FUTURE-COUNT).
065200 1450-END-MODULE-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------*
065500* 1500-LOAD-PRICE-ENTRY - ONE USABLE RATE ROW (DATE AND     *
065600*                         CLASS ARE ALL THE COVER TEST      *
065700*                         NEEDS; A ROW DAY01 CANNOT READ    *
065800*                         COVERS NOTHING)                   *
065900*-----------------------------------------------------------*
066000 1500-LOAD-PRICE-ENTRY.
066100     READ FUEL-PRICE-FILE
066200         AT END
066300             SET PRICE-EOF TO TRUE
066400             GO TO 1500-LOAD-PRICE-ENTRY-EXIT
066500     END-READ.
066600     ADD 1 TO WS-RECORDS-READ.
066700     IF FP-EFFECTIVE-DATE NOT NUMERIC
066800        OR FP-RATE NOT NUMERIC
066900         GO TO 1500-LOAD-PRICE-ENTRY-EXIT
067000     END-IF.
067100     IF WS-PRICE-COUNT NOT < WS-PRICE-MAX
067200         DISPLAY 'DAY01IA - PRICE TABLE FULL AT ' WS-PRICE-MAX
067300         MOVE 12 TO RETURN-CODE
067400         STOP RUN
067500     END-IF.
067600     ADD 1 TO WS-PRICE-COUNT.
067700     MOVE FP-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE (WS-PRICE-COUNT).
067800     MOVE FP-MODULE-CLASS   TO PT-MODULE-CLASS (WS-PRICE-COUNT).
067900 1500-LOAD-PRICE-ENTRY-EXIT.
068000     EXIT.
068100*-----------------------------------------------------------*
068200* 1600-LOAD-SUSPENSE - TOTAL THE SUSPENSE ITEMS, AND THOSE  *
068300*                      STILL OUTSTANDING, BY MANIFEST       *
068400*-----------------------------------------------------------*
068500 1600-LOAD-SUSPENSE.
068600     READ SUSPENSE-CONTROL-FILE
068700         AT END
068800             SET SUSPENSE-EOF TO TRUE
068900             GO TO 1600-LOAD-SUSPENSE-EXIT
069000     END-READ.
069100     ADD 1 TO WS-RECORDS-READ.
069200     SET ENTRY-NOT-FOUND TO TRUE.
069300     PERFORM 1610-TEST-SUSPENSE-ENTRY
069400         THRU 1610-TEST-SUSPENSE-ENTRY-EXIT
069500         VARYING WS-SUSP-IDX FROM 1 BY 1
069600         UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
069700             OR ENTRY-FOUND.
069800     IF ENTRY-FOUND
069900         SUBTRACT 1 FROM WS-SUSP-IDX
070000     ELSE
070100         IF WS-SUSP-COUNT NOT < WS-SUSP-MAX
070200             DISPLAY 'DAY01IA - SUSPENSE TABLE FULL AT '
070300                 WS-SUSP-MAX
070400             MOVE 12 TO RETURN-CODE
070500             STOP RUN
070600         END-IF
070700         ADD 1 TO WS-SUSP-COUNT
070800         MOVE WS-SUSP-COUNT  TO WS-SUSP-IDX
070900         MOVE SN-MANIFEST-ID TO SM-MANIFEST-ID (WS-SUSP-IDX)
071000         MOVE 0              TO SM-ITEM-COUNT (WS-SUSP-IDX)
071100         MOVE 0              TO SM-OUTSTANDING (WS-SUSP-IDX)
071200         MOVE 0              TO SM-LAST-RUN-DATE (WS-SUSP-IDX)
071300     END-IF.
071400     ADD 1 TO SM-ITEM-COUNT (WS-SUSP-IDX).
071500     IF SN-STATUS-OUTSTANDING
071600         ADD 1 TO SM-OUTSTANDING (WS-SUSP-IDX)
071700     END-IF.
071800     IF SN-LAST-RUN-DATE NUMERIC
071900        AND SN-LAST-RUN-DATE > SM-LAST-RUN-DATE (WS-SUSP-IDX)
072000         MOVE SN-LAST-RUN-DATE TO SM-LAST-RUN-DATE (WS-SUSP-IDX)
072100     END-IF.
072200 1600-LOAD-SUSPENSE-EXIT.
072300     EXIT.
072400 1610-TEST-SUSPENSE-ENTRY.
072500     IF SM-MANIFEST-ID (WS-SUSP-IDX) = SN-MANIFEST-ID
072600         SET ENTRY-FOUND TO TRUE
072700     END-IF.
072800 1610-TEST-SUSPENSE-ENTRY-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------*
073100* 1700-LOAD-ORDER-ENTRY - KEEP EACH COSTED ORDER CLASS ROW  *
073200*                         ('TT' TOTALS ONLY RESTATE THEM)   *
073300*                         FOR A MANIFEST NO LONGER ON THE   *
073400*                         SCHEDULE                          *
073500*-----------------------------------------------------------*
073600 1700-LOAD-ORDER-ENTRY.
073700     READ COSTED-FEED-FILE
073800         AT END
073900             SET COST-EOF TO TRUE
074000             GO TO 1700-LOAD-ORDER-ENTRY-EXIT
074100     END-READ.
074200     ADD 1 TO WS-RECORDS-READ.
074300     IF CO-CLASS-TOTAL
074400        OR CO-RUN-DATE NOT NUMERIC
074500         GO TO 1700-LOAD-ORDER-ENTRY-EXIT
074600     END-IF.
074700     MOVE CO-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
074800     PERFORM 1900-FIND-SCHEDULED
074900         THRU 1900-FIND-SCHEDULED-EXIT.
075000     IF SCHEDULE-FOUND
075100         GO TO 1700-LOAD-ORDER-ENTRY-EXIT
075200     END-IF.
075300     IF WS-ORDER-COUNT NOT < WS-ORDER-MAX
075400         DISPLAY 'DAY01IA - ORDER TABLE FULL AT ' WS-ORDER-MAX
075500         MOVE 12 TO RETURN-CODE
075600         STOP RUN
075700     END-IF.
075800     ADD 1 TO WS-ORDER-COUNT.
075900     MOVE CO-RUN-DATE     TO OE-RUN-DATE (WS-ORDER-COUNT).
076000     MOVE CO-MANIFEST-ID  TO OE-MANIFEST-ID (WS-ORDER-COUNT).
076100     MOVE CO-MODULE-CLASS TO OE-MODULE-CLASS (WS-ORDER-COUNT).
076200     MOVE 'N'             TO OE-MATCHED-SW (WS-ORDER-COUNT).
076300 1700-LOAD-ORDER-ENTRY-EXIT.
076400     EXIT.
076500*-----------------------------------------------------------*
076600* 1750-APPLY-CONFIRMATION - MARK THE ORDER ROW A DELIVERY   *
076700*                           CONFIRMATION COVERS, ONE FOR    *
076800*                           ONE ON RUN DATE, MANIFEST AND   *
076900*                           CLASS, AS DAY01FP MATCHES THEM  *
077000*-----------------------------------------------------------*
077100 1750-APPLY-CONFIRMATION.
077200     READ CONFIRMATION-FILE
077300         AT END
077400             SET CONF-EOF TO TRUE
077500             GO TO 1750-APPLY-CONFIRMATION-EXIT
077600     END-READ.
077700     ADD 1 TO WS-RECORDS-READ.
077800     IF DC-ORDER-RUN-DATE NOT NUMERIC
077900         GO TO 1750-APPLY-CONFIRMATION-EXIT
078000     END-IF.
078100     SET ENTRY-NOT-FOUND TO TRUE.
078200     MOVE 0 TO WS-ORDER-HIT.
078300     PERFORM 1760-TEST-ORDER-ENTRY
078400         THRU 1760-TEST-ORDER-ENTRY-EXIT
078500         VARYING WS-ORDER-IDX FROM 1 BY 1
078600         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
078700             OR ENTRY-FOUND.
078800     IF ENTRY-FOUND
078900         SET OE-MATCHED (WS-ORDER-HIT) TO TRUE
079000     END-IF.
079100 1750-APPLY-CONFIRMATION-EXIT.
079200     EXIT.
079300 1760-TEST-ORDER-ENTRY.
079400     IF NOT OE-MATCHED (WS-ORDER-IDX)
079500        AND OE-RUN-DATE (WS-ORDER-IDX) = DC-ORDER-RUN-DATE
079600        AND OE-MANIFEST-ID (WS-ORDER-IDX) = DC-MANIFEST-ID
079700        AND OE-MODULE-CLASS (WS-ORDER-IDX) = DC-MODULE-CLASS
079800         SET ENTRY-FOUND TO TRUE
079900         MOVE WS-ORDER-IDX TO WS-ORDER-HIT
080000     END-IF.
080100 1760-TEST-ORDER-ENTRY-EXIT.
080200     EXIT.
080300*-----------------------------------------------------------*
080400* 1900-FIND-SCHEDULED - FIND WS-FIND-MANIFEST-ID ON THE     *
080500*                       LAUNCH SCHEDULE                     *
080600*-----------------------------------------------------------*
080700 1900-FIND-SCHEDULED.
080800     SET SCHEDULE-NOT-FOUND TO TRUE.
080900     MOVE 0 TO WS-SCHED-HIT.
081000     PERFORM 1910-TEST-SCHEDULE-ENTRY
081100         THRU 1910-TEST-SCHEDULE-ENTRY-EXIT
081200         VARYING WS-SCHED-IDX FROM 1 BY 1
081300         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
081400             OR SCHEDULE-FOUND.
081500 1900-FIND-SCHEDULED-EXIT.
081600     EXIT.
081700 1910-TEST-SCHEDULE-ENTRY.
081800     IF SC-MANIFEST-ID (WS-SCHED-IDX) = WS-FIND-MANIFEST-ID
081900         SET SCHEDULE-FOUND TO TRUE
082000         MOVE WS-SCHED-IDX TO WS-SCHED-HIT
082100     END-IF.
082200 1910-TEST-SCHEDULE-ENTRY-EXIT.
082300     EXIT.
082400*-----------------------------------------------------------*
082500* 2100-CHECK-TANK-RESERVATIONS - A RESERVATION MUST NAME A  *
082600*                                MANIFEST STILL ON THE      *
082700*                                SCHEDULE WITH ITS LAUNCH   *
082800*                                STILL AHEAD; OTHERWISE THE *
082900*                                TANK IS HELD FROM EVERY    *
083000*                                PLAN FOR NOTHING AND IS    *
083100*                                RELEASED THROUGH DAY01TM   *
083200*-----------------------------------------------------------*
083300 2100-CHECK-TANK-RESERVATIONS.
083400     MOVE 1 TO WS-CHECK-NO.
083500     OPEN INPUT TANK-INVENTORY-FILE.
083600     IF WS-TANKINV-STATUS = '35'
083700         GO TO 2100-CHECK-TANK-RESERVATIONS-EXIT
083800     END-IF.
083900     PERFORM 2110-CHECK-ONE-TANK
084000         THRU 2110-CHECK-ONE-TANK-EXIT
084100         UNTIL INVENTORY-EOF.
084200     CLOSE TANK-INVENTORY-FILE.
084300 2100-CHECK-TANK-RESERVATIONS-EXIT.
084400     EXIT.
084500 2110-CHECK-ONE-TANK.
084600     READ TANK-INVENTORY-FILE
084700         AT END
084800             SET INVENTORY-EOF TO TRUE
084900             GO TO 2110-CHECK-ONE-TANK-EXIT
085000     END-READ.
085100     ADD 1 TO WS-RECORDS-READ.
085200     MOVE SPACES TO INTG-DETAIL-LINE.
085300     MOVE 'TANKINV'            TO IDL-FILE.
085400     MOVE TK-TANK-ID           TO IDL-KEY-1.
085500     MOVE TK-RESERVED-MANIFEST TO IDL-KEY-2.
085600     MOVE 'DAY01U L RELEASE'   TO IDL-CORRECTIVE.
085700     IF TK-RESERVED-MANIFEST = SPACES
085800         IF TK-STATUS-RESERVED
085900             MOVE 'MED' TO IDL-SEVERITY
086000             MOVE 'TANK MARKED RESERVED WITH NO MANIFEST'
086100                 TO IDL-FINDING
086200             PERFORM 2900-WRITE-FINDING
086300                 THRU 2900-WRITE-FINDING-EXIT
086400         END-IF
086500         GO TO 2110-CHECK-ONE-TANK-EXIT
086600     END-IF.
086700     MOVE TK-RESERVED-MANIFEST TO WS-FIND-MANIFEST-ID.
086800     PERFORM 1900-FIND-SCHEDULED
086900         THRU 1900-FIND-SCHEDULED-EXIT.
087000     IF SCHEDULE-NOT-FOUND
087100         MOVE 'HIGH' TO IDL-SEVERITY
087200         MOVE 'TANK RESERVED TO A MANIFEST NOT ON LNCHSCHD'
087300             TO IDL-FINDING
087400         PERFORM 2900-WRITE-FINDING
087500             THRU 2900-WRITE-FINDING-EXIT
087600     ELSE IF SC-LAUNCH-DATE (WS-SCHED-HIT) < WS-RUN-DATE
087700         MOVE 'MED' TO IDL-SEVERITY
087800         MOVE SC-LAUNCH-DATE (WS-SCHED-HIT) TO IDL-DATE
087900         MOVE 'TANK STILL RESERVED TO A LAUNCH ALREADY PAST'
088000             TO IDL-FINDING
088100         PERFORM 2900-WRITE-FINDING
088200             THRU 2900-WRITE-FINDING-EXIT
088300     END-IF.
088400 2110-CHECK-ONE-TANK-EXIT.
088500     EXIT.
088600*-----------------------------------------------------------*
088700* 2200-CHECK-REQUIREMENTS - EVERY SCHEDULED MANIFEST SHOULD *
088800*                           HAVE BEEN PRICED BY DAY01 INTO  *
088900*                           PROCFEED.  ONE STILL TO LAUNCH  *
089000*                           NEEDS A NORMAL RUN; ONE ALREADY *
089100*                           LAUNCHED IS NOTED ONLY.         *
089200*-----------------------------------------------------------*
089300 2200-CHECK-REQUIREMENTS.
089400     MOVE 2 TO WS-CHECK-NO.
089500     PERFORM 2210-CHECK-ONE-MANIFEST
089600         THRU 2210-CHECK-ONE-MANIFEST-EXIT
089700         VARYING WS-SCHED-IDX FROM 1 BY 1
089800         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT.
089900 2200-CHECK-REQUIREMENTS-EXIT.
090000     EXIT.
090100 2210-CHECK-ONE-MANIFEST.
090200     IF SC-REQT-FOUND (WS-SCHED-IDX)
090300         GO TO 2210-CHECK-ONE-MANIFEST-EXIT
090400     END-IF.
090500     MOVE SPACES TO INTG-DETAIL-LINE.
090600     MOVE 'LNCHSCHD' TO IDL-FILE.
090700     MOVE SC-MANIFEST-ID (WS-SCHED-IDX) TO IDL-KEY-1.
090800     MOVE SC-LAUNCH-DATE (WS-SCHED-IDX) TO IDL-DATE.
090900     MOVE 'SCHEDULED MANIFEST HAS NO PROCFEED REQUIREMENT'
091000         TO IDL-FINDING.
091100     IF SC-LAUNCH-DATE (WS-SCHED-IDX) < WS-RUN-DATE
091200         MOVE 'LOW' TO IDL-SEVERITY
091300         MOVE 'NONE - LAUNCH PAST' TO IDL-CORRECTIVE
091400     ELSE
091500         MOVE 'HIGH' TO IDL-SEVERITY
091600         MOVE 'DAY01 NORMAL RUN' TO IDL-CORRECTIVE
091700     END-IF.
091800     PERFORM 2900-WRITE-FINDING
091900         THRU 2900-WRITE-FINDING-EXIT.
092000 2210-CHECK-ONE-MANIFEST-EXIT.
092100     EXIT.
092200*-----------------------------------------------------------*
092300* 2300-CHECK-RATE-COVER - EVERY MODULE CLASS ON THE MASTER  *
092400*                         NEEDS A RATE IN EFFECT - ITS OWN  *
092500*                         ROW OR THE DEFAULT ROW - TODAY    *
092600*                         AND ON EVERY LAUNCH DATE STILL    *
092700*                         AHEAD.  A CLASS COVERED TODAY     *
092800*                         STAYS COVERED (RATES ARE NEVER    *
092900*                         END-DATED), SO THE LAUNCH DATES   *
093000*                         ARE ONLY WORTH TESTING FOR A      *
093100*                         CLASS THAT IS NOT.                *
093200*-----------------------------------------------------------*
093300 2300-CHECK-RATE-COVER.
093400     MOVE 3 TO WS-CHECK-NO.
093500     PERFORM 2310-CHECK-ONE-CLASS
093600         THRU 2310-CHECK-ONE-CLASS-EXIT
093700         VARYING WS-CLASS-IDX FROM 1 BY 1
093800         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT.
093900 2300-CHECK-RATE-COVER-EXIT.
094000     EXIT.
094100 2310-CHECK-ONE-CLASS.
094200     MOVE CL-MODULE-CLASS (WS-CLASS-IDX) TO WS-TEST-CLASS.
094300     MOVE WS-RUN-DATE TO WS-TEST-DATE.
094400     PERFORM 2350-TEST-RATE-COVER
094500         THRU 2350-TEST-RATE-COVER-EXIT.
094600     IF RATE-FOUND
094700         GO TO 2310-CHECK-ONE-CLASS-EXIT
094800     END-IF.
094900     MOVE SPACES TO INTG-DETAIL-LINE.
095000     MOVE 'HIGH'              TO IDL-SEVERITY.
095100     MOVE 'FUELPRCE'          TO IDL-FILE.
095200     MOVE WS-TEST-CLASS       TO IDL-KEY-1.
095300     MOVE WS-RUN-DATE         TO IDL-DATE.
095400     MOVE 'MODULE CLASS HAS NO RATE IN EFFECT TODAY'
095500         TO IDL-FINDING.
095600     MOVE 'DAY01R A ADD RATE' TO IDL-CORRECTIVE.
095700     PERFORM 2900-WRITE-FINDING
095800         THRU 2900-WRITE-FINDING-EXIT.
095900     PERFORM 2320-CHECK-LAUNCH-DATE
096000         THRU 2320-CHECK-LAUNCH-DATE-EXIT
096100         VARYING WS-LDATE-IDX FROM 1 BY 1
096200         UNTIL WS-LDATE-IDX > WS-LDATE-COUNT.
096300 2310-CHECK-ONE-CLASS-EXIT.
096400     EXIT.
096500 2320-CHECK-LAUNCH-DATE.
096600     MOVE LD-LAUNCH-DATE (WS-LDATE-IDX) TO WS-TEST-DATE.
096700     PERFORM 2350-TEST-RATE-COVER
096800         THRU 2350-TEST-RATE-COVER-EXIT.
096900     IF RATE-FOUND
097000         GO TO 2320-CHECK-LAUNCH-DATE-EXIT
097100     END-IF.
097200     MOVE SPACES TO INTG-DETAIL-LINE.
097300     MOVE 'MED'               TO IDL-SEVERITY.
097400     MOVE 'FUELPRCE'          TO IDL-FILE.
097500     MOVE WS-TEST-CLASS       TO IDL-KEY-1.
097600     MOVE WS-TEST-DATE        TO IDL-DATE.
097700     MOVE 'MODULE CLASS HAS NO RATE ON A LAUNCH DATE AHEAD'
097800         TO IDL-FINDING.
097900     MOVE 'DAY01R A ADD RATE' TO IDL-CORRECTIVE.
098000     PERFORM 2900-WRITE-FINDING
098100         THRU 2900-WRITE-FINDING-EXIT.
098200 2320-CHECK-LAUNCH-DATE-EXIT.
098300     EXIT.
098400 2350-TEST-RATE-COVER.
098500     SET RATE-NOT-FOUND TO TRUE.
098600     PERFORM 2360-TEST-PRICE-ENTRY
098700         THRU 2360-TEST-PRICE-ENTRY-EXIT
098800         VARYING WS-PRICE-IDX FROM 1 BY 1
098900         UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
099000             OR RATE-FOUND.
099100 2350-TEST-RATE-COVER-EXIT.
099200     EXIT.
099300 2360-TEST-PRICE-ENTRY.
099400     IF (PT-MODULE-CLASS (WS-PRICE-IDX) = WS-TEST-CLASS
099500         OR PT-MODULE-CLASS (WS-PRICE-IDX) = SPACES)
099600        AND PT-EFFECTIVE-DATE (WS-PRICE-IDX) NOT > WS-TEST-DATE
099700         SET RATE-FOUND TO TRUE
099800     END-IF.
099900 2360-TEST-PRICE-ENTRY-EXIT.
100000     EXIT.
100100*-----------------------------------------------------------*
100200* 2400-CHECK-SUSPENSE - A SUSPENSE ITEM COMES FROM A DAY01  *
100300*                       RUN, SO ITS MANIFEST MUST BE ON     *
100400*                       RUNSTAT.  ONE THAT IS NOT CANNOT BE *
100500*                       TRACED TO THE RUN THAT REJECTED IT; *
100600*                       ITEMS STILL OUTSTANDING ARE THE     *
100700*                       URGENT ONES.                        *
100800*-----------------------------------------------------------*
100900 2400-CHECK-SUSPENSE.
101000     MOVE 4 TO WS-CHECK-NO.
101100     PERFORM 2410-CHECK-ONE-SUSPENSE
101200         THRU 2410-CHECK-ONE-SUSPENSE-EXIT
101300         VARYING WS-SUSP-IDX FROM 1 BY 1
101400         UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.
101500 2400-CHECK-SUSPENSE-EXIT.
101600     EXIT.
101700 2410-CHECK-ONE-SUSPENSE.
101800     SET ENTRY-NOT-FOUND TO TRUE.
101900     PERFORM 2420-TEST-RUN-MANIFEST
102000         THRU 2420-TEST-RUN-MANIFEST-EXIT
102100         VARYING WS-RUNMAN-IDX FROM 1 BY 1
102200         UNTIL WS-RUNMAN-IDX > WS-RUNMAN-COUNT
102300             OR ENTRY-FOUND.
102400     IF ENTRY-FOUND
102500         GO TO 2410-CHECK-ONE-SUSPENSE-EXIT
102600     END-IF.
102700     MOVE SPACES TO INTG-DETAIL-LINE.
102800     MOVE 'SUSPCTL' TO IDL-FILE.
102900     MOVE SM-MANIFEST-ID (WS-SUSP-IDX) TO IDL-KEY-1.
103000     IF SM-LAST-RUN-DATE (WS-SUSP-IDX) > 0
103100         MOVE SM-LAST-RUN-DATE (WS-SUSP-IDX) TO IDL-DATE
103200     END-IF.
103300     MOVE 'MANUAL REVIEW' TO IDL-CORRECTIVE.
103400     IF SM-OUTSTANDING (WS-SUSP-IDX) > 0
103500         MOVE 'HIGH' TO IDL-SEVERITY
103600         MOVE SM-OUTSTANDING (WS-SUSP-IDX) TO IDL-COUNT
103700         MOVE 'SUSPENSE OUTSTANDING FOR A MANIFEST NOT ON RUNSTAT'
103800             TO IDL-FINDING
103900     ELSE
104000         MOVE 'LOW' TO IDL-SEVERITY
104100         MOVE SM-ITEM-COUNT (WS-SUSP-IDX) TO IDL-COUNT
104200         MOVE 'SUSPENSE CLEARED FOR A MANIFEST NOT ON RUNSTAT'
104300             TO IDL-FINDING
104400     END-IF.
104500     PERFORM 2900-WRITE-FINDING
104600         THRU 2900-WRITE-FINDING-EXIT.
104700 2410-CHECK-ONE-SUSPENSE-EXIT.
104800     EXIT.
104900 2420-TEST-RUN-MANIFEST.
105000     IF RM-MANIFEST-ID (WS-RUNMAN-IDX)
105100        = SM-MANIFEST-ID (WS-SUSP-IDX)
105200         SET ENTRY-FOUND TO TRUE
105300     END-IF.
105400 2420-TEST-RUN-MANIFEST-EXIT.
105500     EXIT.
105600*-----------------------------------------------------------*
105700* 2500-CHECK-ORDERS - ROLL THE ORDER ROWS FOR UNSCHEDULED   *
105800*                     MANIFESTS UP BY MANIFEST.             *
105900*                     UNDELIVERED ROWS ARE FUEL STILL       *
106000*                     COMING FOR A LAUNCH THAT IS NOT       *
106100*                     HAPPENING - THE ORDER IS CANCELLED    *
106200*                     WITH THE SUPPLIER.  A FULLY DELIVERED *
106300*                     ORDER IS FUEL ALREADY IN THE FARM AND *
106400*                     IS NOTED ONLY.                        *
106500*-----------------------------------------------------------*
106600 2500-CHECK-ORDERS.
106700     MOVE 5 TO WS-CHECK-NO.
106800     PERFORM 2510-ROLL-UP-ORDER
106900         THRU 2510-ROLL-UP-ORDER-EXIT
107000         VARYING WS-ORDER-IDX FROM 1 BY 1
107100         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.
107200     PERFORM 2530-REPORT-ORPHAN-ORDER
107300         THRU 2530-REPORT-ORPHAN-ORDER-EXIT
107400         VARYING WS-ORPHAN-IDX FROM 1 BY 1
107500         UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT.
107600 2500-CHECK-ORDERS-EXIT.
107700     EXIT.
107800 2510-ROLL-UP-ORDER.
107900     SET ENTRY-NOT-FOUND TO TRUE.
108000     PERFORM 2520-TEST-ORPHAN-ENTRY
108100         THRU 2520-TEST-ORPHAN-ENTRY-EXIT
108200         VARYING WS-ORPHAN-IDX FROM 1 BY 1
108300         UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
108400             OR ENTRY-FOUND.
108500     IF ENTRY-FOUND
108600         SUBTRACT 1 FROM WS-ORPHAN-IDX
108700     ELSE
108800         IF WS-ORPHAN-COUNT NOT < WS-ORPHAN-MAX
108900             DISPLAY 'DAY01IA - ORPHAN ORDER TABLE FULL AT '
109000                 WS-ORPHAN-MAX
109100             MOVE 12 TO RETURN-CODE
109200             STOP RUN
109300         END-IF
109400         ADD 1 TO WS-ORPHAN-COUNT
109500         MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-IDX
109600         MOVE OE-MANIFEST-ID (WS-ORDER-IDX)
109700             TO OM-MANIFEST-ID (WS-ORPHAN-IDX)
109800         MOVE 0 TO OM-ROW-COUNT (WS-ORPHAN-IDX)
109900         MOVE 0 TO OM-OPEN-COUNT (WS-ORPHAN-IDX)
110000         MOVE 0 TO OM-LATEST-RUN-DATE (WS-ORPHAN-IDX)
110100     END-IF.
110200     ADD 1 TO OM-ROW-COUNT (WS-ORPHAN-IDX).
110300     IF NOT OE-MATCHED (WS-ORDER-IDX)
110400         ADD 1 TO OM-OPEN-COUNT (WS-ORPHAN-IDX)
110500     END-IF.
110600     IF OE-RUN-DATE (WS-ORDER-IDX)
110700        > OM-LATEST-RUN-DATE (WS-ORPHAN-IDX)
110800         MOVE OE-RUN-DATE (WS-ORDER-IDX)
110900             TO OM-LATEST-RUN-DATE (WS-ORPHAN-IDX)
111000     END-IF.
111100 2510-ROLL-UP-ORDER-EXIT.
111200     EXIT.
111300 2520-TEST-ORPHAN-ENTRY.
111400     IF OM-MANIFEST-ID (WS-ORPHAN-IDX)
111500        = OE-MANIFEST-ID (WS-ORDER-IDX)
111600         SET ENTRY-FOUND TO TRUE
111700     END-IF.
111800 2520-TEST-ORPHAN-ENTRY-EXIT.
111900     EXIT.
112000 2530-REPORT-ORPHAN-ORDER.
112100     MOVE SPACES TO INTG-DETAIL-LINE.
112200     MOVE 'COSTFEED' TO IDL-FILE.
112300     MOVE OM-MANIFEST-ID (WS-ORPHAN-IDX) TO IDL-KEY-1.
112400     MOVE OM-LATEST-RUN-DATE (WS-ORPHAN-IDX) TO IDL-DATE.
112500     IF OM-OPEN-COUNT (WS-ORPHAN-IDX) > 0
112600         MOVE 'HIGH' TO IDL-SEVERITY
112700         MOVE OM-OPEN-COUNT (WS-ORPHAN-IDX) TO IDL-COUNT
112800         MOVE 'UNDELIVERED ORDERS FOR A MANIFEST NOT SCHEDULED'
112900             TO IDL-FINDING
113000         MOVE 'CANCEL WITH SUPPLIER' TO IDL-CORRECTIVE
113100     ELSE
113200         MOVE 'LOW' TO IDL-SEVERITY
113300         MOVE OM-ROW-COUNT (WS-ORPHAN-IDX) TO IDL-COUNT
113400         MOVE 'DELIVERED ORDERS FOR A MANIFEST NOT SCHEDULED'
113500             TO IDL-FINDING
113600         MOVE 'NONE - REVIEW ONLY' TO IDL-CORRECTIVE
113700     END-IF.
113800     PERFORM 2900-WRITE-FINDING
113900         THRU 2900-WRITE-FINDING-EXIT.
114000 2530-REPORT-ORPHAN-ORDER-EXIT.
114100     EXIT.
114200*-----------------------------------------------------------*
114300* 2600-CHECK-FUTURE-MODULES - A MODULE WHOSE FIRST MASTER   *
114400*                             ROW TAKES EFFECT LATER HAS NO *
114500*                             MASS TODAY, SO DAY01 REJECTS  *
114600*                             IT ON ANY MANIFEST PRICED     *
114700*                             BEFORE THAT DATE.  A BASE ROW *
114800*                             IS ADDED THROUGH DAY01MM.     *
114900*-----------------------------------------------------------*
115000 2600-CHECK-FUTURE-MODULES.
115100     MOVE 6 TO WS-CHECK-NO.
115200     PERFORM 2610-REPORT-FUTURE-MODULE
115300         THRU 2610-REPORT-FUTURE-MODULE-EXIT
115400         VARYING WS-FUTURE-IDX FROM 1 BY 1
115500         UNTIL WS-FUTURE-IDX > WS-FUTURE-COUNT.
115600 2600-CHECK-FUTURE-MODULES-EXIT.
115700     EXIT.
115800 2610-REPORT-FUTURE-MODULE.
115900     MOVE SPACES TO INTG-DETAIL-LINE.
116000     MOVE 'HIGH'    TO IDL-SEVERITY.
116100     MOVE 'MODMAST' TO IDL-FILE.
116200     MOVE FM-MODULE-ID (WS-FUTURE-IDX)      TO IDL-KEY-1.
116300     MOVE FM-MODULE-CLASS (WS-FUTURE-IDX)   TO IDL-KEY-2.
116400     MOVE FM-EFFECTIVE-DATE (WS-FUTURE-IDX) TO IDL-DATE.
116500     MOVE FM-ROW-COUNT (WS-FUTURE-IDX)      TO IDL-COUNT.
116600     MOVE 'MODULE HAS FUTURE-DATED ROWS BUT NO CURRENT ROW'
116700         TO IDL-FINDING.
116800     MOVE 'DAY01T A BASE ROW' TO IDL-CORRECTIVE.
116900     PERFORM 2900-WRITE-FINDING
117000         THRU 2900-WRITE-FINDING-EXIT.
117100 2610-REPORT-FUTURE-MODULE-EXIT.
117200     EXIT.
117300*-----------------------------------------------------------*
117400* 2900-WRITE-FINDING - PRINT ONE FINDING FOR THE CURRENT    *
117500*                      CHECK AND COUNT IT BY CHECK AND      *
117600*                      SEVERITY                             *
117700*-----------------------------------------------------------*
117800 2900-WRITE-FINDING.
117900     MOVE WS-CHECK-NO TO IDL-CHECK-NO.
118000     WRITE INTG-RECORD FROM INTG-DETAIL-LINE.
118100     ADD 1 TO WS-FINDING-COUNT.
118200     ADD 1 TO WS-CHECK-FINDINGS (WS-CHECK-NO).
118300     IF IDL-SEV-HIGH
118400         ADD 1 TO WS-HIGH-COUNT
118500     ELSE IF IDL-SEV-MED
118600         ADD 1 TO WS-MED-COUNT
118700     ELSE
118800         ADD 1 TO WS-LOW-COUNT
118900     END-IF.
119000 2900-WRITE-FINDING-EXIT.
119100     EXIT.
119200*-----------------------------------------------------------*
119300* 9000-TERMINATE - PRINT THE CHECK SUMMARY AND SEVERITY     *
119400*                  TOTALS, CLOSE UP AND GRADE THE RETURN    *
119500*                  CODE                                     *
119600*-----------------------------------------------------------*
119700 9000-TERMINATE.
119800     IF WS-FINDING-COUNT = 0
119900         WRITE INTG-RECORD FROM INTG-NONE-LINE
120000     END-IF.
120100     WRITE INTG-RECORD FROM INTG-BLANK-LINE.
120200     WRITE INTG-RECORD FROM INTG-SUMMARY-HEADING.
120300     PERFORM 9100-WRITE-SUMMARY-LINE
120400         THRU 9100-WRITE-SUMMARY-LINE-EXIT
120500         VARYING WS-CHECK-NO FROM 1 BY 1
120600         UNTIL WS-CHECK-NO > 6.
120700     WRITE INTG-RECORD FROM INTG-BLANK-LINE.
120800     MOVE WS-HIGH-COUNT TO IT-HIGH-COUNT.
120900     WRITE INTG-RECORD FROM INTG-TOTAL-LINE-1.
121000     MOVE WS-MED-COUNT TO IT-MED-COUNT.
121100     WRITE INTG-RECORD FROM INTG-TOTAL-LINE-2.
121200     MOVE WS-LOW-COUNT TO IT-LOW-COUNT.
121300     WRITE INTG-RECORD FROM INTG-TOTAL-LINE-3.
121400     CLOSE INTEGRITY-REPORT-FILE.
121500     DISPLAY 'INTEGRITY FINDINGS ' WS-FINDING-COUNT.
121600     DISPLAY 'HIGH ' WS-HIGH-COUNT.
121700     IF WS-FINDING-COUNT > 0
121800         MOVE 4 TO RETURN-CODE
121900     END-IF.
121933     PERFORM 9800-WRITE-BATCH-CONTROL
121966         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
122000 9000-TERMINATE-EXIT.
122100     EXIT.
122200 9100-WRITE-SUMMARY-LINE.
122300     MOVE WS-CHECK-NO TO ISL-CHECK-NO.
122400     MOVE WS-CHECK-TITLE (WS-CHECK-NO) TO ISL-CHECK-TITLE.
122500     MOVE WS-CHECK-FINDINGS (WS-CHECK-NO) TO ISL-FINDING-COUNT.
122600     WRITE INTG-RECORD FROM INTG-SUMMARY-LINE.
122700 9100-WRITE-SUMMARY-LINE-EXIT.
122800     EXIT.
122900*-----------------------------------------------------------*
123000* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
123100*                            HASH TOTALS AND CONDITION CODE *
123200*                            TO THE SHARED BATCH CONTROL    *
123300*                            LEDGER                         *
123400*-----------------------------------------------------------*
123500 9800-WRITE-BATCH-CONTROL.
123600     MOVE SPACES TO BATCH-CONTROL-RECORD.
123700     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
123800     ACCEPT BC-RUN-TIME FROM TIME.
123900     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
124000         ON EXCEPTION
124100             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
124200     END-ACCEPT.
124300     IF BC-BUSINESS-DATE NOT NUMERIC
124400         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
124500     END-IF.
124600     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
124700         ON EXCEPTION
124800             MOVE 'UNKNOWN ' TO BC-JOB-ID
124900     END-ACCEPT.
125000     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
125100         ON EXCEPTION
125200             MOVE 'DAY01IA' TO BC-STEP-NAME
125300     END-ACCEPT.
125400     MOVE 'DAY01IA' TO BC-PROGRAM-ID.
125500     MOVE WS-RECORDS-READ TO BC-RECORDS-IN.
125600     MOVE WS-FINDING-COUNT TO BC-RECORDS-OUT.
125700     MOVE 0 TO BC-HASH-IN.
125800     MOVE 0 TO BC-HASH-OUT.
125900     MOVE RETURN-CODE TO BC-CONDITION-CODE.
126000     OPEN EXTEND BATCH-CONTROL-FILE.
126100     IF WS-BATCHCTL-STATUS = '35'
126200         OPEN OUTPUT BATCH-CONTROL-FILE
126300     END-IF.
126400     WRITE BATCH-CONTROL-RECORD.
126500     CLOSE BATCH-CONTROL-FILE.
126600 9800-WRITE-BATCH-CONTROL-EXIT.
126700     EXIT.
