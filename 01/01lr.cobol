000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01LR.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - LAUNCH READINESS       *
001100*                 GO/NO-GO CERTIFICATE.  FOR EVERY MANIFEST *
001200*                 ON THE LAUNCH SCHEDULE (LNCHSCHD, DAY01L) *
001300*                 LAUNCHING WITHIN THE LOOK-AHEAD WINDOW    *
001400*                 (READYCARD, DAYS, DEFAULT 14) PRINTS ONE  *
001500*                 CERTIFICATE SHEET (READYRPT) WITH FIVE    *
001600*                 CHECKS AND THE REASON FOR EVERY FAILURE:  *
001700*                 (1) THE LATEST NORMAL DAY01 RUN FOR THE   *
001800*                 MANIFEST ON RUNSTAT (DAY01Z) WAS CLEAN,   *
001900*                 OR ITS REJECTS HAVE ALL BEEN CLEARED      *
002000*                 THROUGH SUSPENSE; (2) NO SUSPENSE ITEM IS *
002100*                 OUTSTANDING ON SUSPCTL (DAY01N); (3)      *
002200*                 EVERY COSTED ORDER CLASS ROW (COSTFEED,   *
002300*                 DAY01Q) FROM THAT RUN ON HAS A DELIVERY   *
002400*                 CONFIRMATION (DLVCONF, DAY01D); (4) THE   *
002500*                 TANKS RESERVED TO THE MANIFEST ON TANKINV *
002600*                 (DAY01V) ARE ALL IN SERVICE AND HOLD THE  *
002700*                 PROCFEED REQUIREMENT (DAY01P, AS DAY01FP  *
002800*                 READS IT); (5) NO MODULE PRICED BY THAT   *
002900*                 RUN (AUDTRAIL, DAY01A) NOW RESOLVES TO A  *
003000*                 DIFFERENT MASS ON THE MODULE MASTER       *
003100*                 (MODMAST, DAY01B) AS OF THE LAUNCH DATE.  *
003200*                 ONE READINESS STATUS RECORD PER LAUNCH    *
003300*                 (READYSTS, DAY01GO) GOES TO THE LAUNCH    *
003400*                 CONTROL SYSTEM.  RC 4 WHEN ANY LAUNCH IS  *
003500*                 NO-GO.                                    *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT READY-CARD-FILE ASSIGN TO READYCARD
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-READYCARD-STATUS.
004300     SELECT LAUNCH-SCHEDULE-FILE ASSIGN TO LNCHSCHD
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LNCHSCHD-STATUS.
004600     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RUNSTAT-STATUS.
004900     SELECT SUSPENSE-CONTROL-FILE ASSIGN TO SUSPCTL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SUSPCTL-STATUS.
005200     SELECT PROCUREMENT-FEED-FILE ASSIGN TO PROCFEED
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PROCFEED-STATUS.
005500     SELECT COSTED-FEED-FILE ASSIGN TO COSTFEED
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-COSTFEED-STATUS.
005800     SELECT CONFIRMATION-FILE ASSIGN TO DLVCONF
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-DLVCONF-STATUS.
006100     SELECT TANK-INVENTORY-FILE ASSIGN TO TANKINV
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TANKINV-STATUS.
006400     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDTRAIL
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-AUDTRAIL-STATUS.
006700     SELECT MODULE-MASTER-FILE ASSIGN TO MODMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS MB-MASTER-KEY
007100         FILE STATUS IS WS-MODMAST-STATUS.
007200     SELECT READINESS-REPORT-FILE ASSIGN TO READYRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-READYRPT-STATUS.
007500     SELECT READINESS-STATUS-FILE ASSIGN TO READYSTS
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-READYSTS-STATUS.
007800     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-BATCHCTL-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  READY-CARD-FILE
008400     RECORDING MODE IS F.
008500 01  READY-CARD.
008600     05  RD-LOOKAHEAD-DAYS       PIC 9(03).
008700     05  RD-LOOKAHEAD-X REDEFINES RD-LOOKAHEAD-DAYS
008800                                 PIC X(03).
008900 FD  LAUNCH-SCHEDULE-FILE
009000     RECORDING MODE IS F.
009100     COPY DAY01L.
009200 FD  RUN-STATUS-FILE
009300     RECORDING MODE IS F.
009400     COPY DAY01Z.
009500 FD  SUSPENSE-CONTROL-FILE
009600     RECORDING MODE IS F.
009700     COPY DAY01N.
009800 FD  PROCUREMENT-FEED-FILE
009900     RECORDING MODE IS F.
010000     COPY DAY01P.
010100 FD  COSTED-FEED-FILE
010200     RECORDING MODE IS F.
010300     COPY DAY01Q.
010400 FD  CONFIRMATION-FILE
010500     RECORDING MODE IS F.
010600     COPY DAY01D.
010700 FD  TANK-INVENTORY-FILE
010800     RECORDING MODE IS F.
010900     COPY DAY01V.
011000 FD  AUDIT-TRAIL-FILE
011100     RECORDING MODE IS F.
011200     COPY DAY01A.
011300 FD  MODULE-MASTER-FILE.
011400     COPY DAY01B.
011500 FD  READINESS-REPORT-FILE
011600     RECORDING MODE IS F.
011700 01  RDY-RECORD                  PIC X(080).
011800 FD  READINESS-STATUS-FILE
011900     RECORDING MODE IS F.
012000     COPY DAY01GO.
012100 FD  BATCH-CONTROL-FILE
012200     RECORDING MODE IS F.
012300     COPY DAY01BC.
012400 WORKING-STORAGE SECTION.
012500 01  WS-SWITCHES.
012600     05  WS-SCHED-EOF-SW         PIC X(01)  VALUE 'N'.
012700         88  SCHEDULE-EOF                   VALUE 'Y'.
012800     05  WS-RUNSTAT-EOF-SW       PIC X(01)  VALUE 'N'.
012900         88  RUNSTAT-EOF                    VALUE 'Y'.
013000     05  WS-SUSP-EOF-SW          PIC X(01)  VALUE 'N'.
013100         88  SUSPENSE-EOF                   VALUE 'Y'.
013200     05  WS-FEED-EOF-SW          PIC X(01)  VALUE 'N'.
013300         88  FEED-EOF                       VALUE 'Y'.
013400     05  WS-COST-EOF-SW          PIC X(01)  VALUE 'N'.
013500         88  COST-EOF                       VALUE 'Y'.
013600     05  WS-CONF-EOF-SW          PIC X(01)  VALUE 'N'.
013700         88  CONF-EOF                       VALUE 'Y'.
013800     05  WS-INV-EOF-SW           PIC X(01)  VALUE 'N'.
013900         88  INVENTORY-EOF                  VALUE 'Y'.
014000     05  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
014100         88  AUDIT-EOF                      VALUE 'Y'.
014200     05  WS-LAUNCH-FOUND-SW      PIC X(01)  VALUE 'N'.
014300         88  LAUNCH-FOUND                   VALUE 'Y'.
014400         88  LAUNCH-NOT-FOUND               VALUE 'N'.
014500     05  WS-ORDER-FOUND-SW       PIC X(01)  VALUE 'N'.
014600         88  ORDER-FOUND                    VALUE 'Y'.
014700         88  ORDER-NOT-FOUND                VALUE 'N'.
014800     05  WS-CHANGE-FOUND-SW      PIC X(01)  VALUE 'N'.
014900         88  CHANGE-FOUND                   VALUE 'Y'.
015000         88  CHANGE-NOT-FOUND               VALUE 'N'.
015100     05  WS-ROW-FOUND-SW         PIC X(01)  VALUE 'N'.
015200         88  MASS-ROW-FOUND                 VALUE 'Y'.
015300         88  MASS-ROW-NOT-FOUND             VALUE 'N'.
015400     05  WS-SCAN-DONE-SW         PIC X(01)  VALUE 'N'.
015500         88  MASTER-SCAN-DONE               VALUE 'Y'.
015600         88  MASTER-SCAN-NOT-DONE           VALUE 'N'.
015700     05  WS-CHECK-SW             PIC X(01)  VALUE 'Y'.
015800         88  CHECK-PASSED                   VALUE 'Y'.
015900         88  CHECK-FAILED                   VALUE 'N'.
016000     05  WS-SWAPPED-SW           PIC X(01)  VALUE 'N'.
016100         88  PASS-SWAPPED                   VALUE 'Y'.
016200 01  WS-READYCARD-STATUS         PIC X(02)  VALUE SPACES.
016300 01  WS-LNCHSCHD-STATUS          PIC X(02)  VALUE SPACES.
016400 01  WS-RUNSTAT-STATUS           PIC X(02)  VALUE SPACES.
016500 01  WS-SUSPCTL-STATUS           PIC X(02)  VALUE SPACES.
016600 01  WS-PROCFEED-STATUS          PIC X(02)  VALUE SPACES.
016700 01  WS-COSTFEED-STATUS          PIC X(02)  VALUE SPACES.
016800 01  WS-DLVCONF-STATUS           PIC X(02)  VALUE SPACES.
016900 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
017000 01  WS-AUDTRAIL-STATUS          PIC X(02)  VALUE SPACES.
017100 01  WS-MODMAST-STATUS           PIC X(02)  VALUE SPACES.
017200 01  WS-READYRPT-STATUS          PIC X(02)  VALUE SPACES.
017300 01  WS-READYSTS-STATUS          PIC X(02)  VALUE SPACES.
017400 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
017500 01  WS-RUN-IDENTIFICATION.
017600     05  WS-RUN-DATE             PIC 9(08).
017700     05  WS-RUN-TIME             PIC 9(08).
017800 01  WS-WINDOW-WORK.
017900     05  WS-LOOKAHEAD-DAYS       PIC 9(03)  VALUE 14.
018000     05  WS-DATE-INTEGER         PIC 9(09)  COMP VALUE 0.
018100     05  WS-WINDOW-END-DATE      PIC 9(08)  VALUE 0.
018200 01  WS-LAUNCH-TABLE-AREA.
018300     05  WS-LAUNCH-MAX           PIC 9(03)  COMP VALUE 100.
018400     05  WS-LAUNCH-COUNT         PIC 9(03)  COMP VALUE 0.
018500     05  WS-LAUNCH-IDX           PIC 9(03)  COMP VALUE 0.
018600     05  WS-HIT-IDX              PIC 9(03)  COMP VALUE 0.
018700     05  WS-SORT-LIMIT           PIC 9(03)  COMP VALUE 0.
018800     05  WS-LAUNCH-ENTRY OCCURS 100 TIMES.
018900         10  LA-MANIFEST-ID      PIC X(10).
019000         10  LA-LAUNCH-DATE      PIC 9(08).
019100         10  LA-RUN-FOUND-SW     PIC X(01).
019200             88  LA-RUN-FOUND              VALUE 'Y'.
019300         10  LA-RUN-KEY.
019400             15  LA-RUN-DATE     PIC 9(08).
019500             15  LA-RUN-TIME     PIC 9(08).
019600         10  LA-RUN-JOB-ID       PIC X(08).
019700         10  LA-DISPOSITION      PIC X(12).
019800             88  LA-DISP-CLEAN             VALUE 'CLEAN'.
019900             88  LA-DISP-VERIFY-FAIL       VALUE 'VERIFY FAIL'.
020000             88  LA-DISP-EXCEPTIONS        VALUE 'EXCEPTIONS'
020100                                                 'REJECTS'.
020200         10  LA-REJECT-COUNT     PIC 9(05).
020300         10  LA-SUSPECT-COUNT    PIC 9(05).
020400         10  LA-SUSP-SINCE-RUN   PIC 9(05)  COMP.
020500         10  LA-SUSP-OUTSTANDING PIC 9(05)  COMP.
020600         10  LA-REQT-FOUND-SW    PIC X(01).
020700             88  LA-REQT-FOUND             VALUE 'Y'.
020800         10  LA-REQUIRED-FUEL    PIC 9(11).
020900         10  LA-AUDIT-COUNT      PIC 9(05)  COMP.
021000 01  WS-LAUNCH-SWAP-AREA.
021100     05  WS-SWAP-MANIFEST-ID     PIC X(10).
021200     05  WS-SWAP-LAUNCH-DATE     PIC 9(08).
021300 01  WS-FIND-MANIFEST-ID         PIC X(10)  VALUE SPACES.
021400 01  WS-CANDIDATE-KEY.
021500     05  WS-CAND-RUN-DATE        PIC 9(08).
021600     05  WS-CAND-RUN-TIME        PIC 9(08).
021700 01  WS-ORDER-TABLE-AREA.
021800     05  WS-ORDER-MAX            PIC 9(05)  COMP VALUE 2000.
021900     05  WS-ORDER-COUNT          PIC 9(05)  COMP VALUE 0.
022000     05  WS-ORDER-IDX            PIC 9(05)  COMP VALUE 0.
022100     05  WS-ORDER-HIT            PIC 9(05)  COMP VALUE 0.
022200     05  WS-ORDER-ENTRY OCCURS 2000 TIMES.
022300         10  OE-LAUNCH-IDX       PIC 9(03)  COMP.
022400         10  OE-RUN-DATE         PIC 9(08).
022500         10  OE-MANIFEST-ID      PIC X(10).
022600         10  OE-MODULE-CLASS     PIC X(02).
022700         10  OE-FUEL-QTY         PIC 9(09).
022800         10  OE-MATCHED-SW       PIC X(01).
022900             88  OE-MATCHED                VALUE 'Y'.
023000 01  WS-TANK-TABLE-AREA.
023100     05  WS-TANK-MAX             PIC 9(05)  COMP VALUE 500.
023200     05  WS-TANK-COUNT           PIC 9(05)  COMP VALUE 0.
023300     05  WS-TANK-IDX             PIC 9(05)  COMP VALUE 0.
023400     05  WS-TANK-ENTRY OCCURS 500 TIMES.
023500         10  TE-LAUNCH-IDX       PIC 9(03)  COMP.
023600         10  TE-TANK-ID          PIC X(08).
023700         10  TE-CURRENT-LEVEL    PIC 9(09).
023800         10  TE-LEVEL-X REDEFINES TE-CURRENT-LEVEL
023900                                 PIC X(09).
024000         10  TE-STATUS           PIC X(01).
024100             88  TE-OUT-OF-SERVICE         VALUE 'O'.
024200 01  WS-CHANGE-TABLE-AREA.
024300     05  WS-CHANGE-MAX           PIC 9(05)  COMP VALUE 2000.
024400     05  WS-CHANGE-COUNT         PIC 9(05)  COMP VALUE 0.
024500     05  WS-CHANGE-IDX           PIC 9(05)  COMP VALUE 0.
024600     05  WS-CHANGE-ENTRY OCCURS 2000 TIMES.
024700         10  MC-LAUNCH-IDX       PIC 9(03)  COMP.
024800         10  MC-MODULE-ID        PIC X(10).
024900         10  MC-PRICED-MASS      PIC 9(09).
025000         10  MC-CURRENT-TEXT     PIC X(12).
025100 01  WS-MASTER-WORK.
025200     05  WS-LOOKUP-MODULE-ID     PIC X(10)  VALUE SPACES.
025300     05  WS-LOOKUP-DATE          PIC 9(08)  VALUE 0.
025400     05  WS-EFF-MASS             PIC 9(09)  VALUE 0.
025500     05  WS-EFF-MASS-X REDEFINES WS-EFF-MASS
025600                                 PIC X(09).
025700     05  WS-CURRENT-TEXT         PIC X(12)  VALUE SPACES.
025800     05  WS-MASS-EDIT            PIC Z(08)9.
025900 01  WS-CERTIFY-WORK.
026000     05  WS-REASON-COUNT         PIC 9(03)  VALUE 0.
026100     05  WS-ROWS-COUNT           PIC 9(05)  COMP VALUE 0.
026200     05  WS-UNDELIVERED-COUNT    PIC 9(05)  COMP VALUE 0.
026300     05  WS-RESERVED-COUNT       PIC 9(05)  COMP VALUE 0.
026400     05  WS-BAD-TANK-COUNT       PIC 9(05)  COMP VALUE 0.
026500     05  WS-HELD-FUEL            PIC 9(11)  VALUE 0.
026600     05  WS-MASS-CHANGE-COUNT    PIC 9(05)  COMP VALUE 0.
026700     05  WS-PAGE-NO              PIC 9(03)  COMP VALUE 0.
026800 01  WS-RUN-COUNTERS.
026900     05  WS-GO-COUNT             PIC 9(05)  COMP VALUE 0.
027000     05  WS-NO-GO-COUNT          PIC 9(05)  COMP VALUE 0.
027100     05  WS-STATUS-WRITTEN       PIC 9(05)  COMP VALUE 0.
027200 01  RDY-HEADING-1.
027300     05  FILLER                  PIC X(34)
027400         VALUE 'LAUNCH READINESS CERTIFICATE      '.
027500     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
027600     05  RH1-RUN-DATE            PIC 9(08).
027700     05  FILLER                  PIC X(04)  VALUE SPACES.
027800     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
027900     05  RH1-PAGE-NO             PIC ZZ9.
028000 01  RDY-HEADING-2.
028100     05  FILLER                  PIC X(09)  VALUE 'MANIFEST '.
028200     05  RH2-MANIFEST-ID         PIC X(10).
028300     05  FILLER                  PIC X(15)
028400         VALUE '   LAUNCH DATE '.
028500     05  RH2-LAUNCH-DATE         PIC 9(08).
028600     05  FILLER                  PIC X(11)  VALUE '   WINDOW '.
028700     05  RH2-WINDOW-FROM         PIC 9(08).
028800     05  FILLER                  PIC X(04)  VALUE ' TO '.
028900     05  RH2-WINDOW-TO           PIC 9(08).
029000 01  RDY-HEADING-3.
029100     05  FILLER                  PIC X(12)  VALUE 'PRICING RUN '.
029200     05  RH3-RUN-DATE            PIC X(08).
029300     05  FILLER                  PIC X(01)  VALUE SPACE.
029400     05  RH3-RUN-TIME            PIC X(08).
029500     05  FILLER                  PIC X(05)  VALUE ' JOB '.
029600     05  RH3-JOB-ID              PIC X(08).
029700     05  FILLER                  PIC X(14)  VALUE ' DISPOSITION '.
029800     05  RH3-DISPOSITION         PIC X(12).
029900 01  RDY-HEADING-4.
030000     05  FILLER                  PIC X(46)
030100         VALUE 'READINESS CHECK'.
030200     05  FILLER                  PIC X(06)  VALUE 'RESULT'.
030300 01  RDY-CHECK-LINE.
030400     05  RCL-CHECK-NAME          PIC X(46).
030500     05  RCL-RESULT              PIC X(05).
030600 01  RDY-REASON-LINE.
030700     05  FILLER                  PIC X(06)  VALUE SPACES.
030800     05  RRL-TEXT                PIC X(60).
030900 01  RDY-COUNT-REASON.
031000     05  FILLER                  PIC X(06)  VALUE SPACES.
031100     05  RCR-COUNT               PIC ZZZZ9.
031200     05  FILLER                  PIC X(01)  VALUE SPACE.
031300     05  RCR-TEXT                PIC X(50).
031400 01  RDY-ORDER-REASON.
031500     05  FILLER                  PIC X(06)  VALUE SPACES.
031600     05  FILLER                  PIC X(06)  VALUE 'CLASS '.
031700     05  ROR-MODULE-CLASS        PIC X(02).
031800     05  FILLER                  PIC X(16)
031900         VALUE ' ORDERED BY RUN '.
032000     05  ROR-RUN-DATE            PIC 9(08).
032100     05  FILLER                  PIC X(05)  VALUE ' QTY '.
032200     05  ROR-FUEL-QTY            PIC Z(08)9.
032300     05  FILLER                  PIC X(14)
032400         VALUE ' NOT DELIVERED'.
032500 01  RDY-TANK-REASON.
032600     05  FILLER                  PIC X(06)  VALUE SPACES.
032700     05  FILLER                  PIC X(05)  VALUE 'TANK '.
032800     05  RTR-TANK-ID             PIC X(08).
032900     05  FILLER                  PIC X(01)  VALUE SPACE.
033000     05  RTR-TEXT                PIC X(30).
033100 01  RDY-SHORT-REASON.
033200     05  FILLER                  PIC X(06)  VALUE SPACES.
033300     05  FILLER                  PIC X(20)
033400         VALUE 'RESERVED TANKS HOLD '.
033500     05  RSR-HELD-FUEL           PIC Z(10)9.
033600     05  FILLER                  PIC X(04)  VALUE ' OF '.
033700     05  RSR-REQUIRED-FUEL       PIC Z(10)9.
033800     05  FILLER                  PIC X(09)  VALUE ' REQUIRED'.
033900 01  RDY-MASS-REASON.
034000     05  FILLER                  PIC X(06)  VALUE SPACES.
034100     05  FILLER                  PIC X(07)  VALUE 'MODULE '.
034200     05  RMR-MODULE-ID           PIC X(10).
034300     05  FILLER                  PIC X(11)  VALUE ' PRICED AT '.
034400     05  RMR-PRICED-MASS         PIC Z(08)9.
034500     05  FILLER                  PIC X(05)  VALUE ' NOW '.
034600     05  RMR-CURRENT-TEXT        PIC X(12).
034700 01  RDY-CERT-LINE.
034800     05  FILLER                  PIC X(13)  VALUE 'CERTIFICATE: '.
034900     05  RCT-RESULT              PIC X(05).
035000     05  FILLER                  PIC X(12)  VALUE '   REASONS: '.
035100     05  RCT-REASON-COUNT        PIC ZZ9.
035200 01  RDY-BLANK-LINE              PIC X(01)  VALUE SPACE.
035300 01  RDY-RULE-LINE               PIC X(60)  VALUE ALL '-'.
035400 01  RDY-MESSAGE-LINE.
035500     05  RML-TEXT                PIC X(60)  VALUE SPACES.
035600 01  RDY-TOTAL-LINE-1.
035700     05  FILLER                  PIC X(24)
035800         VALUE 'LAUNCHES IN WINDOW:     '.
035900     05  RT-LAUNCH-COUNT         PIC ZZZZ9.
036000 01  RDY-TOTAL-LINE-2.
036100     05  FILLER                  PIC X(24)
036200         VALUE 'GO:                     '.
036300     05  RT-GO-COUNT             PIC ZZZZ9.
036400 01  RDY-TOTAL-LINE-3.
036500     05  FILLER                  PIC X(24)
036600         VALUE 'NO-GO:                  '.
036700     05  RT-NO-GO-COUNT          PIC ZZZZ9.
036800 PROCEDURE DIVISION.
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE
037100         THRU 1000-INITIALIZE-EXIT.
037200     PERFORM 2000-CERTIFY-LAUNCH
037300         THRU 2000-CERTIFY-LAUNCH-EXIT
037400         VARYING WS-LAUNCH-IDX FROM 1 BY 1
037500         UNTIL WS-LAUNCH-IDX > WS-LAUNCH-COUNT.
037600     PERFORM 9000-TERMINATE
037700         THRU 9000-TERMINATE-EXIT.
038000     STOP RUN.
038100 0000-MAINLINE-EXIT.
038200     EXIT.
038300*-----------------------------------------------------------*
038400* 1000-INITIALIZE - READ THE LOOK-AHEAD CARD (DEFAULT 14    *
038500*                   DAYS), LOAD THE LAUNCHES IN THE WINDOW  *
038600*                   (NO SCHEDULE, NOTHING TO CERTIFY - RC   *
038700*                   12) AND SORT THEM BY LAUNCH DATE, THEN  *
038800*                   GATHER EACH LAUNCH'S EVIDENCE FROM THE  *
038900*                   RUN STATUS, SUSPENSE, FEED, ORDER,      *
039000*                   DELIVERY, TANK AND AUDIT FILES.  THE    *
039100*                   OPTIONAL FILES MAY BE ABSENT; THE CHECK *
039200*                   THAT NEEDS ONE THEN FAILS FOR WANT OF   *
039300*                   EVIDENCE.                               *
039400*-----------------------------------------------------------*
039500 1000-INITIALIZE.
039600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039700     ACCEPT WS-RUN-TIME FROM TIME.
039800     MOVE SPACES TO READY-CARD.
039900     OPEN INPUT READY-CARD-FILE.
040000     IF WS-READYCARD-STATUS NOT = '35'
040100         READ READY-CARD-FILE
040200             AT END
040300                 MOVE SPACES TO READY-CARD
040400         END-READ
040500         CLOSE READY-CARD-FILE
040600     END-IF.
040700     IF RD-LOOKAHEAD-DAYS NUMERIC
040800         MOVE RD-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
040900     END-IF.
041000     COMPUTE WS-DATE-INTEGER =
041100         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
041200         + WS-LOOKAHEAD-DAYS.
041300     COMPUTE WS-WINDOW-END-DATE =
041400         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
041500     OPEN INPUT LAUNCH-SCHEDULE-FILE.
041600     IF WS-LNCHSCHD-STATUS NOT = '00'
041700         DISPLAY 'DAY01LR - CANNOT OPEN LNCHSCHD, STATUS '
041800             WS-LNCHSCHD-STATUS
041900         MOVE 12 TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200     PERFORM 1100-LOAD-LAUNCH-ENTRY
042300         THRU 1100-LOAD-LAUNCH-ENTRY-EXIT
042400         UNTIL SCHEDULE-EOF.
042500     CLOSE LAUNCH-SCHEDULE-FILE.
042600     IF WS-LAUNCH-COUNT > 1
042700         SET PASS-SWAPPED TO TRUE
042800         PERFORM 1160-SORT-ONE-PASS
042900             THRU 1160-SORT-ONE-PASS-EXIT
043000             UNTIL NOT PASS-SWAPPED
043100     END-IF.
043200     OPEN INPUT RUN-STATUS-FILE.
043300     IF WS-RUNSTAT-STATUS = '35'
043400         SET RUNSTAT-EOF TO TRUE
043500     ELSE
043600         PERFORM 1200-LOAD-RUN-STATUS
043700             THRU 1200-LOAD-RUN-STATUS-EXIT
043800             UNTIL RUNSTAT-EOF
043900         CLOSE RUN-STATUS-FILE
044000     END-IF.
044100     OPEN INPUT SUSPENSE-CONTROL-FILE.
044200     IF WS-SUSPCTL-STATUS = '35'
044300         SET SUSPENSE-EOF TO TRUE
044400     ELSE
044500         PERFORM 1300-LOAD-SUSPENSE
044600             THRU 1300-LOAD-SUSPENSE-EXIT
044700             UNTIL SUSPENSE-EOF
044800         CLOSE SUSPENSE-CONTROL-FILE
044900     END-IF.
045000     OPEN INPUT PROCUREMENT-FEED-FILE.
045100     IF WS-PROCFEED-STATUS = '35'
045200         SET FEED-EOF TO TRUE
045300     ELSE
045400         PERFORM 1400-LOAD-REQUIREMENT
045500             THRU 1400-LOAD-REQUIREMENT-EXIT
045600             UNTIL FEED-EOF
045700         CLOSE PROCUREMENT-FEED-FILE
045800     END-IF.
045900     OPEN INPUT COSTED-FEED-FILE.
046000     IF WS-COSTFEED-STATUS = '35'
046100         SET COST-EOF TO TRUE
046200     ELSE
046300         PERFORM 1500-LOAD-ORDER-ENTRY
046400             THRU 1500-LOAD-ORDER-ENTRY-EXIT
046500             UNTIL COST-EOF
046600         CLOSE COSTED-FEED-FILE
046700     END-IF.
046800     OPEN INPUT CONFIRMATION-FILE.
046900     IF WS-DLVCONF-STATUS = '35'
047000         SET CONF-EOF TO TRUE
047100     ELSE
047200         PERFORM 1600-APPLY-CONFIRMATION
047300             THRU 1600-APPLY-CONFIRMATION-EXIT
047400             UNTIL CONF-EOF
047500         CLOSE CONFIRMATION-FILE
047600     END-IF.
047700     OPEN INPUT TANK-INVENTORY-FILE.
047800     IF WS-TANKINV-STATUS = '35'
047900         SET INVENTORY-EOF TO TRUE
048000     ELSE
048100         PERFORM 1700-LOAD-TANK-ENTRY
048200             THRU 1700-LOAD-TANK-ENTRY-EXIT
048300             UNTIL INVENTORY-EOF
048400         CLOSE TANK-INVENTORY-FILE
048500     END-IF.
048600     OPEN INPUT MODULE-MASTER-FILE.
048700     IF WS-MODMAST-STATUS NOT = '00'
048800         DISPLAY 'DAY01LR - CANNOT OPEN MODMAST, STATUS '
048900             WS-MODMAST-STATUS
049000         MOVE 12 TO RETURN-CODE
049100         STOP RUN
049200     END-IF.
049300     OPEN INPUT AUDIT-TRAIL-FILE.
049400     IF WS-AUDTRAIL-STATUS = '35'
049500         SET AUDIT-EOF TO TRUE
049600     ELSE
049700         PERFORM 1800-CHECK-AUDIT-RECORD
049800             THRU 1800-CHECK-AUDIT-RECORD-EXIT
049900             UNTIL AUDIT-EOF
050000         CLOSE AUDIT-TRAIL-FILE
050100     END-IF.
050200     CLOSE MODULE-MASTER-FILE.
050300     OPEN OUTPUT READINESS-REPORT-FILE.
050400     OPEN OUTPUT READINESS-STATUS-FILE.
050500     IF WS-LAUNCH-COUNT = 0
050600         MOVE 1 TO WS-PAGE-NO
050700         MOVE WS-RUN-DATE TO RH1-RUN-DATE
050800         MOVE WS-PAGE-NO TO RH1-PAGE-NO
050900         WRITE RDY-RECORD FROM RDY-HEADING-1
051000         WRITE RDY-RECORD FROM RDY-BLANK-LINE
051100         MOVE 'NO LAUNCHES IN THE LOOK-AHEAD WINDOW' TO RML-TEXT
051200         WRITE RDY-RECORD FROM RDY-MESSAGE-LINE
051300     END-IF.
051400 1000-INITIALIZE-EXIT.
051500     EXIT.
051600*-----------------------------------------------------------*
051700* 1100-LOAD-LAUNCH-ENTRY - ONE SCHEDULED LAUNCH, KEPT WHEN  *
051800*                          IT FALLS BETWEEN THE RUN DATE    *
051900*                          AND THE END OF THE WINDOW.  A    *
052000*                          ROW WITH A BLANK MANIFEST OR A   *
052100*                          BAD DATE IS SKIPPED LOUDLY, AS   *
052200*                          IN DAY01FP.                      *
052300*-----------------------------------------------------------*
052400 1100-LOAD-LAUNCH-ENTRY.
052500     READ LAUNCH-SCHEDULE-FILE
052600         AT END
052700             SET SCHEDULE-EOF TO TRUE
052800             GO TO 1100-LOAD-LAUNCH-ENTRY-EXIT
052900     END-READ.
053000     IF LS-MANIFEST-ID = SPACES
053100        OR LS-LAUNCH-DATE NOT NUMERIC
053200         DISPLAY 'DAY01LR - BAD SCHEDULE ROW SKIPPED: '
053300             LAUNCH-SCHEDULE-RECORD
053400         GO TO 1100-LOAD-LAUNCH-ENTRY-EXIT
053500     END-IF.
053600     IF LS-LAUNCH-DATE < WS-RUN-DATE
053700        OR LS-LAUNCH-DATE > WS-WINDOW-END-DATE
053800         GO TO 1100-LOAD-LAUNCH-ENTRY-EXIT
053900     END-IF.
054000     IF WS-LAUNCH-COUNT NOT < WS-LAUNCH-MAX
054100         DISPLAY 'DAY01LR - LAUNCH TABLE FULL AT ' WS-LAUNCH-MAX
054200         MOVE 12 TO RETURN-CODE
054300         STOP RUN
054400     END-IF.
054500     ADD 1 TO WS-LAUNCH-COUNT.
054600     MOVE LS-MANIFEST-ID TO LA-MANIFEST-ID (WS-LAUNCH-COUNT).
054700     MOVE LS-LAUNCH-DATE TO LA-LAUNCH-DATE (WS-LAUNCH-COUNT).
054800     MOVE 'N'    TO LA-RUN-FOUND-SW (WS-LAUNCH-COUNT).
054900     MOVE 0      TO LA-RUN-DATE (WS-LAUNCH-COUNT).
055000     MOVE 0      TO LA-RUN-TIME (WS-LAUNCH-COUNT).
055100     MOVE SPACES TO LA-RUN-JOB-ID (WS-LAUNCH-COUNT).
055200     MOVE SPACES TO LA-DISPOSITION (WS-LAUNCH-COUNT).
055300     MOVE 0      TO LA-REJECT-COUNT (WS-LAUNCH-COUNT).
055400     MOVE 0      TO LA-SUSPECT-COUNT (WS-LAUNCH-COUNT).
055500     MOVE 0      TO LA-SUSP-SINCE-RUN (WS-LAUNCH-COUNT).
055600     MOVE 0      TO LA-SUSP-OUTSTANDING (WS-LAUNCH-COUNT).
055700     MOVE 'N'    TO LA-REQT-FOUND-SW (WS-LAUNCH-COUNT).
055800     MOVE 0      TO LA-REQUIRED-FUEL (WS-LAUNCH-COUNT).
055900     MOVE 0      TO LA-AUDIT-COUNT (WS-LAUNCH-COUNT).
056000 1100-LOAD-LAUNCH-ENTRY-EXIT.
056100     EXIT.
056200*-----------------------------------------------------------*
056300* 1160-SORT-ONE-PASS - ORDER THE LAUNCHES BY LAUNCH DATE,   *
056400*                      SO THE SHEETS COME OUT IN CALENDAR   *
056500*                      ORDER (SIMPLE EXCHANGE PASSES, AS IN *
056600*                      DAY01FP; ONLY THE MANIFEST AND DATE  *
056700*                      ARE SET YET)                         *
056800*-----------------------------------------------------------*
056900 1160-SORT-ONE-PASS.
057000     MOVE 'N' TO WS-SWAPPED-SW.
057100     COMPUTE WS-SORT-LIMIT = WS-LAUNCH-COUNT - 1.
057200     PERFORM 1170-COMPARE-ADJACENT
057300         THRU 1170-COMPARE-ADJACENT-EXIT
057400         VARYING WS-LAUNCH-IDX FROM 1 BY 1
057500         UNTIL WS-LAUNCH-IDX > WS-SORT-LIMIT.
057600 1160-SORT-ONE-PASS-EXIT.
057700     EXIT.
057800 1170-COMPARE-ADJACENT.
057900     IF LA-LAUNCH-DATE (WS-LAUNCH-IDX)
058000        > LA-LAUNCH-DATE (WS-LAUNCH-IDX + 1)
058100         MOVE LA-MANIFEST-ID (WS-LAUNCH-IDX)
058200             TO WS-SWAP-MANIFEST-ID
058300         MOVE LA-LAUNCH-DATE (WS-LAUNCH-IDX)
058400             TO WS-SWAP-LAUNCH-DATE
058500         MOVE LA-MANIFEST-ID (WS-LAUNCH-IDX + 1)
058600             TO LA-MANIFEST-ID (WS-LAUNCH-IDX)
058700         MOVE LA-LAUNCH-DATE (WS-LAUNCH-IDX + 1)
058800             TO LA-LAUNCH-DATE (WS-LAUNCH-IDX)
058900         MOVE WS-SWAP-MANIFEST-ID
059000             TO LA-MANIFEST-ID (WS-LAUNCH-IDX + 1)
059100         MOVE WS-SWAP-LAUNCH-DATE
059200             TO LA-LAUNCH-DATE (WS-LAUNCH-IDX + 1)
059300         SET PASS-SWAPPED TO TRUE
059400     END-IF.
059500 1170-COMPARE-ADJACENT-EXIT.
059600     EXIT.
059700*-----------------------------------------------------------*
059800* 1200-LOAD-RUN-STATUS - KEEP EACH LAUNCH'S LATEST NORMAL   *
059900*                        DAY01 RUN.  THAT RUN PRICED THE    *
060000*                        MANIFEST; A SUPPLEMENTAL RUN ONLY  *
060100*                        FOLDS CLEARED SUSPENSE BACK IN AND *
060200*                        DOES NOT RESTATE IT.               *
060300*-----------------------------------------------------------*
060400 1200-LOAD-RUN-STATUS.
060500     READ RUN-STATUS-FILE
060600         AT END
060700             SET RUNSTAT-EOF TO TRUE
060800             GO TO 1200-LOAD-RUN-STATUS-EXIT
060900     END-READ.
061000     IF RS-MODE-SUPPLEMENTAL
061100        OR RS-RUN-DATE NOT NUMERIC
061200        OR RS-RUN-TIME NOT NUMERIC
061300         GO TO 1200-LOAD-RUN-STATUS-EXIT
061400     END-IF.
061500     MOVE RS-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
061600     PERFORM 1900-FIND-LAUNCH
061700         THRU 1900-FIND-LAUNCH-EXIT.
061800     IF LAUNCH-NOT-FOUND
061900         GO TO 1200-LOAD-RUN-STATUS-EXIT
062000     END-IF.
062100     MOVE RS-RUN-DATE TO WS-CAND-RUN-DATE.
062200     MOVE RS-RUN-TIME TO WS-CAND-RUN-TIME.
062300     IF LA-RUN-FOUND (WS-HIT-IDX)
062400        AND WS-CANDIDATE-KEY NOT > LA-RUN-KEY (WS-HIT-IDX)
062500         GO TO 1200-LOAD-RUN-STATUS-EXIT
062600     END-IF.
062700     MOVE 'Y'            TO LA-RUN-FOUND-SW (WS-HIT-IDX).
062800     MOVE RS-RUN-DATE    TO LA-RUN-DATE (WS-HIT-IDX).
062900     MOVE RS-RUN-TIME    TO LA-RUN-TIME (WS-HIT-IDX).
063000     MOVE RS-JOB-ID      TO LA-RUN-JOB-ID (WS-HIT-IDX).
063100     MOVE RS-DISPOSITION TO LA-DISPOSITION (WS-HIT-IDX).
063200     MOVE RS-REJECT-COUNT  TO LA-REJECT-COUNT (WS-HIT-IDX).
063300     MOVE RS-SUSPECT-COUNT TO LA-SUSPECT-COUNT (WS-HIT-IDX).
063400 1200-LOAD-RUN-STATUS-EXIT.
063500     EXIT.
063600*-----------------------------------------------------------*
063700* 1300-LOAD-SUSPENSE - COUNT EACH LAUNCH'S OUTSTANDING      *
063800*                      SUSPENSE ITEMS, AND THE ITEMS        *
063900*                      DAY01SA HAS SEEN SINCE THE PRICING   *
064000*                      RUN (SO ITS REJECTS ARE KNOWN TO     *
064100*                      SUSPENSE CONTROL AT ALL)             *
064200*-----------------------------------------------------------*
064300 1300-LOAD-SUSPENSE.
064400     READ SUSPENSE-CONTROL-FILE
064500         AT END
064600             SET SUSPENSE-EOF TO TRUE
064700             GO TO 1300-LOAD-SUSPENSE-EXIT
064800     END-READ.
064900     MOVE SN-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
065000     PERFORM 1900-FIND-LAUNCH
065100         THRU 1900-FIND-LAUNCH-EXIT.
065200     IF LAUNCH-NOT-FOUND
065300         GO TO 1300-LOAD-SUSPENSE-EXIT
065400     END-IF.
065500     IF SN-STATUS-OUTSTANDING
065600         ADD 1 TO LA-SUSP-OUTSTANDING (WS-HIT-IDX)
065700     END-IF.
065800     IF LA-RUN-FOUND (WS-HIT-IDX)
065900        AND SN-LAST-RUN-DATE NUMERIC
066000        AND SN-LAST-RUN-DATE NOT < LA-RUN-DATE (WS-HIT-IDX)
066100         ADD 1 TO LA-SUSP-SINCE-RUN (WS-HIT-IDX)
066200     END-IF.
066300 1300-LOAD-SUSPENSE-EXIT.
066400     EXIT.
066500*-----------------------------------------------------------*
066600* 1400-LOAD-REQUIREMENT - EACH LAUNCH'S FUEL REQUIREMENT    *
066700*                         FROM THE PROCUREMENT FEED: THE    *
066800*                         LATEST ORIGINAL RECORD RESTATES   *
066900*                         IT, A LATER ADJUSTMENT TOPS IT    *
067000*                         UP, AS DAY01FP AND DAY01TK READ   *
067100*                         THE FEED                          *
067200*-----------------------------------------------------------*
067300 1400-LOAD-REQUIREMENT.
067400     READ PROCUREMENT-FEED-FILE
067500         AT END
067600             SET FEED-EOF TO TRUE
067700             GO TO 1400-LOAD-REQUIREMENT-EXIT
067800     END-READ.
067900     IF PF-RUN-DATE NOT NUMERIC
068000        OR PF-TOTAL-FUEL NOT NUMERIC
068100         DISPLAY 'DAY01LR - BAD FEED RECORD SKIPPED: '
068200             PROCUREMENT-FEED-RECORD
068300         GO TO 1400-LOAD-REQUIREMENT-EXIT
068400     END-IF.
068500     MOVE PF-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
068600     PERFORM 1900-FIND-LAUNCH
068700         THRU 1900-FIND-LAUNCH-EXIT.
068800     IF LAUNCH-NOT-FOUND
068900         GO TO 1400-LOAD-REQUIREMENT-EXIT
069000     END-IF.
069100     IF PF-TYPE-ADJUSTMENT
069200         IF LA-REQT-FOUND (WS-HIT-IDX)
069300             ADD PF-TOTAL-FUEL TO LA-REQUIRED-FUEL (WS-HIT-IDX)
069400         END-IF
069500     ELSE
069600         MOVE 'Y' TO LA-REQT-FOUND-SW (WS-HIT-IDX)
069700         MOVE PF-TOTAL-FUEL TO LA-REQUIRED-FUEL (WS-HIT-IDX)
069800     END-IF.
069900 1400-LOAD-REQUIREMENT-EXIT.
070000     EXIT.
070100*-----------------------------------------------------------*
070200* 1500-LOAD-ORDER-ENTRY - ONE COSTED ORDER CLASS ROW FOR A  *
070300*                         LAUNCH, FROM ITS PRICING RUN ON   *
070400*                         ('TT' TOTALS ONLY RESTATE THE     *
070500*                         CLASS ROWS, AND AN ORDER FROM     *
070600*                         BEFORE A REPRICE IS SUPERSEDED)   *
070700*-----------------------------------------------------------*
070800 1500-LOAD-ORDER-ENTRY.
070900     READ COSTED-FEED-FILE
071000         AT END
071100             SET COST-EOF TO TRUE
071200             GO TO 1500-LOAD-ORDER-ENTRY-EXIT
071300     END-READ.
071400     IF CO-CLASS-TOTAL
071500         GO TO 1500-LOAD-ORDER-ENTRY-EXIT
071600     END-IF.
071700     IF CO-RUN-DATE NOT NUMERIC
071800        OR CO-RUN-TIME NOT NUMERIC
071900        OR CO-FUEL-QTY NOT NUMERIC
072000         DISPLAY 'DAY01LR - BAD FEED RECORD SKIPPED: '
072100             COSTED-FEED-RECORD
072200         GO TO 1500-LOAD-ORDER-ENTRY-EXIT
072300     END-IF.
072400     MOVE CO-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
072500     PERFORM 1900-FIND-LAUNCH
072600         THRU 1900-FIND-LAUNCH-EXIT.
072700     IF LAUNCH-NOT-FOUND
072800         GO TO 1500-LOAD-ORDER-ENTRY-EXIT
072900     END-IF.
073000     MOVE CO-RUN-DATE TO WS-CAND-RUN-DATE.
073100     MOVE CO-RUN-TIME TO WS-CAND-RUN-TIME.
073200     IF LA-RUN-FOUND (WS-HIT-IDX)
073300        AND WS-CANDIDATE-KEY < LA-RUN-KEY (WS-HIT-IDX)
073400         GO TO 1500-LOAD-ORDER-ENTRY-EXIT
073500     END-IF.
073600     IF WS-ORDER-COUNT NOT < WS-ORDER-MAX
073700         DISPLAY 'DAY01LR - ORDER TABLE FULL AT ' WS-ORDER-MAX
073800         MOVE 12 TO RETURN-CODE
073900         STOP RUN
074000     END-IF.
074100     ADD 1 TO WS-ORDER-COUNT.
074200     MOVE WS-HIT-IDX      TO OE-LAUNCH-IDX (WS-ORDER-COUNT).
074300     MOVE CO-RUN-DATE     TO OE-RUN-DATE (WS-ORDER-COUNT).
074400     MOVE CO-MANIFEST-ID  TO OE-MANIFEST-ID (WS-ORDER-COUNT).
074500     MOVE CO-MODULE-CLASS TO OE-MODULE-CLASS (WS-ORDER-COUNT).
074600     MOVE CO-FUEL-QTY     TO OE-FUEL-QTY (WS-ORDER-COUNT).
074700     MOVE 'N'             TO OE-MATCHED-SW (WS-ORDER-COUNT).
074800 1500-LOAD-ORDER-ENTRY-EXIT.
074900     EXIT.
075000*-----------------------------------------------------------*
075100* 1600-APPLY-CONFIRMATION - MARK THE ORDER ROW A DELIVERY   *
075200*                           CONFIRMATION COVERS, ONE FOR    *
075300*                           ONE ON RUN DATE, MANIFEST AND   *
075400*                           CLASS, AS DAY01FP MATCHES THEM  *
075500*-----------------------------------------------------------*
075600 1600-APPLY-CONFIRMATION.
075700     READ CONFIRMATION-FILE
075800         AT END
075900             SET CONF-EOF TO TRUE
076000             GO TO 1600-APPLY-CONFIRMATION-EXIT
076100     END-READ.
076200     IF DC-ORDER-RUN-DATE NOT NUMERIC
076300         GO TO 1600-APPLY-CONFIRMATION-EXIT
076400     END-IF.
076500     SET ORDER-NOT-FOUND TO TRUE.
076600     MOVE 0 TO WS-ORDER-HIT.
076700     PERFORM 1610-TEST-ORDER-ENTRY
076800         THRU 1610-TEST-ORDER-ENTRY-EXIT
076900         VARYING WS-ORDER-IDX FROM 1 BY 1
077000         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
077100             OR ORDER-FOUND.
077200     IF ORDER-FOUND
077300         SET OE-MATCHED (WS-ORDER-HIT) TO TRUE
077400     END-IF.
077500 1600-APPLY-CONFIRMATION-EXIT.
077600     EXIT.
077700 1610-TEST-ORDER-ENTRY.
077800     IF NOT OE-MATCHED (WS-ORDER-IDX)
077900        AND OE-RUN-DATE (WS-ORDER-IDX) = DC-ORDER-RUN-DATE
078000        AND OE-MANIFEST-ID (WS-ORDER-IDX) = DC-MANIFEST-ID
078100        AND OE-MODULE-CLASS (WS-ORDER-IDX) = DC-MODULE-CLASS
078200         SET ORDER-FOUND TO TRUE
078300         MOVE WS-ORDER-IDX TO WS-ORDER-HIT
078400     END-IF.
078500 1610-TEST-ORDER-ENTRY-EXIT.
078600     EXIT.
078700*-----------------------------------------------------------*
078800* 1700-LOAD-TANK-ENTRY - KEEP EACH TANK RESERVED TO A       *
078900*                        LAUNCH IN THE WINDOW               *
079000*-----------------------------------------------------------*
079100 1700-LOAD-TANK-ENTRY.
079200     READ TANK-INVENTORY-FILE
079300         AT END
079400             SET INVENTORY-EOF TO TRUE
079500             GO TO 1700-LOAD-TANK-ENTRY-EXIT
079600     END-READ.
079700     IF TK-RESERVED-MANIFEST = SPACES
079800         GO TO 1700-LOAD-TANK-ENTRY-EXIT
079900     END-IF.
080000     MOVE TK-RESERVED-MANIFEST TO WS-FIND-MANIFEST-ID.
080100     PERFORM 1900-FIND-LAUNCH
080200         THRU 1900-FIND-LAUNCH-EXIT.
080300     IF LAUNCH-NOT-FOUND
080400         GO TO 1700-LOAD-TANK-ENTRY-EXIT
080500     END-IF.
080600     IF WS-TANK-COUNT NOT < WS-TANK-MAX
080700         DISPLAY 'DAY01LR - TANK TABLE FULL AT ' WS-TANK-MAX
080800         MOVE 12 TO RETURN-CODE
080900         STOP RUN
081000     END-IF.
081100     ADD 1 TO WS-TANK-COUNT.
081200     MOVE WS-HIT-IDX  TO TE-LAUNCH-IDX (WS-TANK-COUNT).
081300     MOVE TK-TANK-ID  TO TE-TANK-ID (WS-TANK-COUNT).
081400     MOVE TK-LEVEL-X  TO TE-LEVEL-X (WS-TANK-COUNT).
081500     MOVE TK-STATUS   TO TE-STATUS (WS-TANK-COUNT).
081600 1700-LOAD-TANK-ENTRY-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------*
081900* 1800-CHECK-AUDIT-RECORD - ONE MODULE PRICED FOR A LAUNCH  *
082000*                           BY ITS PRICING RUN (OR A LATER  *
082100*                           SUPPLEMENTAL RUN): RESOLVE THE  *
082200*                           MODULE ON THE MASTER AS OF THE  *
082300*                           LAUNCH DATE NOW AND NOTE IT     *
082400*                           WHEN THE MASS NO LONGER         *
082500*                           MATCHES.  A RECORD WRITTEN      *
082600*                           BEFORE THE AUDIT TRAIL CARRIED  *
082700*                           THE MANIFEST ID IS TAKEN FOR    *
082800*                           EVERY LAUNCH THAT ITS RUN       *
082900*                           PRICED.                         *
083000*-----------------------------------------------------------*
083100 1800-CHECK-AUDIT-RECORD.
083200     READ AUDIT-TRAIL-FILE
083300         AT END
083400             SET AUDIT-EOF TO TRUE
083500             GO TO 1800-CHECK-AUDIT-RECORD-EXIT
083600     END-READ.
083700     IF AT-RUN-DATE NOT NUMERIC
083800        OR AT-RUN-TIME NOT NUMERIC
083900        OR AT-MASS NOT NUMERIC
084000         GO TO 1800-CHECK-AUDIT-RECORD-EXIT
084100     END-IF.
084200     MOVE AT-RUN-DATE TO WS-CAND-RUN-DATE.
084300     MOVE AT-RUN-TIME TO WS-CAND-RUN-TIME.
084400     IF AT-MANIFEST-ID = SPACES
084500         PERFORM 1810-MATCH-OLD-AUDIT-RECORD
084600             THRU 1810-MATCH-OLD-AUDIT-RECORD-EXIT
084700             VARYING WS-HIT-IDX FROM 1 BY 1
084800             UNTIL WS-HIT-IDX > WS-LAUNCH-COUNT
084900         GO TO 1800-CHECK-AUDIT-RECORD-EXIT
085000     END-IF.
085100     MOVE AT-MANIFEST-ID TO WS-FIND-MANIFEST-ID.
085200     PERFORM 1900-FIND-LAUNCH
085300         THRU 1900-FIND-LAUNCH-EXIT.
085400     IF LAUNCH-NOT-FOUND
085500         GO TO 1800-CHECK-AUDIT-RECORD-EXIT
085600     END-IF.
085700     IF NOT LA-RUN-FOUND (WS-HIT-IDX)
085800        OR WS-CANDIDATE-KEY < LA-RUN-KEY (WS-HIT-IDX)
085900         GO TO 1800-CHECK-AUDIT-RECORD-EXIT
086000     END-IF.
086100     PERFORM 1850-COMPARE-MASTER
086200         THRU 1850-COMPARE-MASTER-EXIT.
086300 1800-CHECK-AUDIT-RECORD-EXIT.
086400     EXIT.
086500 1810-MATCH-OLD-AUDIT-RECORD.
086600     IF LA-RUN-FOUND (WS-HIT-IDX)
086700        AND WS-CANDIDATE-KEY = LA-RUN-KEY (WS-HIT-IDX)
086800        AND AT-JOB-ID = LA-RUN-JOB-ID (WS-HIT-IDX)
086900         PERFORM 1850-COMPARE-MASTER
087000             THRU 1850-COMPARE-MASTER-EXIT
087100     END-IF.
087200 1810-MATCH-OLD-AUDIT-RECORD-EXIT.
087300     EXIT.
087400*-----------------------------------------------------------*
087500* 1850-COMPARE-MASTER - COUNT THE PRICED MODULE FOR THE     *
087600*                       LAUNCH AT WS-HIT-IDX AND, WHEN THE  *
087700*                       MASTER NOW GIVES A DIFFERENT MASS   *
087800*                       (OR NO USABLE ROW AT ALL), RECORD   *
087900*                       IT ONCE PER LAUNCH AND MODULE       *
088000*-----------------------------------------------------------*
088100 1850-COMPARE-MASTER.
088200     ADD 1 TO LA-AUDIT-COUNT (WS-HIT-IDX).
088300     MOVE AT-MODULE-ID TO WS-LOOKUP-MODULE-ID.
088400     MOVE LA-LAUNCH-DATE (WS-HIT-IDX) TO WS-LOOKUP-DATE.
088500     PERFORM 2510-FIND-EFFECTIVE-MASS
088600         THRU 2510-FIND-EFFECTIVE-MASS-EXIT.
088700     IF MASS-ROW-NOT-FOUND
088800         MOVE 'NO ROW' TO WS-CURRENT-TEXT
088900     ELSE IF WS-EFF-MASS-X NOT NUMERIC
089000         MOVE 'UNUSABLE' TO WS-CURRENT-TEXT
089100     ELSE IF WS-EFF-MASS = AT-MASS
089200         GO TO 1850-COMPARE-MASTER-EXIT
089300     ELSE
089400         MOVE WS-EFF-MASS TO WS-MASS-EDIT
089500         MOVE WS-MASS-EDIT TO WS-CURRENT-TEXT
089600     END-IF.
089700     SET CHANGE-NOT-FOUND TO TRUE.
089800     PERFORM 1860-TEST-CHANGE-ENTRY
089900         THRU 1860-TEST-CHANGE-ENTRY-EXIT
090000         VARYING WS-CHANGE-IDX FROM 1 BY 1
090100         UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
090200             OR CHANGE-FOUND.
090300     IF CHANGE-FOUND
090400         GO TO 1850-COMPARE-MASTER-EXIT
090500     END-IF.
090600     IF WS-CHANGE-COUNT NOT < WS-CHANGE-MAX
090700         DISPLAY 'DAY01LR - CHANGE TABLE FULL AT ' WS-CHANGE-MAX
090800         MOVE 12 TO RETURN-CODE
090900         STOP RUN
091000     END-IF.
091100     ADD 1 TO WS-CHANGE-COUNT.
091200     MOVE WS-HIT-IDX      TO MC-LAUNCH-IDX (WS-CHANGE-COUNT).
091300     MOVE AT-MODULE-ID    TO MC-MODULE-ID (WS-CHANGE-COUNT).
091400     MOVE AT-MASS         TO MC-PRICED-MASS (WS-CHANGE-COUNT).
091500     MOVE WS-CURRENT-TEXT TO MC-CURRENT-TEXT (WS-CHANGE-COUNT).
091600 1850-COMPARE-MASTER-EXIT.
091700     EXIT.
091800 1860-TEST-CHANGE-ENTRY.
091900     IF MC-LAUNCH-IDX (WS-CHANGE-IDX) = WS-HIT-IDX
092000        AND MC-MODULE-ID (WS-CHANGE-IDX) = AT-MODULE-ID
092100         SET CHANGE-FOUND TO TRUE
092200     END-IF.
092300 1860-TEST-CHANGE-ENTRY-EXIT.
092400     EXIT.
092500*-----------------------------------------------------------*
092600* 1900-FIND-LAUNCH - FIND WS-FIND-MANIFEST-ID AMONG THE     *
092700*                    LAUNCHES IN THE WINDOW                 *
092800*-----------------------------------------------------------*
092900 1900-FIND-LAUNCH.
093000     SET LAUNCH-NOT-FOUND TO TRUE.
093100     MOVE 0 TO WS-HIT-IDX.
093200     PERFORM 1910-TEST-LAUNCH-ENTRY
093300         THRU 1910-TEST-LAUNCH-ENTRY-EXIT
093400         VARYING WS-LAUNCH-IDX FROM 1 BY 1
093500         UNTIL WS-LAUNCH-IDX > WS-LAUNCH-COUNT
093600             OR LAUNCH-FOUND.
093700 1900-FIND-LAUNCH-EXIT.
093800     EXIT.
093900 1910-TEST-LAUNCH-ENTRY.
094000     IF LA-MANIFEST-ID (WS-LAUNCH-IDX) = WS-FIND-MANIFEST-ID
094100         SET LAUNCH-FOUND TO TRUE
094200         MOVE WS-LAUNCH-IDX TO WS-HIT-IDX
094300     END-IF.
094400 1910-TEST-LAUNCH-ENTRY-EXIT.
094500     EXIT.
094600*-----------------------------------------------------------*
094700* 2000-CERTIFY-LAUNCH - ONE CERTIFICATE SHEET: THE FIVE     *
094800*                       CHECKS, EACH WITH THE REASONS IT    *
094900*                       FAILED, THE GO/NO-GO VERDICT (GO    *
095000*                       ONLY WHEN NO REASON WAS FOUND), AND *
095100*                       THE LAUNCH'S STATUS RECORD          *
095200*-----------------------------------------------------------*
095300 2000-CERTIFY-LAUNCH.
095400     MOVE 0 TO WS-REASON-COUNT.
095500     MOVE SPACES TO READINESS-STATUS-RECORD.
095600     PERFORM 2050-PRINT-SHEET-HEADING
095700         THRU 2050-PRINT-SHEET-HEADING-EXIT.
095800     PERFORM 2100-CHECK-RUN-STATUS
095900         THRU 2100-CHECK-RUN-STATUS-EXIT.
096000     PERFORM 2200-CHECK-SUSPENSE
096100         THRU 2200-CHECK-SUSPENSE-EXIT.
096200     PERFORM 2300-CHECK-DELIVERIES
096300         THRU 2300-CHECK-DELIVERIES-EXIT.
096400     PERFORM 2400-CHECK-TANKS
096500         THRU 2400-CHECK-TANKS-EXIT.
096600     PERFORM 2500-CHECK-MASTER-MASS
096700         THRU 2500-CHECK-MASTER-MASS-EXIT.
096800     WRITE RDY-RECORD FROM RDY-BLANK-LINE.
096900     IF WS-REASON-COUNT = 0
097000         MOVE 'GO'    TO RCT-RESULT
097100         MOVE 'G'     TO GO-CERT-RESULT
097200         ADD 1 TO WS-GO-COUNT
097300     ELSE
097400         MOVE 'NO-GO' TO RCT-RESULT
097500         MOVE 'N'     TO GO-CERT-RESULT
097600         ADD 1 TO WS-NO-GO-COUNT
097700     END-IF.
097800     MOVE WS-REASON-COUNT TO RCT-REASON-COUNT.
097900     WRITE RDY-RECORD FROM RDY-CERT-LINE.
098000     WRITE RDY-RECORD FROM RDY-BLANK-LINE.
098100     MOVE LA-MANIFEST-ID (WS-LAUNCH-IDX) TO GO-MANIFEST-ID.
098200     MOVE LA-LAUNCH-DATE (WS-LAUNCH-IDX) TO GO-LAUNCH-DATE.
098300     MOVE WS-REASON-COUNT                TO GO-REASON-COUNT.
098400     MOVE LA-RUN-DATE (WS-LAUNCH-IDX)    TO GO-PRICED-RUN-DATE.
098500     MOVE LA-RUN-TIME (WS-LAUNCH-IDX)    TO GO-PRICED-RUN-TIME.
098600     MOVE LA-RUN-JOB-ID (WS-LAUNCH-IDX)  TO GO-PRICED-JOB-ID.
098700     MOVE WS-RUN-DATE                    TO GO-CERT-DATE.
098800     MOVE WS-RUN-TIME                    TO GO-CERT-TIME.
098900     WRITE READINESS-STATUS-RECORD.
099000     ADD 1 TO WS-STATUS-WRITTEN.
099100 2000-CERTIFY-LAUNCH-EXIT.
099200     EXIT.
099300 2050-PRINT-SHEET-HEADING.
099400     ADD 1 TO WS-PAGE-NO.
099500     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
099600     MOVE WS-PAGE-NO  TO RH1-PAGE-NO.
099700     WRITE RDY-RECORD FROM RDY-HEADING-1.
099800     WRITE RDY-RECORD FROM RDY-BLANK-LINE.
099900     MOVE LA-MANIFEST-ID (WS-LAUNCH-IDX) TO RH2-MANIFEST-ID.
100000     MOVE LA-LAUNCH-DATE (WS-LAUNCH-IDX) TO RH2-LAUNCH-DATE.
100100     MOVE WS-RUN-DATE         TO RH2-WINDOW-FROM.
100200     MOVE WS-WINDOW-END-DATE  TO RH2-WINDOW-TO.
100300     WRITE RDY-RECORD FROM RDY-HEADING-2.
100400     IF LA-RUN-FOUND (WS-LAUNCH-IDX)
100500         MOVE LA-RUN-DATE (WS-LAUNCH-IDX)    TO RH3-RUN-DATE
100600         MOVE LA-RUN-TIME (WS-LAUNCH-IDX)    TO RH3-RUN-TIME
100700         MOVE LA-RUN-JOB-ID (WS-LAUNCH-IDX)  TO RH3-JOB-ID
100800         MOVE LA-DISPOSITION (WS-LAUNCH-IDX) TO RH3-DISPOSITION
100900     ELSE
101000         MOVE 'NONE'   TO RH3-RUN-DATE
101100         MOVE SPACES   TO RH3-RUN-TIME
101200         MOVE SPACES   TO RH3-JOB-ID
101300         MOVE SPACES   TO RH3-DISPOSITION
101400     END-IF.
101500     WRITE RDY-RECORD FROM RDY-HEADING-3.
101600     WRITE RDY-RECORD FROM RDY-BLANK-LINE.
101700     WRITE RDY-RECORD FROM RDY-HEADING-4.
101800     WRITE RDY-RECORD FROM RDY-RULE-LINE.
101900 2050-PRINT-SHEET-HEADING-EXIT.
102000     EXIT.
102100*-----------------------------------------------------------*
102200* 2100-CHECK-RUN-STATUS - THE PRICING RUN MUST BE CLEAN, OR *
102300*                         ITS EXCEPTIONS CLEARED: EVERY     *
102400*                         REJECT HAS REACHED SUSPENSE       *
102500*                         CONTROL AND NONE IS STILL         *
102600*                         OUTSTANDING.  A SUSPECT MASS IS   *
102700*                         NOT A SUSPENSE ITEM AND CANNOT BE *
102800*                         CLEARED - THE MASTER MUST BE PUT  *
102900*                         RIGHT AND THE MANIFEST RERUN.  A  *
103000*                         TRAILER VERIFICATION FAILURE FED  *
103100*                         NOTHING.                          *
103200*-----------------------------------------------------------*
103300 2100-CHECK-RUN-STATUS.
103400     MOVE 'RUN STATUS CLEAN OR EXCEPTIONS CLEARED'
103500         TO RCL-CHECK-NAME.
103600     SET CHECK-PASSED TO TRUE.
103700     IF NOT LA-RUN-FOUND (WS-LAUNCH-IDX)
103800         SET CHECK-FAILED TO TRUE
103900     ELSE IF LA-DISP-CLEAN (WS-LAUNCH-IDX)
104000         SET CHECK-PASSED TO TRUE
104100     ELSE IF NOT LA-DISP-EXCEPTIONS (WS-LAUNCH-IDX)
104200         SET CHECK-FAILED TO TRUE
104300     ELSE IF LA-SUSPECT-COUNT (WS-LAUNCH-IDX) > 0
104400         SET CHECK-FAILED TO TRUE
104500     ELSE IF LA-SUSP-SINCE-RUN (WS-LAUNCH-IDX) = 0
104600          OR LA-SUSP-OUTSTANDING (WS-LAUNCH-IDX) > 0
104700         SET CHECK-FAILED TO TRUE
104800     END-IF.
104900     PERFORM 2900-WRITE-CHECK-LINE
105000         THRU 2900-WRITE-CHECK-LINE-EXIT.
105100     MOVE WS-CHECK-SW TO GO-CHECK-RUN-STATUS.
105200     IF NOT LA-RUN-FOUND (WS-LAUNCH-IDX)
105300         MOVE 'NO NORMAL DAY01 RUN FOR THE MANIFEST ON RUNSTAT'
105400             TO RRL-TEXT
105500         PERFORM 2950-WRITE-REASON-TEXT
105600             THRU 2950-WRITE-REASON-TEXT-EXIT
105700         GO TO 2100-CHECK-RUN-STATUS-EXIT
105800     END-IF.
105900     IF LA-DISP-CLEAN (WS-LAUNCH-IDX)
106000         GO TO 2100-CHECK-RUN-STATUS-EXIT
106100     END-IF.
106200     IF LA-DISP-VERIFY-FAIL (WS-LAUNCH-IDX)
106300         MOVE 'PRICING RUN FAILED TRAILER VERIFICATION'
106400             TO RRL-TEXT
106500         PERFORM 2950-WRITE-REASON-TEXT
106600             THRU 2950-WRITE-REASON-TEXT-EXIT
106700         GO TO 2100-CHECK-RUN-STATUS-EXIT
106800     END-IF.
106900     IF NOT LA-DISP-EXCEPTIONS (WS-LAUNCH-IDX)
107000         MOVE 'PRICING RUN DISPOSITION NOT RECOGNIZED'
107100             TO RRL-TEXT
107200         PERFORM 2950-WRITE-REASON-TEXT
107300             THRU 2950-WRITE-REASON-TEXT-EXIT
107400         GO TO 2100-CHECK-RUN-STATUS-EXIT
107500     END-IF.
107600     IF LA-SUSPECT-COUNT (WS-LAUNCH-IDX) > 0
107700         MOVE LA-SUSPECT-COUNT (WS-LAUNCH-IDX) TO RCR-COUNT
107800         MOVE 'SUSPECT MASSES ON THE PRICING RUN' TO RCR-TEXT
107900         PERFORM 2960-WRITE-COUNT-REASON
108000             THRU 2960-WRITE-COUNT-REASON-EXIT
108100     END-IF.
108200     IF LA-REJECT-COUNT (WS-LAUNCH-IDX) > 0
108300        AND LA-SUSP-SINCE-RUN (WS-LAUNCH-IDX) = 0
108400         MOVE LA-REJECT-COUNT (WS-LAUNCH-IDX) TO RCR-COUNT
108500         MOVE 'REJECTS NOT YET UNDER SUSPENSE CONTROL'
108600             TO RCR-TEXT
108700         PERFORM 2960-WRITE-COUNT-REASON
108800             THRU 2960-WRITE-COUNT-REASON-EXIT
108900     ELSE IF LA-REJECT-COUNT (WS-LAUNCH-IDX) > 0
109000          AND LA-SUSP-OUTSTANDING (WS-LAUNCH-IDX) > 0
109100         MOVE LA-REJECT-COUNT (WS-LAUNCH-IDX) TO RCR-COUNT
109200         MOVE 'REJECTS ON THE PRICING RUN NOT ALL CLEARED'
109300             TO RCR-TEXT
109400         PERFORM 2960-WRITE-COUNT-REASON
109500             THRU 2960-WRITE-COUNT-REASON-EXIT
109600     END-IF.
109700     IF CHECK-PASSED
109800         MOVE 'NOTE - PRICING RUN EXCEPTIONS CLEARED IN SUSPENSE'
109900             TO RRL-TEXT
110000         WRITE RDY-RECORD FROM RDY-REASON-LINE
110100     END-IF.
110200 2100-CHECK-RUN-STATUS-EXIT.
110300     EXIT.
110400*-----------------------------------------------------------*
110500* 2200-CHECK-SUSPENSE - NO SUSPENSE ITEM FOR THE MANIFEST   *
110600*                       MAY STILL BE OUTSTANDING, FROM ANY  *
110700*                       RUN                                 *
110800*-----------------------------------------------------------*
110900 2200-CHECK-SUSPENSE.
111000     MOVE 'NO SUSPENSE OUTSTANDING' TO RCL-CHECK-NAME.
111100     IF LA-SUSP-OUTSTANDING (WS-LAUNCH-IDX) > 0
111200         SET CHECK-FAILED TO TRUE
111300     ELSE
111400         SET CHECK-PASSED TO TRUE
111500     END-IF.
111600     PERFORM 2900-WRITE-CHECK-LINE
111700         THRU 2900-WRITE-CHECK-LINE-EXIT.
111800     MOVE WS-CHECK-SW TO GO-CHECK-SUSPENSE.
111900     IF CHECK-FAILED
112000         MOVE LA-SUSP-OUTSTANDING (WS-LAUNCH-IDX) TO RCR-COUNT
112100         MOVE 'SUSPENSE ITEMS OUTSTANDING ON SUSPCTL' TO RCR-TEXT
112200         PERFORM 2960-WRITE-COUNT-REASON
112300             THRU 2960-WRITE-COUNT-REASON-EXIT
112400     END-IF.
112500 2200-CHECK-SUSPENSE-EXIT.
112600     EXIT.
112700*-----------------------------------------------------------*
112800* 2300-CHECK-DELIVERIES - THE MANIFEST MUST HAVE COSTED     *
112900*                         ORDER ROWS AND EVERY ONE MUST BE  *
113000*                         CONFIRMED DELIVERED; EACH         *
113100*                         UNDELIVERED ROW IS A REASON       *
113200*-----------------------------------------------------------*
113300 2300-CHECK-DELIVERIES.
113400     MOVE 'EVERY ORDERED CLASS DELIVERED' TO RCL-CHECK-NAME.
113500     MOVE 0 TO WS-ROWS-COUNT.
113600     MOVE 0 TO WS-UNDELIVERED-COUNT.
113700     PERFORM 2310-COUNT-ORDER-ENTRY
113800         THRU 2310-COUNT-ORDER-ENTRY-EXIT
113900         VARYING WS-ORDER-IDX FROM 1 BY 1
114000         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.
114100     IF WS-ROWS-COUNT = 0
114200        OR WS-UNDELIVERED-COUNT > 0
114300         SET CHECK-FAILED TO TRUE
114400     ELSE
114500         SET CHECK-PASSED TO TRUE
114600     END-IF.
114700     PERFORM 2900-WRITE-CHECK-LINE
114800         THRU 2900-WRITE-CHECK-LINE-EXIT.
114900     MOVE WS-CHECK-SW TO GO-CHECK-DELIVERY.
115000     IF WS-ROWS-COUNT = 0
115100         MOVE 'NO COSTED ORDER FOR THE MANIFEST ON COSTFEED'
115200             TO RRL-TEXT
115300         PERFORM 2950-WRITE-REASON-TEXT
115400             THRU 2950-WRITE-REASON-TEXT-EXIT
115500         GO TO 2300-CHECK-DELIVERIES-EXIT
115600     END-IF.
115700     PERFORM 2320-LIST-UNDELIVERED
115800         THRU 2320-LIST-UNDELIVERED-EXIT
115900         VARYING WS-ORDER-IDX FROM 1 BY 1
116000         UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.
116100 2300-CHECK-DELIVERIES-EXIT.
116200     EXIT.
116300 2310-COUNT-ORDER-ENTRY.
116400     IF OE-LAUNCH-IDX (WS-ORDER-IDX) = WS-LAUNCH-IDX
116500         ADD 1 TO WS-ROWS-COUNT
116600         IF NOT OE-MATCHED (WS-ORDER-IDX)
116700             ADD 1 TO WS-UNDELIVERED-COUNT
116800         END-IF
116900     END-IF.
117000 2310-COUNT-ORDER-ENTRY-EXIT.
117100     EXIT.
117200 2320-LIST-UNDELIVERED.
117300     IF OE-LAUNCH-IDX (WS-ORDER-IDX) = WS-LAUNCH-IDX
117400        AND NOT OE-MATCHED (WS-ORDER-IDX)
117500         MOVE OE-MODULE-CLASS (WS-ORDER-IDX) TO ROR-MODULE-CLASS
117600         MOVE OE-RUN-DATE (WS-ORDER-IDX)     TO ROR-RUN-DATE
117700         MOVE OE-FUEL-QTY (WS-ORDER-IDX)     TO ROR-FUEL-QTY
117800         WRITE RDY-RECORD FROM RDY-ORDER-REASON
117900         ADD 1 TO WS-REASON-COUNT
118000     END-IF.
118100 2320-LIST-UNDELIVERED-EXIT.
118200     EXIT.
118300*-----------------------------------------------------------*
118400* 2400-CHECK-TANKS - EVERY TANK RESERVED TO THE MANIFEST    *
118500*                    MUST BE IN SERVICE WITH A USABLE       *
118600*                    LEVEL, AND TOGETHER THEY MUST HOLD AT  *
118700*                    LEAST THE PROCFEED REQUIREMENT         *
118800*-----------------------------------------------------------*
118900 2400-CHECK-TANKS.
119000     MOVE 'RESERVED TANKS IN SERVICE AND HOLD THE FUEL'
119100         TO RCL-CHECK-NAME.
119200     MOVE 0 TO WS-RESERVED-COUNT.
119300     MOVE 0 TO WS-BAD-TANK-COUNT.
119400     MOVE 0 TO WS-HELD-FUEL.
119500     PERFORM 2410-SUM-TANK-ENTRY
119600         THRU 2410-SUM-TANK-ENTRY-EXIT
119700         VARYING WS-TANK-IDX FROM 1 BY 1
119800         UNTIL WS-TANK-IDX > WS-TANK-COUNT.
119900     IF NOT LA-REQT-FOUND (WS-LAUNCH-IDX)
120000        OR WS-BAD-TANK-COUNT > 0
120100        OR WS-HELD-FUEL < LA-REQUIRED-FUEL (WS-LAUNCH-IDX)
120200         SET CHECK-FAILED TO TRUE
120300     ELSE
120400         SET CHECK-PASSED TO TRUE
120500     END-IF.
120600     PERFORM 2900-WRITE-CHECK-LINE
120700         THRU 2900-WRITE-CHECK-LINE-EXIT.
120800     MOVE WS-CHECK-SW TO GO-CHECK-TANKS.
120900     IF NOT LA-REQT-FOUND (WS-LAUNCH-IDX)
121000         MOVE 'NO PROCFEED REQUIREMENT FOR THE MANIFEST'
121100             TO RRL-TEXT
121200         PERFORM 2950-WRITE-REASON-TEXT
121300             THRU 2950-WRITE-REASON-TEXT-EXIT
121400     END-IF.
121500     PERFORM 2420-LIST-BAD-TANK
121600         THRU 2420-LIST-BAD-TANK-EXIT
121700         VARYING WS-TANK-IDX FROM 1 BY 1
121800         UNTIL WS-TANK-IDX > WS-TANK-COUNT.
121900     IF WS-HELD-FUEL < LA-REQUIRED-FUEL (WS-LAUNCH-IDX)
122000         MOVE WS-HELD-FUEL TO RSR-HELD-FUEL
122100         MOVE LA-REQUIRED-FUEL (WS-LAUNCH-IDX)
122200             TO RSR-REQUIRED-FUEL
122300         WRITE RDY-RECORD FROM RDY-SHORT-REASON
122400         ADD 1 TO WS-REASON-COUNT
122500     END-IF.
122600 2400-CHECK-TANKS-EXIT.
122700     EXIT.
122800 2410-SUM-TANK-ENTRY.
122900     IF TE-LAUNCH-IDX (WS-TANK-IDX) NOT = WS-LAUNCH-IDX
123000         GO TO 2410-SUM-TANK-ENTRY-EXIT
123100     END-IF.
123200     ADD 1 TO WS-RESERVED-COUNT.
123300     IF TE-OUT-OF-SERVICE (WS-TANK-IDX)
123400        OR TE-CURRENT-LEVEL (WS-TANK-IDX) NOT NUMERIC
123500         ADD 1 TO WS-BAD-TANK-COUNT
123600     ELSE
123700         ADD TE-CURRENT-LEVEL (WS-TANK-IDX) TO WS-HELD-FUEL
123800     END-IF.
123900 2410-SUM-TANK-ENTRY-EXIT.
124000     EXIT.
124100 2420-LIST-BAD-TANK.
124200     IF TE-LAUNCH-IDX (WS-TANK-IDX) NOT = WS-LAUNCH-IDX
124300         GO TO 2420-LIST-BAD-TANK-EXIT
124400     END-IF.
124500     IF TE-OUT-OF-SERVICE (WS-TANK-IDX)
124600         MOVE 'OUT OF SERVICE' TO RTR-TEXT
124700     ELSE IF TE-CURRENT-LEVEL (WS-TANK-IDX) NOT NUMERIC
124800         MOVE 'LEVEL UNUSABLE' TO RTR-TEXT
124900     ELSE
125000         GO TO 2420-LIST-BAD-TANK-EXIT
125100     END-IF.
125200     MOVE TE-TANK-ID (WS-TANK-IDX) TO RTR-TANK-ID.
125300     WRITE RDY-RECORD FROM RDY-TANK-REASON.
125400     ADD 1 TO WS-REASON-COUNT.
125500 2420-LIST-BAD-TANK-EXIT.
125600     EXIT.
125700*-----------------------------------------------------------*
125800* 2500-CHECK-MASTER-MASS - EVERY MODULE THE PRICING RUN     *
125900*                          PRICED MUST STILL RESOLVE TO THE *
126000*                          SAME MASS ON THE MASTER AS OF    *
126100*                          THE LAUNCH DATE.  WITH NO        *
126200*                          PRICING RUN, OR NO AUDIT TRAIL   *
126300*                          FOR IT, THERE IS NOTHING TO      *
126400*                          PROVE THE MASSES BY.             *
126500*-----------------------------------------------------------*
126600 2500-CHECK-MASTER-MASS.
126700     MOVE 'MASTER MASSES UNCHANGED SINCE PRICING'
126800         TO RCL-CHECK-NAME.
126900     MOVE 0 TO WS-MASS-CHANGE-COUNT.
127000     PERFORM 2520-COUNT-CHANGE-ENTRY
127100         THRU 2520-COUNT-CHANGE-ENTRY-EXIT
127200         VARYING WS-CHANGE-IDX FROM 1 BY 1
127300         UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
127400     IF LA-AUDIT-COUNT (WS-LAUNCH-IDX) = 0
127500        OR WS-MASS-CHANGE-COUNT > 0
127600         SET CHECK-FAILED TO TRUE
127700     ELSE
127800         SET CHECK-PASSED TO TRUE
127900     END-IF.
128000     PERFORM 2900-WRITE-CHECK-LINE
128100         THRU 2900-WRITE-CHECK-LINE-EXIT.
128200     MOVE WS-CHECK-SW TO GO-CHECK-MASS.
128300     IF NOT LA-RUN-FOUND (WS-LAUNCH-IDX)
128400         MOVE 'NO PRICING RUN TO COMPARE THE MASTER WITH'
128500             TO RRL-TEXT
128600         PERFORM 2950-WRITE-REASON-TEXT
128700             THRU 2950-WRITE-REASON-TEXT-EXIT
128800         GO TO 2500-CHECK-MASTER-MASS-EXIT
128900     END-IF.
129000     IF LA-AUDIT-COUNT (WS-LAUNCH-IDX) = 0
129100         MOVE 'NO AUDIT TRAIL ON AUDTRAIL FOR THE PRICING RUN'
129200             TO RRL-TEXT
129300         PERFORM 2950-WRITE-REASON-TEXT
129400             THRU 2950-WRITE-REASON-TEXT-EXIT
129500         GO TO 2500-CHECK-MASTER-MASS-EXIT
129600     END-IF.
129700     PERFORM 2530-LIST-CHANGE-ENTRY
129800         THRU 2530-LIST-CHANGE-ENTRY-EXIT
129900         VARYING WS-CHANGE-IDX FROM 1 BY 1
130000         UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT.
130100 2500-CHECK-MASTER-MASS-EXIT.
130200     EXIT.
130300*-----------------------------------------------------------*
130400* 2510-FIND-EFFECTIVE-MASS - WALK THE MASTER ROWS FOR THE   *
130500*                            LOOKUP MODULE ID IN            *
130600*                            EFFECTIVE-DATE ORDER AND KEEP  *
130700*                            THE LATEST ROW NOT AFTER THE   *
130800*                            LAUNCH DATE, EXACTLY AS DAY01  *
130900*                            DOES                           *
131000*-----------------------------------------------------------*
131100 2510-FIND-EFFECTIVE-MASS.
131200     SET MASS-ROW-NOT-FOUND TO TRUE.
131300     SET MASTER-SCAN-NOT-DONE TO TRUE.
131400     MOVE WS-LOOKUP-MODULE-ID TO MB-MODULE-ID.
131500     MOVE 0 TO MB-EFFECTIVE-DATE.
131600     START MODULE-MASTER-FILE
131700         KEY IS NOT LESS THAN MB-MASTER-KEY
131800         INVALID KEY
131900             SET MASTER-SCAN-DONE TO TRUE
132000     END-START.
132100     PERFORM 2515-SCAN-MASTER-ROW
132200         THRU 2515-SCAN-MASTER-ROW-EXIT
132300         UNTIL MASTER-SCAN-DONE.
132400 2510-FIND-EFFECTIVE-MASS-EXIT.
132500     EXIT.
132600 2515-SCAN-MASTER-ROW.
132700     READ MODULE-MASTER-FILE NEXT RECORD
132800         AT END
132900             SET MASTER-SCAN-DONE TO TRUE
133000             GO TO 2515-SCAN-MASTER-ROW-EXIT
133100     END-READ.
133200     IF MB-MODULE-ID NOT = WS-LOOKUP-MODULE-ID
133300      OR MB-EFFECTIVE-DATE > WS-LOOKUP-DATE
133400         SET MASTER-SCAN-DONE TO TRUE
133500         GO TO 2515-SCAN-MASTER-ROW-EXIT
133600     END-IF.
133700     SET MASS-ROW-FOUND TO TRUE.
133800     MOVE MB-MASS-X TO WS-EFF-MASS-X.
133900 2515-SCAN-MASTER-ROW-EXIT.
134000     EXIT.
134100 2520-COUNT-CHANGE-ENTRY.
134200     IF MC-LAUNCH-IDX (WS-CHANGE-IDX) = WS-LAUNCH-IDX
134300         ADD 1 TO WS-MASS-CHANGE-COUNT
134400     END-IF.
134500 2520-COUNT-CHANGE-ENTRY-EXIT.
134600     EXIT.
134700 2530-LIST-CHANGE-ENTRY.
134800     IF MC-LAUNCH-IDX (WS-CHANGE-IDX) = WS-LAUNCH-IDX
134900         MOVE MC-MODULE-ID (WS-CHANGE-IDX)    TO RMR-MODULE-ID
135000         MOVE MC-PRICED-MASS (WS-CHANGE-IDX)  TO RMR-PRICED-MASS
135100         MOVE MC-CURRENT-TEXT (WS-CHANGE-IDX) TO RMR-CURRENT-TEXT
135200         WRITE RDY-RECORD FROM RDY-MASS-REASON
135300         ADD 1 TO WS-REASON-COUNT
135400     END-IF.
135500 2530-LIST-CHANGE-ENTRY-EXIT.
135600     EXIT.
135700*-----------------------------------------------------------*
135800* 2900-WRITE-CHECK-LINE - ONE CHECK AND ITS RESULT          *
135900*-----------------------------------------------------------*
136000 2900-WRITE-CHECK-LINE.
136100     IF CHECK-PASSED
136200         MOVE 'GO'    TO RCL-RESULT
136300     ELSE
136400         MOVE 'NO'    TO RCL-RESULT
136500     END-IF.
136600     WRITE RDY-RECORD FROM RDY-CHECK-LINE.
136700 2900-WRITE-CHECK-LINE-EXIT.
136800     EXIT.
136900 2950-WRITE-REASON-TEXT.
137000     WRITE RDY-RECORD FROM RDY-REASON-LINE.
137100     ADD 1 TO WS-REASON-COUNT.
137200 2950-WRITE-REASON-TEXT-EXIT.
137300     EXIT.
137400 2960-WRITE-COUNT-REASON.
137500     WRITE RDY-RECORD FROM RDY-COUNT-REASON.
137600     ADD 1 TO WS-REASON-COUNT.
137700 2960-WRITE-COUNT-REASON-EXIT.
137800     EXIT.
137900*-----------------------------------------------------------*
138000* 9000-TERMINATE - PRINT THE RUN TOTALS, CLOSE UP AND GRADE *
138100*                  THE RETURN CODE                          *
138200*-----------------------------------------------------------*
138300 9000-TERMINATE.
138400     WRITE RDY-RECORD FROM RDY-BLANK-LINE.
138500     MOVE WS-LAUNCH-COUNT TO RT-LAUNCH-COUNT.
138600     WRITE RDY-RECORD FROM RDY-TOTAL-LINE-1.
138700     MOVE WS-GO-COUNT TO RT-GO-COUNT.
138800     WRITE RDY-RECORD FROM RDY-TOTAL-LINE-2.
138900     MOVE WS-NO-GO-COUNT TO RT-NO-GO-COUNT.
139000     WRITE RDY-RECORD FROM RDY-TOTAL-LINE-3.
139100     CLOSE READINESS-REPORT-FILE.
139200     CLOSE READINESS-STATUS-FILE.
139300     DISPLAY 'LAUNCHES IN WINDOW ' WS-LAUNCH-COUNT.
139400     DISPLAY 'GO ' WS-GO-COUNT.
139500     DISPLAY 'NO-GO ' WS-NO-GO-COUNT.
139600     IF WS-NO-GO-COUNT > 0
139700         MOVE 4 TO RETURN-CODE
139800     END-IF.
139833     PERFORM 9800-WRITE-BATCH-CONTROL
139866         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
139900 9000-TERMINATE-EXIT.
140000     EXIT.
140100*-----------------------------------------------------------*
140200* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
140300*                            HASH TOTALS AND CONDITION CODE *
140400*                            TO THE SHARED BATCH CONTROL    *
140500*                            LEDGER                         *
140600*-----------------------------------------------------------*
140700 9800-WRITE-BATCH-CONTROL.
140800     MOVE SPACES TO BATCH-CONTROL-RECORD.
140900     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
141000     ACCEPT BC-RUN-TIME FROM TIME.
141100     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
141200         ON EXCEPTION
141300             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
141400     END-ACCEPT.
141500     IF BC-BUSINESS-DATE NOT NUMERIC
141600         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
141700     END-IF.
141800     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
141900         ON EXCEPTION
142000             MOVE 'UNKNOWN ' TO BC-JOB-ID
142100     END-ACCEPT.
142200     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
142300         ON EXCEPTION
142400             MOVE 'DAY01LR' TO BC-STEP-NAME
142500     END-ACCEPT.
142600     MOVE 'DAY01LR' TO BC-PROGRAM-ID.
142700     MOVE WS-LAUNCH-COUNT TO BC-RECORDS-IN.
142800     MOVE WS-STATUS-WRITTEN TO BC-RECORDS-OUT.
142900     MOVE 0 TO BC-HASH-IN.
143000     MOVE 0 TO BC-HASH-OUT.
143100     MOVE RETURN-CODE TO BC-CONDITION-CODE.
143200     OPEN EXTEND BATCH-CONTROL-FILE.
143300     IF WS-BATCHCTL-STATUS = '35'
143400         OPEN OUTPUT BATCH-CONTROL-FILE
143500     END-IF.
143600     WRITE BATCH-CONTROL-RECORD.
143700     CLOSE BATCH-CONTROL-FILE.
143800 9800-WRITE-BATCH-CONTROL-EXIT.
143900     EXIT.
