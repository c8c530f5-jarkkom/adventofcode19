000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01CA.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - CHANGE ATTRIBUTION.    *
001100*                 FOR EACH REQUEST CARD (ATTRCARD, DAY01CR) *
001200*                 NAMING A BASE RUN AND A NEW RUN, MATCHES  *
001300*                 THE TWO RUNS' AUDIT DETAIL (DAY01A) MODULE*
001400*                 BY MODULE AND SPLITS THE CHANGE IN TOTAL  *
001500*                 FUEL INTO MODULES ADDED, MODULES REMOVED, *
001600*                 MASS CHANGES FROM A NEW MODULE MASTER ROW *
001700*                 (THE MASS EFFECTIVE DATE MOVED), MASS     *
001800*                 CHANGES UNDER THE SAME MASTER ROW, AND    *
001900*                 CONTROL CARD FORMULA OR ROUNDING CHANGES. *
002000*                 A RUN NO LONGER ON THE AUDIT TRAIL IS     *
002100*                 LOOKED FOR IN THE ARCHIVE GENERATIONS     *
002200*                 (AUDARCH1-AUDARCH5) DAY01AR ROLLED IT OFF *
002300*                 TO.  ANY DIFFERENCE LEFT OVER IS REPORTED *
002400*                 AS UNEXPLAINED.  RC 4 ON A REJECTED CARD, *
002500*                 A RUN NOT FOUND OR AN UNEXPLAINED         *
002600*                 DIFFERENCE.                               *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT REQUEST-CARD-FILE ASSIGN TO ATTRCARD
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-ATTRCARD-STATUS.
003400     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDTRAIL
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDTRAIL-STATUS.
003700     SELECT ARCHIVE-GEN-1 ASSIGN TO AUDARCH1
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDARCH1-STATUS.
004000     SELECT ARCHIVE-GEN-2 ASSIGN TO AUDARCH2
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDARCH2-STATUS.
004300     SELECT ARCHIVE-GEN-3 ASSIGN TO AUDARCH3
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AUDARCH3-STATUS.
004600     SELECT ARCHIVE-GEN-4 ASSIGN TO AUDARCH4
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AUDARCH4-STATUS.
004900     SELECT ARCHIVE-GEN-5 ASSIGN TO AUDARCH5
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDARCH5-STATUS.
005200     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
005300     SELECT ATTRIBUTION-REPORT-FILE ASSIGN TO ATTRRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ATTRRPT-STATUS.
005600     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BATCHCTL-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  REQUEST-CARD-FILE
006200     RECORDING MODE IS F.
006300     COPY DAY01CR.
006400 FD  AUDIT-TRAIL-FILE
006500     RECORDING MODE IS F.
006600 01  AUDIT-TRAIL-IN-RECORD       PIC X(093).
006700 FD  ARCHIVE-GEN-1
006800     RECORDING MODE IS F.
006900 01  ARCHIVE-GEN-1-RECORD        PIC X(093).
007000 FD  ARCHIVE-GEN-2
007100     RECORDING MODE IS F.
007200 01  ARCHIVE-GEN-2-RECORD        PIC X(093).
007300 FD  ARCHIVE-GEN-3
007400     RECORDING MODE IS F.
007500 01  ARCHIVE-GEN-3-RECORD        PIC X(093).
007600 FD  ARCHIVE-GEN-4
007700     RECORDING MODE IS F.
007800 01  ARCHIVE-GEN-4-RECORD        PIC X(093).
007900 FD  ARCHIVE-GEN-5
008000     RECORDING MODE IS F.
008100 01  ARCHIVE-GEN-5-RECORD        PIC X(093).
008200 FD  ATTRIBUTION-REPORT-FILE
008300     RECORDING MODE IS F.
008400 01  ATTR-RECORD                 PIC X(132).
008500 FD  BATCH-CONTROL-FILE
008600     RECORDING MODE IS F.
008700     COPY DAY01BC.
008800 SD  SORT-WORK-FILE.
008900 01  SORT-ATTRIBUTION-RECORD.
009000     05  SA-MODULE-ID            PIC X(10).
009100     05  SA-RUN-IND              PIC X(01).
009200         88  SA-BASE-RUN                    VALUE '1'.
009300         88  SA-NEW-RUN                     VALUE '2'.
009400     05  SA-MODULE-SEQ           PIC 9(07).
009500     05  SA-AUDIT-RECORD         PIC X(093).
009600 WORKING-STORAGE SECTION.
009700*    EVERY AUDIT RECORD, FROM THE TRAIL OR AN ARCHIVE, IS READ
009800*    INTO THE BUFFER AND WORKED ON IN THE CURRENT DAY01A LAYOUT.
009900     COPY DAY01A.
010000*    A PRE-WIDENING 66-BYTE RECORD IS RECOGNIZED BY ITS BLANK
010100*    TAIL, AS IN DAY01AX.  ON ANY RECORD OLDER THAN THE MANIFEST
010200*    ID AND RUN MODES THOSE FIELDS READ AS SPACES, AND THE RUN'S
010300*    MODES ARE INFERRED FROM ITS FUEL FIGURES INSTEAD.
010400 01  WS-AUDIT-BUFFER.
010500     05  WS-AB-BODY              PIC X(66).
010600     05  WS-AB-TAIL              PIC X(15).
010700     05  WS-AB-EXTENSION         PIC X(12).
010800 01  WS-SWITCHES.
010900     05  WS-CARD-EOF-SW          PIC X(01)  VALUE 'N'.
011000         88  CARDS-EOF                      VALUE 'Y'.
011100     05  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
011200         88  AUDIT-EOF                      VALUE 'Y'.
011300     05  WS-GEN-EOF-SW           PIC X(01)  VALUE 'N'.
011400         88  GEN-EOF                        VALUE 'Y'.
011500     05  WS-SORT-EOF-SW          PIC X(01)  VALUE 'N'.
011600         88  SORT-EOF                       VALUE 'Y'.
011700     05  WS-ARCHIVE-PASS-SW      PIC X(01)  VALUE 'N'.
011800         88  ARCHIVE-PASS                   VALUE 'Y'.
011900     05  WS-CARD-OK-SW           PIC X(01)  VALUE 'Y'.
012000         88  CARD-OK                        VALUE 'Y'.
012100         88  CARD-REJECTED                  VALUE 'N'.
012200     05  WS-LINE-WRITTEN-SW      PIC X(01)  VALUE 'N'.
012300         88  LINE-WRITTEN                   VALUE 'Y'.
012400 01  WS-ATTRCARD-STATUS          PIC X(02)  VALUE SPACES.
012500 01  WS-AUDTRAIL-STATUS          PIC X(02)  VALUE SPACES.
012600 01  WS-AUDARCH1-STATUS          PIC X(02)  VALUE SPACES.
012700 01  WS-AUDARCH2-STATUS          PIC X(02)  VALUE SPACES.
012800 01  WS-AUDARCH3-STATUS          PIC X(02)  VALUE SPACES.
012900 01  WS-AUDARCH4-STATUS          PIC X(02)  VALUE SPACES.
013000 01  WS-AUDARCH5-STATUS          PIC X(02)  VALUE SPACES.
013100 01  WS-ATTRRPT-STATUS           PIC X(02)  VALUE SPACES.
013200 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
013300 01  WS-RUN-IDENTIFICATION.
013400     05  WS-RUN-DATE             PIC 9(08).
013500 01  WS-SOURCE-NAME              PIC X(08)  VALUE SPACES.
013600 01  WS-ATTRIBUTION-COUNTERS.
013700     05  WS-CARD-READ-COUNT      PIC 9(05)  COMP VALUE 0.
013800     05  WS-CARD-BAD-COUNT       PIC 9(05)  COMP VALUE 0.
013900     05  WS-RUN-MISSING-COUNT    PIC 9(05)  COMP VALUE 0.
014000     05  WS-UNEXPLAINED-COUNT    PIC 9(05)  COMP VALUE 0.
014100     05  WS-AUDIT-READ-COUNT     PIC 9(09)  COMP VALUE 0.
014200     05  WS-LINE-COUNT           PIC 9(09)  COMP VALUE 0.
014300*    THE TWO RUNS BEING COMPARED: ENTRY 1 IS THE BASE RUN, ENTRY
014400*    2 THE NEW RUN (THE SAME NUMBERS AS SA-RUN-IND).
014500 01  WS-RUN-TABLE-AREA.
014600     05  WS-RUN-IDX              PIC 9(01)  VALUE 0.
014700     05  WS-RUN-ENTRY OCCURS 2 TIMES.
014800         10  RN-RUN-DATE         PIC 9(08).
014900         10  RN-RUN-TIME         PIC 9(08).
015000         10  RN-JOB-ID           PIC X(08).
015100         10  RN-SOURCE           PIC X(09).
015200         10  RN-RECORD-COUNT     PIC 9(07)  COMP.
015300         10  RN-MODULE-COUNT     PIC 9(07)  COMP.
015400         10  RN-FUEL-TOTAL       PIC 9(11).
015500         10  RN-FORMULA-MODE     PIC X(01).
015600             88  RN-FORMULA-SIMPLE          VALUE 'S'.
015700         10  RN-ROUNDING-MODE    PIC X(01).
015800             88  RN-ROUND-NEAREST           VALUE 'N'.
015900         10  RN-INFERRED-SW      PIC X(01).
016000             88  RN-MODES-INFERRED          VALUE 'Y'.
016100         10  RN-SAW-NEAREST-SW   PIC X(01).
016200             88  RN-SAW-NEAREST             VALUE 'Y'.
016300         10  RN-SAW-SIMPLE-SW    PIC X(01).
016400             88  RN-SAW-SIMPLE              VALUE 'Y'.
016500         10  RN-SAW-RECURSIVE-SW PIC X(01).
016600             88  RN-SAW-RECURSIVE           VALUE 'Y'.
016700*    ONE MODULE ID'S OCCURRENCES IN EACH RUN, IN MODULE SEQUENCE.
016800*    THE K-TH BASE OCCURRENCE IS PAIRED WITH THE K-TH NEW ONE.
016900 01  WS-MODULE-GROUP-AREA.
017000     05  WS-GROUP-MODULE-ID      PIC X(10)  VALUE LOW-VALUES.
017100     05  WS-OCC-MAX              PIC 9(05)  COMP VALUE 500.
017200     05  WS-OCC-IDX              PIC 9(05)  COMP VALUE 0.
017300     05  WS-BO-COUNT             PIC 9(05)  COMP VALUE 0.
017400     05  WS-NO-COUNT             PIC 9(05)  COMP VALUE 0.
017500     05  WS-BASE-OCC OCCURS 500 TIMES.
017600         10  BO-MODULE-SEQ       PIC 9(07).
017700         10  BO-MASS             PIC 9(09).
017800         10  BO-MASS-EFF-DATE    PIC 9(08).
017900         10  BO-FINAL-FUEL       PIC 9(09).
018000     05  WS-NEW-OCC OCCURS 500 TIMES.
018100         10  NO-MODULE-SEQ       PIC 9(07).
018200         10  NO-MASS             PIC 9(09).
018300         10  NO-MASS-EFF-DATE    PIC 9(08).
018400         10  NO-FINAL-FUEL       PIC 9(09).
018500*    THE CHANGE CATEGORIES, IN THE ORDER THE SUMMARY PRINTS THEM.
018600 01  WS-CATEGORY-NAMES.
018700     05  FILLER                  PIC X(14)  VALUE 'ADDED'.
018800     05  FILLER                  PIC X(14)  VALUE 'REMOVED'.
018900     05  FILLER                  PIC X(14)  VALUE 'MASTER ROW'.
019000     05  FILLER                  PIC X(14)  VALUE 'MANIFEST MASS'.
019100     05  FILLER                  PIC X(14)  VALUE 'CONTROL CARD'.
019200     05  FILLER                  PIC X(14)  VALUE 'UNEXPLAINED'.
019300 01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
019400     05  WS-CATEGORY-NAME        PIC X(14)  OCCURS 6 TIMES.
019500 01  WS-CATEGORY-TABLE-AREA.
019600     05  WS-CAT-COUNT            PIC 9(05)  COMP VALUE 6.
019700     05  WS-CAT-IDX              PIC 9(05)  COMP VALUE 0.
019800     05  WS-CATEGORY-ENTRY OCCURS 6 TIMES.
019900         10  CT-CHANGE-COUNT     PIC 9(07)  COMP.
020000         10  CT-FUEL-DELTA       PIC S9(11).
020100 01  WS-CAT-ADDED                PIC 9(05)  COMP VALUE 1.
020200 01  WS-CAT-REMOVED              PIC 9(05)  COMP VALUE 2.
020300 01  WS-CAT-MASTER-ROW           PIC 9(05)  COMP VALUE 3.
020400 01  WS-CAT-MANIFEST-MASS        PIC 9(05)  COMP VALUE 4.
020500 01  WS-CAT-CONTROL-CARD         PIC 9(05)  COMP VALUE 5.
020600 01  WS-CAT-UNEXPLAINED          PIC 9(05)  COMP VALUE 6.
020700 01  WS-ATTRIBUTION-WORK.
020800     05  WS-UNCHANGED-COUNT      PIC 9(07)  COMP VALUE 0.
020900     05  WS-REFUEL               PIC 9(09)  VALUE 0.
021000     05  WS-FUEL-DELTA           PIC S9(11) VALUE 0.
021100     05  WS-RESIDUAL             PIC S9(11) VALUE 0.
021200     05  WS-NET-CHANGE           PIC S9(11) VALUE 0.
021300*    FUEL FOR ONE MASS UNDER GIVEN MODES, COMPUTED EXACTLY AS
021400*    DAY01 2055-COMPUTE-INITIAL-FUEL AND 2065-APPLY-FUEL-FOR-FUEL
021500*    DO, SO A RECOMPUTED FIGURE MATCHES WHAT THE RUN WOULD HAVE
021600*    PRODUCED.
021700 01  WS-FUEL-CALCULATION.
021800     05  WS-CALC-MASS            PIC 9(09)  VALUE 0.
021900     05  WS-CALC-FORMULA         PIC X(01)  VALUE 'R'.
022000         88  CALC-FORMULA-SIMPLE            VALUE 'S'.
022100     05  WS-CALC-ROUNDING        PIC X(01)  VALUE 'T'.
022200         88  CALC-ROUND-NEAREST             VALUE 'N'.
022300     05  WS-CALC-FUEL            PIC 9(09)  VALUE 0.
022400     05  WS-CALC-STEP            PIC S9(09) VALUE 0.
022500 01  ATTR-HEADING-1.
022600     05  FILLER                  PIC X(30)
022700         VALUE 'FUEL CHANGE ATTRIBUTION'.
022800     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
022900     05  AH1-RUN-DATE            PIC 9(08).
023000 01  ATTR-CARD-HEADING.
023100     05  FILLER                  PIC X(12)  VALUE 'COMPARISON '.
023200     05  ACH-CARD-NO             PIC ZZZZ9.
023300     05  FILLER                  PIC X(12)  VALUE '   MANIFEST '.
023400     05  ACH-MANIFEST-ID         PIC X(10).
023500 01  ATTR-BAD-CARD-LINE.
023600     05  FILLER                  PIC X(18)
023700         VALUE 'CARD REJECTED -   '.
023800     05  ABL-REASON              PIC X(30).
023900 01  ATTR-RUN-LINE.
024000     05  ARL-RUN-LABEL           PIC X(09).
024100     05  ARL-RUN-DATE            PIC 9(08).
024200     05  FILLER                  PIC X(01)  VALUE SPACE.
024300     05  ARL-RUN-TIME            PIC 9(08).
024400     05  FILLER                  PIC X(01)  VALUE SPACE.
024500     05  ARL-JOB-ID              PIC X(08).
024600     05  FILLER                  PIC X(02)  VALUE SPACES.
024700     05  ARL-SOURCE              PIC X(09).
024800     05  FILLER                  PIC X(09)  VALUE ' MODULES '.
024900     05  ARL-MODULE-COUNT        PIC ZZZZZZ9.
025000     05  FILLER                  PIC X(06)  VALUE ' FUEL '.
025100     05  ARL-FUEL-TOTAL          PIC Z(10)9.
025200     05  FILLER                  PIC X(09)  VALUE ' FORMULA '.
025300     05  ARL-FORMULA-MODE        PIC X(01).
025400     05  FILLER                  PIC X(10)  VALUE ' ROUNDING '.
025500     05  ARL-ROUNDING-MODE       PIC X(01).
025600     05  ARL-INFERRED            PIC X(11).
025700 01  ATTR-DETAIL-HEADING.
025800     05  FILLER                  PIC X(12)  VALUE 'MODULE ID'.
025900     05  FILLER                  PIC X(15)  VALUE 'CHANGE'.
026000     05  FILLER                  PIC X(10)  VALUE ' BASE MASS'.
026100     05  FILLER                  PIC X(10)  VALUE '  NEW MASS'.
026200     05  FILLER                  PIC X(09)  VALUE ' BASE EFF'.
026300     05  FILLER                  PIC X(09)  VALUE '  NEW EFF'.
026400     05  FILLER                  PIC X(11)  VALUE '  BASE FUEL'.
026500     05  FILLER                  PIC X(11)  VALUE '   NEW FUEL'.
026600     05  FILLER                  PIC X(12)  VALUE '       DELTA'.
026700 01  ATTR-DETAIL-LINE.
026800     05  ADL-MODULE-ID           PIC X(10).
026900     05  FILLER                  PIC X(02)  VALUE SPACES.
027000     05  ADL-CHANGE              PIC X(14).
027100     05  FILLER                  PIC X(01)  VALUE SPACE.
027200     05  ADL-BASE-MASS           PIC Z(08)9.
027300     05  FILLER                  PIC X(01)  VALUE SPACE.
027400     05  ADL-NEW-MASS            PIC Z(08)9.
027500     05  FILLER                  PIC X(01)  VALUE SPACE.
027600     05  ADL-BASE-EFF            PIC X(08).
027700     05  FILLER                  PIC X(01)  VALUE SPACE.
027800     05  ADL-NEW-EFF             PIC X(08).
027900     05  FILLER                  PIC X(01)  VALUE SPACE.
028000     05  ADL-BASE-FUEL           PIC Z(09)9.
028100     05  FILLER                  PIC X(01)  VALUE SPACE.
028200     05  ADL-NEW-FUEL            PIC Z(09)9.
028300     05  FILLER                  PIC X(01)  VALUE SPACE.
028400     05  ADL-DELTA               PIC -(10)9.
028500 01  ATTR-NOT-FOUND-LINE.
028600     05  FILLER                  PIC X(40)
028700         VALUE 'RUN NOT FOUND - NOTHING TO ATTRIBUTE    '.
028800 01  ATTR-SUMMARY-LINE.
028900     05  ASL-LABEL               PIC X(24).
029000     05  ASL-COUNT               PIC ZZZZZZ9.
029100     05  FILLER                  PIC X(01)  VALUE SPACE.
029200     05  ASL-FUEL                PIC -(11)9.
029300 01  ATTR-BLANK-LINE             PIC X(01)  VALUE SPACE.
029400 PROCEDURE DIVISION.
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE
029700         THRU 1000-INITIALIZE-EXIT.
029800     PERFORM 2000-PROCESS-CARD
029900         THRU 2000-PROCESS-CARD-EXIT
030000         UNTIL CARDS-EOF.
030100     PERFORM 9000-TERMINATE
030200         THRU 9000-TERMINATE-EXIT.
030300     STOP RUN.
030400 0000-MAINLINE-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------*
030700* 1000-INITIALIZE - OPEN THE CARDS AND THE REPORT AND READ  *
030800*                   THE FIRST CARD (NO CARD, NOTHING TO     *
030900*                   COMPARE - RC 12)                        *
031000*-----------------------------------------------------------*
031100 1000-INITIALIZE.
031200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031300     OPEN INPUT REQUEST-CARD-FILE.
031400     IF WS-ATTRCARD-STATUS NOT = '00'
031500         DISPLAY 'DAY01CA - CANNOT OPEN ATTRCARD, STATUS '
031600             WS-ATTRCARD-STATUS
031700         MOVE 12 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     PERFORM 2900-READ-CARD
032100         THRU 2900-READ-CARD-EXIT.
032200     IF CARDS-EOF
032300         DISPLAY 'DAY01CA - NO REQUEST CARDS'
032400         MOVE 12 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700     OPEN OUTPUT ATTRIBUTION-REPORT-FILE.
032800     IF WS-ATTRRPT-STATUS NOT = '00'
032900         DISPLAY 'DAY01CA - CANNOT OPEN ATTRRPT, STATUS '
033000             WS-ATTRRPT-STATUS
033100         MOVE 12 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     MOVE WS-RUN-DATE TO AH1-RUN-DATE.
033500     WRITE ATTR-RECORD FROM ATTR-HEADING-1.
033600 1000-INITIALIZE-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------*
033900* 2000-PROCESS-CARD - EDIT ONE REQUEST CARD AND, WHEN IT IS *
034000*                     USABLE, SORT BOTH RUNS' AUDIT DETAIL  *
034100*                     TOGETHER BY MODULE ID AND ATTRIBUTE   *
034200*                     THE DIFFERENCES.  A BAD CARD IS       *
034300*                     REJECTED ON THE REPORT, NOT SILENTLY  *
034400*                     DROPPED.                              *
034500*-----------------------------------------------------------*
034600 2000-PROCESS-CARD.
034700     ADD 1 TO WS-CARD-READ-COUNT.
034800     WRITE ATTR-RECORD FROM ATTR-BLANK-LINE.
034900     MOVE WS-CARD-READ-COUNT TO ACH-CARD-NO.
035000     IF CR-WHOLE-RUN
035100         MOVE 'ALL' TO ACH-MANIFEST-ID
035200     ELSE
035300         MOVE CR-MANIFEST-ID TO ACH-MANIFEST-ID
035400     END-IF.
035500     WRITE ATTR-RECORD FROM ATTR-CARD-HEADING.
035600     PERFORM 2050-VALIDATE-CARD
035700         THRU 2050-VALIDATE-CARD-EXIT.
035800     IF CARD-REJECTED
035900         ADD 1 TO WS-CARD-BAD-COUNT
036000         WRITE ATTR-RECORD FROM ATTR-BAD-CARD-LINE
036100         GO TO 2000-PROCESS-CARD-READ
036200     END-IF.
036300     MOVE CR-BASE-RUN-DATE TO RN-RUN-DATE (1).
036400     MOVE CR-BASE-RUN-TIME TO RN-RUN-TIME (1).
036500     MOVE CR-BASE-JOB-ID   TO RN-JOB-ID (1).
036600     MOVE CR-NEW-RUN-DATE  TO RN-RUN-DATE (2).
036700     MOVE CR-NEW-RUN-TIME  TO RN-RUN-TIME (2).
036800     MOVE CR-NEW-JOB-ID    TO RN-JOB-ID (2).
036900     PERFORM 2100-RESET-RUN
037000         THRU 2100-RESET-RUN-EXIT
037100         VARYING WS-RUN-IDX FROM 1 BY 1
037200         UNTIL WS-RUN-IDX > 2.
037300     PERFORM 2150-RESET-CATEGORY
037400         THRU 2150-RESET-CATEGORY-EXIT
037500         VARYING WS-CAT-IDX FROM 1 BY 1
037600         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
037700     MOVE 0 TO WS-UNCHANGED-COUNT.
037800     SORT SORT-WORK-FILE
037900         ON ASCENDING KEY SA-MODULE-ID
038000                          SA-RUN-IND
038100                          SA-MODULE-SEQ
038200         WITH DUPLICATES IN ORDER
038300         INPUT PROCEDURE IS 3000-RELEASE-RUNS
038400             THRU 3000-RELEASE-RUNS-EXIT
038500         OUTPUT PROCEDURE IS 5000-ATTRIBUTE-CHANGES
038600             THRU 5000-ATTRIBUTE-CHANGES-EXIT.
038700 2000-PROCESS-CARD-READ.
038800     PERFORM 2900-READ-CARD
038900         THRU 2900-READ-CARD-EXIT.
039000 2000-PROCESS-CARD-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------*
039300* 2050-VALIDATE-CARD - BOTH RUN KEYS MUST BE COMPLETE AND   *
039400*                      NAME TWO DIFFERENT RUNS              *
039500*-----------------------------------------------------------*
039600 2050-VALIDATE-CARD.
039700     SET CARD-OK TO TRUE.
039800     IF CR-BASE-RUN-DATE NOT NUMERIC
039900        OR CR-BASE-RUN-TIME NOT NUMERIC
040000        OR CR-BASE-JOB-ID = SPACES
040100         SET CARD-REJECTED TO TRUE
040200         MOVE 'INCOMPLETE BASE RUN KEY' TO ABL-REASON
040300         GO TO 2050-VALIDATE-CARD-EXIT
040400     END-IF.
040500     IF CR-NEW-RUN-DATE NOT NUMERIC
040600        OR CR-NEW-RUN-TIME NOT NUMERIC
040700        OR CR-NEW-JOB-ID = SPACES
040800         SET CARD-REJECTED TO TRUE
040900         MOVE 'INCOMPLETE NEW RUN KEY' TO ABL-REASON
041000         GO TO 2050-VALIDATE-CARD-EXIT
041100     END-IF.
041200     IF CR-BASE-RUN-DATE = CR-NEW-RUN-DATE
041300        AND CR-BASE-RUN-TIME = CR-NEW-RUN-TIME
041400        AND CR-BASE-JOB-ID = CR-NEW-JOB-ID
041500         SET CARD-REJECTED TO TRUE
041600         MOVE 'BASE AND NEW ARE THE SAME RUN' TO ABL-REASON
041700     END-IF.
041800 2050-VALIDATE-CARD-EXIT.
041900     EXIT.
042000 2100-RESET-RUN.
042100     MOVE SPACES TO RN-SOURCE (WS-RUN-IDX).
042200     MOVE 0      TO RN-RECORD-COUNT (WS-RUN-IDX).
042300     MOVE 0      TO RN-MODULE-COUNT (WS-RUN-IDX).
042400     MOVE 0      TO RN-FUEL-TOTAL (WS-RUN-IDX).
042500     MOVE SPACE  TO RN-FORMULA-MODE (WS-RUN-IDX).
042600     MOVE SPACE  TO RN-ROUNDING-MODE (WS-RUN-IDX).
042700     MOVE 'N'    TO RN-INFERRED-SW (WS-RUN-IDX).
042800     MOVE 'N'    TO RN-SAW-NEAREST-SW (WS-RUN-IDX).
042900     MOVE 'N'    TO RN-SAW-SIMPLE-SW (WS-RUN-IDX).
043000     MOVE 'N'    TO RN-SAW-RECURSIVE-SW (WS-RUN-IDX).
043100 2100-RESET-RUN-EXIT.
043200     EXIT.
043300 2150-RESET-CATEGORY.
043400     MOVE 0 TO CT-CHANGE-COUNT (WS-CAT-IDX).
043500     MOVE 0 TO CT-FUEL-DELTA (WS-CAT-IDX).
043600 2150-RESET-CATEGORY-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------*
043900* 2900-READ-CARD - READ THE NEXT REQUEST CARD               *
044000*-----------------------------------------------------------*
044100 2900-READ-CARD.
044200     READ REQUEST-CARD-FILE
044300         AT END
044400             SET CARDS-EOF TO TRUE
044500     END-READ.
044600 2900-READ-CARD-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 3000-RELEASE-RUNS - SORT INPUT PROCEDURE.  RELEASE BOTH   *
045000*                     RUNS' RECORDS FROM THE AUDIT TRAIL; A *
045100*                     RUN WITH NONE THERE HAS BEEN PURGED,  *
045200*                     SO WALK THE ARCHIVE GENERATIONS FOR IT*
045300*                     (A MISSING DD IS SIMPLY NOT WALKED).  *
045400*                     THEN SETTLE EACH RUN'S MODES.         *
045500*-----------------------------------------------------------*
045600 3000-RELEASE-RUNS.
045700     MOVE 'N' TO WS-ARCHIVE-PASS-SW.
045800     MOVE 'N' TO WS-AUDIT-EOF-SW.
045900     MOVE 'AUDTRAIL' TO WS-SOURCE-NAME.
046000     OPEN INPUT AUDIT-TRAIL-FILE.
046100     IF WS-AUDTRAIL-STATUS NOT = '35'
046200         PERFORM 3010-READ-AUDIT
046300             THRU 3010-READ-AUDIT-EXIT
046400         PERFORM 3020-ONE-AUDIT-RECORD
046500             THRU 3020-ONE-AUDIT-RECORD-EXIT
046600             UNTIL AUDIT-EOF
046700         CLOSE AUDIT-TRAIL-FILE
046800     END-IF.
046900     IF RN-RECORD-COUNT (1) = 0
047000        OR RN-RECORD-COUNT (2) = 0
047100         SET ARCHIVE-PASS TO TRUE
047200         PERFORM 3100-PROCESS-GEN-1
047300             THRU 3100-PROCESS-GEN-1-EXIT
047400         PERFORM 3200-PROCESS-GEN-2
047500             THRU 3200-PROCESS-GEN-2-EXIT
047600         PERFORM 3300-PROCESS-GEN-3
047700             THRU 3300-PROCESS-GEN-3-EXIT
047800         PERFORM 3400-PROCESS-GEN-4
047900             THRU 3400-PROCESS-GEN-4-EXIT
048000         PERFORM 3500-PROCESS-GEN-5
048100             THRU 3500-PROCESS-GEN-5-EXIT
048200     END-IF.
048300     PERFORM 3900-SETTLE-RUN-MODES
048400         THRU 3900-SETTLE-RUN-MODES-EXIT
048500         VARYING WS-RUN-IDX FROM 1 BY 1
048600         UNTIL WS-RUN-IDX > 2.
048700 3000-RELEASE-RUNS-EXIT.
048800     EXIT.
048900 3010-READ-AUDIT.
049000     READ AUDIT-TRAIL-FILE INTO WS-AUDIT-BUFFER
049100         AT END
049200             SET AUDIT-EOF TO TRUE
049300     END-READ.
049400 3010-READ-AUDIT-EXIT.
049500     EXIT.
049600 3020-ONE-AUDIT-RECORD.
049700     PERFORM 4000-OFFER-RECORD
049800         THRU 4000-OFFER-RECORD-EXIT.
049900     PERFORM 3010-READ-AUDIT
050000         THRU 3010-READ-AUDIT-EXIT.
050100 3020-ONE-AUDIT-RECORD-EXIT.
050200     EXIT.
050300*-----------------------------------------------------------*
050400* 3100-PROCESS-GEN-1 - WALK ARCHIVE GENERATION 1 FOR A RUN  *
050500*                      NOT ON THE AUDIT TRAIL.  (THE FIVE   *
050600*                      GENERATION PARAGRAPHS DIFFER ONLY IN *
050700*                      THE FILE THEY READ.)                 *
050800*-----------------------------------------------------------*
050900 3100-PROCESS-GEN-1.
051000     MOVE 'AUDARCH1' TO WS-SOURCE-NAME.
051100     MOVE 'N' TO WS-GEN-EOF-SW.
051200     OPEN INPUT ARCHIVE-GEN-1.
051300     IF WS-AUDARCH1-STATUS = '35'
051400         GO TO 3100-PROCESS-GEN-1-EXIT
051500     END-IF.
051600     PERFORM 3110-READ-GEN-1
051700         THRU 3110-READ-GEN-1-EXIT.
051800     PERFORM 3120-ONE-GEN-1-RECORD
051900         THRU 3120-ONE-GEN-1-RECORD-EXIT
052000         UNTIL GEN-EOF.
052100     CLOSE ARCHIVE-GEN-1.
052200 3100-PROCESS-GEN-1-EXIT.
052300     EXIT.
052400 3110-READ-GEN-1.
052500     READ ARCHIVE-GEN-1 INTO WS-AUDIT-BUFFER
052600         AT END
052700             SET GEN-EOF TO TRUE
052800     END-READ.
052900 3110-READ-GEN-1-EXIT.
053000     EXIT.
053100 3120-ONE-GEN-1-RECORD.
053200     PERFORM 4000-OFFER-RECORD
053300         THRU 4000-OFFER-RECORD-EXIT.
053400     PERFORM 3110-READ-GEN-1
053500         THRU 3110-READ-GEN-1-EXIT.
053600 3120-ONE-GEN-1-RECORD-EXIT.
053700     EXIT.
053800 3200-PROCESS-GEN-2.
053900     MOVE 'AUDARCH2' TO WS-SOURCE-NAME.
054000     MOVE 'N' TO WS-GEN-EOF-SW.
054100     OPEN INPUT ARCHIVE-GEN-2.
054200     IF WS-AUDARCH2-STATUS = '35'
054300         GO TO 3200-PROCESS-GEN-2-EXIT
054400     END-IF.
054500     PERFORM 3210-READ-GEN-2
054600         THRU 3210-READ-GEN-2-EXIT.
054700     PERFORM 3220-ONE-GEN-2-RECORD
054800         THRU 3220-ONE-GEN-2-RECORD-EXIT
054900         UNTIL GEN-EOF.
055000     CLOSE ARCHIVE-GEN-2.
055100 3200-PROCESS-GEN-2-EXIT.
055200     EXIT.
055300 3210-READ-GEN-2.
055400     READ ARCHIVE-GEN-2 INTO WS-AUDIT-BUFFER
055500         AT END
055600             SET GEN-EOF TO TRUE
055700     END-READ.
055800 3210-READ-GEN-2-EXIT.
055900     EXIT.
056000 3220-ONE-GEN-2-RECORD.
056100     PERFORM 4000-OFFER-RECORD
056200         THRU 4000-OFFER-RECORD-EXIT.
056300     PERFORM 3210-READ-GEN-2
056400         THRU 3210-READ-GEN-2-EXIT.
056500 3220-ONE-GEN-2-RECORD-EXIT.
056600     EXIT.
056700 3300-PROCESS-GEN-3.
056800     MOVE 'AUDARCH3' TO WS-SOURCE-NAME.
056900     MOVE 'N' TO WS-GEN-EOF-SW.
057000     OPEN INPUT ARCHIVE-GEN-3.
057100     IF WS-AUDARCH3-STATUS = '35'
057200         GO TO 3300-PROCESS-GEN-3-EXIT
057300     END-IF.
057400     PERFORM 3310-READ-GEN-3
057500         THRU 3310-READ-GEN-3-EXIT.
057600     PERFORM 3320-ONE-GEN-3-RECORD
057700         THRU 3320-ONE-GEN-3-RECORD-EXIT
057800         UNTIL GEN-EOF.
057900     CLOSE ARCHIVE-GEN-3.
058000 3300-PROCESS-GEN-3-EXIT.
058100     EXIT.
058200 3310-READ-GEN-3.
058300     READ ARCHIVE-GEN-3 INTO WS-AUDIT-BUFFER
058400         AT END
058500             SET GEN-EOF TO TRUE
058600     END-READ.
058700 3310-READ-GEN-3-EXIT.
058800     EXIT.
058900 3320-ONE-GEN-3-RECORD.
059000     PERFORM 4000-OFFER-RECORD
059100         THRU 4000-OFFER-RECORD-EXIT.
059200     PERFORM 3310-READ-GEN-3
059300         THRU 3310-READ-GEN-3-EXIT.
059400 3320-ONE-GEN-3-RECORD-EXIT.
059500     EXIT.
059600 3400-PROCESS-GEN-4.
059700     MOVE 'AUDARCH4' TO WS-SOURCE-NAME.
059800     MOVE 'N' TO WS-GEN-EOF-SW.
059900     OPEN INPUT ARCHIVE-GEN-4.
060000     IF WS-AUDARCH4-STATUS = '35'
060100         GO TO 3400-PROCESS-GEN-4-EXIT
060200     END-IF.
060300     PERFORM 3410-READ-GEN-4
060400         THRU 3410-READ-GEN-4-EXIT.
060500     PERFORM 3420-ONE-GEN-4-RECORD
060600         THRU 3420-ONE-GEN-4-RECORD-EXIT
060700         UNTIL GEN-EOF.
060800     CLOSE ARCHIVE-GEN-4.
060900 3400-PROCESS-GEN-4-EXIT.
061000     EXIT.
061100 3410-READ-GEN-4.
061200     READ ARCHIVE-GEN-4 INTO WS-AUDIT-BUFFER
061300         AT END
061400             SET GEN-EOF TO TRUE
061500     END-READ.
061600 3410-READ-GEN-4-EXIT.
061700     EXIT.
061800 3420-ONE-GEN-4-RECORD.
061900     PERFORM 4000-OFFER-RECORD
062000         THRU 4000-OFFER-RECORD-EXIT.
062100     PERFORM 3410-READ-GEN-4
062200         THRU 3410-READ-GEN-4-EXIT.
062300 3420-ONE-GEN-4-RECORD-EXIT.
062400     EXIT.
062500 3500-PROCESS-GEN-5.
062600     MOVE 'AUDARCH5' TO WS-SOURCE-NAME.
062700     MOVE 'N' TO WS-GEN-EOF-SW.
062800     OPEN INPUT ARCHIVE-GEN-5.
062900     IF WS-AUDARCH5-STATUS = '35'
063000         GO TO 3500-PROCESS-GEN-5-EXIT
063100     END-IF.
063200     PERFORM 3510-READ-GEN-5
063300         THRU 3510-READ-GEN-5-EXIT.
063400     PERFORM 3520-ONE-GEN-5-RECORD
063500         THRU 3520-ONE-GEN-5-RECORD-EXIT
063600         UNTIL GEN-EOF.
063700     CLOSE ARCHIVE-GEN-5.
063800 3500-PROCESS-GEN-5-EXIT.
063900     EXIT.
064000 3510-READ-GEN-5.
064100     READ ARCHIVE-GEN-5 INTO WS-AUDIT-BUFFER
064200         AT END
064300             SET GEN-EOF TO TRUE
064400     END-READ.
064500 3510-READ-GEN-5-EXIT.
064600     EXIT.
064700 3520-ONE-GEN-5-RECORD.
064800     PERFORM 4000-OFFER-RECORD
064900         THRU 4000-OFFER-RECORD-EXIT.
065000     PERFORM 3510-READ-GEN-5
065100         THRU 3510-READ-GEN-5-EXIT.
065200 3520-ONE-GEN-5-RECORD-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------*
065500* 3900-SETTLE-RUN-MODES - A RUN WHOSE RECORDS CARRY NO MODES*
065600*                         TAKES THE MODES ITS FUEL FIGURES  *
065700*                         SHOW: NEAREST ROUNDING IF ANY     *
065800*                         INITIAL FUEL DIFFERS FROM THE     *
065900*                         TRUNCATED FORMULA, SIMPLE FORMULA *
066000*                         IF FINAL FUEL NEVER EXCEEDED AN   *
066100*                         INITIAL FUEL BIG ENOUGH TO ADD TO *
066200*-----------------------------------------------------------*
066300 3900-SETTLE-RUN-MODES.
066400     IF RN-FORMULA-MODE (WS-RUN-IDX) = SPACE
066500         MOVE 'Y' TO RN-INFERRED-SW (WS-RUN-IDX)
066600         IF RN-SAW-SIMPLE (WS-RUN-IDX)
066700            AND NOT RN-SAW-RECURSIVE (WS-RUN-IDX)
066800             MOVE 'S' TO RN-FORMULA-MODE (WS-RUN-IDX)
066900         ELSE
067000             MOVE 'R' TO RN-FORMULA-MODE (WS-RUN-IDX)
067100         END-IF
067200     END-IF.
067300     IF RN-ROUNDING-MODE (WS-RUN-IDX) = SPACE
067400         MOVE 'Y' TO RN-INFERRED-SW (WS-RUN-IDX)
067500         IF RN-SAW-NEAREST (WS-RUN-IDX)
067600             MOVE 'N' TO RN-ROUNDING-MODE (WS-RUN-IDX)
067700         ELSE
067800             MOVE 'T' TO RN-ROUNDING-MODE (WS-RUN-IDX)
067900         END-IF
068000     END-IF.
068100 3900-SETTLE-RUN-MODES-EXIT.
068200     EXIT.
068300*-----------------------------------------------------------*
068400* 4000-OFFER-RECORD - NORMALIZE ONE AUDIT RECORD TO THE     *
068500*                     CURRENT DAY01A LAYOUT AND RELEASE IT  *
068600*                     IF IT BELONGS TO EITHER RUN (ON THE   *
068700*                     ARCHIVE PASS, ONLY TO A RUN THE AUDIT *
068800*                     TRAIL DID NOT HAVE) AND TO THE        *
068900*                     MANIFEST ASKED FOR.  RECORDS WRITTEN  *
069000*                     BEFORE THE MANIFEST WAS CARRIED ARE   *
069100*                     ALWAYS TAKEN.                         *
069200*-----------------------------------------------------------*
069300 4000-OFFER-RECORD.
069400     ADD 1 TO WS-AUDIT-READ-COUNT.
069500     MOVE WS-AUDIT-BUFFER TO AUDIT-TRAIL-RECORD.
069600     IF WS-AB-TAIL = SPACES
069700         MOVE 0             TO AT-MASS-EFF-DATE
069800         MOVE AT-MODULE-SEQ TO AT-MODULE-SEQ-WIDE
069900     END-IF.
070000     IF AT-RUN-DATE = RN-RUN-DATE (1)
070100        AND AT-RUN-TIME = RN-RUN-TIME (1)
070200        AND AT-JOB-ID = RN-JOB-ID (1)
070300         MOVE 1 TO WS-RUN-IDX
070400     ELSE IF AT-RUN-DATE = RN-RUN-DATE (2)
070500        AND AT-RUN-TIME = RN-RUN-TIME (2)
070600        AND AT-JOB-ID = RN-JOB-ID (2)
070700         MOVE 2 TO WS-RUN-IDX
070800     ELSE
070900         GO TO 4000-OFFER-RECORD-EXIT
071000     END-IF.
071100     IF ARCHIVE-PASS
071200        AND RN-SOURCE (WS-RUN-IDX) = 'AUDTRAIL'
071300         GO TO 4000-OFFER-RECORD-EXIT
071400     END-IF.
071500     IF NOT CR-WHOLE-RUN
071600        AND AT-MANIFEST-ID NOT = SPACES
071700        AND AT-MANIFEST-ID NOT = CR-MANIFEST-ID
071800         GO TO 4000-OFFER-RECORD-EXIT
071900     END-IF.
072000     ADD 1 TO RN-RECORD-COUNT (WS-RUN-IDX).
072100     IF RN-SOURCE (WS-RUN-IDX) = SPACES
072200         MOVE WS-SOURCE-NAME TO RN-SOURCE (WS-RUN-IDX)
072300     END-IF.
072400     PERFORM 4100-NOTE-RUN-MODES
072500         THRU 4100-NOTE-RUN-MODES-EXIT.
072600     MOVE AT-MODULE-ID       TO SA-MODULE-ID.
072700     MOVE WS-RUN-IDX         TO SA-RUN-IND.
072800     MOVE AT-MODULE-SEQ-WIDE TO SA-MODULE-SEQ.
072900     MOVE AUDIT-TRAIL-RECORD TO SA-AUDIT-RECORD.
073000     RELEASE SORT-ATTRIBUTION-RECORD.
073100 4000-OFFER-RECORD-EXIT.
073200     EXIT.
073300*-----------------------------------------------------------*
073400* 4100-NOTE-RUN-MODES - TAKE THE RUN'S MODES FROM A RECORD  *
073500*                       THAT CARRIES THEM, ELSE NOTE WHAT   *
073600*                       THE RECORD'S FUEL FIGURES SHOW FOR  *
073700*                       3900                                *
073800*-----------------------------------------------------------*
073900 4100-NOTE-RUN-MODES.
074000     IF AT-FORMULA-MODE NOT = SPACE
074100         MOVE AT-FORMULA-MODE  TO RN-FORMULA-MODE (WS-RUN-IDX)
074200         MOVE AT-ROUNDING-MODE TO RN-ROUNDING-MODE (WS-RUN-IDX)
074300         GO TO 4100-NOTE-RUN-MODES-EXIT
074400     END-IF.
074500     MOVE AT-MASS TO WS-CALC-MASS.
074600     MOVE 'S' TO WS-CALC-FORMULA.
074700     MOVE 'T' TO WS-CALC-ROUNDING.
074800     PERFORM 6000-COMPUTE-FUEL
074900         THRU 6000-COMPUTE-FUEL-EXIT.
075000     IF AT-INITIAL-FUEL NOT = WS-CALC-FUEL
075100         MOVE 'Y' TO RN-SAW-NEAREST-SW (WS-RUN-IDX)
075200     END-IF.
075300     IF AT-INITIAL-FUEL NOT < 9
075400         IF AT-FINAL-FUEL = AT-INITIAL-FUEL
075500             MOVE 'Y' TO RN-SAW-SIMPLE-SW (WS-RUN-IDX)
075600         ELSE
075700             MOVE 'Y' TO RN-SAW-RECURSIVE-SW (WS-RUN-IDX)
075800         END-IF
075900     END-IF.
076000 4100-NOTE-RUN-MODES-EXIT.
076100     EXIT.
076200*-----------------------------------------------------------*
076300* 5000-ATTRIBUTE-CHANGES - SORT OUTPUT PROCEDURE.  TAKE THE *
076400*                          SORTED DETAIL ONE MODULE ID AT A *
076500*                          TIME AND PRINT EVERY CHANGE, THEN*
076600*                          THE TWO RUNS AND THE SUMMARY.  IF*
076700*                          EITHER RUN WAS NOT FOUND THERE IS*
076800*                          NOTHING TO ATTRIBUTE.            *
076900*-----------------------------------------------------------*
077000 5000-ATTRIBUTE-CHANGES.
077100     PERFORM 5010-COUNT-RUN
077200         THRU 5010-COUNT-RUN-EXIT.
077300     IF RN-RECORD-COUNT (1) = 0
077400        OR RN-RECORD-COUNT (2) = 0
077500         MOVE RN-RECORD-COUNT (1) TO RN-MODULE-COUNT (1)
077600         MOVE RN-RECORD-COUNT (2) TO RN-MODULE-COUNT (2)
077700         PERFORM 5900-PRINT-RUN-LINES
077800             THRU 5900-PRINT-RUN-LINES-EXIT
077900         ADD 1 TO WS-RUN-MISSING-COUNT
078000         WRITE ATTR-RECORD FROM ATTR-NOT-FOUND-LINE
078100         GO TO 5000-ATTRIBUTE-CHANGES-EXIT
078200     END-IF.
078300     MOVE 'N' TO WS-SORT-EOF-SW.
078400     MOVE LOW-VALUES TO WS-GROUP-MODULE-ID.
078500     MOVE 0 TO WS-BO-COUNT.
078600     MOVE 0 TO WS-NO-COUNT.
078700     WRITE ATTR-RECORD FROM ATTR-BLANK-LINE.
078800     WRITE ATTR-RECORD FROM ATTR-DETAIL-HEADING.
078900     PERFORM 5100-RETURN-ONE
079000         THRU 5100-RETURN-ONE-EXIT
079100         UNTIL SORT-EOF.
079200     IF WS-GROUP-MODULE-ID NOT = LOW-VALUES
079300         PERFORM 5200-ATTRIBUTE-MODULE
079400             THRU 5200-ATTRIBUTE-MODULE-EXIT
079500     END-IF.
079600     WRITE ATTR-RECORD FROM ATTR-BLANK-LINE.
079700     PERFORM 5900-PRINT-RUN-LINES
079800         THRU 5900-PRINT-RUN-LINES-EXIT.
079900     PERFORM 5950-PRINT-SUMMARY
080000         THRU 5950-PRINT-SUMMARY-EXIT.
080100 5000-ATTRIBUTE-CHANGES-EXIT.
080200     EXIT.
080300 5010-COUNT-RUN.
080400     IF RN-RECORD-COUNT (1) = 0
080500         MOVE 'NOT FOUND' TO RN-SOURCE (1)
080600     END-IF.
080700     IF RN-RECORD-COUNT (2) = 0
080800         MOVE 'NOT FOUND' TO RN-SOURCE (2)
080900     END-IF.
081000 5010-COUNT-RUN-EXIT.
081100     EXIT.
081200*-----------------------------------------------------------*
081300* 5100-RETURN-ONE - GATHER ONE MODULE ID'S OCCURRENCES IN   *
081400*                   EACH RUN.  A REPEATED MODULE SEQUENCE   *
081500*                   WITHIN A RUN IS A CHECKPOINT RESTART    *
081600*                   RE-WRITING THE SAME DETAIL, SO THE LAST *
081700*                   OCCURRENCE REPLACES THE EARLIER ONE, AS *
081800*                   IN DAY01RC.                             *
081900*-----------------------------------------------------------*
082000 5100-RETURN-ONE.
082100     RETURN SORT-WORK-FILE
082200         AT END
082300             SET SORT-EOF TO TRUE
082400             GO TO 5100-RETURN-ONE-EXIT
082500     END-RETURN.
082600     IF SA-MODULE-ID NOT = WS-GROUP-MODULE-ID
082700         IF WS-GROUP-MODULE-ID NOT = LOW-VALUES
082800             PERFORM 5200-ATTRIBUTE-MODULE
082900                 THRU 5200-ATTRIBUTE-MODULE-EXIT
083000         END-IF
083100         MOVE SA-MODULE-ID TO WS-GROUP-MODULE-ID
083200         MOVE 0 TO WS-BO-COUNT
083300         MOVE 0 TO WS-NO-COUNT
083400     END-IF.
083500     MOVE SA-AUDIT-RECORD TO AUDIT-TRAIL-RECORD.
083600     IF SA-BASE-RUN
083700         IF WS-BO-COUNT = 0
083800            OR BO-MODULE-SEQ (WS-BO-COUNT) NOT = SA-MODULE-SEQ
083900             IF WS-BO-COUNT NOT < WS-OCC-MAX
084000                 DISPLAY 'DAY01CA - OCCURRENCE TABLE FULL AT '
084100                     WS-OCC-MAX ' FOR ' SA-MODULE-ID
084200                 MOVE 12 TO RETURN-CODE
084300                 STOP RUN
084400             END-IF
084500             ADD 1 TO WS-BO-COUNT
084600         END-IF
084700         MOVE SA-MODULE-SEQ    TO BO-MODULE-SEQ (WS-BO-COUNT)
084800         MOVE AT-MASS          TO BO-MASS (WS-BO-COUNT)
084900         MOVE AT-MASS-EFF-DATE TO BO-MASS-EFF-DATE (WS-BO-COUNT)
085000         MOVE AT-FINAL-FUEL    TO BO-FINAL-FUEL (WS-BO-COUNT)
085100     ELSE
085200         IF WS-NO-COUNT = 0
085300            OR NO-MODULE-SEQ (WS-NO-COUNT) NOT = SA-MODULE-SEQ
085400             IF WS-NO-COUNT NOT < WS-OCC-MAX
085500                 DISPLAY 'DAY01CA - OCCURRENCE TABLE FULL AT '
085600                     WS-OCC-MAX ' FOR ' SA-MODULE-ID
085700                 MOVE 12 TO RETURN-CODE
085800                 STOP RUN
085900             END-IF
086000             ADD 1 TO WS-NO-COUNT
086100         END-IF
086200         MOVE SA-MODULE-SEQ    TO NO-MODULE-SEQ (WS-NO-COUNT)
086300         MOVE AT-MASS          TO NO-MASS (WS-NO-COUNT)
086400         MOVE AT-MASS-EFF-DATE TO NO-MASS-EFF-DATE (WS-NO-COUNT)
086500         MOVE AT-FINAL-FUEL    TO NO-FINAL-FUEL (WS-NO-COUNT)
086600     END-IF.
086700 5100-RETURN-ONE-EXIT.
086800     EXIT.
086900*-----------------------------------------------------------*
087000* 5200-ATTRIBUTE-MODULE - PAIR THE K-TH BASE OCCURRENCE OF  *
087100*                         THE MODULE WITH THE K-TH NEW ONE. *
087200*                         AN UNPAIRED BASE OCCURRENCE WAS   *
087300*                         REMOVED, AN UNPAIRED NEW ONE      *
087400*                         ADDED.                            *
087500*-----------------------------------------------------------*
087600 5200-ATTRIBUTE-MODULE.
087700     PERFORM 5210-ATTRIBUTE-PAIR
087800         THRU 5210-ATTRIBUTE-PAIR-EXIT
087900         VARYING WS-OCC-IDX FROM 1 BY 1
088000         UNTIL WS-OCC-IDX > WS-BO-COUNT
088100           AND WS-OCC-IDX > WS-NO-COUNT.
088200 5200-ATTRIBUTE-MODULE-EXIT.
088300     EXIT.
088400*-----------------------------------------------------------*
088500* 5210-ATTRIBUTE-PAIR - A CHANGED MASS IS PRICED FIRST, AT  *
088600*                       THE BASE RUN'S MODES: ITS FUEL      *
088700*                       EFFECT IS A MASTER ROW CHANGE WHEN  *
088800*                       THE MASS EFFECTIVE DATE MOVED, ELSE *
088900*                       A MANIFEST MASS CHANGE.  WHAT       *
089000*                       REMAINS OF THE DIFFERENCE IS THE    *
089100*                       CONTROL CARD WHEN THE RUNS' MODES   *
089200*                       DIFFER, ELSE IT IS UNEXPLAINED.     *
089300*-----------------------------------------------------------*
089400 5210-ATTRIBUTE-PAIR.
089500     MOVE 'N' TO WS-LINE-WRITTEN-SW.
089600     MOVE SPACES TO ATTR-DETAIL-LINE.
089700     MOVE WS-GROUP-MODULE-ID TO ADL-MODULE-ID.
089800     IF WS-OCC-IDX NOT > WS-BO-COUNT
089900         ADD 1 TO RN-MODULE-COUNT (1)
090000         ADD BO-FINAL-FUEL (WS-OCC-IDX) TO RN-FUEL-TOTAL (1)
090100         MOVE BO-MASS (WS-OCC-IDX)          TO ADL-BASE-MASS
090200         MOVE BO-MASS-EFF-DATE (WS-OCC-IDX) TO ADL-BASE-EFF
090300         MOVE BO-FINAL-FUEL (WS-OCC-IDX)    TO ADL-BASE-FUEL
090400     END-IF.
090500     IF WS-OCC-IDX NOT > WS-NO-COUNT
090600         ADD 1 TO RN-MODULE-COUNT (2)
090700         ADD NO-FINAL-FUEL (WS-OCC-IDX) TO RN-FUEL-TOTAL (2)
090800         MOVE NO-MASS (WS-OCC-IDX)          TO ADL-NEW-MASS
090900         MOVE NO-MASS-EFF-DATE (WS-OCC-IDX) TO ADL-NEW-EFF
091000         MOVE NO-FINAL-FUEL (WS-OCC-IDX)    TO ADL-NEW-FUEL
091100     END-IF.
091200     IF WS-OCC-IDX > WS-NO-COUNT
091300         COMPUTE WS-FUEL-DELTA = 0 - BO-FINAL-FUEL (WS-OCC-IDX)
091400         MOVE WS-CAT-REMOVED TO WS-CAT-IDX
091500         PERFORM 5300-WRITE-CHANGE
091600             THRU 5300-WRITE-CHANGE-EXIT
091700         GO TO 5210-ATTRIBUTE-PAIR-EXIT
091800     END-IF.
091900     IF WS-OCC-IDX > WS-BO-COUNT
092000         MOVE NO-FINAL-FUEL (WS-OCC-IDX) TO WS-FUEL-DELTA
092100         MOVE WS-CAT-ADDED TO WS-CAT-IDX
092200         PERFORM 5300-WRITE-CHANGE
092300             THRU 5300-WRITE-CHANGE-EXIT
092400         GO TO 5210-ATTRIBUTE-PAIR-EXIT
092500     END-IF.
092600     IF BO-MASS (WS-OCC-IDX) NOT = NO-MASS (WS-OCC-IDX)
092700         MOVE NO-MASS (WS-OCC-IDX)  TO WS-CALC-MASS
092800         MOVE RN-FORMULA-MODE (1)   TO WS-CALC-FORMULA
092900         MOVE RN-ROUNDING-MODE (1)  TO WS-CALC-ROUNDING
093000         PERFORM 6000-COMPUTE-FUEL
093100             THRU 6000-COMPUTE-FUEL-EXIT
093200         MOVE WS-CALC-FUEL TO WS-REFUEL
093300         COMPUTE WS-FUEL-DELTA =
093400             WS-REFUEL - BO-FINAL-FUEL (WS-OCC-IDX)
093500         IF BO-MASS-EFF-DATE (WS-OCC-IDX)
093600                 NOT = NO-MASS-EFF-DATE (WS-OCC-IDX)
093700             MOVE WS-CAT-MASTER-ROW TO WS-CAT-IDX
093800         ELSE
093900             MOVE WS-CAT-MANIFEST-MASS TO WS-CAT-IDX
094000         END-IF
094100         PERFORM 5300-WRITE-CHANGE
094200             THRU 5300-WRITE-CHANGE-EXIT
094300         COMPUTE WS-RESIDUAL =
094400             NO-FINAL-FUEL (WS-OCC-IDX) - WS-REFUEL
094500     ELSE
094600         COMPUTE WS-RESIDUAL = NO-FINAL-FUEL (WS-OCC-IDX)
094700                             - BO-FINAL-FUEL (WS-OCC-IDX)
094800     END-IF.
094900     IF WS-RESIDUAL NOT = 0
095000         MOVE WS-RESIDUAL TO WS-FUEL-DELTA
095100         IF RN-FORMULA-MODE (1) NOT = RN-FORMULA-MODE (2)
095200            OR RN-ROUNDING-MODE (1) NOT = RN-ROUNDING-MODE (2)
095300             MOVE WS-CAT-CONTROL-CARD TO WS-CAT-IDX
095400         ELSE
095500             MOVE WS-CAT-UNEXPLAINED TO WS-CAT-IDX
095600             ADD 1 TO WS-UNEXPLAINED-COUNT
095700         END-IF
095800         PERFORM 5300-WRITE-CHANGE
095900             THRU 5300-WRITE-CHANGE-EXIT
096000     END-IF.
096100     IF NOT LINE-WRITTEN
096200         ADD 1 TO WS-UNCHANGED-COUNT
096300     END-IF.
096400 5210-ATTRIBUTE-PAIR-EXIT.
096500     EXIT.
096600*-----------------------------------------------------------*
096700* 5300-WRITE-CHANGE - PRINT ONE ATTRIBUTED CHANGE AND ADD IT*
096800*                     TO ITS CATEGORY                       *
096900*-----------------------------------------------------------*
097000 5300-WRITE-CHANGE.
097100     ADD 1 TO CT-CHANGE-COUNT (WS-CAT-IDX).
097200     ADD WS-FUEL-DELTA TO CT-FUEL-DELTA (WS-CAT-IDX).
097300     MOVE WS-CATEGORY-NAME (WS-CAT-IDX) TO ADL-CHANGE.
097400     MOVE WS-FUEL-DELTA TO ADL-DELTA.
097500     WRITE ATTR-RECORD FROM ATTR-DETAIL-LINE.
097600     ADD 1 TO WS-LINE-COUNT.
097700     SET LINE-WRITTEN TO TRUE.
097800 5300-WRITE-CHANGE-EXIT.
097900     EXIT.
098000*-----------------------------------------------------------*
098100* 5900-PRINT-RUN-LINES - ONE LINE PER RUN: WHERE ITS RECORDS*
098200*                        CAME FROM, ITS MODULES AND FUEL,   *
098300*                        AND ITS MODES (FLAGGED WHEN        *
098400*                        INFERRED)                          *
098500*-----------------------------------------------------------*
098600 5900-PRINT-RUN-LINES.
098700     PERFORM 5910-PRINT-RUN-LINE
098800         THRU 5910-PRINT-RUN-LINE-EXIT
098900         VARYING WS-RUN-IDX FROM 1 BY 1
099000         UNTIL WS-RUN-IDX > 2.
099100 5900-PRINT-RUN-LINES-EXIT.
099200     EXIT.
099300 5910-PRINT-RUN-LINE.
099400     IF RN-RECORD-COUNT (WS-RUN-IDX) = 0
099500         MOVE SPACE TO RN-FORMULA-MODE (WS-RUN-IDX)
099600         MOVE SPACE TO RN-ROUNDING-MODE (WS-RUN-IDX)
099700         MOVE 'N' TO RN-INFERRED-SW (WS-RUN-IDX)
099800     END-IF.
099900     IF WS-RUN-IDX = 1
100000         MOVE 'BASE RUN' TO ARL-RUN-LABEL
100100     ELSE
100200         MOVE 'NEW RUN' TO ARL-RUN-LABEL
100300     END-IF.
100400     MOVE RN-RUN-DATE (WS-RUN-IDX)      TO ARL-RUN-DATE.
100500     MOVE RN-RUN-TIME (WS-RUN-IDX)      TO ARL-RUN-TIME.
100600     MOVE RN-JOB-ID (WS-RUN-IDX)        TO ARL-JOB-ID.
100700     MOVE RN-SOURCE (WS-RUN-IDX)        TO ARL-SOURCE.
100800     MOVE RN-MODULE-COUNT (WS-RUN-IDX)  TO ARL-MODULE-COUNT.
100900     MOVE RN-FUEL-TOTAL (WS-RUN-IDX)    TO ARL-FUEL-TOTAL.
101000     MOVE RN-FORMULA-MODE (WS-RUN-IDX)  TO ARL-FORMULA-MODE.
101100     MOVE RN-ROUNDING-MODE (WS-RUN-IDX) TO ARL-ROUNDING-MODE.
101200     IF RN-MODES-INFERRED (WS-RUN-IDX)
101300         MOVE ' (INFERRED)' TO ARL-INFERRED
101400     ELSE
101500         MOVE SPACES TO ARL-INFERRED
101600     END-IF.
101700     WRITE ATTR-RECORD FROM ATTR-RUN-LINE.
101800 5910-PRINT-RUN-LINE-EXIT.
101900     EXIT.
102000*-----------------------------------------------------------*
102100* 5950-PRINT-SUMMARY - BASE TOTAL, EACH CATEGORY'S COUNT AND*
102200*                      FUEL, NEW TOTAL.  THE CATEGORIES ADD *
102300*                      UP TO THE NET CHANGE BY CONSTRUCTION.*
102400*-----------------------------------------------------------*
102500 5950-PRINT-SUMMARY.
102600     WRITE ATTR-RECORD FROM ATTR-BLANK-LINE.
102700     MOVE 'BASE RUN FUEL' TO ASL-LABEL.
102800     MOVE RN-MODULE-COUNT (1) TO ASL-COUNT.
102900     MOVE RN-FUEL-TOTAL (1) TO ASL-FUEL.
103000     WRITE ATTR-RECORD FROM ATTR-SUMMARY-LINE.
103100     PERFORM 5960-PRINT-CATEGORY
103200         THRU 5960-PRINT-CATEGORY-EXIT
103300         VARYING WS-CAT-IDX FROM 1 BY 1
103400         UNTIL WS-CAT-IDX > WS-CAT-COUNT.
103500     COMPUTE WS-NET-CHANGE =
103600         RN-FUEL-TOTAL (2) - RN-FUEL-TOTAL (1).
103700     MOVE SPACES TO ATTR-SUMMARY-LINE.
103800     MOVE 'NET CHANGE' TO ASL-LABEL.
103900     MOVE WS-NET-CHANGE TO ASL-FUEL.
104000     WRITE ATTR-RECORD FROM ATTR-SUMMARY-LINE.
104100     MOVE 'NEW RUN FUEL' TO ASL-LABEL.
104200     MOVE RN-MODULE-COUNT (2) TO ASL-COUNT.
104300     MOVE RN-FUEL-TOTAL (2) TO ASL-FUEL.
104400     WRITE ATTR-RECORD FROM ATTR-SUMMARY-LINE.
104500     MOVE SPACES TO ATTR-SUMMARY-LINE.
104600     MOVE 'UNCHANGED MODULES' TO ASL-LABEL.
104700     MOVE WS-UNCHANGED-COUNT TO ASL-COUNT.
104800     WRITE ATTR-RECORD FROM ATTR-SUMMARY-LINE.
104900 5950-PRINT-SUMMARY-EXIT.
105000     EXIT.
105100 5960-PRINT-CATEGORY.
105200     MOVE WS-CATEGORY-NAME (WS-CAT-IDX) TO ASL-LABEL.
105300     MOVE CT-CHANGE-COUNT (WS-CAT-IDX) TO ASL-COUNT.
105400     MOVE CT-FUEL-DELTA (WS-CAT-IDX) TO ASL-FUEL.
105500     WRITE ATTR-RECORD FROM ATTR-SUMMARY-LINE.
105600 5960-PRINT-CATEGORY-EXIT.
105700     EXIT.
105800*-----------------------------------------------------------*
105900* 6000-COMPUTE-FUEL - FUEL FOR WS-CALC-MASS UNDER THE GIVEN *
106000*                     FORMULA AND ROUNDING MODES, AS DAY01  *
106100*                     2055 AND 2065 COMPUTE IT              *
106200*-----------------------------------------------------------*
106300 6000-COMPUTE-FUEL.
106400     IF CALC-ROUND-NEAREST
106500         COMPUTE WS-CALC-FUEL ROUNDED MODE IS NEAREST-EVEN =
106600             (WS-CALC-MASS / 3) - 2
106700     ELSE
106800         COMPUTE WS-CALC-FUEL ROUNDED MODE IS TRUNCATION =
106900             (WS-CALC-MASS / 3) - 2
107000     END-IF.
107100     IF CALC-FORMULA-SIMPLE
107200         GO TO 6000-COMPUTE-FUEL-EXIT
107300     END-IF.
107400     PERFORM 6010-NEXT-FUEL-STEP
107500         THRU 6010-NEXT-FUEL-STEP-EXIT.
107600     PERFORM 6020-ADD-FUEL-STEP
107700         THRU 6020-ADD-FUEL-STEP-EXIT
107800         UNTIL WS-CALC-STEP < 0.
107900 6000-COMPUTE-FUEL-EXIT.
108000     EXIT.
108100 6010-NEXT-FUEL-STEP.
108200     IF CALC-ROUND-NEAREST
108300         COMPUTE WS-CALC-STEP ROUNDED MODE IS NEAREST-EVEN =
108400             (WS-CALC-FUEL / 3) - 2
108500     ELSE
108600         COMPUTE WS-CALC-STEP ROUNDED MODE IS TRUNCATION =
108700             (WS-CALC-FUEL / 3) - 2
108800     END-IF.
108900 6010-NEXT-FUEL-STEP-EXIT.
109000     EXIT.
109100 6020-ADD-FUEL-STEP.
109200     COMPUTE WS-CALC-FUEL = WS-CALC-FUEL + WS-CALC-STEP.
109300     IF CALC-ROUND-NEAREST
109400         COMPUTE WS-CALC-STEP ROUNDED MODE IS NEAREST-EVEN =
109500             (WS-CALC-STEP / 3) - 2
109600     ELSE
109700         COMPUTE WS-CALC-STEP ROUNDED MODE IS TRUNCATION =
109800             (WS-CALC-STEP / 3) - 2
109900     END-IF.
110000 6020-ADD-FUEL-STEP-EXIT.
110100     EXIT.
110200*-----------------------------------------------------------*
110300* 9000-TERMINATE - CLOSE UP AND SET THE RETURN CODE: 4 WHEN *
110400*                  A CARD WAS REJECTED, A RUN WAS NOT FOUND *
110500*                  OR ANY DIFFERENCE WAS UNEXPLAINED, ELSE 0*
110600*-----------------------------------------------------------*
110700 9000-TERMINATE.
110800     CLOSE REQUEST-CARD-FILE.
110900     CLOSE ATTRIBUTION-REPORT-FILE.
111000     DISPLAY 'COMPARISONS REQUESTED ' WS-CARD-READ-COUNT.
111100     DISPLAY 'CARDS REJECTED ' WS-CARD-BAD-COUNT.
111200     DISPLAY 'RUNS NOT FOUND ' WS-RUN-MISSING-COUNT.
111300     DISPLAY 'UNEXPLAINED CHANGES ' WS-UNEXPLAINED-COUNT.
111400     IF WS-CARD-BAD-COUNT > 0
111500        OR WS-RUN-MISSING-COUNT > 0
111600        OR WS-UNEXPLAINED-COUNT > 0
111700         MOVE 4 TO RETURN-CODE
111800     ELSE
111900         MOVE 0 TO RETURN-CODE
112000     END-IF.
112100     PERFORM 9800-WRITE-BATCH-CONTROL
112200         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
112300 9000-TERMINATE-EXIT.
112400     EXIT.
112500*-----------------------------------------------------------*
112600* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS, HASH*
112700*                            TOTALS AND CONDITION CODE TO   *
112800*                            THE SHARED BATCH CONTROL       *
112900*                            LEDGER.  IN IS AUDIT RECORDS   *
113000*                            READ, OUT IS CHANGES           *
113100*                            ATTRIBUTED.                    *
113200*-----------------------------------------------------------*
113300 9800-WRITE-BATCH-CONTROL.
113400     MOVE SPACES TO BATCH-CONTROL-RECORD.
113500     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
113600     ACCEPT BC-RUN-TIME FROM TIME.
113700     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
113800         ON EXCEPTION
113900             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
114000     END-ACCEPT.
114100     IF BC-BUSINESS-DATE NOT NUMERIC
114200         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
114300     END-IF.
114400     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
114500         ON EXCEPTION
114600             MOVE 'UNKNOWN ' TO BC-JOB-ID
114700     END-ACCEPT.
114800     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
114900         ON EXCEPTION
115000             MOVE 'DAY01CA' TO BC-STEP-NAME
115100     END-ACCEPT.
115200     MOVE 'DAY01CA' TO BC-PROGRAM-ID.
115300     MOVE WS-AUDIT-READ-COUNT TO BC-RECORDS-IN.
115400     MOVE WS-LINE-COUNT TO BC-RECORDS-OUT.
115500     MOVE 0 TO BC-HASH-IN.
115600     MOVE 0 TO BC-HASH-OUT.
115700     MOVE RETURN-CODE TO BC-CONDITION-CODE.
115800     OPEN EXTEND BATCH-CONTROL-FILE.
115900     IF WS-BATCHCTL-STATUS = '35'
116000         OPEN OUTPUT BATCH-CONTROL-FILE
116100     END-IF.
116200     WRITE BATCH-CONTROL-RECORD.
116300     CLOSE BATCH-CONTROL-FILE.
116400 9800-WRITE-BATCH-CONTROL-EXIT.
116500     EXIT.
