000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01GL.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - GENERAL LEDGER JOURNAL *
001100*                 AND MISSION CHARGEBACK.  READS THE COSTED *
001200*                 ORDER FEED (COSTFEED, DAY01Q) CLASS ROWS  *
001300*                 WRITTEN SINCE THE LAST POSTING (GLMARK)   *
001400*                 AND WRITES A BALANCED JOURNAL INTERFACE   *
001500*                 FILE (GLJRNL, DAY01J): EXPENSE DEBITED TO *
001600*                 THE CLASS GL ACCOUNT IN THE MANIFEST'S    *
001700*                 MISSION COST CENTER, ACCRUAL CREDITED,    *
001800*                 BOTH MAPPED THROUGH THE ACCOUNT MAP       *
001900*                 (ACCTMAP, DAY01G).  AN 'A' ADJUSTMENT ROW *
002000*                 REVERSES THE AMOUNT POSTED TO DATE FOR ITS*
002100*                 MANIFEST AND CLASS AND RE-POSTS THE       *
002200*                 CORRECTED TOTAL.  PRINTS A CHARGEBACK     *
002300*                 STATEMENT PER COST CENTER (CHGBRPT).  AN  *
002400*                 UNMAPPED MANIFEST OR CLASS POSTS TO THE   *
002500*                 SUSPENSE CENTER OR ACCOUNT AND IS LISTED; *
002600*                 RC 4 WHEN ANYTHING WENT TO SUSPENSE, RC 12*
002700*                 IF THE JOURNAL WILL NOT BALANCE.          *
002714* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002728*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002742*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002756*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002770*                 SHIFT.  IN IS FEED ROWS READ, OUT IS      *
002784*                 JOURNAL LINES, HASHED ON THE DEBITS.      *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACCOUNT-MAP-FILE ASSIGN TO ACCTMAP
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ACCTMAP-STATUS.
003500     SELECT COSTED-FEED-FILE ASSIGN TO COSTFEED
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-COSTFEED-STATUS.
003800     SELECT POSTING-MARK-FILE ASSIGN TO GLMARK
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-GLMARK-STATUS.
004100     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-GLJRNL-STATUS.
004400     SELECT CHARGEBACK-REPORT-FILE ASSIGN TO CHGBRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CHGBRPT-STATUS.
004625     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004650         ORGANIZATION IS LINE SEQUENTIAL
004675         FILE STATUS IS WS-BATCHCTL-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCOUNT-MAP-FILE
005000     RECORDING MODE IS F.
005100     COPY DAY01G.
005200 FD  COSTED-FEED-FILE
005300     RECORDING MODE IS F.
005400     COPY DAY01Q.
005500 FD  POSTING-MARK-FILE
005600     RECORDING MODE IS F.
005700 01  POSTING-MARK-RECORD.
005800     05  GM-LAST-RUN-DATE        PIC 9(08).
005900     05  GM-LAST-RUN-TIME        PIC 9(08).
006000     05  GM-POSTED-DATE          PIC 9(08).
006100 FD  JOURNAL-FILE
006200     RECORDING MODE IS F.
006300     COPY DAY01J.
006400 FD  CHARGEBACK-REPORT-FILE
006500     RECORDING MODE IS F.
006600 01  CHB-RECORD                  PIC X(080).
006625 FD  BATCH-CONTROL-FILE
006650     RECORDING MODE IS F.
006675     COPY DAY01BC.
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-MAP-EOF-SW           PIC X(01)  VALUE 'N'.
007000         88  MAP-EOF                        VALUE 'Y'.
007100     05  WS-FEED-EOF-SW          PIC X(01)  VALUE 'N'.
007200         88  FEED-EOF                       VALUE 'Y'.
007300     05  WS-MAP-FOUND-SW         PIC X(01)  VALUE 'N'.
007400         88  MAP-FOUND                      VALUE 'Y'.
007500         88  MAP-NOT-FOUND                  VALUE 'N'.
007600     05  WS-POSTED-FOUND-SW      PIC X(01)  VALUE 'N'.
007700         88  POSTED-FOUND                   VALUE 'Y'.
007800         88  POSTED-NOT-FOUND               VALUE 'N'.
007900     05  WS-CB-FOUND-SW          PIC X(01)  VALUE 'N'.
008000         88  CB-FOUND                       VALUE 'Y'.
008100         88  CB-NOT-FOUND                   VALUE 'N'.
008200     05  WS-SWAPPED-SW           PIC X(01)  VALUE 'N'.
008300         88  PASS-SWAPPED                   VALUE 'Y'.
008400 01  WS-ACCTMAP-STATUS           PIC X(02)  VALUE SPACES.
008500 01  WS-COSTFEED-STATUS          PIC X(02)  VALUE SPACES.
008600 01  WS-GLMARK-STATUS            PIC X(02)  VALUE SPACES.
008700 01  WS-GLJRNL-STATUS            PIC X(02)  VALUE SPACES.
008800 01  WS-CHGBRPT-STATUS           PIC X(02)  VALUE SPACES.
008850 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
008900 01  WS-RUN-IDENTIFICATION.
009000     05  WS-RUN-DATE             PIC 9(08).
009100 01  WS-POSTING-STAMPS.
009200     05  WS-MARK-STAMP.
009300         10  WS-MARK-RUN-DATE    PIC 9(08)  VALUE 0.
009400         10  WS-MARK-RUN-TIME    PIC 9(08)  VALUE 0.
009500     05  WS-HIGH-STAMP.
009600         10  WS-HIGH-RUN-DATE    PIC 9(08)  VALUE 0.
009700         10  WS-HIGH-RUN-TIME    PIC 9(08)  VALUE 0.
009800     05  WS-FEED-STAMP.
009900         10  WS-FEED-RUN-DATE    PIC 9(08)  VALUE 0.
010000         10  WS-FEED-RUN-TIME    PIC 9(08)  VALUE 0.
010100 01  WS-CONTROL-ACCOUNTS.
010200     05  WS-ACCRUAL-ACCOUNT      PIC X(08)  VALUE '21500000'.
010300     05  WS-SUSPENSE-CENTER      PIC X(06)  VALUE 'SUSPNS'.
010400     05  WS-SUSPENSE-ACCOUNT     PIC X(08)  VALUE '99999999'.
010500 01  WS-MAP-LOOKUP.
010600     05  WS-LOOKUP-ID.
010700         10  WS-LOOKUP-TYPE      PIC X(01).
010800         10  WS-LOOKUP-KEY       PIC X(10).
010900     05  WS-POST-CENTER          PIC X(06).
011000     05  WS-POST-ACCOUNT         PIC X(08).
011100     05  WS-NO-CENTER-SW         PIC X(01).
011200         88  NO-CENTER                      VALUE 'Y'.
011300     05  WS-NO-ACCOUNT-SW        PIC X(01).
011400         88  NO-ACCOUNT                     VALUE 'Y'.
011500 01  WS-MAP-TABLE-AREA.
011600     05  WS-MAP-MAX              PIC 9(05)  COMP VALUE 1000.
011700     05  WS-MAP-COUNT            PIC 9(05)  COMP VALUE 0.
011800     05  WS-MAP-IDX              PIC 9(05)  COMP VALUE 0.
011900     05  WS-MAP-HIT-IDX          PIC 9(05)  COMP VALUE 0.
012000     05  WS-MAP-ENTRY OCCURS 1000 TIMES.
012100         10  MT-MAP-ID.
012200             15  MT-MAP-TYPE     PIC X(01).
012300             15  MT-MAP-KEY      PIC X(10).
012400         10  MT-COST-CENTER      PIC X(06).
012500         10  MT-GL-ACCOUNT       PIC X(08).
012600 01  WS-POSTED-TABLE-AREA.
012700     05  WS-POSTED-MAX           PIC 9(05)  COMP VALUE 2000.
012800     05  WS-POSTED-COUNT         PIC 9(05)  COMP VALUE 0.
012900     05  WS-POSTED-IDX           PIC 9(05)  COMP VALUE 0.
013000     05  WS-POSTED-HIT-IDX       PIC 9(05)  COMP VALUE 0.
013100     05  WS-POSTED-ENTRY OCCURS 2000 TIMES.
013200         10  PD-MANIFEST-ID      PIC X(10).
013300         10  PD-MODULE-CLASS     PIC X(02).
013400         10  PD-POSTED-COST      PIC 9(13)V99.
013500 01  WS-CB-TABLE-AREA.
013600     05  WS-CB-MAX               PIC 9(05)  COMP VALUE 2000.
013700     05  WS-CB-COUNT             PIC 9(05)  COMP VALUE 0.
013800     05  WS-CB-IDX               PIC 9(05)  COMP VALUE 0.
013900     05  WS-CB-HIT-IDX           PIC 9(05)  COMP VALUE 0.
014000     05  WS-SORT-LIMIT           PIC 9(05)  COMP VALUE 0.
014100     05  WS-CB-ENTRY OCCURS 2000 TIMES.
014200         10  CB-SORT-KEY.
014300             15  CB-COST-CENTER  PIC X(06).
014400             15  CB-MANIFEST-ID  PIC X(10).
014500             15  CB-MODULE-CLASS PIC X(02).
014600         10  CB-GL-ACCOUNT       PIC X(08).
014700         10  CB-ORIGINAL-COST    PIC 9(13)V99.
014800         10  CB-ADJUSTED-COST    PIC 9(13)V99.
014900         10  CB-NO-CENTER-SW     PIC X(01).
015000             88  CB-NO-CENTER            VALUE 'Y'.
015100         10  CB-NO-ACCOUNT-SW    PIC X(01).
015200             88  CB-NO-ACCOUNT           VALUE 'Y'.
015300 01  WS-CB-SWAP-ENTRY            PIC X(058).
015400 01  WS-POSTING-WORK.
015500     05  WS-POST-AMOUNT          PIC 9(13)V99 VALUE 0.
015600     05  WS-REPOST-AMOUNT        PIC 9(13)V99 VALUE 0.
015700     05  WS-POST-ENTRY-TYPE      PIC X(01)  VALUE SPACE.
015800     05  WS-EXPENSE-DR-CR        PIC X(01)  VALUE SPACE.
015900     05  WS-ACCRUAL-DR-CR        PIC X(01)  VALUE SPACE.
016000     05  WS-SUSPENSE-IND         PIC X(01)  VALUE SPACE.
016100     05  WS-LINE-NO              PIC 9(07)  VALUE 0.
016200     05  WS-CURRENT-CENTER       PIC X(06)  VALUE SPACES.
016300 01  WS-JOURNAL-TOTALS.
016400     05  WS-DEBIT-TOTAL          PIC 9(15)V99 VALUE 0.
016500     05  WS-CREDIT-TOTAL         PIC 9(15)V99 VALUE 0.
016600     05  WS-CENTER-ORIGINAL      PIC 9(15)V99 VALUE 0.
016700     05  WS-CENTER-ADJUSTED      PIC 9(15)V99 VALUE 0.
016800     05  WS-GRAND-ORIGINAL       PIC 9(15)V99 VALUE 0.
016900     05  WS-GRAND-ADJUSTED       PIC 9(15)V99 VALUE 0.
017000 01  WS-FEED-COUNTERS.
017100     05  WS-FEED-READ-COUNT      PIC 9(05)  COMP VALUE 0.
017200     05  WS-ALREADY-POSTED-COUNT PIC 9(05)  COMP VALUE 0.
017300     05  WS-ORIGINAL-COUNT       PIC 9(05)  COMP VALUE 0.
017400     05  WS-ADJUSTMENT-COUNT     PIC 9(05)  COMP VALUE 0.
017500     05  WS-ZERO-COST-COUNT      PIC 9(05)  COMP VALUE 0.
017600     05  WS-SUSPENSE-COUNT       PIC 9(05)  COMP VALUE 0.
017700 01  CHB-HEADING-1.
017800     05  FILLER                  PIC X(32)
017900         VALUE 'FUEL COST CHARGEBACK STATEMENT  '.
018000     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
018100     05  CH1-RUN-DATE            PIC 9(08).
018200 01  CHB-HEADING-2.
018300     05  FILLER                  PIC X(26)
018400         VALUE 'COSTED FEED POSTED AFTER: '.
018500     05  CH2-MARK-DATE           PIC 9(08).
018600     05  FILLER                  PIC X(01)  VALUE SPACE.
018700     05  CH2-MARK-TIME           PIC 9(08).
018800 01  CHB-CENTER-HEADING.
018900     05  FILLER                  PIC X(13)  VALUE 'COST CENTER: '.
019000     05  CCH-COST-CENTER         PIC X(06).
019100 01  CHB-COLUMN-HEADING.
019200     05  FILLER                  PIC X(11)  VALUE 'MANIFEST'.
019300     05  FILLER                  PIC X(03)  VALUE 'CL'.
019400     05  FILLER                  PIC X(09)  VALUE 'ACCOUNT'.
019500     05  FILLER                  PIC X(16)
019600         VALUE '        ORIGINAL'.
019700     05  FILLER                  PIC X(17)
019800         VALUE '      ADJUSTMENTS'.
019900     05  FILLER                  PIC X(17)
020000         VALUE '          CHARGED'.
020100 01  CHB-DETAIL-LINE.
020200     05  CDL-MANIFEST-ID         PIC X(10).
020300     05  FILLER                  PIC X(01)  VALUE SPACE.
020400     05  CDL-CLASS               PIC X(02).
020500     05  FILLER                  PIC X(01)  VALUE SPACE.
020600     05  CDL-GL-ACCOUNT          PIC X(08).
020700     05  FILLER                  PIC X(01)  VALUE SPACE.
020800     05  CDL-ORIGINAL            PIC Z(12)9.99.
020900     05  FILLER                  PIC X(01)  VALUE SPACE.
021000     05  CDL-ADJUSTED            PIC Z(12)9.99.
021100     05  FILLER                  PIC X(01)  VALUE SPACE.
021200     05  CDL-CHARGED             PIC Z(12)9.99.
021300 01  CHB-CENTER-TOTAL-LINE.
021400     05  FILLER                  PIC X(23)
021500         VALUE '  COST CENTER TOTAL    '.
021600     05  CTL-ORIGINAL            PIC Z(12)9.99.
021700     05  FILLER                  PIC X(01)  VALUE SPACE.
021800     05  CTL-ADJUSTED            PIC Z(12)9.99.
021900     05  FILLER                  PIC X(01)  VALUE SPACE.
022000     05  CTL-CHARGED             PIC Z(12)9.99.
022100 01  CHB-GRAND-TOTAL-LINE.
022200     05  FILLER                  PIC X(23)
022300         VALUE 'ALL COST CENTERS       '.
022400     05  CGL-ORIGINAL            PIC Z(12)9.99.
022500     05  FILLER                  PIC X(01)  VALUE SPACE.
022600     05  CGL-ADJUSTED            PIC Z(12)9.99.
022700     05  FILLER                  PIC X(01)  VALUE SPACE.
022800     05  CGL-CHARGED             PIC Z(12)9.99.
022900 01  CHB-SUSPENSE-HEADING.
023000     05  FILLER                  PIC X(40)
023100         VALUE 'UNMAPPED - POSTED TO SUSPENSE           '.
023200 01  CHB-SUSPENSE-LINE.
023300     05  CSL-MANIFEST-ID         PIC X(10).
023400     05  FILLER                  PIC X(01)  VALUE SPACE.
023500     05  CSL-CLASS               PIC X(02).
023600     05  FILLER                  PIC X(01)  VALUE SPACE.
023700     05  CSL-REASON              PIC X(30).
023800     05  FILLER                  PIC X(01)  VALUE SPACE.
023900     05  CSL-AMOUNT              PIC Z(12)9.99.
024000 01  CHB-BLANK-LINE              PIC X(01)  VALUE SPACE.
024100 01  CHB-TOTAL-LINE-1.
024200     05  FILLER                  PIC X(24)
024300         VALUE 'FEED ROWS READ:         '.
024400     05  CT-READ-COUNT           PIC ZZZZ9.
024500 01  CHB-TOTAL-LINE-2.
024600     05  FILLER                  PIC X(24)
024700         VALUE 'ORIGINAL ROWS POSTED:   '.
024800     05  CT-ORIGINAL-COUNT       PIC ZZZZ9.
024900 01  CHB-TOTAL-LINE-3.
025000     05  FILLER                  PIC X(24)
025100         VALUE 'ADJUSTMENT ROWS POSTED: '.
025200     05  CT-ADJUSTMENT-COUNT     PIC ZZZZ9.
025300 01  CHB-TOTAL-LINE-4.
025400     05  FILLER                  PIC X(24)
025500         VALUE 'JOURNAL LINES WRITTEN:  '.
025600     05  CT-LINE-COUNT           PIC ZZZZZZ9.
025700 01  CHB-TOTAL-LINE-5.
025800     05  FILLER                  PIC X(24)
025900         VALUE 'TOTAL DEBITS:           '.
026000     05  CT-DEBIT-TOTAL          PIC Z(14)9.99.
026100 01  CHB-TOTAL-LINE-6.
026200     05  FILLER                  PIC X(24)
026300         VALUE 'TOTAL CREDITS:          '.
026400     05  CT-CREDIT-TOTAL         PIC Z(14)9.99.
026500 01  CHB-TOTAL-LINE-7.
026600     05  FILLER                  PIC X(24)
026700         VALUE 'POSTED TO SUSPENSE:     '.
026800     05  CT-SUSPENSE-COUNT       PIC ZZZZ9.
026900 01  CHB-TOTAL-LINE-8.
027000     05  FILLER                  PIC X(40)
027100         VALUE '*** JOURNAL DOES NOT BALANCE ***        '.
027200 PROCEDURE DIVISION.
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE
027500         THRU 1000-INITIALIZE-EXIT.
027600     PERFORM 2000-PROCESS-FEED
027700         THRU 2000-PROCESS-FEED-EXIT
027800         UNTIL FEED-EOF.
027900     PERFORM 3000-PRINT-STATEMENT
028000         THRU 3000-PRINT-STATEMENT-EXIT.
028100     PERFORM 9000-TERMINATE
028200         THRU 9000-TERMINATE-EXIT.
028300     STOP RUN.
028400 0000-MAINLINE-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------*
028700* 1000-INITIALIZE - READ THE POSTING MARK (NONE MEANS       *
028800*                   NOTHING HAS BEEN POSTED YET), LOAD THE  *
028900*                   ACCOUNT MAP, OPEN THE FEED AND THE      *
029000*                   OUTPUTS.  A MISSING ACCOUNT MAP IS NOT  *
029100*                   AN ABEND - EVERYTHING POSTS TO SUSPENSE *
029200*                   AND IS LISTED.  A MISSING FEED SIMPLY   *
029300*                   POSTS NOTHING.                          *
029400*-----------------------------------------------------------*
029500 1000-INITIALIZE.
029600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029700     MOVE SPACES TO POSTING-MARK-RECORD.
029800     OPEN INPUT POSTING-MARK-FILE.
029900     IF WS-GLMARK-STATUS NOT = '35'
030000         READ POSTING-MARK-FILE
030100             AT END
030200                 MOVE SPACES TO POSTING-MARK-RECORD
030300         END-READ
030400         CLOSE POSTING-MARK-FILE
030500     END-IF.
030600     IF GM-LAST-RUN-DATE NUMERIC
030700        AND GM-LAST-RUN-TIME NUMERIC
030800         MOVE GM-LAST-RUN-DATE TO WS-MARK-RUN-DATE
030900         MOVE GM-LAST-RUN-TIME TO WS-MARK-RUN-TIME
031000     END-IF.
031100     MOVE WS-MARK-STAMP TO WS-HIGH-STAMP.
031200     OPEN INPUT ACCOUNT-MAP-FILE.
031300     IF WS-ACCTMAP-STATUS = '35'
031400         DISPLAY 'DAY01GL - NO ACCOUNT MAP - ALL COST TO SUSPENSE'
031500         SET MAP-EOF TO TRUE
031600     ELSE
031700         PERFORM 1100-LOAD-MAP-ENTRY
031800             THRU 1100-LOAD-MAP-ENTRY-EXIT
031900             UNTIL MAP-EOF
032000         CLOSE ACCOUNT-MAP-FILE
032100     END-IF.
032200     OPEN OUTPUT JOURNAL-FILE.
032300     IF WS-GLJRNL-STATUS NOT = '00'
032400         DISPLAY 'DAY01GL - CANNOT OPEN GLJRNL, STATUS '
032500             WS-GLJRNL-STATUS
032600         MOVE 12 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     OPEN OUTPUT CHARGEBACK-REPORT-FILE.
033000     MOVE WS-RUN-DATE TO CH1-RUN-DATE.
033100     WRITE CHB-RECORD FROM CHB-HEADING-1.
033200     MOVE WS-MARK-RUN-DATE TO CH2-MARK-DATE.
033300     MOVE WS-MARK-RUN-TIME TO CH2-MARK-TIME.
033400     WRITE CHB-RECORD FROM CHB-HEADING-2.
033500     OPEN INPUT COSTED-FEED-FILE.
033600     IF WS-COSTFEED-STATUS = '35'
033700         SET FEED-EOF TO TRUE
033800     ELSE
033900         PERFORM 2900-READ-FEED
034000             THRU 2900-READ-FEED-EXIT
034100     END-IF.
034200 1000-INITIALIZE-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------*
034500* 1100-LOAD-MAP-ENTRY - LOAD ONE ACCOUNT MAP ROW.  CONTROL  *
034600*                       ROWS OVERRIDE THE BUILT-IN ACCRUAL  *
034700*                       AND SUSPENSE ACCOUNTS; AN UNKNOWN   *
034800*                       ROW TYPE IS SKIPPED LOUDLY.         *
034900*-----------------------------------------------------------*
035000 1100-LOAD-MAP-ENTRY.
035100     READ ACCOUNT-MAP-FILE
035200         AT END
035300             SET MAP-EOF TO TRUE
035400             GO TO 1100-LOAD-MAP-ENTRY-EXIT
035500     END-READ.
035600     IF NOT AM-TYPE-KNOWN
035700        OR AM-MAP-KEY = SPACES
035800         DISPLAY 'DAY01GL - BAD MAP ROW SKIPPED: '
035900             ACCOUNT-MAP-RECORD
036000         GO TO 1100-LOAD-MAP-ENTRY-EXIT
036100     END-IF.
036200     IF AM-TYPE-CONTROL
036300         IF AM-MAP-KEY = 'ACCRUAL' AND AM-GL-ACCOUNT NOT = SPACES
036400             MOVE AM-GL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
036500         END-IF
036600         IF AM-MAP-KEY = 'SUSPENSE'
036700             IF AM-COST-CENTER NOT = SPACES
036800                 MOVE AM-COST-CENTER TO WS-SUSPENSE-CENTER
036900             END-IF
037000             IF AM-GL-ACCOUNT NOT = SPACES
037100                 MOVE AM-GL-ACCOUNT TO WS-SUSPENSE-ACCOUNT
037200             END-IF
037300         END-IF
037400         GO TO 1100-LOAD-MAP-ENTRY-EXIT
037500     END-IF.
037600     IF WS-MAP-COUNT NOT < WS-MAP-MAX
037700         DISPLAY 'DAY01GL - MAP TABLE FULL AT ' WS-MAP-MAX
037800         MOVE 12 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     ADD 1 TO WS-MAP-COUNT.
038200     MOVE AM-MAP-TYPE    TO MT-MAP-TYPE (WS-MAP-COUNT).
038300     MOVE AM-MAP-KEY     TO MT-MAP-KEY (WS-MAP-COUNT).
038400     MOVE AM-COST-CENTER TO MT-COST-CENTER (WS-MAP-COUNT).
038500     MOVE AM-GL-ACCOUNT  TO MT-GL-ACCOUNT (WS-MAP-COUNT).
038600 1100-LOAD-MAP-ENTRY-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------*
038900* 2000-PROCESS-FEED - ONE COSTED FEED ROW.  ROWS UP TO THE  *
039000*                     POSTING MARK WERE JOURNALLED BY AN    *
039100*                     EARLIER RUN AND ONLY BUILD THE        *
039200*                     POSTED-TO-DATE FIGURES AN ADJUSTMENT  *
039300*                     REVERSES; LATER ROWS ARE JOURNALLED   *
039400*                     NOW.  'TT' TOTAL ROWS ONLY RESTATE THE*
039500*                     CLASS ROWS; A ZERO-COST (UNPRICED) ROW*
039600*                     HAS NOTHING TO JOURNAL.               *
039700*-----------------------------------------------------------*
039800 2000-PROCESS-FEED.
039900     ADD 1 TO WS-FEED-READ-COUNT.
040000     IF CO-CLASS-TOTAL
040100         GO TO 2000-PROCESS-FEED-READ
040200     END-IF.
040300     IF CO-RUN-DATE NOT NUMERIC
040400        OR CO-RUN-TIME NOT NUMERIC
040500        OR CO-EXTENDED-COST NOT NUMERIC
040600         DISPLAY 'DAY01GL - BAD FEED RECORD SKIPPED: '
040700             COSTED-FEED-RECORD
040800         GO TO 2000-PROCESS-FEED-READ
040900     END-IF.
041000     MOVE CO-RUN-DATE TO WS-FEED-RUN-DATE.
041100     MOVE CO-RUN-TIME TO WS-FEED-RUN-TIME.
041200     PERFORM 2200-FIND-POSTED
041300         THRU 2200-FIND-POSTED-EXIT.
041400     IF WS-FEED-STAMP NOT > WS-MARK-STAMP
041500         ADD 1 TO WS-ALREADY-POSTED-COUNT
041600         ADD CO-EXTENDED-COST
041700             TO PD-POSTED-COST (WS-POSTED-HIT-IDX)
041800         GO TO 2000-PROCESS-FEED-READ
041900     END-IF.
042000     IF WS-FEED-STAMP > WS-HIGH-STAMP
042100         MOVE WS-FEED-STAMP TO WS-HIGH-STAMP
042200     END-IF.
042300     IF CO-EXTENDED-COST = 0
042400         ADD 1 TO WS-ZERO-COST-COUNT
042500         GO TO 2000-PROCESS-FEED-READ
042600     END-IF.
042700     PERFORM 2100-RESOLVE-MAPPING
042800         THRU 2100-RESOLVE-MAPPING-EXIT.
042900     PERFORM 2300-FIND-CHARGEBACK
043000         THRU 2300-FIND-CHARGEBACK-EXIT.
043100     IF CO-TYPE-ADJUSTMENT
043200         PERFORM 2500-POST-ADJUSTMENT
043300             THRU 2500-POST-ADJUSTMENT-EXIT
043400     ELSE
043500         PERFORM 2400-POST-ORIGINAL
043600             THRU 2400-POST-ORIGINAL-EXIT
043700     END-IF.
043800     ADD CO-EXTENDED-COST TO PD-POSTED-COST (WS-POSTED-HIT-IDX).
043900 2000-PROCESS-FEED-READ.
044000     PERFORM 2900-READ-FEED
044100         THRU 2900-READ-FEED-EXIT.
044200 2000-PROCESS-FEED-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------*
044500* 2100-RESOLVE-MAPPING - THE MANIFEST'S COST CENTER AND THE *
044600*                        CLASS'S EXPENSE ACCOUNT.  EITHER   *
044700*                        ONE MISSING FALLS TO THE SUSPENSE  *
044800*                        CENTER OR ACCOUNT, SO THE COST IS  *
044900*                        STILL JOURNALLED AND FINANCE CAN   *
045000*                        RECLASS IT.                        *
045100*-----------------------------------------------------------*
045200 2100-RESOLVE-MAPPING.
045300     MOVE 'N' TO WS-NO-CENTER-SW.
045400     MOVE 'N' TO WS-NO-ACCOUNT-SW.
045500     MOVE 'M'            TO WS-LOOKUP-TYPE.
045600     MOVE CO-MANIFEST-ID TO WS-LOOKUP-KEY.
045700     PERFORM 2110-FIND-MAP
045800         THRU 2110-FIND-MAP-EXIT.
045900     IF MAP-FOUND
046000        AND MT-COST-CENTER (WS-MAP-HIT-IDX) NOT = SPACES
046100         MOVE MT-COST-CENTER (WS-MAP-HIT-IDX) TO WS-POST-CENTER
046200     ELSE
046300         SET NO-CENTER TO TRUE
046400         MOVE WS-SUSPENSE-CENTER TO WS-POST-CENTER
046500     END-IF.
046600     MOVE 'C'             TO WS-LOOKUP-TYPE.
046700     MOVE CO-MODULE-CLASS TO WS-LOOKUP-KEY.
046800     PERFORM 2110-FIND-MAP
046900         THRU 2110-FIND-MAP-EXIT.
047000     IF MAP-FOUND
047100        AND MT-GL-ACCOUNT (WS-MAP-HIT-IDX) NOT = SPACES
047200         MOVE MT-GL-ACCOUNT (WS-MAP-HIT-IDX) TO WS-POST-ACCOUNT
047300     ELSE
047400         SET NO-ACCOUNT TO TRUE
047500         MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ACCOUNT
047600     END-IF.
047700     IF NO-CENTER OR NO-ACCOUNT
047800         MOVE 'Y' TO WS-SUSPENSE-IND
047900     ELSE
048000         MOVE 'N' TO WS-SUSPENSE-IND
048100     END-IF.
048200 2100-RESOLVE-MAPPING-EXIT.
048300     EXIT.
048400 2110-FIND-MAP.
048500     SET MAP-NOT-FOUND TO TRUE.
048600     MOVE 0 TO WS-MAP-HIT-IDX.
048700     PERFORM 2120-TEST-MAP-ENTRY
048800         THRU 2120-TEST-MAP-ENTRY-EXIT
048900         VARYING WS-MAP-IDX FROM 1 BY 1
049000         UNTIL WS-MAP-IDX > WS-MAP-COUNT
049100             OR MAP-FOUND.
049200 2110-FIND-MAP-EXIT.
049300     EXIT.
049400 2120-TEST-MAP-ENTRY.
049500     IF MT-MAP-ID (WS-MAP-IDX) = WS-LOOKUP-ID
049600         SET MAP-FOUND TO TRUE
049700         MOVE WS-MAP-IDX TO WS-MAP-HIT-IDX
049800     END-IF.
049900 2120-TEST-MAP-ENTRY-EXIT.
050000     EXIT.
050100*-----------------------------------------------------------*
050200* 2200-FIND-POSTED - THE POSTED-TO-DATE ENTRY FOR THE ROW'S *
050300*                    MANIFEST AND CLASS, ADDED AT ZERO IF   *
050400*                    NEW                                    *
050500*-----------------------------------------------------------*
050600 2200-FIND-POSTED.
050700     SET POSTED-NOT-FOUND TO TRUE.
050800     MOVE 0 TO WS-POSTED-HIT-IDX.
050900     PERFORM 2210-TEST-POSTED-ENTRY
051000         THRU 2210-TEST-POSTED-ENTRY-EXIT
051100         VARYING WS-POSTED-IDX FROM 1 BY 1
051200         UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
051300             OR POSTED-FOUND.
051400     IF POSTED-FOUND
051500         GO TO 2200-FIND-POSTED-EXIT
051600     END-IF.
051700     IF WS-POSTED-COUNT NOT < WS-POSTED-MAX
051800         DISPLAY 'DAY01GL - POSTED TABLE FULL AT ' WS-POSTED-MAX
051900         MOVE 12 TO RETURN-CODE
052000         STOP RUN
052100     END-IF.
052200     ADD 1 TO WS-POSTED-COUNT.
052300     MOVE WS-POSTED-COUNT TO WS-POSTED-HIT-IDX.
052400     MOVE CO-MANIFEST-ID  TO PD-MANIFEST-ID (WS-POSTED-HIT-IDX).
052500     MOVE CO-MODULE-CLASS TO PD-MODULE-CLASS (WS-POSTED-HIT-IDX).
052600     MOVE 0               TO PD-POSTED-COST (WS-POSTED-HIT-IDX).
052700 2200-FIND-POSTED-EXIT.
052800     EXIT.
052900 2210-TEST-POSTED-ENTRY.
053000     IF PD-MANIFEST-ID (WS-POSTED-IDX) = CO-MANIFEST-ID
053100        AND PD-MODULE-CLASS (WS-POSTED-IDX) = CO-MODULE-CLASS
053200         SET POSTED-FOUND TO TRUE
053300         MOVE WS-POSTED-IDX TO WS-POSTED-HIT-IDX
053400     END-IF.
053500 2210-TEST-POSTED-ENTRY-EXIT.
053600     EXIT.
053700*-----------------------------------------------------------*
053800* 2300-FIND-CHARGEBACK - THE STATEMENT ENTRY FOR THE ROW'S  *
053900*                        COST CENTER, MANIFEST AND CLASS,   *
054000*                        ADDED AT ZERO IF NEW               *
054100*-----------------------------------------------------------*
054200 2300-FIND-CHARGEBACK.
054300     SET CB-NOT-FOUND TO TRUE.
054400     MOVE 0 TO WS-CB-HIT-IDX.
054500     PERFORM 2310-TEST-CHARGEBACK-ENTRY
054600         THRU 2310-TEST-CHARGEBACK-ENTRY-EXIT
054700         VARYING WS-CB-IDX FROM 1 BY 1
054800         UNTIL WS-CB-IDX > WS-CB-COUNT
054900             OR CB-FOUND.
055000     IF CB-FOUND
055100         GO TO 2300-FIND-CHARGEBACK-EXIT
055200     END-IF.
055300     IF WS-CB-COUNT NOT < WS-CB-MAX
055400         DISPLAY 'DAY01GL - CHARGEBACK TABLE FULL AT ' WS-CB-MAX
055500         MOVE 12 TO RETURN-CODE
055600         STOP RUN
055700     END-IF.
055800     ADD 1 TO WS-CB-COUNT.
055900     MOVE WS-CB-COUNT      TO WS-CB-HIT-IDX.
056000     MOVE WS-POST-CENTER   TO CB-COST-CENTER (WS-CB-HIT-IDX).
056100     MOVE CO-MANIFEST-ID   TO CB-MANIFEST-ID (WS-CB-HIT-IDX).
056200     MOVE CO-MODULE-CLASS  TO CB-MODULE-CLASS (WS-CB-HIT-IDX).
056300     MOVE WS-POST-ACCOUNT  TO CB-GL-ACCOUNT (WS-CB-HIT-IDX).
056400     MOVE 0                TO CB-ORIGINAL-COST (WS-CB-HIT-IDX).
056500     MOVE 0                TO CB-ADJUSTED-COST (WS-CB-HIT-IDX).
056600     MOVE WS-NO-CENTER-SW  TO CB-NO-CENTER-SW (WS-CB-HIT-IDX).
056700     MOVE WS-NO-ACCOUNT-SW TO CB-NO-ACCOUNT-SW (WS-CB-HIT-IDX).
056800     IF WS-SUSPENSE-IND = 'Y'
056900         ADD 1 TO WS-SUSPENSE-COUNT
057000     END-IF.
057100 2300-FIND-CHARGEBACK-EXIT.
057200     EXIT.
057300 2310-TEST-CHARGEBACK-ENTRY.
057400     IF CB-COST-CENTER (WS-CB-IDX) = WS-POST-CENTER
057500        AND CB-MANIFEST-ID (WS-CB-IDX) = CO-MANIFEST-ID
057600        AND CB-MODULE-CLASS (WS-CB-IDX) = CO-MODULE-CLASS
057700         SET CB-FOUND TO TRUE
057800         MOVE WS-CB-IDX TO WS-CB-HIT-IDX
057900     END-IF.
058000 2310-TEST-CHARGEBACK-ENTRY-EXIT.
058100     EXIT.
058200*-----------------------------------------------------------*
058300* 2400-POST-ORIGINAL - AN ORIGINAL ORDER ROW: DEBIT EXPENSE,*
058400*                      CREDIT ACCRUAL, FOR ITS EXTENDED COST*
058500*-----------------------------------------------------------*
058600 2400-POST-ORIGINAL.
058700     ADD 1 TO WS-ORIGINAL-COUNT.
058800     MOVE CO-EXTENDED-COST TO WS-POST-AMOUNT.
058900     MOVE 'O' TO WS-POST-ENTRY-TYPE.
059000     MOVE 'D' TO WS-EXPENSE-DR-CR.
059100     MOVE 'C' TO WS-ACCRUAL-DR-CR.
059200     PERFORM 2600-WRITE-JOURNAL-PAIR
059300         THRU 2600-WRITE-JOURNAL-PAIR-EXIT.
059400     ADD CO-EXTENDED-COST TO CB-ORIGINAL-COST (WS-CB-HIT-IDX).
059500 2400-POST-ORIGINAL-EXIT.
059600     EXIT.
059700*-----------------------------------------------------------*
059800* 2500-POST-ADJUSTMENT - A SUPPLEMENTAL RUN'S ADJUSTMENT ROW*
059900*                        TOPS UP THE MANIFEST'S CLASS COST. *
060000*                        THE AMOUNT POSTED TO DATE IS       *
060100*                        REVERSED (CREDIT EXPENSE, DEBIT    *
060200*                        ACCRUAL) AND THE CORRECTED TOTAL   *
060300*                        RE-POSTED, SO THE GL SHOWS ONE     *
060400*                        CURRENT FIGURE PER MANIFEST AND    *
060500*                        CLASS.  THE REVERSAL USES TODAY'S  *
060600*                        MAPPING, SO A REMAPPED MANIFEST    *
060700*                        MOVES ITS WHOLE COST TO THE NEW    *
060800*                        CENTER.                            *
060900*-----------------------------------------------------------*
061000 2500-POST-ADJUSTMENT.
061100     ADD 1 TO WS-ADJUSTMENT-COUNT.
061200     MOVE 'D' TO WS-ACCRUAL-DR-CR.
061300     MOVE 'C' TO WS-EXPENSE-DR-CR.
061400     IF PD-POSTED-COST (WS-POSTED-HIT-IDX) > 0
061500         MOVE PD-POSTED-COST (WS-POSTED-HIT-IDX) TO WS-POST-AMOUNT
061600         MOVE 'R' TO WS-POST-ENTRY-TYPE
061700         PERFORM 2600-WRITE-JOURNAL-PAIR
061800             THRU 2600-WRITE-JOURNAL-PAIR-EXIT
061900     END-IF.
062000     COMPUTE WS-REPOST-AMOUNT =
062100         PD-POSTED-COST (WS-POSTED-HIT-IDX) + CO-EXTENDED-COST.
062200     MOVE WS-REPOST-AMOUNT TO WS-POST-AMOUNT.
062300     MOVE 'P' TO WS-POST-ENTRY-TYPE.
062400     MOVE 'D' TO WS-EXPENSE-DR-CR.
062500     MOVE 'C' TO WS-ACCRUAL-DR-CR.
062600     PERFORM 2600-WRITE-JOURNAL-PAIR
062700         THRU 2600-WRITE-JOURNAL-PAIR-EXIT.
062800     ADD CO-EXTENDED-COST TO CB-ADJUSTED-COST (WS-CB-HIT-IDX).
062900 2500-POST-ADJUSTMENT-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------*
063200* 2600-WRITE-JOURNAL-PAIR - THE EXPENSE LINE AND ITS        *
063300*                           OPPOSITE ACCRUAL LINE, BOTH IN  *
063400*                           THE MISSION COST CENTER, FOR THE*
063500*                           POST AMOUNT                     *
063600*-----------------------------------------------------------*
063700 2600-WRITE-JOURNAL-PAIR.
063800     MOVE SPACES              TO GL-JOURNAL-RECORD.
063900     MOVE 'D'                 TO JL-RECORD-TYPE.
064000     MOVE WS-RUN-DATE         TO JL-JOURNAL-DATE.
064100     MOVE 'DAY01GL'           TO JL-SOURCE.
064200     MOVE WS-POST-CENTER      TO JL-COST-CENTER.
064300     MOVE WS-POST-AMOUNT      TO JL-AMOUNT.
064400     MOVE WS-POST-ENTRY-TYPE  TO JL-ENTRY-TYPE.
064500     MOVE CO-MANIFEST-ID      TO JL-MANIFEST-ID.
064600     MOVE CO-MODULE-CLASS     TO JL-MODULE-CLASS.
064700     MOVE CO-RUN-DATE         TO JL-REF-RUN-DATE.
064800     MOVE CO-RUN-TIME         TO JL-REF-RUN-TIME.
064900     MOVE CO-JOB-ID           TO JL-REF-JOB-ID.
065000     MOVE WS-SUSPENSE-IND     TO JL-SUSPENSE-IND.
065100     ADD 1 TO WS-LINE-NO.
065200     MOVE WS-LINE-NO          TO JL-LINE-NO.
065300     MOVE WS-POST-ACCOUNT     TO JL-GL-ACCOUNT.
065400     MOVE WS-EXPENSE-DR-CR    TO JL-DR-CR.
065500     PERFORM 2650-ADD-TO-TOTALS
065600         THRU 2650-ADD-TO-TOTALS-EXIT.
065700     WRITE GL-JOURNAL-RECORD.
065800     ADD 1 TO WS-LINE-NO.
065900     MOVE WS-LINE-NO          TO JL-LINE-NO.
066000     MOVE WS-ACCRUAL-ACCOUNT  TO JL-GL-ACCOUNT.
066100     MOVE WS-ACCRUAL-DR-CR    TO JL-DR-CR.
066200     PERFORM 2650-ADD-TO-TOTALS
066300         THRU 2650-ADD-TO-TOTALS-EXIT.
066400     WRITE GL-JOURNAL-RECORD.
066500 2600-WRITE-JOURNAL-PAIR-EXIT.
066600     EXIT.
066700 2650-ADD-TO-TOTALS.
066800     IF JL-DEBIT
066900         ADD JL-AMOUNT TO WS-DEBIT-TOTAL
067000     ELSE
067100         ADD JL-AMOUNT TO WS-CREDIT-TOTAL
067200     END-IF.
067300 2650-ADD-TO-TOTALS-EXIT.
067400     EXIT.
067500*-----------------------------------------------------------*
067600* 2900-READ-FEED - READ THE NEXT COSTED FEED ROW            *
067700*-----------------------------------------------------------*
067800 2900-READ-FEED.
067900     READ COSTED-FEED-FILE
068000         AT END
068100             SET FEED-EOF TO TRUE
068200     END-READ.
068300 2900-READ-FEED-EXIT.
068400     EXIT.
068500*-----------------------------------------------------------*
068600* 3000-PRINT-STATEMENT - SORT THE CHARGEBACK ENTRIES BY COST*
068700*                        CENTER AND PRINT ONE STATEMENT     *
068800*                        SECTION PER CENTER WITH ITS TOTAL, *
068900*                        THEN THE GRAND TOTAL AND THE       *
069000*                        SUSPENSE LISTING                   *
069100*-----------------------------------------------------------*
069200 3000-PRINT-STATEMENT.
069300     IF WS-CB-COUNT > 1
069400         SET PASS-SWAPPED TO TRUE
069500         PERFORM 3100-SORT-ONE-PASS
069600             THRU 3100-SORT-ONE-PASS-EXIT
069700             UNTIL NOT PASS-SWAPPED
069800     END-IF.
069900     MOVE SPACES TO WS-CURRENT-CENTER.
070000     PERFORM 3200-PRINT-ONE-ENTRY
070100         THRU 3200-PRINT-ONE-ENTRY-EXIT
070200         VARYING WS-CB-IDX FROM 1 BY 1
070300         UNTIL WS-CB-IDX > WS-CB-COUNT.
070400     IF WS-CB-COUNT > 0
070500         PERFORM 3300-END-CENTER
070600             THRU 3300-END-CENTER-EXIT
070700     END-IF.
070800     WRITE CHB-RECORD FROM CHB-BLANK-LINE.
070900     MOVE WS-GRAND-ORIGINAL TO CGL-ORIGINAL.
071000     MOVE WS-GRAND-ADJUSTED TO CGL-ADJUSTED.
071100     COMPUTE CGL-CHARGED = WS-GRAND-ORIGINAL + WS-GRAND-ADJUSTED.
071200     WRITE CHB-RECORD FROM CHB-GRAND-TOTAL-LINE.
071300     IF WS-SUSPENSE-COUNT > 0
071400         WRITE CHB-RECORD FROM CHB-BLANK-LINE
071500         WRITE CHB-RECORD FROM CHB-SUSPENSE-HEADING
071600         PERFORM 3400-LIST-SUSPENSE
071700             THRU 3400-LIST-SUSPENSE-EXIT
071800             VARYING WS-CB-IDX FROM 1 BY 1
071900             UNTIL WS-CB-IDX > WS-CB-COUNT
072000     END-IF.
072100 3000-PRINT-STATEMENT-EXIT.
072200     EXIT.
072300 3100-SORT-ONE-PASS.
072400     MOVE 'N' TO WS-SWAPPED-SW.
072500     COMPUTE WS-SORT-LIMIT = WS-CB-COUNT - 1.
072600     PERFORM 3110-COMPARE-ADJACENT
072700         THRU 3110-COMPARE-ADJACENT-EXIT
072800         VARYING WS-CB-IDX FROM 1 BY 1
072900         UNTIL WS-CB-IDX > WS-SORT-LIMIT.
073000 3100-SORT-ONE-PASS-EXIT.
073100     EXIT.
073200 3110-COMPARE-ADJACENT.
073300     IF CB-SORT-KEY (WS-CB-IDX) > CB-SORT-KEY (WS-CB-IDX + 1)
073400         MOVE WS-CB-ENTRY (WS-CB-IDX) TO WS-CB-SWAP-ENTRY
073500         MOVE WS-CB-ENTRY (WS-CB-IDX + 1)
073600             TO WS-CB-ENTRY (WS-CB-IDX)
073700         MOVE WS-CB-SWAP-ENTRY TO WS-CB-ENTRY (WS-CB-IDX + 1)
073800         SET PASS-SWAPPED TO TRUE
073900     END-IF.
074000 3110-COMPARE-ADJACENT-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------*
074300* 3200-PRINT-ONE-ENTRY - ONE STATEMENT LINE, BREAKING TO A  *
074400*                        NEW SECTION WHEN THE COST CENTER   *
074500*                        CHANGES                            *
074600*-----------------------------------------------------------*
074700 3200-PRINT-ONE-ENTRY.
074800     IF CB-COST-CENTER (WS-CB-IDX) NOT = WS-CURRENT-CENTER
074900         IF WS-CB-IDX > 1
075000             PERFORM 3300-END-CENTER
075100                 THRU 3300-END-CENTER-EXIT
075200         END-IF
075300         MOVE CB-COST-CENTER (WS-CB-IDX) TO WS-CURRENT-CENTER
075400         MOVE WS-CURRENT-CENTER TO CCH-COST-CENTER
075500         WRITE CHB-RECORD FROM CHB-BLANK-LINE
075600         WRITE CHB-RECORD FROM CHB-CENTER-HEADING
075700         WRITE CHB-RECORD FROM CHB-COLUMN-HEADING
075800     END-IF.
075900     MOVE CB-MANIFEST-ID (WS-CB-IDX)   TO CDL-MANIFEST-ID.
076000     MOVE CB-MODULE-CLASS (WS-CB-IDX)  TO CDL-CLASS.
076100     MOVE CB-GL-ACCOUNT (WS-CB-IDX)    TO CDL-GL-ACCOUNT.
076200     MOVE CB-ORIGINAL-COST (WS-CB-IDX) TO CDL-ORIGINAL.
076300     MOVE CB-ADJUSTED-COST (WS-CB-IDX) TO CDL-ADJUSTED.
076400     COMPUTE CDL-CHARGED =
076500         CB-ORIGINAL-COST (WS-CB-IDX)
076600         + CB-ADJUSTED-COST (WS-CB-IDX).
076700     WRITE CHB-RECORD FROM CHB-DETAIL-LINE.
076800     ADD CB-ORIGINAL-COST (WS-CB-IDX) TO WS-CENTER-ORIGINAL.
076900     ADD CB-ADJUSTED-COST (WS-CB-IDX) TO WS-CENTER-ADJUSTED.
077000 3200-PRINT-ONE-ENTRY-EXIT.
077100     EXIT.
077200 3300-END-CENTER.
077300     MOVE WS-CENTER-ORIGINAL TO CTL-ORIGINAL.
077400     MOVE WS-CENTER-ADJUSTED TO CTL-ADJUSTED.
077500     COMPUTE CTL-CHARGED =
077600         WS-CENTER-ORIGINAL + WS-CENTER-ADJUSTED.
077700     WRITE CHB-RECORD FROM CHB-CENTER-TOTAL-LINE.
077800     ADD WS-CENTER-ORIGINAL TO WS-GRAND-ORIGINAL.
077900     ADD WS-CENTER-ADJUSTED TO WS-GRAND-ADJUSTED.
078000     MOVE 0 TO WS-CENTER-ORIGINAL.
078100     MOVE 0 TO WS-CENTER-ADJUSTED.
078200 3300-END-CENTER-EXIT.
078300     EXIT.
078400*-----------------------------------------------------------*
078500* 3400-LIST-SUSPENSE - ONE LINE PER MANIFEST AND CLASS THAT *
078600*                      POSTED TO SUSPENSE, WITH THE MISSING *
078700*                      MAPPING, FOR FINANCE TO RECLASS      *
078800*-----------------------------------------------------------*
078900 3400-LIST-SUSPENSE.
079000     IF NOT CB-NO-CENTER (WS-CB-IDX)
079100        AND NOT CB-NO-ACCOUNT (WS-CB-IDX)
079200         GO TO 3400-LIST-SUSPENSE-EXIT
079300     END-IF.
079400     MOVE CB-MANIFEST-ID (WS-CB-IDX)  TO CSL-MANIFEST-ID.
079500     MOVE CB-MODULE-CLASS (WS-CB-IDX) TO CSL-CLASS.
079600     IF CB-NO-CENTER (WS-CB-IDX) AND CB-NO-ACCOUNT (WS-CB-IDX)
079700         MOVE 'NO COST CENTER, NO GL ACCOUNT' TO CSL-REASON
079800     ELSE IF CB-NO-CENTER (WS-CB-IDX)
079900         MOVE 'MANIFEST HAS NO COST CENTER'   TO CSL-REASON
080000     ELSE
080100         MOVE 'CLASS HAS NO GL ACCOUNT'       TO CSL-REASON
080200     END-IF.
080300     COMPUTE CSL-AMOUNT =
080400         CB-ORIGINAL-COST (WS-CB-IDX)
080500         + CB-ADJUSTED-COST (WS-CB-IDX).
080600     WRITE CHB-RECORD FROM CHB-SUSPENSE-LINE.
080700 3400-LIST-SUSPENSE-EXIT.
080800     EXIT.
080900*-----------------------------------------------------------*
081000* 9000-TERMINATE - WRITE THE JOURNAL TRAILER, PRINT THE     *
081100*                  POSTING TOTALS, ADVANCE THE POSTING MARK *
081200*                  AND GRADE THE RETURN CODE.  AN UNBALANCED*
081300*                  JOURNAL LEAVES THE MARK WHERE IT WAS SO  *
081400*                  THE SAME ROWS POST AGAIN ONCE IT IS PUT  *
081500*                  RIGHT.                                   *
081600*-----------------------------------------------------------*
081700 9000-TERMINATE.
081800     MOVE SPACES          TO GL-JOURNAL-RECORD.
081900     MOVE 'T'             TO JL-RECORD-TYPE.
082000     MOVE WS-RUN-DATE     TO JL-JOURNAL-DATE.
082100     MOVE 'DAY01GL'       TO JL-SOURCE.
082200     MOVE WS-LINE-NO      TO JT-LINE-COUNT.
082300     MOVE WS-DEBIT-TOTAL  TO JT-DEBIT-TOTAL.
082400     MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
082500     WRITE GL-JOURNAL-RECORD.
082600     WRITE CHB-RECORD FROM CHB-BLANK-LINE.
082700     MOVE WS-FEED-READ-COUNT TO CT-READ-COUNT.
082800     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-1.
082900     MOVE WS-ORIGINAL-COUNT TO CT-ORIGINAL-COUNT.
083000     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-2.
083100     MOVE WS-ADJUSTMENT-COUNT TO CT-ADJUSTMENT-COUNT.
083200     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-3.
083300     MOVE WS-LINE-NO TO CT-LINE-COUNT.
083400     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-4.
083500     MOVE WS-DEBIT-TOTAL TO CT-DEBIT-TOTAL.
083600     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-5.
083700     MOVE WS-CREDIT-TOTAL TO CT-CREDIT-TOTAL.
083800     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-6.
083900     MOVE WS-SUSPENSE-COUNT TO CT-SUSPENSE-COUNT.
084000     WRITE CHB-RECORD FROM CHB-TOTAL-LINE-7.
084100     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
084200         WRITE CHB-RECORD FROM CHB-TOTAL-LINE-8
084300     ELSE
084400         MOVE WS-HIGH-RUN-DATE TO GM-LAST-RUN-DATE
084500         MOVE WS-HIGH-RUN-TIME TO GM-LAST-RUN-TIME
084600         MOVE WS-RUN-DATE      TO GM-POSTED-DATE
084700         OPEN OUTPUT POSTING-MARK-FILE
084800         WRITE POSTING-MARK-RECORD
084900         CLOSE POSTING-MARK-FILE
085000     END-IF.
085100     IF WS-COSTFEED-STATUS NOT = '35'
085200         CLOSE COSTED-FEED-FILE
085300     END-IF.
085400     CLOSE JOURNAL-FILE.
085500     CLOSE CHARGEBACK-REPORT-FILE.
085600     DISPLAY 'FEED ROWS READ ' WS-FEED-READ-COUNT.
085700     DISPLAY 'ALREADY POSTED ' WS-ALREADY-POSTED-COUNT.
085800     DISPLAY 'ORIGINAL ROWS POSTED ' WS-ORIGINAL-COUNT.
085900     DISPLAY 'ADJUSTMENT ROWS POSTED ' WS-ADJUSTMENT-COUNT.
086000     DISPLAY 'UNPRICED ROWS SKIPPED ' WS-ZERO-COST-COUNT.
086100     DISPLAY 'JOURNAL LINES ' WS-LINE-NO.
086200     DISPLAY 'POSTED TO SUSPENSE ' WS-SUSPENSE-COUNT.
086300     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
086400         DISPLAY 'DAY01GL - JOURNAL DOES NOT BALANCE'
086500         MOVE 12 TO RETURN-CODE
086600     ELSE IF WS-SUSPENSE-COUNT > 0
086700         MOVE 4 TO RETURN-CODE
086800     END-IF.
086833     PERFORM 9800-WRITE-BATCH-CONTROL
086866         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
086900 9000-TERMINATE-EXIT.
087000     EXIT.
087100*-----------------------------------------------------------*
087200* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
087300*                            HASH TOTALS AND CONDITION CODE *
087400*                            TO THE SHARED BATCH CONTROL    *
087500*                            LEDGER                         *
087600*-----------------------------------------------------------*
087700 9800-WRITE-BATCH-CONTROL.
087800     MOVE SPACES TO BATCH-CONTROL-RECORD.
087900     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
088000     ACCEPT BC-RUN-TIME FROM TIME.
088100     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
088200         ON EXCEPTION
088300             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
088400     END-ACCEPT.
088500     IF BC-BUSINESS-DATE NOT NUMERIC
088600         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
088700     END-IF.
088800     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
088900         ON EXCEPTION
089000             MOVE 'UNKNOWN ' TO BC-JOB-ID
089100     END-ACCEPT.
089200     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
089300         ON EXCEPTION
089400             MOVE 'DAY01GL' TO BC-STEP-NAME
089500     END-ACCEPT.
089600     MOVE 'DAY01GL' TO BC-PROGRAM-ID.
089700     MOVE WS-FEED-READ-COUNT TO BC-RECORDS-IN.
089800     MOVE WS-LINE-NO TO BC-RECORDS-OUT.
089900     MOVE 0 TO BC-HASH-IN.
090000     MOVE WS-DEBIT-TOTAL TO BC-HASH-OUT.
090100     MOVE RETURN-CODE TO BC-CONDITION-CODE.
090200     OPEN EXTEND BATCH-CONTROL-FILE.
090300     IF WS-BATCHCTL-STATUS = '35'
090400         OPEN OUTPUT BATCH-CONTROL-FILE
090500     END-IF.
090600     WRITE BATCH-CONTROL-RECORD.
090700     CLOSE BATCH-CONTROL-FILE.
090800 9800-WRITE-BATCH-CONTROL-EXIT.
090900     EXIT.
