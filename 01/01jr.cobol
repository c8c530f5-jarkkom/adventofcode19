000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01JR.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - MASTER FILE CHANGE     *
001100*                 JOURNAL REPORT.  LISTS THE PERMANENT      *
001200*                 CHANGE JOURNAL (CHGJRNL, DAY01CJ) WRITTEN *
001300*                 BY DAY01MM, DAY01PM AND DAY01TM, BY       *
001400*                 ENTERING OPERATOR, DATE AND TIME, WITH    *
001500*                 EACH CHANGE'S MASTER ROW BEFORE AND       *
001600*                 AFTER, ITS REASON CODE AND ITS SECOND     *
001700*                 OPERATOR.  THE SELECTION CARD (JRNLCARD)  *
001800*                 NAMES ONE OPERATOR, OR BLANK FOR ALL, AND *
001900*                 A FROM AND TO DATE, EITHER OF WHICH MAY   *
002000*                 BE LEFT OPEN.  AN OPERATOR IS SELECTED AS *
002100*                 THE ENTERING OR THE APPROVING OPERATOR.   *
002200*                 THE REPORT (JRNLRPT) SUBTOTALS BY         *
002300*                 OPERATOR.                                 *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT JOURNAL-CARD-FILE ASSIGN TO JRNLCARD
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-JRNLCARD-STATUS.
003100     SELECT CHANGE-JOURNAL-FILE ASSIGN TO CHGJRNL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CHGJRNL-STATUS.
003400     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
003500     SELECT JOURNAL-REPORT-FILE ASSIGN TO JRNLRPT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-JRNLRPT-STATUS.
003800     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BATCHCTL-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  JOURNAL-CARD-FILE
004400     RECORDING MODE IS F.
004500 01  JOURNAL-CARD.
004600     05  JC-OPERATOR-ID          PIC X(08).
004700     05  JC-FROM-DATE            PIC 9(08).
004800     05  JC-FROM-DATE-X REDEFINES JC-FROM-DATE
004900                                 PIC X(08).
005000     05  JC-TO-DATE              PIC 9(08).
005100     05  JC-TO-DATE-X REDEFINES JC-TO-DATE
005200                                 PIC X(08).
005300 FD  CHANGE-JOURNAL-FILE
005400     RECORDING MODE IS F.
005500     COPY DAY01CJ.
005600 FD  JOURNAL-REPORT-FILE
005700     RECORDING MODE IS F.
005800 01  JRNL-RECORD                 PIC X(132).
005900 FD  BATCH-CONTROL-FILE
006000     RECORDING MODE IS F.
006100     COPY DAY01BC.
006200 SD  SORT-WORK-FILE.
006300 01  SORT-JOURNAL-RECORD.
006400     05  SJ-OPERATOR-ID          PIC X(08).
006500     05  SJ-CHANGE-DATE          PIC 9(08).
006600     05  SJ-CHANGE-TIME          PIC 9(08).
006700     05  SJ-JOURNAL-RECORD       PIC X(146).
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007000     05  WS-JOURNAL-EOF-SW       PIC X(01)  VALUE 'N'.
007100         88  JOURNAL-EOF                    VALUE 'Y'.
007200     05  WS-SORT-EOF-SW          PIC X(01)  VALUE 'N'.
007300         88  SORT-EOF                       VALUE 'Y'.
007400 01  WS-JRNLCARD-STATUS          PIC X(02)  VALUE SPACES.
007500 01  WS-CHGJRNL-STATUS           PIC X(02)  VALUE SPACES.
007600 01  WS-JRNLRPT-STATUS           PIC X(02)  VALUE SPACES.
007700 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
007800 01  WS-RUN-IDENTIFICATION.
007900     05  WS-RUN-DATE             PIC 9(08).
008000*    THE SELECTION, SETTLED FROM THE CARD.  A BLANK OPERATOR
008100*    SELECTS EVERY OPERATOR; AN OPEN DATE TAKES THE WHOLE
008200*    JOURNAL ON THAT SIDE.
008300 01  WS-SELECTION.
008400     05  WS-SEL-OPERATOR-ID      PIC X(08)  VALUE SPACES.
008500         88  ALL-OPERATORS                  VALUE SPACES.
008600     05  WS-SEL-FROM-DATE        PIC 9(08)  VALUE 0.
008700     05  WS-SEL-TO-DATE          PIC 9(08)  VALUE 99999999.
008800 01  WS-JOURNAL-COUNTERS.
008900     05  WS-JOURNAL-READ-COUNT   PIC 9(07)  COMP VALUE 0.
009000     05  WS-SELECTED-COUNT       PIC 9(07)  COMP VALUE 0.
009100     05  WS-APPROVED-COUNT       PIC 9(07)  COMP VALUE 0.
009200     05  WS-OPERATOR-COUNT       PIC 9(05)  COMP VALUE 0.
009300     05  WS-OP-CHANGE-COUNT      PIC 9(07)  COMP VALUE 0.
009400     05  WS-OP-APPROVED-COUNT    PIC 9(07)  COMP VALUE 0.
009500 01  WS-GROUP-OPERATOR-ID        PIC X(08)  VALUE LOW-VALUES.
009600*    THE RETURNED JOURNAL ENTRY IS WORKED ON HERE; THE FD AREA
009700*    IS ONLY USED WHILE THE JOURNAL IS BEING RELEASED.
009800 01  WS-JOURNAL-ENTRY.
009900     05  WJ-MASTER-CODE          PIC X(01).
010000     05  WJ-CHANGE-DATE          PIC 9(08).
010100     05  WJ-CHANGE-TIME          PIC 9(08).
010200     05  WJ-PROGRAM-ID           PIC X(08).
010300     05  WJ-ACTION               PIC X(01).
010400     05  WJ-RECORD-KEY           PIC X(20).
010500     05  WJ-OPERATOR-ID          PIC X(08).
010600     05  WJ-APPROVER-ID          PIC X(08).
010700     05  WJ-REASON-CODE          PIC X(04).
010800     05  WJ-BEFORE-IMAGE         PIC X(40).
010900     05  WJ-AFTER-IMAGE          PIC X(40).
011000 01  JRNL-HEADING-1.
011100     05  FILLER                  PIC X(34)
011200         VALUE 'MASTER FILE CHANGE JOURNAL        '.
011300     05  FILLER                  PIC X(06)  VALUE SPACES.
011400     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
011500     05  JH1-RUN-DATE            PIC 9(08).
011600 01  JRNL-HEADING-2.
011700     05  FILLER                  PIC X(10)  VALUE 'OPERATOR '.
011800     05  JH2-OPERATOR-ID         PIC X(08).
011900     05  FILLER                  PIC X(08)  VALUE '   FROM '.
012000     05  JH2-FROM-DATE           PIC 9(08).
012100     05  FILLER                  PIC X(04)  VALUE ' TO '.
012200     05  JH2-TO-DATE             PIC 9(08).
012300 01  JRNL-HEADING-3.
012400     05  FILLER                  PIC X(09)  VALUE 'DATE'.
012500     05  FILLER                  PIC X(09)  VALUE 'TIME'.
012600     05  FILLER                  PIC X(02)  VALUE 'M'.
012700     05  FILLER                  PIC X(09)  VALUE 'PROGRAM'.
012800     05  FILLER                  PIC X(02)  VALUE 'A'.
012900     05  FILLER                  PIC X(21)  VALUE 'RECORD KEY'.
013000     05  FILLER                  PIC X(09)  VALUE 'OPERATOR'.
013100     05  FILLER                  PIC X(09)  VALUE 'APPROVER'.
013200     05  FILLER                  PIC X(06)  VALUE 'REASON'.
013300 01  JRNL-DETAIL-LINE.
013400     05  JDL-CHANGE-DATE         PIC 9(08).
013500     05  FILLER                  PIC X(01)  VALUE SPACE.
013600     05  JDL-CHANGE-TIME         PIC 9(08).
013700     05  FILLER                  PIC X(01)  VALUE SPACE.
013800     05  JDL-MASTER-CODE         PIC X(01).
013900     05  FILLER                  PIC X(01)  VALUE SPACE.
014000     05  JDL-PROGRAM-ID          PIC X(08).
014100     05  FILLER                  PIC X(01)  VALUE SPACE.
014200     05  JDL-ACTION              PIC X(01).
014300     05  FILLER                  PIC X(01)  VALUE SPACE.
014400     05  JDL-RECORD-KEY          PIC X(20).
014500     05  FILLER                  PIC X(01)  VALUE SPACE.
014600     05  JDL-OPERATOR-ID         PIC X(08).
014700     05  FILLER                  PIC X(01)  VALUE SPACE.
014800     05  JDL-APPROVER-ID         PIC X(08).
014900     05  FILLER                  PIC X(01)  VALUE SPACE.
015000     05  JDL-REASON-CODE         PIC X(04).
015100 01  JRNL-IMAGE-LINE.
015200     05  FILLER                  PIC X(10)  VALUE '  BEFORE '.
015300     05  JIL-BEFORE-IMAGE        PIC X(40).
015400     05  FILLER                  PIC X(09)  VALUE '  AFTER '.
015500     05  JIL-AFTER-IMAGE         PIC X(40).
015600 01  JRNL-OPERATOR-TOTAL.
015700     05  FILLER                  PIC X(12)  VALUE '  TOTAL FOR '.
015800     05  JOT-OPERATOR-ID         PIC X(08).
015900     05  FILLER                  PIC X(02)  VALUE SPACES.
016000     05  JOT-CHANGE-COUNT        PIC Z(06)9.
016100     05  FILLER                  PIC X(10)  VALUE ' CHANGES, '.
016200     05  JOT-APPROVED-COUNT      PIC Z(06)9.
016300     05  FILLER                  PIC X(22)
016400         VALUE ' WITH SECOND OPERATOR'.
016500 01  JRNL-NONE-LINE.
016600     05  FILLER                  PIC X(40)
016700         VALUE 'NO JOURNAL ENTRIES MATCH THE SELECTION  '.
016800 01  JRNL-TOTAL-LINE-1.
016900     05  FILLER                  PIC X(24)
017000         VALUE 'JOURNAL ENTRIES READ:   '.
017100     05  JT-JOURNAL-READ-COUNT   PIC Z(06)9.
017200 01  JRNL-TOTAL-LINE-2.
017300     05  FILLER                  PIC X(24)
017400         VALUE 'SELECTED:               '.
017500     05  JT-SELECTED-COUNT       PIC Z(06)9.
017600     05  FILLER                  PIC X(14)  VALUE '   OPERATORS:'.
017700     05  JT-OPERATOR-COUNT       PIC ZZZZ9.
017800 01  JRNL-TOTAL-LINE-3.
017900     05  FILLER                  PIC X(24)
018000         VALUE 'WITH SECOND OPERATOR:   '.
018100     05  JT-APPROVED-COUNT       PIC Z(06)9.
018200 01  JRNL-BLANK-LINE             PIC X(01)  VALUE SPACE.
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE
018600         THRU 1000-INITIALIZE-EXIT.
018700     SORT SORT-WORK-FILE
018800         ON ASCENDING KEY SJ-OPERATOR-ID
018900                          SJ-CHANGE-DATE
019000                          SJ-CHANGE-TIME
019100         WITH DUPLICATES IN ORDER
019200         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
019300             THRU 2000-RELEASE-JOURNAL-EXIT
019400         OUTPUT PROCEDURE IS 3000-PRINT-JOURNAL
019500             THRU 3000-PRINT-JOURNAL-EXIT.
019600     PERFORM 9000-TERMINATE
019700         THRU 9000-TERMINATE-EXIT.
019800     STOP RUN.
019900 0000-MAINLINE-EXIT.
020000     EXIT.
020100*-----------------------------------------------------------*
020200* 1000-INITIALIZE - SETTLE THE SELECTION FROM THE CARD AND  *
020300*                   OPEN THE REPORT.  NO CARD LISTS THE     *
020400*                   WHOLE JOURNAL; A DATE THAT IS NOT       *
020500*                   NUMERIC IS LEFT OPEN AND SAID SO.       *
020600*-----------------------------------------------------------*
020700 1000-INITIALIZE.
020800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020900     MOVE SPACES TO JOURNAL-CARD.
021000     OPEN INPUT JOURNAL-CARD-FILE.
021100     IF WS-JRNLCARD-STATUS NOT = '35'
021200         READ JOURNAL-CARD-FILE
021300             AT END
021400                 MOVE SPACES TO JOURNAL-CARD
021500         END-READ
021600         PERFORM 1050-SETTLE-SELECTION
021700             THRU 1050-SETTLE-SELECTION-EXIT
021800         CLOSE JOURNAL-CARD-FILE
021900     END-IF.
022000     OPEN OUTPUT JOURNAL-REPORT-FILE.
022100     IF WS-JRNLRPT-STATUS NOT = '00'
022200         DISPLAY 'DAY01JR - CANNOT OPEN JRNLRPT, STATUS '
022300             WS-JRNLRPT-STATUS
022400         MOVE 12 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     MOVE WS-RUN-DATE TO JH1-RUN-DATE.
022800     WRITE JRNL-RECORD FROM JRNL-HEADING-1.
022900     IF ALL-OPERATORS
023000         MOVE 'ALL' TO JH2-OPERATOR-ID
023100     ELSE
023200         MOVE WS-SEL-OPERATOR-ID TO JH2-OPERATOR-ID
023300     END-IF.
023400     MOVE WS-SEL-FROM-DATE TO JH2-FROM-DATE.
023500     MOVE WS-SEL-TO-DATE TO JH2-TO-DATE.
023600     WRITE JRNL-RECORD FROM JRNL-HEADING-2.
023700     WRITE JRNL-RECORD FROM JRNL-BLANK-LINE.
023800     WRITE JRNL-RECORD FROM JRNL-HEADING-3.
023900 1000-INITIALIZE-EXIT.
024000     EXIT.
024100 1050-SETTLE-SELECTION.
024200     MOVE JC-OPERATOR-ID TO WS-SEL-OPERATOR-ID.
024300     IF JC-FROM-DATE-X NOT = SPACES
024400         IF JC-FROM-DATE NUMERIC
024500             MOVE JC-FROM-DATE TO WS-SEL-FROM-DATE
024600         ELSE
024700             DISPLAY 'DAY01JR - BAD FROM DATE ON SELECTION CARD '
024800                 'IGNORED: ' JC-FROM-DATE-X
024900         END-IF
025000     END-IF.
025100     IF JC-TO-DATE-X NOT = SPACES
025200         IF JC-TO-DATE NUMERIC
025300             MOVE JC-TO-DATE TO WS-SEL-TO-DATE
025400         ELSE
025500             DISPLAY 'DAY01JR - BAD TO DATE ON SELECTION CARD '
025600                 'IGNORED: ' JC-TO-DATE-X
025700         END-IF
025800     END-IF.
025900 1050-SETTLE-SELECTION-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------*
026200* 2000-RELEASE-JOURNAL - SORT INPUT PROCEDURE.  RELEASE     *
026300*                        EVERY JOURNAL ENTRY IN THE DATE    *
026400*                        RANGE THAT THE SELECTED OPERATOR   *
026500*                        ENTERED OR APPROVED.  NO JOURNAL   *
026600*                        YET IS AN EMPTY REPORT.            *
026700*-----------------------------------------------------------*
026800 2000-RELEASE-JOURNAL.
026900     OPEN INPUT CHANGE-JOURNAL-FILE.
027000     IF WS-CHGJRNL-STATUS = '35'
027100         GO TO 2000-RELEASE-JOURNAL-EXIT
027200     END-IF.
027300     PERFORM 2100-RELEASE-ONE
027400         THRU 2100-RELEASE-ONE-EXIT
027500         UNTIL JOURNAL-EOF.
027600     CLOSE CHANGE-JOURNAL-FILE.
027700 2000-RELEASE-JOURNAL-EXIT.
027800     EXIT.
027900 2100-RELEASE-ONE.
028000     READ CHANGE-JOURNAL-FILE
028100         AT END
028200             SET JOURNAL-EOF TO TRUE
028300             GO TO 2100-RELEASE-ONE-EXIT
028400     END-READ.
028500     ADD 1 TO WS-JOURNAL-READ-COUNT.
028600     IF CJ-CHANGE-DATE < WS-SEL-FROM-DATE
028700        OR CJ-CHANGE-DATE > WS-SEL-TO-DATE
028800         GO TO 2100-RELEASE-ONE-EXIT
028900     END-IF.
029000     IF NOT ALL-OPERATORS
029100        AND CJ-OPERATOR-ID NOT = WS-SEL-OPERATOR-ID
029200        AND CJ-APPROVER-ID NOT = WS-SEL-OPERATOR-ID
029300         GO TO 2100-RELEASE-ONE-EXIT
029400     END-IF.
029500     MOVE CJ-OPERATOR-ID TO SJ-OPERATOR-ID.
029600     MOVE CJ-CHANGE-DATE TO SJ-CHANGE-DATE.
029700     MOVE CJ-CHANGE-TIME TO SJ-CHANGE-TIME.
029800     MOVE CHANGE-JOURNAL-RECORD TO SJ-JOURNAL-RECORD.
029900     RELEASE SORT-JOURNAL-RECORD.
030000     ADD 1 TO WS-SELECTED-COUNT.
030100 2100-RELEASE-ONE-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400* 3000-PRINT-JOURNAL - SORT OUTPUT PROCEDURE.  TWO LINES    *
030500*                      PER ENTRY, THE CHANGE AND THE ROW    *
030600*                      BEFORE AND AFTER, WITH A SUBTOTAL AT *
030700*                      EACH CHANGE OF OPERATOR.             *
030800*-----------------------------------------------------------*
030900 3000-PRINT-JOURNAL.
031000     MOVE 'N' TO WS-SORT-EOF-SW.
031100     PERFORM 3100-RETURN-ONE
031200         THRU 3100-RETURN-ONE-EXIT
031300         UNTIL SORT-EOF.
031400     IF WS-GROUP-OPERATOR-ID NOT = LOW-VALUES
031500         PERFORM 3200-PRINT-OPERATOR-TOTAL
031600             THRU 3200-PRINT-OPERATOR-TOTAL-EXIT
031700     ELSE
031800         WRITE JRNL-RECORD FROM JRNL-BLANK-LINE
031900         WRITE JRNL-RECORD FROM JRNL-NONE-LINE
032000     END-IF.
032100 3000-PRINT-JOURNAL-EXIT.
032200     EXIT.
032300 3100-RETURN-ONE.
032400     RETURN SORT-WORK-FILE
032500         AT END
032600             SET SORT-EOF TO TRUE
032700             GO TO 3100-RETURN-ONE-EXIT
032800     END-RETURN.
032900     MOVE SJ-JOURNAL-RECORD TO WS-JOURNAL-ENTRY.
033000     IF WJ-OPERATOR-ID NOT = WS-GROUP-OPERATOR-ID
033100         IF WS-GROUP-OPERATOR-ID NOT = LOW-VALUES
033200             PERFORM 3200-PRINT-OPERATOR-TOTAL
033300                 THRU 3200-PRINT-OPERATOR-TOTAL-EXIT
033400         END-IF
033500         MOVE WJ-OPERATOR-ID TO WS-GROUP-OPERATOR-ID
033600         ADD 1 TO WS-OPERATOR-COUNT
033700         MOVE 0 TO WS-OP-CHANGE-COUNT
033800         MOVE 0 TO WS-OP-APPROVED-COUNT
033900         WRITE JRNL-RECORD FROM JRNL-BLANK-LINE
034000     END-IF.
034100     ADD 1 TO WS-OP-CHANGE-COUNT.
034200     IF WJ-APPROVER-ID NOT = SPACES
034300         ADD 1 TO WS-OP-APPROVED-COUNT
034400         ADD 1 TO WS-APPROVED-COUNT
034500     END-IF.
034600     MOVE WJ-CHANGE-DATE  TO JDL-CHANGE-DATE.
034700     MOVE WJ-CHANGE-TIME  TO JDL-CHANGE-TIME.
034800     MOVE WJ-MASTER-CODE  TO JDL-MASTER-CODE.
034900     MOVE WJ-PROGRAM-ID   TO JDL-PROGRAM-ID.
035000     MOVE WJ-ACTION       TO JDL-ACTION.
035100     MOVE WJ-RECORD-KEY   TO JDL-RECORD-KEY.
035200     MOVE WJ-OPERATOR-ID  TO JDL-OPERATOR-ID.
035300     MOVE WJ-APPROVER-ID  TO JDL-APPROVER-ID.
035400     MOVE WJ-REASON-CODE  TO JDL-REASON-CODE.
035500     WRITE JRNL-RECORD FROM JRNL-DETAIL-LINE.
035600     MOVE WJ-BEFORE-IMAGE TO JIL-BEFORE-IMAGE.
035700     MOVE WJ-AFTER-IMAGE  TO JIL-AFTER-IMAGE.
035800     WRITE JRNL-RECORD FROM JRNL-IMAGE-LINE.
035900 3100-RETURN-ONE-EXIT.
036000     EXIT.
036100 3200-PRINT-OPERATOR-TOTAL.
036200     MOVE WS-GROUP-OPERATOR-ID TO JOT-OPERATOR-ID.
036300     MOVE WS-OP-CHANGE-COUNT TO JOT-CHANGE-COUNT.
036400     MOVE WS-OP-APPROVED-COUNT TO JOT-APPROVED-COUNT.
036500     WRITE JRNL-RECORD FROM JRNL-OPERATOR-TOTAL.
036600 3200-PRINT-OPERATOR-TOTAL-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------*
036900* 9000-TERMINATE - PRINT THE GRAND TOTALS AND CLOSE UP      *
037000*-----------------------------------------------------------*
037100 9000-TERMINATE.
037200     WRITE JRNL-RECORD FROM JRNL-BLANK-LINE.
037300     MOVE WS-JOURNAL-READ-COUNT TO JT-JOURNAL-READ-COUNT.
037400     WRITE JRNL-RECORD FROM JRNL-TOTAL-LINE-1.
037500     MOVE WS-SELECTED-COUNT TO JT-SELECTED-COUNT.
037600     MOVE WS-OPERATOR-COUNT TO JT-OPERATOR-COUNT.
037700     WRITE JRNL-RECORD FROM JRNL-TOTAL-LINE-2.
037800     MOVE WS-APPROVED-COUNT TO JT-APPROVED-COUNT.
037900     WRITE JRNL-RECORD FROM JRNL-TOTAL-LINE-3.
038000     CLOSE JOURNAL-REPORT-FILE.
038100     DISPLAY 'JOURNAL ENTRIES READ ' WS-JOURNAL-READ-COUNT.
038200     DISPLAY 'SELECTED ' WS-SELECTED-COUNT.
038300     MOVE 0 TO RETURN-CODE.
038400     PERFORM 9800-WRITE-BATCH-CONTROL
038500         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
038600 9000-TERMINATE-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------*
038900* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
039000*                            HASH TOTALS AND CONDITION CODE *
039100*                            TO THE SHARED BATCH CONTROL    *
039200*                            LEDGER                         *
039300*-----------------------------------------------------------*
039400 9800-WRITE-BATCH-CONTROL.
039500     MOVE SPACES TO BATCH-CONTROL-RECORD.
039600     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
039700     ACCEPT BC-RUN-TIME FROM TIME.
039800     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
039900         ON EXCEPTION
040000             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
040100     END-ACCEPT.
040200     IF BC-BUSINESS-DATE NOT NUMERIC
040300         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
040400     END-IF.
040500     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
040600         ON EXCEPTION
040700             MOVE 'UNKNOWN ' TO BC-JOB-ID
040800     END-ACCEPT.
040900     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
041000         ON EXCEPTION
041100             MOVE 'DAY01JR' TO BC-STEP-NAME
041200     END-ACCEPT.
041300     MOVE 'DAY01JR' TO BC-PROGRAM-ID.
041400     MOVE WS-JOURNAL-READ-COUNT TO BC-RECORDS-IN.
041500     MOVE WS-SELECTED-COUNT TO BC-RECORDS-OUT.
041600     MOVE 0 TO BC-HASH-IN.
041700     MOVE 0 TO BC-HASH-OUT.
041800     MOVE RETURN-CODE TO BC-CONDITION-CODE.
041900     OPEN EXTEND BATCH-CONTROL-FILE.
042000     IF WS-BATCHCTL-STATUS = '35'
042100         OPEN OUTPUT BATCH-CONTROL-FILE
042200     END-IF.
042300     WRITE BATCH-CONTROL-RECORD.
042400     CLOSE BATCH-CONTROL-FILE.
042500 9800-WRITE-BATCH-CONTROL-EXIT.
042600     EXIT.
