000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAY01AP.
000300 AUTHOR.        J MAKINEN.
000400 INSTALLATION.  AOC19 LAUNCH OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* 2026-10-15 JM   ORIGINAL VERSION - MAINTENANCE APPROVAL   *
001100*                 RELEASE.  DAY01MM, DAY01PM AND DAY01TM    *
001200*                 HOLD A SENSITIVE CARD ON THE PENDING      *
001300*                 APPROVAL FILE (PENDAPPR, DAY01PA) INSTEAD *
001400*                 OF APPLYING IT.  THIS RUN READS A SECOND  *
001500*                 OPERATOR'S DECISIONS (APPRCARD, DAY01AC), *
001600*                 RECORDS EACH AGAINST ITS HELD CARD, AND   *
001700*                 WRITES THE APPROVED CARDS, WITH THE       *
001800*                 APPROVER FILLED IN, TO THE RELEASE DECK   *
001900*                 OF THEIR MAINTENANCE PROGRAM (MMRELS,     *
002000*                 PMRELS, TMRELS).  THE OPERATOR WHO        *
002100*                 ENTERED A CARD MAY NOT APPROVE IT.  THE   *
002200*                 WHOLE PENDING FILE, DECISIONS INCLUDED,   *
002300*                 IS WRITTEN TO PENDNEW FOR THE JOB TO SWAP *
002400*                 IN.  RELEASED CARDS ARE ADDED TO THE END  *
002500*                 OF THE RELEASE DECKS, AND EACH            *
002600*                 MAINTENANCE PROGRAM EMPTIES ITS DECK ONCE *
002700*                 IT HAS APPLIED THEM.  A DECISION IS       *
002800*                 THEREFORE RELEASED ONCE, AND IS NOT LOST  *
002900*                 WHEN THIS RUN IS REPEATED BEFORE THE      *
002920*                 MAINTENANCE STEP.  THE APPROVAL REGISTER  *
002940*                 (APPRRPT) LISTS EVERY DECISION CARD AND   *
002960*                 EVERY CARD STILL WAITING.  RC 4 WHEN ANY  *
002980*                 DECISION CARD IS REJECTED.                *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PENDAPPR-STATUS.
003700     SELECT APPROVAL-CARD-FILE ASSIGN TO APPRCARD
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-APPRCARD-STATUS.
004000     SELECT PENDING-NEW-FILE ASSIGN TO PENDNEW
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PENDNEW-STATUS.
004300     SELECT MM-RELEASE-FILE ASSIGN TO MMRELS
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-MMRELS-STATUS.
004600     SELECT PM-RELEASE-FILE ASSIGN TO PMRELS
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PMRELS-STATUS.
004900     SELECT TM-RELEASE-FILE ASSIGN TO TMRELS
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TMRELS-STATUS.
005200     SELECT APPROVAL-REPORT-FILE ASSIGN TO APPRRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-APPRRPT-STATUS.
005500     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BATCHCTL-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PENDING-APPROVAL-FILE
006100     RECORDING MODE IS F.
006200 01  PENDAPPR-RECORD             PIC X(147).
006300 FD  APPROVAL-CARD-FILE
006400     RECORDING MODE IS F.
006500     COPY DAY01AC.
006600 FD  PENDING-NEW-FILE
006700     RECORDING MODE IS F.
006800 01  PENDNEW-RECORD              PIC X(147).
006900 FD  MM-RELEASE-FILE
007000     RECORDING MODE IS F.
007100 01  MMRELS-RECORD               PIC X(050).
007200 FD  PM-RELEASE-FILE
007300     RECORDING MODE IS F.
007400 01  PMRELS-RECORD               PIC X(038).
007500 FD  TM-RELEASE-FILE
007600     RECORDING MODE IS F.
007700 01  TMRELS-RECORD               PIC X(049).
007800 FD  APPROVAL-REPORT-FILE
007900     RECORDING MODE IS F.
008000 01  APPR-RECORD                 PIC X(132).
008100 FD  BATCH-CONTROL-FILE
008200     RECORDING MODE IS F.
008300     COPY DAY01BC.
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITCHES.
008600     05  WS-CARD-EOF-SW          PIC X(01)  VALUE 'N'.
008700         88  CARD-EOF                       VALUE 'Y'.
008800     05  WS-PEND-EOF-SW          PIC X(01)  VALUE 'N'.
008900         88  PENDING-EOF                    VALUE 'Y'.
009000     05  WS-CARD-FOUND-SW        PIC X(01)  VALUE 'N'.
009100         88  CARD-FOUND                     VALUE 'Y'.
009200         88  CARD-NOT-FOUND                 VALUE 'N'.
009300 01  WS-PENDAPPR-STATUS          PIC X(02)  VALUE SPACES.
009400 01  WS-APPRCARD-STATUS          PIC X(02)  VALUE SPACES.
009500 01  WS-PENDNEW-STATUS           PIC X(02)  VALUE SPACES.
009600 01  WS-MMRELS-STATUS            PIC X(02)  VALUE SPACES.
009700 01  WS-PMRELS-STATUS            PIC X(02)  VALUE SPACES.
009800 01  WS-TMRELS-STATUS            PIC X(02)  VALUE SPACES.
009900 01  WS-APPRRPT-STATUS           PIC X(02)  VALUE SPACES.
010000 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
010100 01  WS-RUN-IDENTIFICATION.
010200     05  WS-RUN-DATE             PIC 9(08).
010300 01  WS-APPROVAL-COUNTERS.
010400     05  WS-CARD-READ-COUNT      PIC 9(05)  COMP VALUE 0.
010500     05  WS-APPROVED-COUNT       PIC 9(05)  COMP VALUE 0.
010600     05  WS-DECLINED-COUNT       PIC 9(05)  COMP VALUE 0.
010700     05  WS-CARD-REJECTED-COUNT  PIC 9(05)  COMP VALUE 0.
010800     05  WS-PEND-READ-COUNT      PIC 9(05)  COMP VALUE 0.
010900     05  WS-STILL-PENDING-COUNT  PIC 9(05)  COMP VALUE 0.
011000     05  WS-MM-RELEASED-COUNT    PIC 9(05)  COMP VALUE 0.
011100     05  WS-PM-RELEASED-COUNT    PIC 9(05)  COMP VALUE 0.
011200     05  WS-TM-RELEASED-COUNT    PIC 9(05)  COMP VALUE 0.
011300     05  WS-RELEASED-COUNT       PIC 9(05)  COMP VALUE 0.
011400*    THE HELD CARD LIVES IN WORKING STORAGE (READ INTO) SO IT
011500*    CAN STILL BE LISTED FROM PENDNEW ONCE PENDAPPR IS CLOSED.
011600     COPY DAY01PA.
011700*    THE THREE MAINTENANCE CARD LAYOUTS, SO THE APPROVER CAN BE
011800*    FILLED IN ON A RELEASED CARD.
011900     COPY DAY01T.
012000     COPY DAY01R.
012100     COPY DAY01U.
012200*    THE DECISION CARDS, HELD UNTIL THE PENDING FILE HAS BEEN
012300*    PASSED.  CE-RESULT STAYS SPACES ON A CARD THAT PASSED ITS
012400*    EDITS UNTIL ITS HELD CARD IS FOUND.
012500 01  WS-CARD-TABLE-AREA.
012600     05  WS-CARD-MAX             PIC 9(05)  COMP VALUE 500.
012700     05  WS-CARD-COUNT           PIC 9(05)  COMP VALUE 0.
012800     05  WS-CARD-IDX             PIC 9(05)  COMP VALUE 0.
012900     05  WS-HIT-IDX              PIC 9(05)  COMP VALUE 0.
013000     05  WS-CARD-ENTRY OCCURS 500 TIMES.
013100         10  CE-PENDING-KEY.
013200             15  CE-MASTER-CODE  PIC X(01).
013300             15  CE-ENTERED-DATE PIC X(08).
013400             15  CE-ENTERED-TIME PIC X(08).
013500             15  CE-ENTRY-SEQ    PIC X(05).
013600         10  CE-DECISION         PIC X(01).
013700             88  CE-DECISION-APPROVE        VALUE 'A'.
013800         10  CE-APPROVER-ID      PIC X(08).
013900         10  CE-RESULT           PIC X(28).
014000         10  CE-OPERATOR-ID      PIC X(08).
014100         10  CE-REASON-CODE      PIC X(04).
014200         10  CE-BEFORE-VALUE     PIC X(09).
014300         10  CE-AFTER-VALUE      PIC X(09).
014400 01  APPR-HEADING-1.
014500     05  FILLER                  PIC X(34)
014600         VALUE 'MAINTENANCE APPROVAL REGISTER     '.
014700     05  FILLER                  PIC X(06)  VALUE SPACES.
014800     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
014900     05  AH1-RUN-DATE            PIC 9(08).
015000 01  APPR-SECTION-LINE.
015100     05  ASL-TITLE               PIC X(40).
015200 01  APPR-HEADING-2.
015300     05  FILLER                  PIC X(26)
015400         VALUE 'M ENTERED  TIME     SEQ  '.
015500     05  FILLER                  PIC X(02)  VALUE 'D'.
015600     05  FILLER                  PIC X(09)  VALUE 'APPROVER'.
015700     05  FILLER                  PIC X(09)  VALUE 'OPERATOR'.
015800     05  FILLER                  PIC X(05)  VALUE 'RSN'.
015900     05  FILLER                  PIC X(10)  VALUE '   BEFORE'.
016000     05  FILLER                  PIC X(10)  VALUE '    AFTER'.
016100     05  FILLER                  PIC X(28)  VALUE 'RESULT'.
016200 01  APPR-DETAIL-LINE.
016300     05  ADL-MASTER-CODE         PIC X(01).
016400     05  FILLER                  PIC X(01)  VALUE SPACE.
016500     05  ADL-ENTERED-DATE        PIC X(08).
016600     05  FILLER                  PIC X(01)  VALUE SPACE.
016700     05  ADL-ENTERED-TIME        PIC X(08).
016800     05  FILLER                  PIC X(01)  VALUE SPACE.
016900     05  ADL-ENTRY-SEQ           PIC X(05).
017000     05  FILLER                  PIC X(01)  VALUE SPACE.
017100     05  ADL-DECISION            PIC X(01).
017200     05  FILLER                  PIC X(01)  VALUE SPACE.
017300     05  ADL-APPROVER-ID         PIC X(08).
017400     05  FILLER                  PIC X(01)  VALUE SPACE.
017500     05  ADL-OPERATOR-ID         PIC X(08).
017600     05  FILLER                  PIC X(01)  VALUE SPACE.
017700     05  ADL-REASON-CODE         PIC X(04).
017800     05  FILLER                  PIC X(01)  VALUE SPACE.
017900     05  ADL-BEFORE-VALUE        PIC X(09).
018000     05  FILLER                  PIC X(01)  VALUE SPACE.
018100     05  ADL-AFTER-VALUE         PIC X(09).
018200     05  FILLER                  PIC X(01)  VALUE SPACE.
018300     05  ADL-RESULT              PIC X(28).
018400 01  APPR-NONE-LINE.
018500     05  FILLER                  PIC X(40)
018600         VALUE '    NONE                                '.
018700 01  APPR-TOTAL-LINE-1.
018800     05  FILLER                  PIC X(20)
018900         VALUE 'DECISION CARDS:     '.
019000     05  AT-CARD-READ-COUNT      PIC ZZZZ9.
019100     05  FILLER                  PIC X(14)  VALUE '   APPROVED:'.
019200     05  AT-APPROVED-COUNT       PIC ZZZZ9.
019300     05  FILLER                  PIC X(14)  VALUE '   DECLINED:'.
019400     05  AT-DECLINED-COUNT       PIC ZZZZ9.
019500     05  FILLER                  PIC X(14)  VALUE '   REJECTED:'.
019600     05  AT-REJECTED-COUNT       PIC ZZZZ9.
019700 01  APPR-TOTAL-LINE-2.
019800     05  FILLER                  PIC X(20)
019900         VALUE 'RELEASED - DAY01MM: '.
020000     05  AT-MM-RELEASED-COUNT    PIC ZZZZ9.
020100     05  FILLER                  PIC X(14)  VALUE '   DAY01PM:'.
020200     05  AT-PM-RELEASED-COUNT    PIC ZZZZ9.
020300     05  FILLER                  PIC X(14)  VALUE '   DAY01TM:'.
020400     05  AT-TM-RELEASED-COUNT    PIC ZZZZ9.
020500 01  APPR-TOTAL-LINE-3.
020600     05  FILLER                  PIC X(20)
020700         VALUE 'STILL PENDING:      '.
020800     05  AT-STILL-PENDING-COUNT  PIC ZZZZ9.
020900 01  APPR-BLANK-LINE             PIC X(01)  VALUE SPACE.
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-INITIALIZE-EXIT.
021400     PERFORM 2000-PROCESS-PENDING
021500         THRU 2000-PROCESS-PENDING-EXIT
021600         UNTIL PENDING-EOF.
021700     PERFORM 3000-PRINT-DECISIONS
021800         THRU 3000-PRINT-DECISIONS-EXIT.
021900     PERFORM 4000-PRINT-STILL-PENDING
022000         THRU 4000-PRINT-STILL-PENDING-EXIT.
022100     PERFORM 9000-TERMINATE
022200         THRU 9000-TERMINATE-EXIT.
022300     STOP RUN.
022400 0000-MAINLINE-EXIT.
022500     EXIT.
022600*-----------------------------------------------------------*
022700* 1000-INITIALIZE - LOAD AND EDIT THE DECISION CARDS, OPEN  *
022800*                   THE PENDING FILE AND THE OUTPUTS AND    *
022900*                   READ THE FIRST HELD CARD.  NO DECISION  *
023000*                   CARDS OR NO PENDING FILE IS NOT AN      *
023100*                   ERROR - THE PENDING FILE IS CARRIED     *
023200*                   FORWARD AND THE REGISTER STILL LISTS    *
023300*                   WHAT IS WAITING.                        *
023314*                   AN UNREADABLE PENDING FILE OR RELEASE   *
023328*                   DECK ENDS THE RUN WITH RC 12.  THE      *
023342*                   DECKS ARE OPENED TO APPEND, SO CARDS    *
023356*                   RELEASED BY AN EARLIER RUN STAY ON THEM *
023370*                   UNTIL THEIR MAINTENANCE PROGRAM HAS     *
023384*                   APPLIED THEM.                           *
023400*-----------------------------------------------------------*
023500 1000-INITIALIZE.
023600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023700     OPEN INPUT APPROVAL-CARD-FILE.
023800     IF WS-APPRCARD-STATUS = '35'
023900         SET CARD-EOF TO TRUE
024000     ELSE
024100         PERFORM 1100-LOAD-CARD
024200             THRU 1100-LOAD-CARD-EXIT
024300             UNTIL CARD-EOF
024400         CLOSE APPROVAL-CARD-FILE
024500     END-IF.
024600     OPEN INPUT PENDING-APPROVAL-FILE.
024700     IF WS-PENDAPPR-STATUS = '35'
024800         SET PENDING-EOF TO TRUE
024900     ELSE IF WS-PENDAPPR-STATUS NOT = '00'
024902         DISPLAY 'DAY01AP - CANNOT OPEN PENDAPPR, STATUS '
024904             WS-PENDAPPR-STATUS
024906         MOVE 12 TO RETURN-CODE
024908         STOP RUN
024910     END-IF.
024912     OPEN EXTEND MM-RELEASE-FILE.
024914     IF WS-MMRELS-STATUS = '35'
024916         OPEN OUTPUT MM-RELEASE-FILE
024918     END-IF.
024920     IF WS-MMRELS-STATUS NOT = '00'
024922         DISPLAY 'DAY01AP - CANNOT OPEN MMRELS, STATUS '
024924             WS-MMRELS-STATUS
024926         MOVE 12 TO RETURN-CODE
024928         STOP RUN
024930     END-IF.
024932     OPEN EXTEND PM-RELEASE-FILE.
024934     IF WS-PMRELS-STATUS = '35'
024936         OPEN OUTPUT PM-RELEASE-FILE
024938     END-IF.
024940     IF WS-PMRELS-STATUS NOT = '00'
024942         DISPLAY 'DAY01AP - CANNOT OPEN PMRELS, STATUS '
024944             WS-PMRELS-STATUS
024946         MOVE 12 TO RETURN-CODE
024948         STOP RUN
024950     END-IF.
024952     OPEN EXTEND TM-RELEASE-FILE.
024954     IF WS-TMRELS-STATUS = '35'
024956         OPEN OUTPUT TM-RELEASE-FILE
024958     END-IF.
024960     IF WS-TMRELS-STATUS NOT = '00'
024962         DISPLAY 'DAY01AP - CANNOT OPEN TMRELS, STATUS '
024964             WS-TMRELS-STATUS
024966         MOVE 12 TO RETURN-CODE
024968         STOP RUN
024970     END-IF.
025000     OPEN OUTPUT PENDING-NEW-FILE.
025100     IF WS-PENDNEW-STATUS NOT = '00'
025200         DISPLAY 'DAY01AP - CANNOT OPEN PENDNEW, STATUS '
025300             WS-PENDNEW-STATUS
025400         MOVE 12 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
026000     OPEN OUTPUT APPROVAL-REPORT-FILE.
026100     IF WS-APPRRPT-STATUS NOT = '00'
026200         DISPLAY 'DAY01AP - CANNOT OPEN APPRRPT, STATUS '
026300             WS-APPRRPT-STATUS
026400         MOVE 12 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     MOVE WS-RUN-DATE TO AH1-RUN-DATE.
026800     WRITE APPR-RECORD FROM APPR-HEADING-1.
026900     WRITE APPR-RECORD FROM APPR-BLANK-LINE.
027000     IF NOT PENDING-EOF
027100         PERFORM 2900-READ-PENDING
027200             THRU 2900-READ-PENDING-EXIT
027300     END-IF.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600*-----------------------------------------------------------*
027700* 1100-LOAD-CARD - ONE DECISION CARD INTO THE TABLE.  A     *
027800*                  CARD WITH A BAD KEY, AN UNKNOWN          *
027900*                  DECISION, NO APPROVER, OR A KEY ALREADY  *
028000*                  DECIDED EARLIER IN THE DECK CARRIES ITS  *
028100*                  REJECT REASON FROM HERE AND IS NEVER     *
028200*                  MATCHED.                                 *
028300*-----------------------------------------------------------*
028400 1100-LOAD-CARD.
028500     READ APPROVAL-CARD-FILE
028600         AT END
028700             SET CARD-EOF TO TRUE
028800             GO TO 1100-LOAD-CARD-EXIT
028900     END-READ.
029000     ADD 1 TO WS-CARD-READ-COUNT.
029100     IF WS-CARD-COUNT NOT < WS-CARD-MAX
029200         DISPLAY 'DAY01AP - DECISION CARD TABLE FULL AT '
029300             WS-CARD-MAX
029400         MOVE 12 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700     ADD 1 TO WS-CARD-COUNT.
029800     MOVE WS-CARD-COUNT TO WS-CARD-IDX.
029900     MOVE AC-PENDING-KEY  TO CE-PENDING-KEY (WS-CARD-IDX).
030000     MOVE AC-DECISION     TO CE-DECISION (WS-CARD-IDX).
030100     MOVE AC-APPROVER-ID  TO CE-APPROVER-ID (WS-CARD-IDX).
030200     MOVE SPACES          TO CE-RESULT (WS-CARD-IDX)
030300                             CE-OPERATOR-ID (WS-CARD-IDX)
030400                             CE-REASON-CODE (WS-CARD-IDX)
030500                             CE-BEFORE-VALUE (WS-CARD-IDX)
030600                             CE-AFTER-VALUE (WS-CARD-IDX).
030700     IF (AC-MASTER-CODE NOT = 'M' AND 'P' AND 'T')
030800        OR AC-ENTERED-DATE NOT NUMERIC
030900        OR AC-ENTERED-TIME NOT NUMERIC
031000        OR AC-ENTRY-SEQ NOT NUMERIC
031100         MOVE 'INVALID PENDING KEY' TO CE-RESULT (WS-CARD-IDX)
031200     ELSE IF NOT AC-DECISION-APPROVE
031300        AND NOT AC-DECISION-DECLINE
031400         MOVE 'INVALID DECISION CODE' TO CE-RESULT (WS-CARD-IDX)
031500     ELSE IF AC-APPROVER-ID = SPACES
031600         MOVE 'MISSING APPROVER ID' TO CE-RESULT (WS-CARD-IDX)
031700     ELSE
031800         PERFORM 1150-TEST-DUPLICATE
031900             THRU 1150-TEST-DUPLICATE-EXIT
032000             VARYING WS-HIT-IDX FROM 1 BY 1
032100             UNTIL WS-HIT-IDX NOT < WS-CARD-IDX
032200     END-IF.
032300 1100-LOAD-CARD-EXIT.
032400     EXIT.
032500 1150-TEST-DUPLICATE.
032600     IF CE-PENDING-KEY (WS-HIT-IDX) = CE-PENDING-KEY (WS-CARD-IDX)
032700         MOVE 'DUPLICATE DECISION CARD' TO CE-RESULT (WS-CARD-IDX)
032800     END-IF.
032900 1150-TEST-DUPLICATE-EXIT.
033000     EXIT.
033100*-----------------------------------------------------------*
033200* 2000-PROCESS-PENDING - ONE HELD CARD.  A CARD STILL       *
033300*                        WAITING TAKES THE DECISION CARD    *
033400*                        THAT NAMES IT, IF ANY; AN APPROVED *
033500*                        CARD IS RELEASED TO ITS            *
033600*                        MAINTENANCE PROGRAM.  EVERY        *
033700*                        RECORD, DECIDED OR NOT, IS CARRIED *
033800*                        TO PENDNEW.                        *
033900*-----------------------------------------------------------*
034000 2000-PROCESS-PENDING.
034100     ADD 1 TO WS-PEND-READ-COUNT.
034200     SET CARD-NOT-FOUND TO TRUE.
034300     PERFORM 2100-TEST-CARD-ENTRY
034400         THRU 2100-TEST-CARD-ENTRY-EXIT
034500         VARYING WS-CARD-IDX FROM 1 BY 1
034600         UNTIL WS-CARD-IDX > WS-CARD-COUNT
034700            OR CARD-FOUND.
034800     IF CARD-FOUND
034900         PERFORM 2200-APPLY-DECISION
035000             THRU 2200-APPLY-DECISION-EXIT
035100     END-IF.
035200     IF PA-STATUS-PENDING
035300         ADD 1 TO WS-STILL-PENDING-COUNT
035400     END-IF.
035500     WRITE PENDNEW-RECORD FROM PENDING-APPROVAL-RECORD.
035600     PERFORM 2900-READ-PENDING
035700         THRU 2900-READ-PENDING-EXIT.
035800 2000-PROCESS-PENDING-EXIT.
035900     EXIT.
036000 2100-TEST-CARD-ENTRY.
036100     IF CE-PENDING-KEY (WS-CARD-IDX) = PA-PENDING-KEY
036200        AND CE-RESULT (WS-CARD-IDX) = SPACES
036300         SET CARD-FOUND TO TRUE
036400         MOVE WS-CARD-IDX TO WS-HIT-IDX
036500     END-IF.
036600 2100-TEST-CARD-ENTRY-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------*
036900* 2200-APPLY-DECISION - RECORD THE DECISION ON THE HELD     *
037000*                       CARD.  A CARD ALREADY DECIDED IN AN *
037100*                       EARLIER RUN, OR ONE THE APPROVER    *
037200*                       ENTERED, IS LEFT AS IT IS AND THE   *
037300*                       DECISION CARD REJECTED.             *
037400*-----------------------------------------------------------*
037500 2200-APPLY-DECISION.
037600     MOVE PA-OPERATOR-ID  TO CE-OPERATOR-ID (WS-HIT-IDX).
037700     MOVE PA-REASON-CODE  TO CE-REASON-CODE (WS-HIT-IDX).
037800     MOVE PA-BEFORE-VALUE TO CE-BEFORE-VALUE (WS-HIT-IDX).
037900     MOVE PA-AFTER-VALUE  TO CE-AFTER-VALUE (WS-HIT-IDX).
038000     IF NOT PA-STATUS-PENDING
038100         MOVE 'ALREADY DECIDED' TO CE-RESULT (WS-HIT-IDX)
038200         GO TO 2200-APPLY-DECISION-EXIT
038300     END-IF.
038400     IF CE-APPROVER-ID (WS-HIT-IDX) = PA-OPERATOR-ID
038500         MOVE 'APPROVER ENTERED THE CARD'
038600                             TO CE-RESULT (WS-HIT-IDX)
038700         GO TO 2200-APPLY-DECISION-EXIT
038800     END-IF.
038900     MOVE CE-APPROVER-ID (WS-HIT-IDX) TO PA-APPROVER-ID.
039000     MOVE WS-RUN-DATE TO PA-DECISION-DATE.
039100     IF CE-DECISION-APPROVE (WS-HIT-IDX)
039200         SET PA-STATUS-APPROVED TO TRUE
039300         ADD 1 TO WS-APPROVED-COUNT
039400         MOVE 'APPROVED AND RELEASED' TO CE-RESULT (WS-HIT-IDX)
039500         PERFORM 2300-RELEASE-CARD
039600             THRU 2300-RELEASE-CARD-EXIT
039700     ELSE
039800         SET PA-STATUS-DECLINED TO TRUE
039900         ADD 1 TO WS-DECLINED-COUNT
040000         MOVE 'DECLINED' TO CE-RESULT (WS-HIT-IDX)
040100     END-IF.
040200 2200-APPLY-DECISION-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------*
040500* 2300-RELEASE-CARD - THE HELD CARD, AS ENTERED, WITH THE   *
040600*                     APPROVER FILLED IN, TO THE RELEASE    *
040700*                     DECK OF THE PROGRAM THAT HELD IT      *
040800*-----------------------------------------------------------*
040900 2300-RELEASE-CARD.
041000     ADD 1 TO WS-RELEASED-COUNT.
041100     IF PA-MODULE-MASTER
041200         MOVE PA-TRANSACTION-IMAGE TO MASTER-TRANSACTION-RECORD
041300         MOVE PA-APPROVER-ID TO TX-APPROVER-ID
041400         WRITE MMRELS-RECORD FROM MASTER-TRANSACTION-RECORD
041500         ADD 1 TO WS-MM-RELEASED-COUNT
041600     ELSE IF PA-PRICE-TABLE
041700         MOVE PA-TRANSACTION-IMAGE TO PRICE-TRANSACTION-RECORD
041800         MOVE PA-APPROVER-ID TO PR-APPROVER-ID
041900         WRITE PMRELS-RECORD FROM PRICE-TRANSACTION-RECORD
042000         ADD 1 TO WS-PM-RELEASED-COUNT
042100     ELSE
042200         MOVE PA-TRANSACTION-IMAGE TO TANK-TRANSACTION-RECORD
042300         MOVE PA-APPROVER-ID TO TU-APPROVER-ID
042400         WRITE TMRELS-RECORD FROM TANK-TRANSACTION-RECORD
042500         ADD 1 TO WS-TM-RELEASED-COUNT
042600     END-IF.
042700 2300-RELEASE-CARD-EXIT.
042800     EXIT.
042900 2900-READ-PENDING.
043000     READ PENDING-APPROVAL-FILE INTO PENDING-APPROVAL-RECORD
043100         AT END
043200             SET PENDING-EOF TO TRUE
043300     END-READ.
043400 2900-READ-PENDING-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------*
043700* 3000-PRINT-DECISIONS - ONE REGISTER LINE PER DECISION     *
043800*                        CARD, IN DECK ORDER.  A CARD THAT  *
043900*                        NAMED NO HELD CARD IS REJECTED     *
044000*                        HERE.                              *
044100*-----------------------------------------------------------*
044200 3000-PRINT-DECISIONS.
044300     MOVE 'DECISIONS THIS RUN' TO ASL-TITLE.
044400     WRITE APPR-RECORD FROM APPR-SECTION-LINE.
044500     WRITE APPR-RECORD FROM APPR-HEADING-2.
044600     IF WS-CARD-COUNT = 0
044700         WRITE APPR-RECORD FROM APPR-NONE-LINE
044800     END-IF.
044900     PERFORM 3100-PRINT-ONE-DECISION
045000         THRU 3100-PRINT-ONE-DECISION-EXIT
045100         VARYING WS-CARD-IDX FROM 1 BY 1
045200         UNTIL WS-CARD-IDX > WS-CARD-COUNT.
045300     WRITE APPR-RECORD FROM APPR-BLANK-LINE.
045400 3000-PRINT-DECISIONS-EXIT.
045500     EXIT.
045600 3100-PRINT-ONE-DECISION.
045700     IF CE-RESULT (WS-CARD-IDX) = SPACES
045800         MOVE 'NO SUCH HELD CARD' TO CE-RESULT (WS-CARD-IDX)
045900     END-IF.
046000     IF CE-RESULT (WS-CARD-IDX) NOT = 'APPROVED AND RELEASED'
046100        AND CE-RESULT (WS-CARD-IDX) NOT = 'DECLINED'
046200         ADD 1 TO WS-CARD-REJECTED-COUNT
046300     END-IF.
046400     MOVE CE-MASTER-CODE (WS-CARD-IDX)  TO ADL-MASTER-CODE.
046500     MOVE CE-ENTERED-DATE (WS-CARD-IDX) TO ADL-ENTERED-DATE.
046600     MOVE CE-ENTERED-TIME (WS-CARD-IDX) TO ADL-ENTERED-TIME.
046700     MOVE CE-ENTRY-SEQ (WS-CARD-IDX)    TO ADL-ENTRY-SEQ.
046800     MOVE CE-DECISION (WS-CARD-IDX)     TO ADL-DECISION.
046900     MOVE CE-APPROVER-ID (WS-CARD-IDX)  TO ADL-APPROVER-ID.
047000     MOVE CE-OPERATOR-ID (WS-CARD-IDX)  TO ADL-OPERATOR-ID.
047100     MOVE CE-REASON-CODE (WS-CARD-IDX)  TO ADL-REASON-CODE.
047200     MOVE CE-BEFORE-VALUE (WS-CARD-IDX) TO ADL-BEFORE-VALUE.
047300     MOVE CE-AFTER-VALUE (WS-CARD-IDX)  TO ADL-AFTER-VALUE.
047400     MOVE CE-RESULT (WS-CARD-IDX)       TO ADL-RESULT.
047500     WRITE APPR-RECORD FROM APPR-DETAIL-LINE.
047600 3100-PRINT-ONE-DECISION-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------*
047900* 4000-PRINT-STILL-PENDING - CLOSE PENDNEW AND READ IT      *
048000*                            BACK, LISTING EVERY HELD CARD  *
048100*                            STILL WAITING FOR A SECOND     *
048200*                            OPERATOR, WITH THE REASON IT   *
048300*                            WAS HELD                       *
048400*-----------------------------------------------------------*
048500 4000-PRINT-STILL-PENDING.
048600     MOVE 'STILL WAITING FOR APPROVAL' TO ASL-TITLE.
048700     WRITE APPR-RECORD FROM APPR-SECTION-LINE.
048800     WRITE APPR-RECORD FROM APPR-HEADING-2.
048900     IF WS-STILL-PENDING-COUNT = 0
049000         WRITE APPR-RECORD FROM APPR-NONE-LINE
049100         GO TO 4000-PRINT-STILL-PENDING-EXIT
049200     END-IF.
049300     CLOSE PENDING-NEW-FILE.
049400     OPEN INPUT PENDING-NEW-FILE.
049500     MOVE 'N' TO WS-PEND-EOF-SW.
049600     PERFORM 4100-PRINT-ONE-PENDING
049700         THRU 4100-PRINT-ONE-PENDING-EXIT
049800         UNTIL PENDING-EOF.
049900 4000-PRINT-STILL-PENDING-EXIT.
050000     EXIT.
050100 4100-PRINT-ONE-PENDING.
050200     READ PENDING-NEW-FILE INTO PENDING-APPROVAL-RECORD
050300         AT END
050400             SET PENDING-EOF TO TRUE
050500             GO TO 4100-PRINT-ONE-PENDING-EXIT
050600     END-READ.
050700     IF NOT PA-STATUS-PENDING
050800         GO TO 4100-PRINT-ONE-PENDING-EXIT
050900     END-IF.
051000     MOVE PA-MASTER-CODE  TO ADL-MASTER-CODE.
051100     MOVE PA-ENTERED-DATE TO ADL-ENTERED-DATE.
051200     MOVE PA-ENTERED-TIME TO ADL-ENTERED-TIME.
051300     MOVE PA-ENTRY-SEQ    TO ADL-ENTRY-SEQ.
051400     MOVE SPACES          TO ADL-DECISION.
051500     MOVE SPACES          TO ADL-APPROVER-ID.
051600     MOVE PA-OPERATOR-ID  TO ADL-OPERATOR-ID.
051700     MOVE PA-REASON-CODE  TO ADL-REASON-CODE.
051800     MOVE PA-BEFORE-VALUE TO ADL-BEFORE-VALUE.
051900     MOVE PA-AFTER-VALUE  TO ADL-AFTER-VALUE.
052000     MOVE PA-HOLD-REASON  TO ADL-RESULT.
052100     WRITE APPR-RECORD FROM APPR-DETAIL-LINE.
052200 4100-PRINT-ONE-PENDING-EXIT.
052300     EXIT.
052400*-----------------------------------------------------------*
052500* 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP AND SET THE   *
052600*                  RETURN CODE: 4 WHEN ANY DECISION CARD    *
052700*                  WAS REJECTED, ELSE 0                     *
052800*-----------------------------------------------------------*
052900 9000-TERMINATE.
053000     WRITE APPR-RECORD FROM APPR-BLANK-LINE.
053100     MOVE WS-CARD-READ-COUNT TO AT-CARD-READ-COUNT.
053200     MOVE WS-APPROVED-COUNT TO AT-APPROVED-COUNT.
053300     MOVE WS-DECLINED-COUNT TO AT-DECLINED-COUNT.
053400     MOVE WS-CARD-REJECTED-COUNT TO AT-REJECTED-COUNT.
053500     WRITE APPR-RECORD FROM APPR-TOTAL-LINE-1.
053600     MOVE WS-MM-RELEASED-COUNT TO AT-MM-RELEASED-COUNT.
053700     MOVE WS-PM-RELEASED-COUNT TO AT-PM-RELEASED-COUNT.
053800     MOVE WS-TM-RELEASED-COUNT TO AT-TM-RELEASED-COUNT.
053900     WRITE APPR-RECORD FROM APPR-TOTAL-LINE-2.
054000     MOVE WS-STILL-PENDING-COUNT TO AT-STILL-PENDING-COUNT.
054100     WRITE APPR-RECORD FROM APPR-TOTAL-LINE-3.
054200     IF WS-PENDAPPR-STATUS NOT = '35'
054300         CLOSE PENDING-APPROVAL-FILE
054400     END-IF.
054500     CLOSE PENDING-NEW-FILE.
054600     CLOSE MM-RELEASE-FILE.
054700     CLOSE PM-RELEASE-FILE.
054800     CLOSE TM-RELEASE-FILE.
054900     CLOSE APPROVAL-REPORT-FILE.
055000     DISPLAY 'DECISION CARDS READ ' WS-CARD-READ-COUNT.
055100     DISPLAY 'APPROVED ' WS-APPROVED-COUNT.
055200     DISPLAY 'DECLINED ' WS-DECLINED-COUNT.
055300     DISPLAY 'REJECTED ' WS-CARD-REJECTED-COUNT.
055400     DISPLAY 'STILL PENDING ' WS-STILL-PENDING-COUNT.
055500     IF WS-CARD-REJECTED-COUNT > 0
055600         MOVE 4 TO RETURN-CODE
055700     ELSE
055800         MOVE 0 TO RETURN-CODE
055900     END-IF.
056000     PERFORM 9800-WRITE-BATCH-CONTROL
056100         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
056200 9000-TERMINATE-EXIT.
056300     EXIT.
056400*-----------------------------------------------------------*
056500* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
056600*                            HASH TOTALS AND CONDITION CODE *
056700*                            TO THE SHARED BATCH CONTROL    *
056800*                            LEDGER                         *
056900*-----------------------------------------------------------*
057000 9800-WRITE-BATCH-CONTROL.
057100     MOVE SPACES TO BATCH-CONTROL-RECORD.
057200     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
057300     ACCEPT BC-RUN-TIME FROM TIME.
057400     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
057500         ON EXCEPTION
057600             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
057700     END-ACCEPT.
057800     IF BC-BUSINESS-DATE NOT NUMERIC
057900         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
058000     END-IF.
058100     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
058200         ON EXCEPTION
058300             MOVE 'UNKNOWN ' TO BC-JOB-ID
058400     END-ACCEPT.
058500     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
058600         ON EXCEPTION
058700             MOVE 'DAY01AP' TO BC-STEP-NAME
058800     END-ACCEPT.
058900     MOVE 'DAY01AP' TO BC-PROGRAM-ID.
059000     MOVE WS-CARD-READ-COUNT TO BC-RECORDS-IN.
059100     MOVE WS-RELEASED-COUNT TO BC-RECORDS-OUT.
059200     MOVE 0 TO BC-HASH-IN.
059300     MOVE 0 TO BC-HASH-OUT.
059400     MOVE RETURN-CODE TO BC-CONDITION-CODE.
059500     OPEN EXTEND BATCH-CONTROL-FILE.
059600     IF WS-BATCHCTL-STATUS = '35'
059700         OPEN OUTPUT BATCH-CONTROL-FILE
059800     END-IF.
059900     WRITE BATCH-CONTROL-RECORD.
060000     CLOSE BATCH-CONTROL-FILE.
060100 9800-WRITE-BATCH-CONTROL-EXIT.
060200     EXIT.
