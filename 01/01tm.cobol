001900*                 INVENTORY STOPS BEING A HAND-EDITED FILE   *
002000*                 AND A TANK CAN NO LONGER BE COMMITTED TO   *
002100*                 TWO LAUNCHES AT ONCE.                      *
002114* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002128*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002142*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002156*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002170*                 SHIFT.  IN IS TRANSACTIONS READ, OUT IS   *
002184*                 TANK RECORDS WRITTEN.                     *
002186* 2026-10-15 JM   CARDS NOW CARRY OPERATOR AND REASON.      *
002188*                 CAPACITY CHANGES WAIT ON PENDAPPR FOR A   *
002190*                 SECOND OPERATOR (DAY01AP, TMRELS).  EVERY *
002192*                 APPLIED CARD IS JOURNALED TO CHGJRNL WITH *
002194*                 THE TANK BEFORE AND AFTER.                *
002195* 2026-10-15 JM   THE RELEASE DECK (TMRELS) IS EMPTIED AT   *
002196*                 THE END OF A SUCCESSFUL RUN, SO A RERUN   *
002197*                 CANNOT APPLY AN APPROVED CARD A SECOND    *
002198*                 TIME.                                     *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003500     SELECT REGISTER-REPORT-FILE ASSIGN TO TANKREG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TANKREG-STATUS.
003725     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
003750         ORGANIZATION IS LINE SEQUENTIAL
003775         FILE STATUS IS WS-BATCHCTL-STATUS.
003777     SELECT RELEASED-FILE ASSIGN TO TMRELS
003779         ORGANIZATION IS LINE SEQUENTIAL
003781         FILE STATUS IS WS-TMRELS-STATUS.
003783     SELECT PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
003785         ORGANIZATION IS LINE SEQUENTIAL
003787         FILE STATUS IS WS-PENDAPPR-STATUS.
003789     SELECT CHANGE-JOURNAL-FILE ASSIGN TO CHGJRNL
003791         ORGANIZATION IS LINE SEQUENTIAL
003793         FILE STATUS IS WS-CHGJRNL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  TRANSACTION-FILE
004100     RECORDING MODE IS F.
004200 01  TANKTXN-RECORD              PIC X(049).
004300 FD  TANK-INVENTORY-FILE
004400     RECORDING MODE IS F.
004500     COPY DAY01V.
004900 FD  REGISTER-REPORT-FILE
005000     RECORDING MODE IS F.
005100 01  REG-RECORD                  PIC X(080).
005125 FD  BATCH-CONTROL-FILE
005150     RECORDING MODE IS F.
005175     COPY DAY01BC.
005177 FD  RELEASED-FILE
005179     RECORDING MODE IS F.
005181 01  RELEASED-RECORD             PIC X(049).
005183 FD  PENDING-APPROVAL-FILE
005185     RECORDING MODE IS F.
005187     COPY DAY01PA.
005189 FD  CHANGE-JOURNAL-FILE
005191     RECORDING MODE IS F.
005193     COPY DAY01CJ.
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
006100     05  WS-TANK-FOUND-SW        PIC X(01)  VALUE 'N'.
006200         88  TANK-FOUND                     VALUE 'Y'.
006300         88  TANK-NOT-FOUND                 VALUE 'N'.
006316     05  WS-SOURCE-SW            PIC X(01)  VALUE 'T'.
006332         88  READING-RELEASED               VALUE 'R'.
006348         88  READING-TRANIN                 VALUE 'T'.
006353     05  WS-DECK-SW              PIC X(01)  VALUE 'N'.
006358         88  RELEASED-DECK-PRESENT          VALUE 'Y'.
006364     05  WS-HOLD-SW              PIC X(01)  VALUE 'N'.
006380         88  TRAN-HELD                      VALUE 'Y'.
006400 01  WS-TANKTXN-STATUS           PIC X(02)  VALUE SPACES.
006500 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
006600 01  WS-TANKNEW-STATUS           PIC X(02)  VALUE SPACES.
006700 01  WS-TANKREG-STATUS           PIC X(02)  VALUE SPACES.
006750 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
006762 01  WS-TMRELS-STATUS            PIC X(02)  VALUE SPACES.
006774 01  WS-PENDAPPR-STATUS          PIC X(02)  VALUE SPACES.
006786 01  WS-CHGJRNL-STATUS           PIC X(02)  VALUE SPACES.
006800 01  WS-RUN-IDENTIFICATION.
006900     05  WS-RUN-DATE             PIC 9(08).
006950     05  WS-RUN-TIME             PIC 9(08).
007000 01  WS-REJECT-REASON            PIC X(28)  VALUE SPACES.
007009 01  WS-JOURNAL-IMAGES.
007018     05  WS-BEFORE-IMAGE         PIC X(40).
007027     05  WS-AFTER-IMAGE          PIC X(40).
007036 01  WS-APPROVED-BY-TEXT.
007045     05  FILLER                  PIC X(12)  VALUE 'APPROVED BY '.
007054     05  WS-ABT-APPROVER         PIC X(08).
007063*    THE CARD LIVES IN WORKING STORAGE (READ INTO) SO THE
007072*    RELEASED CARDS FROM DAY01AP AND THE DAY'S OWN CARDS GO
007081*    THROUGH THE SAME EDIT AND APPLY PARAGRAPHS.
007090     COPY DAY01U.
007100 01  WS-REGISTER-COUNTERS.
007200     05  WS-TRAN-READ-COUNT      PIC 9(05)  COMP VALUE 0.
007300     05  WS-TRAN-APPLIED-COUNT   PIC 9(05)  COMP VALUE 0.
007400     05  WS-TRAN-REJECTED-COUNT  PIC 9(05)  COMP VALUE 0.
007450     05  WS-TRAN-HELD-COUNT      PIC 9(05)  COMP VALUE 0.
007500 01  WS-RECEIPT-WORK.
007600     05  WS-NEW-LEVEL            PIC 9(10)  VALUE 0.
007610*    THE OUTPUT RECORD IS BUILT HERE RATHER THAN IN THE
013000     05  FILLER                  PIC X(20)
013100         VALUE 'REJECTED:           '.
013200     05  RT-REJECTED-COUNT       PIC ZZZZ9.
013220 01  REG-TOTAL-LINE-4.
013240     05  FILLER                  PIC X(20)
013260         VALUE 'HELD FOR APPROVAL:  '.
013280     05  RT-HELD-COUNT           PIC ZZZZ9.
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE
014800*                   A MISSING INVENTORY ENDS THE RUN WITH RC *
014900*                   12 - SWAPPING IN AN EMPTY TANKNEW WOULD  *
015000*                   LOSE THE FARM.                           *
015033*                   CARDS RELEASED BY DAY01AP (TMRELS), WHEN *
015066*                   PRESENT, ARE READ AHEAD OF TANKTXN.      *
015100*-----------------------------------------------------------*
015200 1000-INITIALIZE.
015300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015350     ACCEPT WS-RUN-TIME FROM TIME.
015400     OPEN INPUT TRANSACTION-FILE.
015500     IF WS-TANKTXN-STATUS NOT = '00'
015600         DISPLAY 'DAY01TM - CANNOT OPEN TANKTXN, STATUS '
015800         MOVE 12 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016020     OPEN INPUT RELEASED-FILE.
016040     IF WS-TMRELS-STATUS = '00'
016060         SET READING-RELEASED TO TRUE
016070         SET RELEASED-DECK-PRESENT TO TRUE
016080     END-IF.
016100     OPEN INPUT TANK-INVENTORY-FILE.
016200     IF WS-TANKINV-STATUS NOT = '00'
016300         DISPLAY 'DAY01TM - CANNOT OPEN TANKINV, STATUS '
017100     CLOSE TANK-INVENTORY-FILE.
017200     OPEN OUTPUT TANK-NEW-FILE.
017300     OPEN OUTPUT REGISTER-REPORT-FILE.
017311     OPEN EXTEND PENDING-APPROVAL-FILE.
017322     IF WS-PENDAPPR-STATUS = '35'
017333         OPEN OUTPUT PENDING-APPROVAL-FILE
017344     END-IF.
017355     OPEN EXTEND CHANGE-JOURNAL-FILE.
017366     IF WS-CHGJRNL-STATUS = '35'
017377         OPEN OUTPUT CHANGE-JOURNAL-FILE
017388     END-IF.
017400     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
017500     WRITE REG-RECORD FROM REG-HEADING-1.
017600     WRITE REG-RECORD FROM REG-BLANK-LINE.
021100*-----------------------------------------------------------*
021200* 2000-PROCESS-TRANSACTION - EDIT ONE CARD, APPLY IT TO THE  *
021300*                            TABLE WHEN IT PASSES, AND WRITE *
021400*                            ITS REGISTER LINE EITHER WAY.   *
021416*                            A CAPACITY CHANGE IS HELD FOR A *
021432*                            SECOND OPERATOR INSTEAD, AND    *
021448*                            EVERY APPLIED CARD IS JOURNALED *
021464*                            WITH THE TANK AS IT WAS AND AS  *
021480*                            IT IS.                          *
021500*-----------------------------------------------------------*
021600 2000-PROCESS-TRANSACTION.
021700     ADD 1 TO WS-TRAN-READ-COUNT.
021800     SET TRAN-APPLIED TO TRUE.
021900     MOVE SPACES TO WS-REJECT-REASON.
021933     MOVE 'N' TO WS-HOLD-SW.
021966     MOVE SPACES TO WS-JOURNAL-IMAGES.
022000     PERFORM 2050-VALIDATE-TRANSACTION
022100         THRU 2050-VALIDATE-TRANSACTION-EXIT.
022116     IF TRAN-APPLIED
022132         PERFORM 2800-BUILD-TANK-IMAGE
022148             THRU 2800-BUILD-TANK-IMAGE-EXIT
022164         MOVE WS-TANK-OUT-RECORD TO WS-BEFORE-IMAGE
022180     END-IF.
022200     IF TRAN-APPLIED
022300         IF TU-ACTION-RECEIPT
022400             PERFORM 2100-APPLY-RECEIPT
023700                 THRU 2500-APPLY-RELEASE-EXIT
023800         END-IF
023900     END-IF.
023909     IF TRAN-HELD
023918         PERFORM 2750-WRITE-PENDING
023927             THRU 2750-WRITE-PENDING-EXIT
023936     ELSE IF TRAN-APPLIED
023945         PERFORM 2800-BUILD-TANK-IMAGE
023954             THRU 2800-BUILD-TANK-IMAGE-EXIT
023963         MOVE WS-TANK-OUT-RECORD TO WS-AFTER-IMAGE
023972         PERFORM 2760-WRITE-JOURNAL
023981             THRU 2760-WRITE-JOURNAL-EXIT
023990     END-IF.
024000     PERFORM 2700-WRITE-REGISTER
024100         THRU 2700-WRITE-REGISTER-EXIT.
024200     PERFORM 2900-READ-TRANSACTION
024700* 2050-VALIDATE-TRANSACTION - REJECT A CARD WITH AN UNKNOWN  *
024800*                             ACTION, A BLANK TANK ID OR A   *
024900*                             TANK NOT ON THE INVENTORY,     *
025000*                             BEFORE THE ACTION IS APPLIED.  *
025020*                             A CARD WITH NO OPERATOR OR     *
025040*                             REASON CODE, OR A RELEASED     *
025060*                             CARD NOT APPROVED BY A SECOND  *
025080*                             OPERATOR, IS REJECTED TOO.     *
025100*-----------------------------------------------------------*
025200 2050-VALIDATE-TRANSACTION.
025300     IF NOT TU-ACTION-KNOWN
025500         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
025600         GO TO 2050-VALIDATE-TRANSACTION-EXIT
025700     END-IF.
025705     IF TU-OPERATOR-ID = SPACES
025710         SET TRAN-REJECTED TO TRUE
025715         MOVE 'MISSING OPERATOR ID' TO WS-REJECT-REASON
025720         GO TO 2050-VALIDATE-TRANSACTION-EXIT
025725     END-IF.
025730     IF TU-REASON-CODE = SPACES
025735         SET TRAN-REJECTED TO TRUE
025740         MOVE 'MISSING REASON CODE' TO WS-REJECT-REASON
025745         GO TO 2050-VALIDATE-TRANSACTION-EXIT
025750     END-IF.
025755     IF READING-RELEASED
025760        AND (TU-APPROVER-ID = SPACES
025765             OR TU-APPROVER-ID = TU-OPERATOR-ID)
025770         SET TRAN-REJECTED TO TRUE
025775         MOVE 'NO SECOND OPERATOR APPROVAL' TO WS-REJECT-REASON
025780         GO TO 2050-VALIDATE-TRANSACTION-EXIT
025785     END-IF.
025800     IF TU-TANK-ID = SPACES
025900         SET TRAN-REJECTED TO TRUE
026000         MOVE 'MISSING TANK ID' TO WS-REJECT-REASON
033300*                       QUANTITY AFTER A RECALIBRATION.  A   *
033400*                       CAPACITY UNDER THE FUEL ALREADY IN   *
033500*                       THE TANK IS A MIS-KEYED CARD.        *
033525*                       A CARD THAT PASSES IS HELD FOR A     *
033550*                       SECOND OPERATOR UNTIL DAY01AP        *
033575*                       RELEASES IT.                         *
033600*-----------------------------------------------------------*
033700 2300-APPLY-CAPACITY.
033800     IF TU-QUANTITY NOT NUMERIC OR TU-QUANTITY = 0
034600         MOVE 'CAPACITY BELOW LEVEL' TO WS-REJECT-REASON
034700         GO TO 2300-APPLY-CAPACITY-EXIT
034800     END-IF.
034816     IF READING-TRANIN
034832         SET TRAN-HELD TO TRUE
034848         MOVE 'CAPACITY NEEDS APPROVAL' TO WS-REJECT-REASON
034864         GO TO 2300-APPLY-CAPACITY-EXIT
034880     END-IF.
034900     MOVE TU-QUANTITY TO TE-CAPACITY (WS-HIT-IDX).
035000 2300-APPLY-CAPACITY-EXIT.
035100     EXIT.
040900 2610-TEST-TANK-ENTRY-EXIT.
041000     EXIT.
041100*-----------------------------------------------------------*
041200* 2700-WRITE-REGISTER - ONE REGISTER LINE PER CARD, APPLIED, *
041300*                       HELD OR REJECTED WITH ITS REASON     *
041400*-----------------------------------------------------------*
041500 2700-WRITE-REGISTER.
041600     MOVE TU-ACTION          TO RD-ACTION.
041800     MOVE TU-QUANTITY-X      TO RD-QUANTITY.
041900     MOVE TU-NEW-STATUS      TO RD-NEW-STATUS.
042000     MOVE TU-MANIFEST-ID     TO RD-MANIFEST-ID.
042020     IF TRAN-HELD
042040         ADD 1 TO WS-TRAN-HELD-COUNT
042060         MOVE 'HELD    ' TO RD-STATUS
042080         MOVE WS-REJECT-REASON TO RD-REASON
042100     ELSE IF TRAN-APPLIED
042200         ADD 1 TO WS-TRAN-APPLIED-COUNT
042300         MOVE 'APPLIED ' TO RD-STATUS
042400         MOVE SPACES TO RD-REASON
042420         IF READING-RELEASED
042440             MOVE TU-APPROVER-ID TO WS-ABT-APPROVER
042460             MOVE WS-APPROVED-BY-TEXT TO RD-REASON
042480         END-IF
042500     ELSE
042600         ADD 1 TO WS-TRAN-REJECTED-COUNT
042700         MOVE 'REJECTED' TO RD-STATUS
043000     WRITE REG-RECORD FROM REG-DETAIL-LINE.
043100 2700-WRITE-REGISTER-EXIT.
043200     EXIT.
043201*-----------------------------------------------------------*
043202* 2750-WRITE-PENDING - HOLD THE CARD ON THE PENDING         *
043203*                      APPROVAL FILE FOR DAY01AP, KEYED BY  *
043204*                      THIS RUN'S DATE AND TIME AND THE     *
043205*                      CARD'S NUMBER IN THE RUN, WITH THE   *
043206*                      TANK'S CAPACITY NOW AND AS CARDED    *
043207*-----------------------------------------------------------*
043208 2750-WRITE-PENDING.
043209     MOVE SPACES TO PENDING-APPROVAL-RECORD.
043210     SET PA-TANK-INVENTORY TO TRUE.
043211     MOVE WS-RUN-DATE TO PA-ENTERED-DATE.
043212     MOVE WS-RUN-TIME TO PA-ENTERED-TIME.
043213     MOVE WS-TRAN-READ-COUNT TO PA-ENTRY-SEQ.
043214     SET PA-STATUS-PENDING TO TRUE.
043215     MOVE WS-REJECT-REASON TO PA-HOLD-REASON.
043216     MOVE TU-OPERATOR-ID TO PA-OPERATOR-ID.
043217     MOVE TU-REASON-CODE TO PA-REASON-CODE.
043218     MOVE TE-CAPACITY-X (WS-HIT-IDX) TO PA-BEFORE-VALUE.
043219     MOVE TU-QUANTITY-X TO PA-AFTER-VALUE.
043220     MOVE 0 TO PA-DECISION-DATE.
043221     MOVE SPACES TO TU-APPROVER-ID.
043222     MOVE TANK-TRANSACTION-RECORD TO PA-TRANSACTION-IMAGE.
043223     WRITE PENDING-APPROVAL-RECORD.
043224 2750-WRITE-PENDING-EXIT.
043225     EXIT.
043226*-----------------------------------------------------------*
043227* 2760-WRITE-JOURNAL - ONE BEFORE/AFTER RECORD ON THE       *
043228*                      CHANGE JOURNAL FOR AN APPLIED CARD,  *
043229*                      THE TANK IN THE DAY01V LAYOUT.  THE  *
043230*                      APPROVER IS CARRIED ONLY FROM A      *
043231*                      RELEASED CARD.                       *
043232*-----------------------------------------------------------*
043233 2760-WRITE-JOURNAL.
043234     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
043235     SET CJ-TANK-INVENTORY TO TRUE.
043236     MOVE WS-RUN-DATE TO CJ-CHANGE-DATE.
043237     ACCEPT CJ-CHANGE-TIME FROM TIME.
043238     MOVE 'DAY01TM' TO CJ-PROGRAM-ID.
043239     MOVE TU-ACTION TO CJ-ACTION.
043240     MOVE TU-TANK-ID TO CJ-RECORD-KEY.
043241     MOVE TU-OPERATOR-ID TO CJ-OPERATOR-ID.
043242     IF READING-RELEASED
043243         MOVE TU-APPROVER-ID TO CJ-APPROVER-ID
043244     END-IF.
043245     MOVE TU-REASON-CODE TO CJ-REASON-CODE.
043246     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
043247     MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
043248     WRITE CHANGE-JOURNAL-RECORD.
043249 2760-WRITE-JOURNAL-EXIT.
043250     EXIT.
043251*-----------------------------------------------------------*
043252* 2800-BUILD-TANK-IMAGE - THE CARD'S TANK FROM THE TABLE IN *
043253*                         THE DAY01V LAYOUT                 *
043254*-----------------------------------------------------------*
043255 2800-BUILD-TANK-IMAGE.
043256     MOVE TE-TANK-ID (WS-HIT-IDX)      TO WS-OUT-TANK-ID.
043257     MOVE TE-CAPACITY-X (WS-HIT-IDX)   TO WS-OUT-CAPACITY-X.
043258     MOVE TE-LEVEL-X (WS-HIT-IDX)      TO WS-OUT-LEVEL-X.
043259     MOVE TE-STATUS (WS-HIT-IDX)       TO WS-OUT-STATUS.
043260     MOVE TE-RESERVED-MANIFEST (WS-HIT-IDX)
043261                                 TO WS-OUT-RESERVED-MANIFEST.
043262 2800-BUILD-TANK-IMAGE-EXIT.
043263     EXIT.
043300*-----------------------------------------------------------*
043400* 2900-READ-TRANSACTION - READ THE NEXT CARD, SET THE END-OF-*
043500*                         FILE SWITCH WHEN EXHAUSTED.        *
043533*                         RELEASED CARDS ARE READ FIRST,     *
043566*                         THEN TANKTXN.                      *
043600*-----------------------------------------------------------*
043700 2900-READ-TRANSACTION.
043709     IF READING-RELEASED
043718         READ RELEASED-FILE INTO TANK-TRANSACTION-RECORD
043727             AT END
043736                 CLOSE RELEASED-FILE
043745                 SET READING-TRANIN TO TRUE
043754         END-READ
043763     END-IF.
043772     IF READING-RELEASED
043781         GO TO 2900-READ-TRANSACTION-EXIT
043790     END-IF.
043800     READ TRANSACTION-FILE INTO TANK-TRANSACTION-RECORD
043900         AT END
044000             SET END-OF-FILE TO TRUE
044100     END-READ.
044400*-----------------------------------------------------------*
044500* 9000-TERMINATE - WRITE THE UPDATED INVENTORY FROM THE      *
044600*                  TABLE, PRINT THE REGISTER TOTALS AND      *
044700*                  CLOSE UP.                                 *
044725*                  THE RELEASE DECK IS EMPTIED ONCE ITS      *
044750*                  CARDS ARE PROCESSED, SO A RERUN DOES NOT  *
044775*                  REPLAY THEM.                              *
044800*-----------------------------------------------------------*
044900 9000-TERMINATE.
045000     PERFORM 9100-WRITE-ONE-TANK
045800     WRITE REG-RECORD FROM REG-TOTAL-LINE-2.
045900     MOVE WS-TRAN-REJECTED-COUNT TO RT-REJECTED-COUNT.
046000     WRITE REG-RECORD FROM REG-TOTAL-LINE-3.
046033     MOVE WS-TRAN-HELD-COUNT TO RT-HELD-COUNT.
046066     WRITE REG-RECORD FROM REG-TOTAL-LINE-4.
046100     CLOSE TRANSACTION-FILE.
046200     CLOSE TANK-NEW-FILE.
046233     CLOSE PENDING-APPROVAL-FILE.
046266     CLOSE CHANGE-JOURNAL-FILE.
046272     IF RELEASED-DECK-PRESENT
046278         OPEN OUTPUT RELEASED-FILE
046284         CLOSE RELEASED-FILE
046290     END-IF.
046300     CLOSE REGISTER-REPORT-FILE.
046400     DISPLAY 'TRANSACTIONS READ ' WS-TRAN-READ-COUNT.
046500     DISPLAY 'APPLIED ' WS-TRAN-APPLIED-COUNT.
046600     DISPLAY 'REJECTED ' WS-TRAN-REJECTED-COUNT.
046616     DISPLAY 'HELD FOR APPROVAL ' WS-TRAN-HELD-COUNT.
046633     PERFORM 9800-WRITE-BATCH-CONTROL
046666         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
046700 9000-TERMINATE-EXIT.
046800     EXIT.
046900*-----------------------------------------------------------*
048000     WRITE TANK-NEW-RECORD FROM WS-TANK-OUT-RECORD.
048100 9100-WRITE-ONE-TANK-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------*
048400* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
048500*                            HASH TOTALS AND CONDITION CODE *
048600*                            TO THE SHARED BATCH CONTROL    *
048700*                            LEDGER                         *
048800*-----------------------------------------------------------*
048900 9800-WRITE-BATCH-CONTROL.
049000     MOVE SPACES TO BATCH-CONTROL-RECORD.
049100     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
049200     ACCEPT BC-RUN-TIME FROM TIME.
049300     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
049400         ON EXCEPTION
049500             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
049600     END-ACCEPT.
049700     IF BC-BUSINESS-DATE NOT NUMERIC
049800         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
049900     END-IF.
050000     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
050100         ON EXCEPTION
050200             MOVE 'UNKNOWN ' TO BC-JOB-ID
050300     END-ACCEPT.
050400     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
050500         ON EXCEPTION
050600             MOVE 'DAY01TM' TO BC-STEP-NAME
050700     END-ACCEPT.
050800     MOVE 'DAY01TM' TO BC-PROGRAM-ID.
050900     MOVE WS-TRAN-READ-COUNT TO BC-RECORDS-IN.
051000     MOVE WS-TANK-COUNT TO BC-RECORDS-OUT.
051100     MOVE 0 TO BC-HASH-IN.
051200     MOVE 0 TO BC-HASH-OUT.
051300     MOVE RETURN-CODE TO BC-CONDITION-CODE.
051400     OPEN EXTEND BATCH-CONTROL-FILE.
051500     IF WS-BATCHCTL-STATUS = '35'
051600         OPEN OUTPUT BATCH-CONTROL-FILE
051700     END-IF.
051800     WRITE BATCH-CONTROL-RECORD.
051900     CLOSE BATCH-CONTROL-FILE.
052000 9800-WRITE-BATCH-CONTROL-EXIT.
052100     EXIT.
