001650*                 APPLIES TO.  A BLANK OR ZERO DATE NAMES THE *
001660*                 00000000 BASE ROW, SO EXISTING CARD DECKS   *
001670*                 KEEP THEIR OLD MEANING.                     *
001674* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
001678*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
001682*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
001686*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
001690*                 SHIFT.  IN IS TRANSACTIONS READ, OUT IS   *
001694*                 TRANSACTIONS APPLIED.                     *
001695* 2026-10-15 JM   CARDS NOW CARRY OPERATOR AND REASON.      *
001696*                 DELETES AND MASS MOVES PAST MASSTOL WAIT  *
001697*                 ON PENDAPPR FOR A SECOND OPERATOR         *
001698*                 (DAY01AP, MMRELS).  APPLIED CARDS ARE     *
001699*                 JOURNALED TO CHGJRNL.                     *
001700* 2026-10-15 JM   THE RELEASE DECK (MMRELS) IS EMPTIED AT   *
001720*                 THE END OF A SUCCESSFUL RUN, SO A RERUN   *
001740*                 CANNOT APPLY AN APPROVED CARD A SECOND    *
001760*                 TIME.                                     *
001780*-----------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002300         FILE STATUS IS WS-TRANIN-STATUS.
002400     SELECT MODULE-MASTER-FILE ASSIGN TO MODMAST
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS MB-MASTER-KEY
002800         FILE STATUS IS WS-MODMAST-STATUS.
002900     SELECT REGISTER-REPORT-FILE ASSIGN TO TRANRPT
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-TRANRPT-STATUS.
003125     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
003150         ORGANIZATION IS LINE SEQUENTIAL
003175         FILE STATUS IS WS-BATCHCTL-STATUS.
003176     SELECT RELEASED-FILE ASSIGN TO MMRELS
003177         ORGANIZATION IS LINE SEQUENTIAL
003178         FILE STATUS IS WS-MMRELS-STATUS.
003179     SELECT MASS-TOLERANCE-FILE ASSIGN TO MASSTOL
003180         ORGANIZATION IS LINE SEQUENTIAL
003181         FILE STATUS IS WS-MASSTOL-STATUS.
003182     SELECT PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
003183         ORGANIZATION IS LINE SEQUENTIAL
003184         FILE STATUS IS WS-PENDAPPR-STATUS.
003185     SELECT CHANGE-JOURNAL-FILE ASSIGN TO CHGJRNL
003186         ORGANIZATION IS LINE SEQUENTIAL
003187         FILE STATUS IS WS-CHGJRNL-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  TRANSACTION-FILE
003500     RECORDING MODE IS F.
003600 01  TRANIN-RECORD               PIC X(050).
003700 FD  MODULE-MASTER-FILE.
003800     COPY DAY01B.
003900 FD  REGISTER-REPORT-FILE
004000     RECORDING MODE IS F.
004100 01  REG-RECORD                  PIC X(080).
004125 FD  BATCH-CONTROL-FILE
004150     RECORDING MODE IS F.
004175     COPY DAY01BC.
004176 FD  RELEASED-FILE
004177     RECORDING MODE IS F.
004178 01  RELEASED-RECORD             PIC X(050).
004179 FD  MASS-TOLERANCE-FILE
004180     RECORDING MODE IS F.
004181 01  MASS-TOLERANCE-CARD.
004182     05  MT-MASS-PCT             PIC 9(03).
004183     05  MT-MASS-PCT-X REDEFINES MT-MASS-PCT
004184                                 PIC X(03).
004185 FD  PENDING-APPROVAL-FILE
004186     RECORDING MODE IS F.
004187     COPY DAY01PA.
004188 FD  CHANGE-JOURNAL-FILE
004189     RECORDING MODE IS F.
004190     COPY DAY01CJ.
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
004600     05  WS-APPLY-SW             PIC X(01)  VALUE 'Y'.
004700         88  TRAN-APPLIED                   VALUE 'Y'.
004800         88  TRAN-REJECTED                  VALUE 'N'.
004809     05  WS-SOURCE-SW            PIC X(01)  VALUE 'T'.
004818         88  READING-RELEASED               VALUE 'R'.
004827         88  READING-TRANIN                 VALUE 'T'.
004830     05  WS-DECK-SW              PIC X(01)  VALUE 'N'.
004833         88  RELEASED-DECK-PRESENT          VALUE 'Y'.
004836     05  WS-HOLD-SW              PIC X(01)  VALUE 'N'.
004845         88  TRAN-HELD                      VALUE 'Y'.
004854     05  WS-PRIOR-ROW-SW         PIC X(01)  VALUE 'N'.
004863         88  PRIOR-ROW-FOUND                VALUE 'Y'.
004872         88  PRIOR-ROW-NOT-FOUND            VALUE 'N'.
004881     05  WS-WALK-SW              PIC X(01)  VALUE 'N'.
004890         88  WALK-DONE                      VALUE 'Y'.
004900 01  WS-RUN-IDENTIFICATION.
005000     05  WS-RUN-DATE             PIC 9(08).
005050     05  WS-RUN-TIME             PIC 9(08).
005100 01  WS-TRANIN-STATUS            PIC X(02)  VALUE SPACES.
005200 01  WS-MODMAST-STATUS           PIC X(02)  VALUE SPACES.
005300 01  WS-TRANRPT-STATUS           PIC X(02)  VALUE SPACES.
005350 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
005360 01  WS-MMRELS-STATUS            PIC X(02)  VALUE SPACES.
005370 01  WS-MASSTOL-STATUS           PIC X(02)  VALUE SPACES.
005380 01  WS-PENDAPPR-STATUS          PIC X(02)  VALUE SPACES.
005390 01  WS-CHGJRNL-STATUS           PIC X(02)  VALUE SPACES.
005400 01  WS-REGISTER-COUNTERS.
005500     05  WS-TRAN-READ-COUNT      PIC 9(05)  COMP VALUE 0.
005600     05  WS-TRAN-APPLIED-COUNT   PIC 9(05)  COMP VALUE 0.
005700     05  WS-TRAN-REJECTED-COUNT  PIC 9(05)  COMP VALUE 0.
005750     05  WS-TRAN-HELD-COUNT      PIC 9(05)  COMP VALUE 0.
005800 01  WS-REJECT-REASON            PIC X(30)  VALUE SPACES.
005810 01  WS-TX-EFF-DATE              PIC 9(08)  VALUE 0.
005815 01  WS-MASS-TOL-PCT             PIC 9(03)  VALUE 10.
005820 01  WS-MASS-MOVE-WORK.
005825     05  WS-PRIOR-MASS           PIC 9(09)  VALUE 0.
005830     05  WS-MASS-DIFF            PIC S9(09) VALUE 0.
005835     05  WS-PCT-MOVE             PIC S9(11)V9 VALUE 0.
005840     05  WS-ABS-PCT              PIC 9(11)V9 VALUE 0.
005845 01  WS-JOURNAL-IMAGES.
005850     05  WS-BEFORE-IMAGE         PIC X(40).
005855     05  WS-AFTER-IMAGE          PIC X(40).
005860 01  WS-APPROVED-BY-TEXT.
005865     05  FILLER                  PIC X(12)  VALUE 'APPROVED BY '.
005870     05  WS-ABT-APPROVER         PIC X(08).
005875*    THE CARD LIVES IN WORKING STORAGE (READ INTO) SO THE
005880*    RELEASED CARDS FROM DAY01AP AND THE DAY'S OWN CARDS GO
005885*    THROUGH THE SAME EDIT AND APPLY PARAGRAPHS.
005890     COPY DAY01T.
005900 01  REG-HEADING-1.
006000     05  FILLER                  PIC X(34)
006100         VALUE 'MODULE MASTER MAINTENANCE REGISTER'.
006200     05  FILLER                  PIC X(06)  VALUE SPACES.
006300     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
006400     05  RH1-RUN-DATE            PIC 9(08).
006420 01  REG-TOLERANCE-LINE.
006440     05  FILLER                  PIC X(27)
006460         VALUE 'MASS HOLD TOLERANCE (PCT): '.
006480     05  RTL-MASS-TOL            PIC ZZ9.
006500 01  REG-HEADING-2.
006600     05  FILLER                  PIC X(04)  VALUE 'ACT'.
006700     05  FILLER                  PIC X(12)  VALUE 'MODULE ID'.
009400     05  FILLER                  PIC X(20)
009500         VALUE 'REJECTED:           '.
009600     05  RT-REJECTED-COUNT       PIC ZZZZ9.
009620 01  REG-TOTAL-LINE-4.
009640     05  FILLER                  PIC X(20)
009660         VALUE 'HELD FOR APPROVAL:  '.
009680     05  RT-HELD-COUNT           PIC ZZZZ9.
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE
011200*                   LOAD CASE: THE FILE IS CREATED EMPTY AND  *
011300*                   REOPENED I-O SO THE FIRST BATCH OF ADD    *
011400*                   CARDS BUILDS THE MASTER FROM NOTHING.     *
011420*                   THE MASSTOL CARD SETS THE MASS TOLERANCE  *
011440*                   (DEFAULT 10 PERCENT).  CARDS RELEASED BY  *
011460*                   DAY01AP (MMRELS), WHEN PRESENT, ARE READ  *
011480*                   AHEAD OF TRANIN.                          *
011500*-----------------------------------------------------------*
011600 1000-INITIALIZE.
011700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011707     ACCEPT WS-RUN-TIME FROM TIME.
011714     MOVE SPACES TO MASS-TOLERANCE-CARD.
011721     OPEN INPUT MASS-TOLERANCE-FILE.
011728     IF WS-MASSTOL-STATUS NOT = '35'
011735         READ MASS-TOLERANCE-FILE
011742             AT END
011749                 MOVE SPACES TO MASS-TOLERANCE-CARD
011756         END-READ
011763         CLOSE MASS-TOLERANCE-FILE
011770     END-IF.
011777     IF MT-MASS-PCT NUMERIC AND MT-MASS-PCT > 0
011784         MOVE MT-MASS-PCT TO WS-MASS-TOL-PCT
011791     END-IF.
011800     OPEN INPUT TRANSACTION-FILE.
011900     IF WS-TRANIN-STATUS NOT = '00'
012000         DISPLAY 'DAY01MM - CANNOT OPEN TRANIN, STATUS '
012200         MOVE 12 TO RETURN-CODE
012300         STOP RUN
012400     END-IF.
012420     OPEN INPUT RELEASED-FILE.
012440     IF WS-MMRELS-STATUS = '00'
012460         SET READING-RELEASED TO TRUE
012470         SET RELEASED-DECK-PRESENT TO TRUE
012480     END-IF.
012500     OPEN I-O MODULE-MASTER-FILE.
012600     IF WS-MODMAST-STATUS = '35'
012700         OPEN OUTPUT MODULE-MASTER-FILE
013400         MOVE 12 TO RETURN-CODE
013500         STOP RUN
013600     END-IF.
013611     OPEN EXTEND PENDING-APPROVAL-FILE.
013622     IF WS-PENDAPPR-STATUS = '35'
013633         OPEN OUTPUT PENDING-APPROVAL-FILE
013644     END-IF.
013655     OPEN EXTEND CHANGE-JOURNAL-FILE.
013666     IF WS-CHGJRNL-STATUS = '35'
013677         OPEN OUTPUT CHANGE-JOURNAL-FILE
013688     END-IF.
013700     OPEN OUTPUT REGISTER-REPORT-FILE.
013800     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
013900     WRITE REG-RECORD FROM REG-HEADING-1.
013933     MOVE WS-MASS-TOL-PCT TO RTL-MASS-TOL.
013966     WRITE REG-RECORD FROM REG-TOLERANCE-LINE.
014000     WRITE REG-RECORD FROM REG-BLANK-LINE.
014100     WRITE REG-RECORD FROM REG-HEADING-2.
014200     MOVE SPACES TO REG-RECORD.
014800*-----------------------------------------------------------*
014900* 2000-PROCESS-TRANSACTION - EDIT ONE CARD, APPLY IT TO THE   *
015000*                            MASTER WHEN IT PASSES, AND WRITE *
015100*                            ITS REGISTER LINE EITHER WAY.    *
015125*                            A SENSITIVE CARD IS HELD FOR A   *
015150*                            SECOND OPERATOR INSTEAD, AND     *
015175*                            EVERY APPLIED CARD IS JOURNALED. *
015200*-----------------------------------------------------------*
015300 2000-PROCESS-TRANSACTION.
015400     ADD 1 TO WS-TRAN-READ-COUNT.
015500     SET TRAN-APPLIED TO TRUE.
015600     MOVE SPACES TO WS-REJECT-REASON.
015633     MOVE 'N' TO WS-HOLD-SW.
015666     MOVE SPACES TO WS-JOURNAL-IMAGES.
015700     PERFORM 2050-VALIDATE-TRANSACTION
015800         THRU 2050-VALIDATE-TRANSACTION-EXIT.
015811     IF TRAN-APPLIED AND READING-TRANIN
015822         PERFORM 2060-CHECK-SENSITIVE
015833             THRU 2060-CHECK-SENSITIVE-EXIT
015844     END-IF.
015855     IF TRAN-HELD
015866         PERFORM 2450-WRITE-PENDING
015877             THRU 2450-WRITE-PENDING-EXIT
015888     END-IF.
015900     IF TRAN-APPLIED AND NOT TRAN-HELD
016000         IF TX-ACTION-ADD
016100             PERFORM 2100-APPLY-ADD
016200                 THRU 2100-APPLY-ADD-EXIT
016800                 THRU 2300-APPLY-DELETE-EXIT
016900         END-IF
017000     END-IF.
017020     IF TRAN-APPLIED AND NOT TRAN-HELD
017040         PERFORM 2500-WRITE-JOURNAL
017060             THRU 2500-WRITE-JOURNAL-EXIT
017080     END-IF.
017100     PERFORM 2400-WRITE-REGISTER
017200         THRU 2400-WRITE-REGISTER-EXIT.
017300     PERFORM 2900-READ-TRANSACTION
018000*                             (ON ADD/CHANGE) AN UNKNOWN      *
018100*                             CLASS OR A NON-NUMERIC OR ZERO  *
018200*                             MASS, BEFORE IT TOUCHES THE     *
018300*                             MASTER.                         *
018320*                             A CARD WITH NO OPERATOR OR      *
018340*                             REASON CODE, OR A RELEASED CARD *
018360*                             NOT APPROVED BY A SECOND        *
018380*                             OPERATOR, IS REJECTED TOO.      *
018400*-----------------------------------------------------------*
018500 2050-VALIDATE-TRANSACTION.
018600     IF NOT TX-ACTION-KNOWN
018800         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
018900         GO TO 2050-VALIDATE-TRANSACTION-EXIT
019000     END-IF.
019005     IF TX-OPERATOR-ID = SPACES
019010         SET TRAN-REJECTED TO TRUE
019015         MOVE 'MISSING OPERATOR ID' TO WS-REJECT-REASON
019020         GO TO 2050-VALIDATE-TRANSACTION-EXIT
019025     END-IF.
019030     IF TX-REASON-CODE = SPACES
019035         SET TRAN-REJECTED TO TRUE
019040         MOVE 'MISSING REASON CODE' TO WS-REJECT-REASON
019045         GO TO 2050-VALIDATE-TRANSACTION-EXIT
019050     END-IF.
019055     IF READING-RELEASED
019060        AND (TX-APPROVER-ID = SPACES
019065             OR TX-APPROVER-ID = TX-OPERATOR-ID)
019070         SET TRAN-REJECTED TO TRUE
019075         MOVE 'NO SECOND OPERATOR APPROVAL' TO WS-REJECT-REASON
019080         GO TO 2050-VALIDATE-TRANSACTION-EXIT
019085     END-IF.
019100     IF TX-MODULE-ID = SPACES
019200         SET TRAN-REJECTED TO TRUE
019300         MOVE 'MISSING MODULE ID' TO WS-REJECT-REASON
021200     END-IF.
021300 2050-VALIDATE-TRANSACTION-EXIT.
021400     EXIT.
021401*-----------------------------------------------------------*
021402* 2060-CHECK-SENSITIVE - HOLD A CARD A SECOND OPERATOR MUST *
021403*                        APPROVE: ANY DELETE, OR A MASS     *
021404*                        MORE THAN THE MASS TOLERANCE       *
021405*                        PERCENT AWAY FROM THE ROW A CHANGE *
021406*                        REWRITES OR THE ROW AN ADD         *
021407*                        FOLLOWS.  A NEW MODULE HAS NOTHING *
021408*                        TO MOVE FROM.  A CHANGE OR DELETE  *
021409*                        OF A ROW NOT ON THE MASTER IS      *
021410*                        REJECTED HERE RATHER THAN HELD.    *
021411*-----------------------------------------------------------*
021412 2060-CHECK-SENSITIVE.
021413     MOVE TX-MODULE-ID TO MB-MODULE-ID.
021414     MOVE WS-TX-EFF-DATE TO MB-EFFECTIVE-DATE.
021415     SET PRIOR-ROW-NOT-FOUND TO TRUE.
021416     MOVE 0 TO WS-PRIOR-MASS.
021417     IF TX-ACTION-ADD
021418         PERFORM 2065-FIND-PRIOR-ROW
021419             THRU 2065-FIND-PRIOR-ROW-EXIT
021420     ELSE
021421         READ MODULE-MASTER-FILE
021422             INVALID KEY
021423                 SET TRAN-REJECTED TO TRUE
021424                 MOVE 'ROW NOT ON MASTER' TO WS-REJECT-REASON
021425                 GO TO 2060-CHECK-SENSITIVE-EXIT
021426         END-READ
021427         IF MB-MASS NUMERIC
021428             SET PRIOR-ROW-FOUND TO TRUE
021429             MOVE MB-MASS TO WS-PRIOR-MASS
021430         END-IF
021431     END-IF.
021432     IF TX-ACTION-DELETE
021433         SET TRAN-HELD TO TRUE
021434         MOVE 'DELETE NEEDS APPROVAL' TO WS-REJECT-REASON
021435         GO TO 2060-CHECK-SENSITIVE-EXIT
021436     END-IF.
021437     IF PRIOR-ROW-NOT-FOUND OR WS-PRIOR-MASS = 0
021438         GO TO 2060-CHECK-SENSITIVE-EXIT
021439     END-IF.
021440     COMPUTE WS-MASS-DIFF = TX-MASS - WS-PRIOR-MASS.
021441     COMPUTE WS-PCT-MOVE ROUNDED =
021442         (WS-MASS-DIFF * 100) / WS-PRIOR-MASS.
021443     IF WS-PCT-MOVE < 0
021444         COMPUTE WS-ABS-PCT = 0 - WS-PCT-MOVE
021445     ELSE
021446         MOVE WS-PCT-MOVE TO WS-ABS-PCT
021447     END-IF.
021448     IF WS-ABS-PCT > WS-MASS-TOL-PCT
021449         SET TRAN-HELD TO TRUE
021450         MOVE 'MASS MOVE EXCEEDS TOLERANCE' TO WS-REJECT-REASON
021451     END-IF.
021452 2060-CHECK-SENSITIVE-EXIT.
021453     EXIT.
021454*-----------------------------------------------------------*
021455* 2065-FIND-PRIOR-ROW - THE LATEST ROW OF THE CARD'S MODULE *
021456*                       DATED BEFORE THE CARD, WALKED       *
021457*                       FORWARD FROM THE MODULE'S FIRST ROW *
021458*-----------------------------------------------------------*
021459 2065-FIND-PRIOR-ROW.
021460     MOVE 0 TO MB-EFFECTIVE-DATE.
021461     MOVE 'N' TO WS-WALK-SW.
021462     START MODULE-MASTER-FILE
021463         KEY IS NOT LESS THAN MB-MASTER-KEY
021464         INVALID KEY
021465             SET WALK-DONE TO TRUE
021466     END-START.
021467     PERFORM 2066-READ-NEXT-ROW
021468         THRU 2066-READ-NEXT-ROW-EXIT
021469         UNTIL WALK-DONE.
021470 2065-FIND-PRIOR-ROW-EXIT.
021471     EXIT.
021472 2066-READ-NEXT-ROW.
021473     READ MODULE-MASTER-FILE NEXT RECORD
021474         AT END
021475             SET WALK-DONE TO TRUE
021476             GO TO 2066-READ-NEXT-ROW-EXIT
021477     END-READ.
021478     IF MB-MODULE-ID NOT = TX-MODULE-ID
021479      OR MB-EFFECTIVE-DATE NOT < WS-TX-EFF-DATE
021480         SET WALK-DONE TO TRUE
021481         GO TO 2066-READ-NEXT-ROW-EXIT
021482     END-IF.
021483     IF MB-MASS NUMERIC
021484         SET PRIOR-ROW-FOUND TO TRUE
021485         MOVE MB-MASS TO WS-PRIOR-MASS
021486     END-IF.
021487 2066-READ-NEXT-ROW-EXIT.
021488     EXIT.
021500*-----------------------------------------------------------*
021600* 2100-APPLY-ADD - WRITE A NEW MASTER RECORD; A DUPLICATE KEY *
021700*                  MEANS THE MODULE IS ALREADY ON THE MASTER  *
022800             SET TRAN-REJECTED TO TRUE
022900             MOVE 'ROW ALREADY ON MASTER' TO WS-REJECT-REASON
023000     END-WRITE.
023025     IF TRAN-APPLIED
023050         MOVE MODULE-MASTER-RECORD TO WS-AFTER-IMAGE
023075     END-IF.
023100 2100-APPLY-ADD-EXIT.
023200     EXIT.
023300*-----------------------------------------------------------*
024200             MOVE 'ROW NOT ON MASTER' TO WS-REJECT-REASON
024300     END-READ.
024400     IF TRAN-APPLIED
024450         MOVE MODULE-MASTER-RECORD TO WS-BEFORE-IMAGE
024500         MOVE TX-MODULE-CLASS    TO MB-MODULE-CLASS
024600         MOVE TX-MASS            TO MB-MASS
024700         MOVE WS-RUN-DATE        TO MB-LAST-MAINT-DATE
025100                 SET TRAN-REJECTED TO TRUE
025200                 MOVE 'ROW NOT ON MASTER' TO WS-REJECT-REASON
025300         END-REWRITE
025350         MOVE MODULE-MASTER-RECORD TO WS-AFTER-IMAGE
025400     END-IF.
025500 2200-APPLY-CHANGE-EXIT.
025600     EXIT.
025700*-----------------------------------------------------------*
025800* 2300-APPLY-DELETE - DROP AN EXISTING MASTER RECORD, READ    *
025850*                     FIRST FOR THE JOURNAL'S BEFORE IMAGE    *
025900*-----------------------------------------------------------*
026000 2300-APPLY-DELETE.
026100     MOVE TX-MODULE-ID TO MB-MODULE-ID.
026150     MOVE WS-TX-EFF-DATE TO MB-EFFECTIVE-DATE.
026156     READ MODULE-MASTER-FILE
026162         INVALID KEY
026168             SET TRAN-REJECTED TO TRUE
026174             MOVE 'ROW NOT ON MASTER' TO WS-REJECT-REASON
026180             GO TO 2300-APPLY-DELETE-EXIT
026186     END-READ.
026192     MOVE MODULE-MASTER-RECORD TO WS-BEFORE-IMAGE.
026200     DELETE MODULE-MASTER-FILE
026300         INVALID KEY
026400             SET TRAN-REJECTED TO TRUE
026700 2300-APPLY-DELETE-EXIT.
026800     EXIT.
026900*-----------------------------------------------------------*
027000* 2400-WRITE-REGISTER - ONE REGISTER LINE PER CARD, APPLIED,  *
027100*                       HELD OR REJECTED WITH ITS REASON      *
027200*-----------------------------------------------------------*
027300 2400-WRITE-REGISTER.
027400     MOVE TX-ACTION          TO RD-ACTION.
027600     MOVE TX-MODULE-CLASS    TO RD-MODULE-CLASS.
027700     MOVE TX-MASS-X          TO RD-MASS.
027710     MOVE TX-EFFECTIVE-DATE-X TO RD-EFF-DATE.
027728     IF TRAN-HELD
027746         ADD 1 TO WS-TRAN-HELD-COUNT
027764         MOVE 'HELD    ' TO RD-STATUS
027782         MOVE WS-REJECT-REASON TO RD-REASON
027800     ELSE IF TRAN-APPLIED
027900         ADD 1 TO WS-TRAN-APPLIED-COUNT
028000         MOVE 'APPLIED ' TO RD-STATUS
028100         MOVE SPACES TO RD-REASON
028120         IF READING-RELEASED
028140             MOVE TX-APPROVER-ID TO WS-ABT-APPROVER
028160             MOVE WS-APPROVED-BY-TEXT TO RD-REASON
028180         END-IF
028200     ELSE
028300         ADD 1 TO WS-TRAN-REJECTED-COUNT
028400         MOVE 'REJECTED' TO RD-STATUS
028700     WRITE REG-RECORD FROM REG-DETAIL-LINE.
028800 2400-WRITE-REGISTER-EXIT.
028900     EXIT.
028901*-----------------------------------------------------------*
028902* 2450-WRITE-PENDING - HOLD THE CARD ON THE PENDING         *
028903*                      APPROVAL FILE FOR DAY01AP, KEYED BY  *
028904*                      THIS RUN'S DATE AND TIME AND THE     *
028905*                      CARD'S NUMBER IN THE RUN             *
028906*-----------------------------------------------------------*
028907 2450-WRITE-PENDING.
028908     MOVE SPACES TO PENDING-APPROVAL-RECORD.
028909     SET PA-MODULE-MASTER TO TRUE.
028910     MOVE WS-RUN-DATE TO PA-ENTERED-DATE.
028911     MOVE WS-RUN-TIME TO PA-ENTERED-TIME.
028912     MOVE WS-TRAN-READ-COUNT TO PA-ENTRY-SEQ.
028913     SET PA-STATUS-PENDING TO TRUE.
028914     MOVE WS-REJECT-REASON TO PA-HOLD-REASON.
028915     MOVE TX-OPERATOR-ID TO PA-OPERATOR-ID.
028916     MOVE TX-REASON-CODE TO PA-REASON-CODE.
028917     IF PRIOR-ROW-FOUND
028918         MOVE WS-PRIOR-MASS TO PA-BEFORE-VALUE
028919     END-IF.
028920     IF NOT TX-ACTION-DELETE
028921         MOVE TX-MASS-X TO PA-AFTER-VALUE
028922     END-IF.
028923     MOVE 0 TO PA-DECISION-DATE.
028924     MOVE SPACES TO TX-APPROVER-ID.
028925     MOVE MASTER-TRANSACTION-RECORD TO PA-TRANSACTION-IMAGE.
028926     WRITE PENDING-APPROVAL-RECORD.
028927 2450-WRITE-PENDING-EXIT.
028928     EXIT.
028929*-----------------------------------------------------------*
028930* 2500-WRITE-JOURNAL - ONE BEFORE/AFTER RECORD ON THE       *
028931*                      CHANGE JOURNAL FOR AN APPLIED CARD.  *
028932*                      THE APPROVER IS CARRIED ONLY FROM A  *
028933*                      RELEASED CARD.                       *
028934*-----------------------------------------------------------*
028935 2500-WRITE-JOURNAL.
028936     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
028937     SET CJ-MODULE-MASTER TO TRUE.
028938     MOVE WS-RUN-DATE TO CJ-CHANGE-DATE.
028939     ACCEPT CJ-CHANGE-TIME FROM TIME.
028940     MOVE 'DAY01MM' TO CJ-PROGRAM-ID.
028941     MOVE TX-ACTION TO CJ-ACTION.
028942     MOVE MB-MASTER-KEY TO CJ-RECORD-KEY.
028943     MOVE TX-OPERATOR-ID TO CJ-OPERATOR-ID.
028944     IF READING-RELEASED
028945         MOVE TX-APPROVER-ID TO CJ-APPROVER-ID
028946     END-IF.
028947     MOVE TX-REASON-CODE TO CJ-REASON-CODE.
028948     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
028949     MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
028950     WRITE CHANGE-JOURNAL-RECORD.
028951 2500-WRITE-JOURNAL-EXIT.
028952     EXIT.
029000*-----------------------------------------------------------*
029100* 2900-READ-TRANSACTION - READ THE NEXT CARD, SET THE END-OF- *
029200*                         FILE SWITCH WHEN EXHAUSTED.         *
029233*                         RELEASED CARDS ARE READ FIRST, THEN *
029266*                         TRANIN.                             *
029300*-----------------------------------------------------------*
029400 2900-READ-TRANSACTION.
029409     IF READING-RELEASED
029418         READ RELEASED-FILE INTO MASTER-TRANSACTION-RECORD
029427             AT END
029436                 CLOSE RELEASED-FILE
029445                 SET READING-TRANIN TO TRUE
029454         END-READ
029463     END-IF.
029472     IF READING-RELEASED
029481         GO TO 2900-READ-TRANSACTION-EXIT
029490     END-IF.
029500     READ TRANSACTION-FILE INTO MASTER-TRANSACTION-RECORD
029600         AT END
029700             SET END-OF-FILE TO TRUE
029800     END-READ.
029900 2900-READ-TRANSACTION-EXIT.
030000     EXIT.
030100*-----------------------------------------------------------*
030200* 9000-TERMINATE - PRINT THE REGISTER TOTALS AND CLOSE UP.    *
030225*                  THE RELEASE DECK IS EMPTIED ONCE ITS CARDS *
030250*                  ARE PROCESSED, SO A RERUN DOES NOT REPLAY  *
030275*                  THEM.                                      *
030300*-----------------------------------------------------------*
030400 9000-TERMINATE.
030500     WRITE REG-RECORD FROM REG-BLANK-LINE.
030900     WRITE REG-RECORD FROM REG-TOTAL-LINE-2.
031000     MOVE WS-TRAN-REJECTED-COUNT TO RT-REJECTED-COUNT.
031100     WRITE REG-RECORD FROM REG-TOTAL-LINE-3.
031133     MOVE WS-TRAN-HELD-COUNT TO RT-HELD-COUNT.
031166     WRITE REG-RECORD FROM REG-TOTAL-LINE-4.
031200     CLOSE TRANSACTION-FILE.
031300     CLOSE MODULE-MASTER-FILE.
031333     CLOSE PENDING-APPROVAL-FILE.
031366     CLOSE CHANGE-JOURNAL-FILE.
031372     IF RELEASED-DECK-PRESENT
031378         OPEN OUTPUT RELEASED-FILE
031384         CLOSE RELEASED-FILE
031390     END-IF.
031400     CLOSE REGISTER-REPORT-FILE.
031500     DISPLAY 'TRANSACTIONS READ ' WS-TRAN-READ-COUNT.
031600     DISPLAY 'APPLIED ' WS-TRAN-APPLIED-COUNT.
031700     DISPLAY 'REJECTED ' WS-TRAN-REJECTED-COUNT.
031716     DISPLAY 'HELD FOR APPROVAL ' WS-TRAN-HELD-COUNT.
031733     PERFORM 9800-WRITE-BATCH-CONTROL
031766         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
031800 9000-TERMINATE-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------*
032100* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
032200*                            HASH TOTALS AND CONDITION CODE *
032300*                            TO THE SHARED BATCH CONTROL    *
032400*                            LEDGER                         *
032500*-----------------------------------------------------------*
032600 9800-WRITE-BATCH-CONTROL.
032700     MOVE SPACES TO BATCH-CONTROL-RECORD.
032800     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
032900     ACCEPT BC-RUN-TIME FROM TIME.
033000     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
033100         ON EXCEPTION
033200             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
033300     END-ACCEPT.
033400     IF BC-BUSINESS-DATE NOT NUMERIC
033500         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
033600     END-IF.
033700     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
033800         ON EXCEPTION
033900             MOVE 'UNKNOWN ' TO BC-JOB-ID
034000     END-ACCEPT.
034100     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
034200         ON EXCEPTION
034300             MOVE 'DAY01MM' TO BC-STEP-NAME
034400     END-ACCEPT.
034500     MOVE 'DAY01MM' TO BC-PROGRAM-ID.
034600     MOVE WS-TRAN-READ-COUNT TO BC-RECORDS-IN.
034700     MOVE WS-TRAN-APPLIED-COUNT TO BC-RECORDS-OUT.
034800     MOVE 0 TO BC-HASH-IN.
034900     MOVE 0 TO BC-HASH-OUT.
035000     MOVE RETURN-CODE TO BC-CONDITION-CODE.
035100     OPEN EXTEND BATCH-CONTROL-FILE.
035200     IF WS-BATCHCTL-STATUS = '35'
035300         OPEN OUTPUT BATCH-CONTROL-FILE
035400     END-IF.
035500     WRITE BATCH-CONTROL-RECORD.
035600     CLOSE BATCH-CONTROL-FILE.
035700 9800-WRITE-BATCH-CONTROL-EXIT.
035800     EXIT.
