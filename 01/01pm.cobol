002500*                 PRODUCTION INPUT GETS THE SAME EDITS AS    *
002600*                 EVERY OTHER MASTER.  RC 4 WHEN ANY CARD    *
002700*                 REJECTED OR ANY CLASS IS LEFT UNCOVERED.   *
002714* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002728*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002742*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002756*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002770*                 SHIFT.  IN IS TRANSACTIONS READ, OUT IS   *
002784*                 PRICE ROWS WRITTEN.                       *
002786* 2026-10-15 JM   CARDS NOW CARRY OPERATOR AND REASON.      *
002788*                 DELETES AND RATE MOVES PAST TOLERANCE     *
002790*                 WAIT ON PENDAPPR FOR A SECOND OPERATOR    *
002792*                 (DAY01AP, PMRELS) INSTEAD OF APPLYING     *
002794*                 WITH A WARNING.  APPLIED CARDS ARE        *
002796*                 JOURNALED TO CHGJRNL.                     *
002800* 2026-10-15 JM   THE RELEASE DECK (PMRELS) IS EMPTIED AT   *
002814*                 THE END OF A SUCCESSFUL RUN, SO A RERUN   *
002828*                 CANNOT APPLY AN APPROVED CARD A SECOND    *
002842*                 TIME.  A RATE MOVE TOO LARGE TO EXPRESS   *
002856*                 AS A PERCENT NOW COUNTS AS PAST           *
002870*                 TOLERANCE.                                *
002884*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
004400     SELECT REGISTER-REPORT-FILE ASSIGN TO PRCEREG
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PRCEREG-STATUS.
004625     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004650         ORGANIZATION IS LINE SEQUENTIAL
004675         FILE STATUS IS WS-BATCHCTL-STATUS.
004677     SELECT RELEASED-FILE ASSIGN TO PMRELS
004679         ORGANIZATION IS LINE SEQUENTIAL
004681         FILE STATUS IS WS-PMRELS-STATUS.
004683     SELECT PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
004685         ORGANIZATION IS LINE SEQUENTIAL
004687         FILE STATUS IS WS-PENDAPPR-STATUS.
004689     SELECT CHANGE-JOURNAL-FILE ASSIGN TO CHGJRNL
004691         ORGANIZATION IS LINE SEQUENTIAL
004693         FILE STATUS IS WS-CHGJRNL-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PRICE-FILE
005100     COPY DAY01F.
005200 FD  TRANSACTION-FILE
005300     RECORDING MODE IS F.
005400 01  PRCETXN-RECORD              PIC X(038).
005500 FD  TOLERANCE-CARD-FILE
005600     RECORDING MODE IS F.
005700 01  TOLERANCE-CARD.
006400 FD  REGISTER-REPORT-FILE
006500     RECORDING MODE IS F.
006600 01  REG-RECORD                  PIC X(080).
006625 FD  BATCH-CONTROL-FILE
006650     RECORDING MODE IS F.
006675     COPY DAY01BC.
006677 FD  RELEASED-FILE
006679     RECORDING MODE IS F.
006681 01  RELEASED-RECORD             PIC X(038).
006683 FD  PENDING-APPROVAL-FILE
006685     RECORDING MODE IS F.
006687     COPY DAY01PA.
006689 FD  CHANGE-JOURNAL-FILE
006691     RECORDING MODE IS F.
006693     COPY DAY01CJ.
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
008600         88  COVER-NOT-FOUND                VALUE 'N'.
008700     05  WS-SWAPPED-SW           PIC X(01)  VALUE 'N'.
008800         88  PASS-SWAPPED                   VALUE 'Y'.
008816     05  WS-SOURCE-SW            PIC X(01)  VALUE 'T'.
008832         88  READING-RELEASED               VALUE 'R'.
008848         88  READING-TRANIN                 VALUE 'T'.
008853     05  WS-DECK-SW              PIC X(01)  VALUE 'N'.
008858         88  RELEASED-DECK-PRESENT          VALUE 'Y'.
008864     05  WS-HOLD-SW              PIC X(01)  VALUE 'N'.
008880         88  TRAN-HELD                      VALUE 'Y'.
008900 01  WS-FUELPRCE-STATUS          PIC X(02)  VALUE SPACES.
009000 01  WS-PRCETXN-STATUS           PIC X(02)  VALUE SPACES.
009100 01  WS-TOLCARD-STATUS           PIC X(02)  VALUE SPACES.
009200 01  WS-PRCENEW-STATUS           PIC X(02)  VALUE SPACES.
009300 01  WS-PRCEREG-STATUS           PIC X(02)  VALUE SPACES.
009350 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009362 01  WS-PMRELS-STATUS            PIC X(02)  VALUE SPACES.
009374 01  WS-PENDAPPR-STATUS          PIC X(02)  VALUE SPACES.
009386 01  WS-CHGJRNL-STATUS           PIC X(02)  VALUE SPACES.
009400 01  WS-RUN-IDENTIFICATION.
009500     05  WS-RUN-DATE             PIC 9(08).
009550     05  WS-RUN-TIME             PIC 9(08).
009600 01  WS-REJECT-REASON            PIC X(28)  VALUE SPACES.
009700 01  WS-TOLERANCE-PCT            PIC 9(03)  VALUE 20.
009800 01  WS-RATE-MOVE-WORK.
010100     05  WS-RATE-DIFF            PIC S9(06)V99 VALUE 0.
010200     05  WS-PCT-MOVE             PIC S9(05)V9 VALUE 0.
010300     05  WS-ABS-PCT              PIC 9(05)V9 VALUE 0.
010350     05  WS-OLD-RATE             PIC 9(05)V99 VALUE 0.
010400 01  WS-COVERAGE-WORK.
010500     05  WS-COVER-CLASS          PIC X(02)  VALUE SPACES.
010600     05  WS-CLASS-SUB            PIC 9(01)  COMP VALUE 0.
012000     05  WS-WARNING-COUNT        PIC 9(05)  COMP VALUE 0.
012100     05  WS-UNCOVERED-COUNT      PIC 9(05)  COMP VALUE 0.
012200     05  WS-ROWS-WRITTEN-COUNT   PIC 9(05)  COMP VALUE 0.
012250     05  WS-TRAN-HELD-COUNT      PIC 9(05)  COMP VALUE 0.
012300 01  WS-PRICE-TABLE-AREA.
012400     05  WS-PRICE-MAX            PIC 9(03)  COMP VALUE 500.
012500     05  WS-PRICE-COUNT          PIC 9(03)  COMP VALUE 0.
014200     05  WS-OUT-EFFECTIVE-DATE   PIC 9(08).
014300     05  WS-OUT-MODULE-CLASS     PIC X(02).
014400     05  WS-OUT-RATE             PIC 9(05)V99.
014405 01  WS-JOURNAL-KEY.
014410     05  WS-JK-MODULE-CLASS      PIC X(02).
014415     05  WS-JK-EFFECTIVE-DATE    PIC 9(08).
014420 01  WS-JOURNAL-ROW.
014425     05  WS-JR-EFFECTIVE-DATE    PIC 9(08).
014430     05  WS-JR-MODULE-CLASS      PIC X(02).
014435     05  WS-JR-RATE              PIC 9(05)V99.
014440 01  WS-PEND-RATE-AREA.
014445     05  WS-PEND-RATE            PIC ZZZZ9.99.
014450 01  WS-APPROVED-BY-TEXT.
014455     05  FILLER                  PIC X(12)  VALUE 'APPROVED BY '.
014460     05  WS-ABT-APPROVER         PIC X(08).
014465*    THE CARD LIVES IN WORKING STORAGE (READ INTO) SO THE
014470*    RELEASED CARDS FROM DAY01AP AND THE DAY'S OWN CARDS GO
014475*    THROUGH THE SAME EDIT AND APPLY PARAGRAPHS.
014480     COPY DAY01R.
014500 01  REG-HEADING-1.
014600     05  FILLER                  PIC X(37)
014700         VALUE 'FUEL PRICE TABLE MAINTENANCE REGISTER'.
020100     05  FILLER                  PIC X(20)
020200         VALUE 'TABLE ROWS WRITTEN: '.
020300     05  RT-ROWS-WRITTEN         PIC ZZZZ9.
020320 01  REG-TOTAL-LINE-7.
020340     05  FILLER                  PIC X(20)
020360         VALUE 'HELD FOR APPROVAL:  '.
020380     05  RT-HELD-COUNT           PIC ZZZZ9.
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE
022300*                   (A MISSING TABLE IS THE INITIAL LOAD     *
022400*                   CASE, NOT AN ABEND), OPEN THE CARDS AND  *
022500*                   START THE REGISTER.                      *
022533*                   CARDS RELEASED BY DAY01AP (PMRELS), WHEN *
022566*                   PRESENT, ARE READ AHEAD OF PRCETXN.      *
022600*-----------------------------------------------------------*
022700 1000-INITIALIZE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022850     ACCEPT WS-RUN-TIME FROM TIME.
022900     MOVE SPACES TO TOLERANCE-CARD.
023000     OPEN INPUT TOLERANCE-CARD-FILE.
023100     IF WS-TOLCARD-STATUS NOT = '35'
025400         MOVE 12 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025620     OPEN INPUT RELEASED-FILE.
025640     IF WS-PMRELS-STATUS = '00'
025660         SET READING-RELEASED TO TRUE
025670         SET RELEASED-DECK-PRESENT TO TRUE
025680     END-IF.
025700     OPEN OUTPUT PRICE-NEW-FILE.
025800     OPEN OUTPUT REGISTER-REPORT-FILE.
025811     OPEN EXTEND PENDING-APPROVAL-FILE.
025822     IF WS-PENDAPPR-STATUS = '35'
025833         OPEN OUTPUT PENDING-APPROVAL-FILE
025844     END-IF.
025855     OPEN EXTEND CHANGE-JOURNAL-FILE.
025866     IF WS-CHGJRNL-STATUS = '35'
025877         OPEN OUTPUT CHANGE-JOURNAL-FILE
025888     END-IF.
025900     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
026000     WRITE REG-RECORD FROM REG-HEADING-1.
026100     MOVE WS-TOLERANCE-PCT TO RH2-TOLERANCE.
030500*-----------------------------------------------------------*
030600* 2000-PROCESS-TRANSACTION - EDIT ONE CARD, APPLY IT TO THE  *
030700*                            TABLE WHEN IT PASSES, AND WRITE *
030800*                            ITS REGISTER LINE EITHER WAY.   *
030820*                            A SENSITIVE CARD IS HELD FOR A  *
030840*                            SECOND OPERATOR INSTEAD, AND    *
030860*                            EVERY APPLIED CARD IS           *
030880*                            JOURNALED.                      *
030900*-----------------------------------------------------------*
031000 2000-PROCESS-TRANSACTION.
031100     ADD 1 TO WS-TRAN-READ-COUNT.
031200     SET TRAN-APPLIED TO TRUE.
031300     MOVE 'N' TO WS-WARN-SW.
031400     MOVE SPACES TO WS-REJECT-REASON.
031450     MOVE 'N' TO WS-HOLD-SW.
031500     PERFORM 2050-VALIDATE-TRANSACTION
031600         THRU 2050-VALIDATE-TRANSACTION-EXIT.
031700     IF TRAN-APPLIED
032600                 THRU 2300-APPLY-DELETE-EXIT
032700         END-IF
032800     END-IF.
032812     IF TRAN-HELD
032824         PERFORM 2450-WRITE-PENDING
032836             THRU 2450-WRITE-PENDING-EXIT
032848     ELSE IF TRAN-APPLIED
032860         PERFORM 2500-WRITE-JOURNAL
032872             THRU 2500-WRITE-JOURNAL-EXIT
032884     END-IF.
032900     PERFORM 2400-WRITE-REGISTER
033000         THRU 2400-WRITE-REGISTER-EXIT.
033100     PERFORM 2900-READ-TRANSACTION
033800*                             KNOWN SET (BLANK IS THE        *
033900*                             DEFAULT ROW), A BAD EFFECTIVE  *
034000*                             DATE, OR (ON ADD/CHANGE) A     *
034100*                             NON-NUMERIC OR ZERO RATE.      *
034120*                             A CARD WITH NO OPERATOR OR     *
034140*                             REASON CODE, OR A RELEASED     *
034160*                             CARD NOT APPROVED BY A SECOND  *
034180*                             OPERATOR, IS REJECTED TOO.     *
034200*-----------------------------------------------------------*
034300 2050-VALIDATE-TRANSACTION.
034400     IF NOT PR-ACTION-KNOWN
034600         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
034700         GO TO 2050-VALIDATE-TRANSACTION-EXIT
034800     END-IF.
034805     IF PR-OPERATOR-ID = SPACES
034810         SET TRAN-REJECTED TO TRUE
034815         MOVE 'MISSING OPERATOR ID' TO WS-REJECT-REASON
034820         GO TO 2050-VALIDATE-TRANSACTION-EXIT
034825     END-IF.
034830     IF PR-REASON-CODE = SPACES
034835         SET TRAN-REJECTED TO TRUE
034840         MOVE 'MISSING REASON CODE' TO WS-REJECT-REASON
034845         GO TO 2050-VALIDATE-TRANSACTION-EXIT
034850     END-IF.
034855     IF READING-RELEASED
034860        AND (PR-APPROVER-ID = SPACES
034865             OR PR-APPROVER-ID = PR-OPERATOR-ID)
034870         SET TRAN-REJECTED TO TRUE
034875         MOVE 'NO SECOND OPERATOR APPROVAL' TO WS-REJECT-REASON
034880         GO TO 2050-VALIDATE-TRANSACTION-EXIT
034885     END-IF.
034900     IF NOT PR-CLASS-KNOWN AND NOT PR-CLASS-DEFAULT
035000         SET TRAN-REJECTED TO TRUE
035100         MOVE 'INVALID MODULE CLASS' TO WS-REJECT-REASON
037600*                  DUPLICATE CLASS-PLUS-DATE ROW IS EXACTLY  *
037700*                  THE FAT-FINGER THIS PROGRAM EXISTS TO     *
037800*                  STOP.  A RATE MOVING PAST THE TOLERANCE   *
037900*                  FROM THE PRIOR EFFECTIVE ROW IS HELD FOR  *
038000*                  A SECOND OPERATOR'S APPROVAL, AND APPLIED *
038050*                  WITH A WARNING ONCE DAY01AP RELEASES IT.  *
038100*-----------------------------------------------------------*
038200 2100-APPLY-ADD.
038300     PERFORM 2600-FIND-ROW
039400     END-IF.
039500     PERFORM 2700-CHECK-RATE-MOVE
039600         THRU 2700-CHECK-RATE-MOVE-EXIT.
039616     IF TRAN-WARNED AND READING-TRANIN
039632         SET TRAN-HELD TO TRUE
039648         MOVE 'RATE MOVE EXCEEDS TOLERANCE' TO WS-REJECT-REASON
039664         GO TO 2100-APPLY-ADD-EXIT
039680     END-IF.
039700     ADD 1 TO WS-PRICE-COUNT.
039800     MOVE PR-MODULE-CLASS
039900         TO PE-MODULE-CLASS (WS-PRICE-COUNT).
040600*-----------------------------------------------------------*
040700* 2200-APPLY-CHANGE - RE-RATE AN EXISTING ROW, WITH THE SAME *
040800*                     TOLERANCE CHECK AGAINST THE PRIOR      *
040900*                     EFFECTIVE ROW.  A MOVE PAST IT, OR     *
040950*                     PAST THE TOLERANCE FROM THE ROW'S OWN  *
040975*                     RATE, IS HELD THE SAME WAY.            *
041000*-----------------------------------------------------------*
041100 2200-APPLY-CHANGE.
041200     PERFORM 2600-FIND-ROW
041600         MOVE 'ROW NOT ON TABLE' TO WS-REJECT-REASON
041700         GO TO 2200-APPLY-CHANGE-EXIT
041800     END-IF.
041850     MOVE PE-RATE (WS-HIT-IDX) TO WS-OLD-RATE.
041900     PERFORM 2700-CHECK-RATE-MOVE
042000         THRU 2700-CHECK-RATE-MOVE-EXIT.
042016     IF TRAN-WARNED AND READING-TRANIN
042032         SET TRAN-HELD TO TRUE
042048         MOVE 'RATE MOVE EXCEEDS TOLERANCE' TO WS-REJECT-REASON
042064         GO TO 2200-APPLY-CHANGE-EXIT
042080     END-IF.
042082     IF READING-TRANIN
042084         PERFORM 2720-CHECK-ROW-MOVE
042086             THRU 2720-CHECK-ROW-MOVE-EXIT
042088     END-IF.
042090     IF TRAN-HELD
042092         GO TO 2200-APPLY-CHANGE-EXIT
042094     END-IF.
042100     MOVE PR-RATE TO PE-RATE (WS-HIT-IDX).
042200 2200-APPLY-CHANGE-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------*
042500* 2300-APPLY-DELETE - DROP AN EXISTING ROW FROM THE          *
042600*                     REPLACEMENT TABLE.                     *
042633*                     EVERY DELETE IS HELD FOR A SECOND      *
042666*                     OPERATOR UNTIL DAY01AP RELEASES IT.    *
042700*-----------------------------------------------------------*
042800 2300-APPLY-DELETE.
042900     PERFORM 2600-FIND-ROW
043300         MOVE 'ROW NOT ON TABLE' TO WS-REJECT-REASON
043400         GO TO 2300-APPLY-DELETE-EXIT
043500     END-IF.
043514     MOVE PE-RATE (WS-HIT-IDX) TO WS-OLD-RATE.
043528     IF READING-TRANIN
043542         SET TRAN-HELD TO TRUE
043556         MOVE 'DELETE NEEDS APPROVAL' TO WS-REJECT-REASON
043570         GO TO 2300-APPLY-DELETE-EXIT
043584     END-IF.
043600     MOVE 'Y' TO PE-DELETED-SW (WS-HIT-IDX).
043700 2300-APPLY-DELETE-EXIT.
043800     EXIT.
043900*-----------------------------------------------------------*
044000* 2400-WRITE-REGISTER - ONE REGISTER LINE PER CARD: APPLIED, *
044100*                       WARNING (A RELEASED CARD APPLIED     *
044200*                       THOUGH THE RATE MOVED PAST           *
044233*                       TOLERANCE), HELD FOR APPROVAL OR     *
044266*                       REJECTED                             *
044300*-----------------------------------------------------------*
044400 2400-WRITE-REGISTER.
044500     MOVE PR-ACTION           TO RD-ACTION.
045000         ADD 1 TO WS-TRAN-REJECTED-COUNT
045100         MOVE 'REJECTED' TO RD-STATUS
045200         MOVE WS-REJECT-REASON TO RD-REASON
045220     ELSE IF TRAN-HELD
045240         ADD 1 TO WS-TRAN-HELD-COUNT
045260         MOVE 'HELD    ' TO RD-STATUS
045280         MOVE WS-REJECT-REASON TO RD-REASON
045300     ELSE IF TRAN-WARNED
045400         ADD 1 TO WS-TRAN-APPLIED-COUNT
045500         ADD 1 TO WS-WARNING-COUNT
045900         ADD 1 TO WS-TRAN-APPLIED-COUNT
046000         MOVE 'APPLIED ' TO RD-STATUS
046100         MOVE SPACES TO RD-REASON
046120         IF READING-RELEASED
046140             MOVE PR-APPROVER-ID TO WS-ABT-APPROVER
046160             MOVE WS-APPROVED-BY-TEXT TO RD-REASON
046180         END-IF
046200     END-IF.
046300     WRITE REG-RECORD FROM REG-DETAIL-LINE.
046400 2400-WRITE-REGISTER-EXIT.
046500     EXIT.
046501*-----------------------------------------------------------*
046502* 2450-WRITE-PENDING - HOLD THE CARD ON THE PENDING         *
046503*                      APPROVAL FILE FOR DAY01AP, KEYED BY  *
046504*                      THIS RUN'S DATE AND TIME AND THE     *
046505*                      CARD'S NUMBER IN THE RUN.  THE       *
046506*                      BEFORE RATE IS THE ROW A CHANGE OR   *
046507*                      DELETE NAMES, OR FOR AN ADD THE      *
046508*                      PRIOR EFFECTIVE ROW THE MOVE WAS     *
046509*                      MEASURED FROM.                       *
046510*-----------------------------------------------------------*
046511 2450-WRITE-PENDING.
046512     MOVE SPACES TO PENDING-APPROVAL-RECORD.
046513     SET PA-PRICE-TABLE TO TRUE.
046514     MOVE WS-RUN-DATE TO PA-ENTERED-DATE.
046515     MOVE WS-RUN-TIME TO PA-ENTERED-TIME.
046516     MOVE WS-TRAN-READ-COUNT TO PA-ENTRY-SEQ.
046517     SET PA-STATUS-PENDING TO TRUE.
046518     MOVE WS-REJECT-REASON TO PA-HOLD-REASON.
046519     MOVE PR-OPERATOR-ID TO PA-OPERATOR-ID.
046520     MOVE PR-REASON-CODE TO PA-REASON-CODE.
046521     IF PR-ACTION-ADD
046522         IF PRIOR-ROW-FOUND
046523             MOVE WS-PRIOR-RATE TO WS-PEND-RATE
046524             MOVE WS-PEND-RATE-AREA TO PA-BEFORE-VALUE
046525         END-IF
046526     ELSE
046527         MOVE WS-OLD-RATE TO WS-PEND-RATE
046528         MOVE WS-PEND-RATE-AREA TO PA-BEFORE-VALUE
046529     END-IF.
046530     IF NOT PR-ACTION-DELETE
046531         MOVE PR-RATE TO WS-PEND-RATE
046532         MOVE WS-PEND-RATE-AREA TO PA-AFTER-VALUE
046533     END-IF.
046534     MOVE 0 TO PA-DECISION-DATE.
046535     MOVE SPACES TO PR-APPROVER-ID.
046536     MOVE PRICE-TRANSACTION-RECORD TO PA-TRANSACTION-IMAGE.
046537     WRITE PENDING-APPROVAL-RECORD.
046538 2450-WRITE-PENDING-EXIT.
046539     EXIT.
046540*-----------------------------------------------------------*
046541* 2500-WRITE-JOURNAL - ONE BEFORE/AFTER RECORD ON THE       *
046542*                      CHANGE JOURNAL FOR AN APPLIED CARD,  *
046543*                      THE ROWS IN THE DAY01F LAYOUT.  THE  *
046544*                      APPROVER IS CARRIED ONLY FROM A      *
046545*                      RELEASED CARD.                       *
046546*-----------------------------------------------------------*
046547 2500-WRITE-JOURNAL.
046548     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
046549     SET CJ-PRICE-TABLE TO TRUE.
046550     MOVE WS-RUN-DATE TO CJ-CHANGE-DATE.
046551     ACCEPT CJ-CHANGE-TIME FROM TIME.
046552     MOVE 'DAY01PM' TO CJ-PROGRAM-ID.
046553     MOVE PR-ACTION TO CJ-ACTION.
046554     MOVE PR-MODULE-CLASS TO WS-JK-MODULE-CLASS.
046555     MOVE PR-EFFECTIVE-DATE TO WS-JK-EFFECTIVE-DATE.
046556     MOVE WS-JOURNAL-KEY TO CJ-RECORD-KEY.
046557     MOVE PR-OPERATOR-ID TO CJ-OPERATOR-ID.
046558     IF READING-RELEASED
046559         MOVE PR-APPROVER-ID TO CJ-APPROVER-ID
046560     END-IF.
046561     MOVE PR-REASON-CODE TO CJ-REASON-CODE.
046562     MOVE PR-EFFECTIVE-DATE TO WS-JR-EFFECTIVE-DATE.
046563     MOVE PR-MODULE-CLASS TO WS-JR-MODULE-CLASS.
046564     IF NOT PR-ACTION-ADD
046565         MOVE WS-OLD-RATE TO WS-JR-RATE
046566         MOVE WS-JOURNAL-ROW TO CJ-BEFORE-IMAGE
046567     END-IF.
046568     IF NOT PR-ACTION-DELETE
046569         MOVE PR-RATE TO WS-JR-RATE
046570         MOVE WS-JOURNAL-ROW TO CJ-AFTER-IMAGE
046571     END-IF.
046572     WRITE CHANGE-JOURNAL-RECORD.
046573 2500-WRITE-JOURNAL-EXIT.
046574     EXIT.
046600*-----------------------------------------------------------*
046700* 2600-FIND-ROW - FIND THE LIVE ROW WITH THE CARD'S CLASS    *
046800*                 AND EFFECTIVE DATE                         *
050700     END-IF.
050800     COMPUTE WS-RATE-DIFF = PR-RATE - WS-PRIOR-RATE.
050900     COMPUTE WS-PCT-MOVE ROUNDED =
051000         (WS-RATE-DIFF * 100) / WS-PRIOR-RATE
051025         ON SIZE ERROR
051050             MOVE 99999.9 TO WS-PCT-MOVE
051075     END-COMPUTE.
051100     IF WS-PCT-MOVE < 0
051200         COMPUTE WS-ABS-PCT = 0 - WS-PCT-MOVE
051300     ELSE
053200     END-IF.
053300 2710-TEST-PRIOR-ROW-EXIT.
053400     EXIT.
053403*-----------------------------------------------------------*
053406* 2720-CHECK-ROW-MOVE - HOLD A CHANGE THAT MOVES THE ROW'S  *
053409*                       OWN RATE BY MORE THAN THE           *
053412*                       TOLERANCE.  A MOVE TOO LARGE TO     *
053415*                       MEASURE IS HELD TOO.                *
053418*-----------------------------------------------------------*
053421 2720-CHECK-ROW-MOVE.
053424     IF WS-OLD-RATE = 0
053427         GO TO 2720-CHECK-ROW-MOVE-EXIT
053430     END-IF.
053433     COMPUTE WS-RATE-DIFF = PR-RATE - WS-OLD-RATE.
053436     COMPUTE WS-PCT-MOVE ROUNDED =
053439         (WS-RATE-DIFF * 100) / WS-OLD-RATE
053442         ON SIZE ERROR
053445             MOVE 99999.9 TO WS-PCT-MOVE
053448     END-COMPUTE.
053451     IF WS-PCT-MOVE < 0
053454         COMPUTE WS-ABS-PCT = 0 - WS-PCT-MOVE
053457     ELSE
053460         MOVE WS-PCT-MOVE TO WS-ABS-PCT
053463     END-IF.
053466     IF WS-ABS-PCT > WS-TOLERANCE-PCT
053469         SET TRAN-HELD TO TRUE
053472         MOVE 'RATE MOVE EXCEEDS TOLERANCE' TO WS-REJECT-REASON
053475     END-IF.
053478 2720-CHECK-ROW-MOVE-EXIT.
053481     EXIT.
053500*-----------------------------------------------------------*
053600* 2900-READ-TRANSACTION - READ THE NEXT CARD: RELEASED CARDS *
053650*                         FIRST, THEN PRCETXN                *
053700*-----------------------------------------------------------*
053800 2900-READ-TRANSACTION.
053809     IF READING-RELEASED
053818         READ RELEASED-FILE INTO PRICE-TRANSACTION-RECORD
053827             AT END
053836                 CLOSE RELEASED-FILE
053845                 SET READING-TRANIN TO TRUE
053854         END-READ
053863     END-IF.
053872     IF READING-RELEASED
053881         GO TO 2900-READ-TRANSACTION-EXIT
053890     END-IF.
053900     READ TRANSACTION-FILE INTO PRICE-TRANSACTION-RECORD
054000         AT END
054100             SET END-OF-FILE TO TRUE
054200     END-READ.
059100* 9000-TERMINATE - SORT THE SURVIVING ROWS BY CLASS AND      *
059200*                  EFFECTIVE DATE, WRITE THE REPLACEMENT     *
059300*                  TABLE, PRINT THE REGISTER TOTALS AND      *
059400*                  GRADE THE RETURN CODE.                    *
059425*                  THE RELEASE DECK IS EMPTIED ONCE ITS      *
059450*                  CARDS ARE PROCESSED, SO A RERUN DOES NOT  *
059475*                  REPLAY THEM.                              *
059500*-----------------------------------------------------------*
059600 9000-TERMINATE.
059700     PERFORM 9100-SORT-TABLE
061300     WRITE REG-RECORD FROM REG-TOTAL-LINE-5.
061400     MOVE WS-ROWS-WRITTEN-COUNT TO RT-ROWS-WRITTEN.
061500     WRITE REG-RECORD FROM REG-TOTAL-LINE-6.
061533     MOVE WS-TRAN-HELD-COUNT TO RT-HELD-COUNT.
061566     WRITE REG-RECORD FROM REG-TOTAL-LINE-7.
061600     CLOSE TRANSACTION-FILE.
061700     CLOSE PRICE-NEW-FILE.
061800     CLOSE REGISTER-REPORT-FILE.
061833     CLOSE PENDING-APPROVAL-FILE.
061866     CLOSE CHANGE-JOURNAL-FILE.
061872     IF RELEASED-DECK-PRESENT
061878         OPEN OUTPUT RELEASED-FILE
061884         CLOSE RELEASED-FILE
061890     END-IF.
061900     DISPLAY 'TRANSACTIONS READ ' WS-TRAN-READ-COUNT.
062000     DISPLAY 'APPLIED ' WS-TRAN-APPLIED-COUNT.
062100     DISPLAY 'REJECTED ' WS-TRAN-REJECTED-COUNT.
062200     DISPLAY 'WARNINGS ' WS-WARNING-COUNT.
062300     DISPLAY 'CLASSES UNCOVERED ' WS-UNCOVERED-COUNT.
062350     DISPLAY 'HELD FOR APPROVAL ' WS-TRAN-HELD-COUNT.
062400     IF WS-TRAN-REJECTED-COUNT > 0
062500        OR WS-UNCOVERED-COUNT > 0
062600         MOVE 4 TO RETURN-CODE
062700     END-IF.
062733     PERFORM 9800-WRITE-BATCH-CONTROL
062766         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
062800 9000-TERMINATE-EXIT.
062900     EXIT.
063000*-----------------------------------------------------------*
069200     WRITE PRICE-NEW-RECORD FROM WS-PRICE-OUT-RECORD.
069300 9200-WRITE-ONE-ROW-EXIT.
069400     EXIT.
069500*-----------------------------------------------------------*
069600* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
069700*                            HASH TOTALS AND CONDITION CODE *
069800*                            TO THE SHARED BATCH CONTROL    *
069900*                            LEDGER                         *
070000*-----------------------------------------------------------*
070100 9800-WRITE-BATCH-CONTROL.
070200     MOVE SPACES TO BATCH-CONTROL-RECORD.
070300     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
070400     ACCEPT BC-RUN-TIME FROM TIME.
070500     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
070600         ON EXCEPTION
070700             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
070800     END-ACCEPT.
070900     IF BC-BUSINESS-DATE NOT NUMERIC
071000         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
071100     END-IF.
071200     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
071300         ON EXCEPTION
071400             MOVE 'UNKNOWN ' TO BC-JOB-ID
071500     END-ACCEPT.
071600     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
071700         ON EXCEPTION
071800             MOVE 'DAY01PM' TO BC-STEP-NAME
071900     END-ACCEPT.
072000     MOVE 'DAY01PM' TO BC-PROGRAM-ID.
072100     MOVE WS-TRAN-READ-COUNT TO BC-RECORDS-IN.
072200     MOVE WS-ROWS-WRITTEN-COUNT TO BC-RECORDS-OUT.
072300     MOVE 0 TO BC-HASH-IN.
072400     MOVE 0 TO BC-HASH-OUT.
072500     MOVE RETURN-CODE TO BC-CONDITION-CODE.
072600     OPEN EXTEND BATCH-CONTROL-FILE.
072700     IF WS-BATCHCTL-STATUS = '35'
072800         OPEN OUTPUT BATCH-CONTROL-FILE
072900     END-IF.
073000     WRITE BATCH-CONTROL-RECORD.
073100     CLOSE BATCH-CONTROL-FILE.
073200 9800-WRITE-BATCH-CONTROL-EXIT.
073300     EXIT.
