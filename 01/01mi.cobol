002000*                 UNKNOWN MODULE ID PRINTS AS SUCH AND THE   *
002100*                 RUN CARRIES ON WITH THE NEXT CARD, SO ONE  *
002200*                 TYPO CANNOT SINK A WHOLE INQUIRY BATCH.    *
002216* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002232*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002248*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002264*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002280*                 SHIFT.  IN IS INQUIRY CARDS READ.         *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004400     SELECT DOSSIER-REPORT-FILE ASSIGN TO DOSSIER
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DOSSIER-STATUS.
004625     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004650         ORGANIZATION IS LINE SEQUENTIAL
004675         FILE STATUS IS WS-BATCHCTL-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  INQUIRY-CARD-FILE
006400 FD  DOSSIER-REPORT-FILE
006500     RECORDING MODE IS F.
006600 01  DOS-RECORD                  PIC X(090).
006625 FD  BATCH-CONTROL-FILE
006650     RECORDING MODE IS F.
006675     COPY DAY01BC.
006700 WORKING-STORAGE SECTION.
006800*    THE SUSPENSE ORIGINAL RECORD IS REDEFINED THROUGH THE
006900*    DAY01M LAYOUT TO PULL THE MODULE ID OUT OF A SUSPENDED
009300 01  WS-SUSPOUT-STATUS           PIC X(02)  VALUE SPACES.
009400 01  WS-RUNSTAT-STATUS           PIC X(02)  VALUE SPACES.
009500 01  WS-DOSSIER-STATUS           PIC X(02)  VALUE SPACES.
009550 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009600 01  WS-RUN-IDENTIFICATION.
009700     05  WS-RUN-DATE             PIC 9(08).
009800 01  WS-INQUIRY-WORK.
051200     CLOSE DOSSIER-REPORT-FILE.
051300     DISPLAY 'MODULES REQUESTED ' WS-CARD-READ-COUNT.
051400     DISPLAY 'NOT ON MASTER ' WS-UNKNOWN-COUNT.
051433     PERFORM 9800-WRITE-BATCH-CONTROL
051466         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
051500 9000-TERMINATE-EXIT.
051600     EXIT.
051700*-----------------------------------------------------------*
051800* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
051900*                            HASH TOTALS AND CONDITION CODE *
052000*                            TO THE SHARED BATCH CONTROL    *
052100*                            LEDGER                         *
052200*-----------------------------------------------------------*
052300 9800-WRITE-BATCH-CONTROL.
052400     MOVE SPACES TO BATCH-CONTROL-RECORD.
052500     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
052600     ACCEPT BC-RUN-TIME FROM TIME.
052700     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
052800         ON EXCEPTION
052900             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
053000     END-ACCEPT.
053100     IF BC-BUSINESS-DATE NOT NUMERIC
053200         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
053300     END-IF.
053400     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
053500         ON EXCEPTION
053600             MOVE 'UNKNOWN ' TO BC-JOB-ID
053700     END-ACCEPT.
053800     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
053900         ON EXCEPTION
054000             MOVE 'DAY01MI' TO BC-STEP-NAME
054100     END-ACCEPT.
054200     MOVE 'DAY01MI' TO BC-PROGRAM-ID.
054300     MOVE WS-CARD-READ-COUNT TO BC-RECORDS-IN.
054400     MOVE 0 TO BC-RECORDS-OUT.
054500     MOVE 0 TO BC-HASH-IN.
054600     MOVE 0 TO BC-HASH-OUT.
054700     MOVE RETURN-CODE TO BC-CONDITION-CODE.
054800     OPEN EXTEND BATCH-CONTROL-FILE.
054900     IF WS-BATCHCTL-STATUS = '35'
055000         OPEN OUTPUT BATCH-CONTROL-FILE
055100     END-IF.
055200     WRITE BATCH-CONTROL-RECORD.
055300     CLOSE BATCH-CONTROL-FILE.
055400 9800-WRITE-BATCH-CONTROL-EXIT.
055500     EXIT.
