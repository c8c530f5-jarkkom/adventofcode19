002100*                 AGES PAST THE OPERATOR CARD THRESHOLD      *
002200*                 (AGECARD, DAYS, DEFAULT 30), SO OLD        *
002300*                 REJECTS STOP DYING QUIETLY.                *
002314* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002328*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002342*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002356*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002370*                 SHIFT.  IN IS SUSPENSE ITEMS HELD, OUT IS *
002384*                 ITEMS STILL OUTSTANDING.                  *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004300     SELECT AGING-REPORT-FILE ASSIGN TO AGERPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AGERPT-STATUS.
004525     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-BATCHCTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONTROL-IN-FILE
007000 FD  AGING-REPORT-FILE
007100     RECORDING MODE IS F.
007200 01  AGE-RECORD                  PIC X(080).
007225 FD  BATCH-CONTROL-FILE
007250     RECORDING MODE IS F.
007275     COPY DAY01BC.
007300 WORKING-STORAGE SECTION.
007310*    THE CONTROL RECORD LIVES IN WORKING STORAGE (READ INTO,
007320*    WRITE FROM) SO ONE LAYOUT SERVES BOTH THE OLD AND THE
008700 01  WS-AGECARD-STATUS           PIC X(02)  VALUE SPACES.
008800 01  WS-SUSPNEW-STATUS           PIC X(02)  VALUE SPACES.
008900 01  WS-AGERPT-STATUS            PIC X(02)  VALUE SPACES.
008950 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009000 01  WS-RUN-IDENTIFICATION.
009100     05  WS-RUN-DATE             PIC 9(08).
009200 01  WS-AGING-WORK.
052000     IF WS-OVER-THRESHOLD-COUNT > 0
052100         MOVE 4 TO RETURN-CODE
052200     END-IF.
052233     PERFORM 9800-WRITE-BATCH-CONTROL
052266         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
052300 9000-TERMINATE-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------*
052600* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
052700*                            HASH TOTALS AND CONDITION CODE *
052800*                            TO THE SHARED BATCH CONTROL    *
052900*                            LEDGER                         *
053000*-----------------------------------------------------------*
053100 9800-WRITE-BATCH-CONTROL.
053200     MOVE SPACES TO BATCH-CONTROL-RECORD.
053300     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
053400     ACCEPT BC-RUN-TIME FROM TIME.
053500     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
053600         ON EXCEPTION
053700             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
053800     END-ACCEPT.
053900     IF BC-BUSINESS-DATE NOT NUMERIC
054000         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
054100     END-IF.
054200     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
054300         ON EXCEPTION
054400             MOVE 'UNKNOWN ' TO BC-JOB-ID
054500     END-ACCEPT.
054600     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
054700         ON EXCEPTION
054800             MOVE 'DAY01SA' TO BC-STEP-NAME
054900     END-ACCEPT.
055000     MOVE 'DAY01SA' TO BC-PROGRAM-ID.
055100     MOVE WS-ITEM-COUNT TO BC-RECORDS-IN.
055200     MOVE WS-OUTSTANDING-COUNT TO BC-RECORDS-OUT.
055300     MOVE 0 TO BC-HASH-IN.
055400     MOVE 0 TO BC-HASH-OUT.
055500     MOVE RETURN-CODE TO BC-CONDITION-CODE.
055600     OPEN EXTEND BATCH-CONTROL-FILE.
055700     IF WS-BATCHCTL-STATUS = '35'
055800         OPEN OUTPUT BATCH-CONTROL-FILE
055900     END-IF.
056000     WRITE BATCH-CONTROL-RECORD.
056100     CLOSE BATCH-CONTROL-FILE.
056200 9800-WRITE-BATCH-CONTROL-EXIT.
056300     EXIT.
