002600*                 GATES THE NIGHTLY RECONCILIATION, SO A     *
002700*                 SHORT DELIVERY SURFACES AT CONFIRMATION    *
002800*                 TIME AND NOT ON LAUNCH WEEK.               *
002814* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002828*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002842*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002856*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002870*                 SHIFT.  IN IS CONFIRMATIONS READ, OUT IS  *
002884*                 TANK RECORDS WRITTEN.                     *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004800     SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-VARRPT-STATUS.
005025     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
005050         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS WS-BATCHCTL-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONFIRMATION-FILE
007100 FD  VARIANCE-REPORT-FILE
007200     RECORDING MODE IS F.
007300 01  VAR-RECORD                  PIC X(080).
007325 FD  BATCH-CONTROL-FILE
007350     RECORDING MODE IS F.
007375     COPY DAY01BC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
007600     05  WS-CONF-EOF-SW          PIC X(01)  VALUE 'N'.
008800 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
008900 01  WS-TANKNEW-STATUS           PIC X(02)  VALUE SPACES.
009000 01  WS-VARRPT-STATUS            PIC X(02)  VALUE SPACES.
009050 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009100 01  WS-RUN-IDENTIFICATION.
009200     05  WS-RUN-DATE             PIC 9(08).
009300 01  WS-GRACE-WORK.
057700        OR WS-UNPOSTED-COUNT > 0
057800         MOVE 4 TO RETURN-CODE
057900     END-IF.
057933     PERFORM 9800-WRITE-BATCH-CONTROL
057966         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
058000 9000-TERMINATE-EXIT.
058100     EXIT.
058200*-----------------------------------------------------------*
059300     WRITE TANK-NEW-RECORD FROM WS-TANK-OUT-RECORD.
059400 9100-WRITE-ONE-TANK-EXIT.
059500     EXIT.
059600*-----------------------------------------------------------*
059700* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
059800*                            HASH TOTALS AND CONDITION CODE *
059900*                            TO THE SHARED BATCH CONTROL    *
060000*                            LEDGER                         *
060100*-----------------------------------------------------------*
060200 9800-WRITE-BATCH-CONTROL.
060300     MOVE SPACES TO BATCH-CONTROL-RECORD.
060400     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
060500     ACCEPT BC-RUN-TIME FROM TIME.
060600     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
060700         ON EXCEPTION
060800             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
060900     END-ACCEPT.
061000     IF BC-BUSINESS-DATE NOT NUMERIC
061100         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
061200     END-IF.
061300     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
061400         ON EXCEPTION
061500             MOVE 'UNKNOWN ' TO BC-JOB-ID
061600     END-ACCEPT.
061700     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
061800         ON EXCEPTION
061900             MOVE 'DAY01DC' TO BC-STEP-NAME
062000     END-ACCEPT.
062100     MOVE 'DAY01DC' TO BC-PROGRAM-ID.
062200     MOVE WS-CONF-READ-COUNT TO BC-RECORDS-IN.
062300     MOVE WS-TANK-COUNT TO BC-RECORDS-OUT.
062400     MOVE 0 TO BC-HASH-IN.
062500     MOVE 0 TO BC-HASH-OUT.
062600     MOVE RETURN-CODE TO BC-CONDITION-CODE.
062700     OPEN EXTEND BATCH-CONTROL-FILE.
062800     IF WS-BATCHCTL-STATUS = '35'
062900         OPEN OUTPUT BATCH-CONTROL-FILE
063000     END-IF.
063100     WRITE BATCH-CONTROL-RECORD.
063200     CLOSE BATCH-CONTROL-FILE.
063300 9800-WRITE-BATCH-CONTROL-EXIT.
063400     EXIT.
