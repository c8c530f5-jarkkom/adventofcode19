002300*                 AGAINST THE NEW MASTER.  PRINTS A          *
002400*                 CONVERSION REGISTER PROVING EVERY ROW      *
002500*                 READ WAS WRITTEN.                          *
002514* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002528*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002542*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002556*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002570*                 SHIFT.  IN IS OLD MASTER ROWS READ, OUT   *
002584*                 IS NEW MASTER ROWS WRITTEN.               *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004000     SELECT CONVERSION-REPORT-FILE ASSIGN TO CNVRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CNVRPT-STATUS.
004225     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004250         ORGANIZATION IS LINE SEQUENTIAL
004275         FILE STATUS IS WS-BATCHCTL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OLD-MASTER-FILE.
005800 FD  CONVERSION-REPORT-FILE
005900     RECORDING MODE IS F.
006000 01  CNV-RECORD                  PIC X(080).
006025 FD  BATCH-CONTROL-FILE
006050     RECORDING MODE IS F.
006075     COPY DAY01BC.
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-EOF-SW               PIC X(01)  VALUE 'N'.
006500 01  WS-MODMASTO-STATUS          PIC X(02)  VALUE SPACES.
006600 01  WS-MODMASTN-STATUS          PIC X(02)  VALUE SPACES.
006700 01  WS-CNVRPT-STATUS            PIC X(02)  VALUE SPACES.
006750 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
006800 01  WS-RUN-IDENTIFICATION.
006900     05  WS-RUN-DATE             PIC 9(08).
007000 01  WS-CONVERSION-COUNTERS.
020400     IF WS-ROWS-FAILED-COUNT > 0
020500         MOVE 8 TO RETURN-CODE
020600     END-IF.
020633     PERFORM 9800-WRITE-BATCH-CONTROL
020666         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
020700 9000-TERMINATE-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------*
021000* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
021100*                            HASH TOTALS AND CONDITION CODE *
021200*                            TO THE SHARED BATCH CONTROL    *
021300*                            LEDGER                         *
021400*-----------------------------------------------------------*
021500 9800-WRITE-BATCH-CONTROL.
021600     MOVE SPACES TO BATCH-CONTROL-RECORD.
021700     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
021800     ACCEPT BC-RUN-TIME FROM TIME.
021900     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
022000         ON EXCEPTION
022100             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
022200     END-ACCEPT.
022300     IF BC-BUSINESS-DATE NOT NUMERIC
022400         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
022500     END-IF.
022600     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
022700         ON EXCEPTION
022800             MOVE 'UNKNOWN ' TO BC-JOB-ID
022900     END-ACCEPT.
023000     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
023100         ON EXCEPTION
023200             MOVE 'DAY01CV' TO BC-STEP-NAME
023300     END-ACCEPT.
023400     MOVE 'DAY01CV' TO BC-PROGRAM-ID.
023500     MOVE WS-ROWS-READ-COUNT TO BC-RECORDS-IN.
023600     MOVE WS-ROWS-WRITTEN-COUNT TO BC-RECORDS-OUT.
023700     MOVE 0 TO BC-HASH-IN.
023800     MOVE 0 TO BC-HASH-OUT.
023900     MOVE RETURN-CODE TO BC-CONDITION-CODE.
024000     OPEN EXTEND BATCH-CONTROL-FILE.
024100     IF WS-BATCHCTL-STATUS = '35'
024200         OPEN OUTPUT BATCH-CONTROL-FILE
024300     END-IF.
024400     WRITE BATCH-CONTROL-RECORD.
024500     CLOSE BATCH-CONTROL-FILE.
024600 9800-WRITE-BATCH-CONTROL-EXIT.
024700     EXIT.
