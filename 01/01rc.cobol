003367*                 BALANCES AGAINST THE SUM OF EVERY FEED     *
003368*                 RECORD CARRYING ITS RUN KEY, NOT JUST THE  *
003369*                 FIRST ONE.                                 *
003373* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
003377*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
003381*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
003385*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
003389*                 SHIFT.  IN IS PROCUREMENT FEED RECORDS    *
003393*                 LOADED.                                   *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004700     SELECT RECON-REPORT-FILE ASSIGN TO RECONRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RECONRPT-STATUS.
004925     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004950         ORGANIZATION IS LINE SEQUENTIAL
004975         FILE STATUS IS WS-BATCHCTL-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDIT-TRAIL-FILE
006100 FD  RECON-REPORT-FILE
006200     RECORDING MODE IS F.
006300 01  RCN-RECORD                  PIC X(080).
006325 FD  BATCH-CONTROL-FILE
006350     RECORDING MODE IS F.
006375     COPY DAY01BC.
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600     05  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
008200 01  WS-PROCFEED-STATUS          PIC X(02)  VALUE SPACES.
008300 01  WS-RECONRPT-STATUS          PIC X(02)  VALUE SPACES.
008400 01  WS-RUNHIST-STATUS           PIC X(02)  VALUE SPACES.
008450 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
008500 01  WS-RUN-IDENTIFICATION.
008600     05  WS-RUN-DATE             PIC 9(08).
008700 01  WS-FEED-TABLE-AREA.
062900        OR WS-FEED-ONLY-COUNT > 0
063000         MOVE 4 TO RETURN-CODE
063100     END-IF.
063133     PERFORM 9800-WRITE-BATCH-CONTROL
063166         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
063200 9000-TERMINATE-EXIT.
063300     EXIT.
063400*-----------------------------------------------------------*
063500* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
063600*                            HASH TOTALS AND CONDITION CODE *
063700*                            TO THE SHARED BATCH CONTROL    *
063800*                            LEDGER                         *
063900*-----------------------------------------------------------*
064000 9800-WRITE-BATCH-CONTROL.
064100     MOVE SPACES TO BATCH-CONTROL-RECORD.
064200     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
064300     ACCEPT BC-RUN-TIME FROM TIME.
064400     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
064500         ON EXCEPTION
064600             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
064700     END-ACCEPT.
064800     IF BC-BUSINESS-DATE NOT NUMERIC
064900         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
065000     END-IF.
065100     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
065200         ON EXCEPTION
065300             MOVE 'UNKNOWN ' TO BC-JOB-ID
065400     END-ACCEPT.
065500     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
065600         ON EXCEPTION
065700             MOVE 'DAY01RC' TO BC-STEP-NAME
065800     END-ACCEPT.
065900     MOVE 'DAY01RC' TO BC-PROGRAM-ID.
066000     MOVE WS-FEED-COUNT TO BC-RECORDS-IN.
066100     MOVE 0 TO BC-RECORDS-OUT.
066200     MOVE 0 TO BC-HASH-IN.
066300     MOVE 0 TO BC-HASH-OUT.
066400     MOVE RETURN-CODE TO BC-CONDITION-CODE.
066500     OPEN EXTEND BATCH-CONTROL-FILE.
066600     IF WS-BATCHCTL-STATUS = '35'
066700         OPEN OUTPUT BATCH-CONTROL-FILE
066800     END-IF.
066900     WRITE BATCH-CONTROL-RECORD.
067000     CLOSE BATCH-CONTROL-FILE.
067100 9800-WRITE-BATCH-CONTROL-EXIT.
067200     EXIT.
