001800*                 ALMOST ALWAYS A MIS-KEYED MASS, AND THIS   *
001900*                 CATCHES IT BEFORE THE FUEL ORDER GOES OUT. *
002000*                 RC 4 WHEN ANY RUN TRIPPED THE TOLERANCE.   *
002014* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002028*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002042*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002056*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002070*                 SHIFT.  IN IS FEED RECORDS READ, OUT IS   *
002084*                 MANIFESTS REPORTED.                       *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003100     SELECT TREND-REPORT-FILE ASSIGN TO TRENDRPT
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRENDRPT-STATUS.
003325     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
003350         ORGANIZATION IS LINE SEQUENTIAL
003375         FILE STATUS IS WS-BATCHCTL-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PROCUREMENT-FEED-FILE
004500 FD  TREND-REPORT-FILE
004600     RECORDING MODE IS F.
004700 01  TRD-RECORD                  PIC X(080).
004725 FD  BATCH-CONTROL-FILE
004750     RECORDING MODE IS F.
004775     COPY DAY01BC.
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
005000     05  WS-FEED-EOF-SW          PIC X(01)  VALUE 'N'.
005400 01  WS-PROCFEED-STATUS          PIC X(02)  VALUE SPACES.
005500 01  WS-TRNDCARD-STATUS          PIC X(02)  VALUE SPACES.
005600 01  WS-TRENDRPT-STATUS          PIC X(02)  VALUE SPACES.
005650 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
005700 01  WS-RUN-IDENTIFICATION.
005800     05  WS-RUN-DATE             PIC 9(08).
005900 01  WS-TOLERANCE-PCT            PIC 9(03)  VALUE 10.
029000     IF WS-ALERT-COUNT > 0
029100         MOVE 4 TO RETURN-CODE
029200     END-IF.
029233     PERFORM 9800-WRITE-BATCH-CONTROL
029266         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
029300 9000-TERMINATE-EXIT.
029400     EXIT.
029500*-----------------------------------------------------------*
029600* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
029700*                            HASH TOTALS AND CONDITION CODE *
029800*                            TO THE SHARED BATCH CONTROL    *
029900*                            LEDGER                         *
030000*-----------------------------------------------------------*
030100 9800-WRITE-BATCH-CONTROL.
030200     MOVE SPACES TO BATCH-CONTROL-RECORD.
030300     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
030400     ACCEPT BC-RUN-TIME FROM TIME.
030500     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
030600         ON EXCEPTION
030700             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
030800     END-ACCEPT.
030900     IF BC-BUSINESS-DATE NOT NUMERIC
031000         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
031100     END-IF.
031200     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
031300         ON EXCEPTION
031400             MOVE 'UNKNOWN ' TO BC-JOB-ID
031500     END-ACCEPT.
031600     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
031700         ON EXCEPTION
031800             MOVE 'DAY01TR' TO BC-STEP-NAME
031900     END-ACCEPT.
032000     MOVE 'DAY01TR' TO BC-PROGRAM-ID.
032100     MOVE WS-FEED-COUNT TO BC-RECORDS-IN.
032200     MOVE WS-MANIFEST-COUNT TO BC-RECORDS-OUT.
032300     MOVE 0 TO BC-HASH-IN.
032400     MOVE 0 TO BC-HASH-OUT.
032500     MOVE RETURN-CODE TO BC-CONDITION-CODE.
032600     OPEN EXTEND BATCH-CONTROL-FILE.
032700     IF WS-BATCHCTL-STATUS = '35'
032800         OPEN OUTPUT BATCH-CONTROL-FILE
032900     END-IF.
033000     WRITE BATCH-CONTROL-RECORD.
033100     CLOSE BATCH-CONTROL-FILE.
033200 9800-WRITE-BATCH-CONTROL-EXIT.
033300     EXIT.
