002100*                 WHEN ANY SCHEDULED LAUNCH GOES UNCOVERED,  *
002200*                 SO THE MORNING CHECKLIST CATCHES IT WEEKS  *
002300*                 OUT INSTEAD OF AT LOADING TIME.            *
002314* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002328*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002342*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002356*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002370*                 SHIFT.  IN IS LAUNCHES SCHEDULED, HASHED  *
002384*                 ON THEIR TOTAL FUEL COMMITMENT.           *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004300     SELECT POSITION-REPORT-FILE ASSIGN TO POSNRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-POSNRPT-STATUS.
004525     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004550         ORGANIZATION IS LINE SEQUENTIAL
004575         FILE STATUS IS WS-BATCHCTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LAUNCH-SCHEDULE-FILE
006300 FD  POSITION-REPORT-FILE
006400     RECORDING MODE IS F.
006500 01  POS-RECORD                  PIC X(080).
006525 FD  BATCH-CONTROL-FILE
006550     RECORDING MODE IS F.
006575     COPY DAY01BC.
006600 WORKING-STORAGE SECTION.
006700 01  WS-SWITCHES.
006800     05  WS-SCHED-EOF-SW         PIC X(01)  VALUE 'N'.
009100 01  WS-DLVCONF-STATUS           PIC X(02)  VALUE SPACES.
009200 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
009300 01  WS-POSNRPT-STATUS           PIC X(02)  VALUE SPACES.
009350 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
009400 01  WS-RUN-IDENTIFICATION.
009500     05  WS-RUN-DATE             PIC 9(08).
009600 01  WS-SCHEDULE-TABLE-AREA.
056600     IF WS-UNCOVERED-COUNT > 0
056700         MOVE 4 TO RETURN-CODE
056800     END-IF.
056833     PERFORM 9800-WRITE-BATCH-CONTROL
056866         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
056900 9000-TERMINATE-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------*
057200* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
057300*                            HASH TOTALS AND CONDITION CODE *
057400*                            TO THE SHARED BATCH CONTROL    *
057500*                            LEDGER                         *
057600*-----------------------------------------------------------*
057700 9800-WRITE-BATCH-CONTROL.
057800     MOVE SPACES TO BATCH-CONTROL-RECORD.
057900     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
058000     ACCEPT BC-RUN-TIME FROM TIME.
058100     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
058200         ON EXCEPTION
058300             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
058400     END-ACCEPT.
058500     IF BC-BUSINESS-DATE NOT NUMERIC
058600         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
058700     END-IF.
058800     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
058900         ON EXCEPTION
059000             MOVE 'UNKNOWN ' TO BC-JOB-ID
059100     END-ACCEPT.
059200     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
059300         ON EXCEPTION
059400             MOVE 'DAY01FP' TO BC-STEP-NAME
059500     END-ACCEPT.
059600     MOVE 'DAY01FP' TO BC-PROGRAM-ID.
059700     MOVE WS-SCHED-COUNT TO BC-RECORDS-IN.
059800     MOVE 0 TO BC-RECORDS-OUT.
059900     MOVE WS-CUMULATIVE TO BC-HASH-IN.
060000     MOVE 0 TO BC-HASH-OUT.
060100     MOVE RETURN-CODE TO BC-CONDITION-CODE.
060200     OPEN EXTEND BATCH-CONTROL-FILE.
060300     IF WS-BATCHCTL-STATUS = '35'
060400         OPEN OUTPUT BATCH-CONTROL-FILE
060500     END-IF.
060600     WRITE BATCH-CONTROL-RECORD.
060700     CLOSE BATCH-CONTROL-FILE.
060800 9800-WRITE-BATCH-CONTROL-EXIT.
060900     EXIT.
