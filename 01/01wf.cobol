002360*                 MASSIN EACH HEADER REFRESHES THE MANIFEST  *
002370*                 ID AND LAUNCH DATE, SO EVERY GROUP'S       *
002380*                 DETAILS PRICE THEIR OWN CONFIGURATION.     *
002382* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002384*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002386*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002388*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002390*                 SHIFT.  IN IS MODULES READ; THE HASH      *
002392*                 TOTALS ARE THE CURRENT AND THE PROPOSED   *
002394*                 TOTAL FUEL.                               *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003900     SELECT WHATIF-REPORT-FILE ASSIGN TO WHATIF
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-WHATIF-STATUS.
004125     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004150         ORGANIZATION IS LINE SEQUENTIAL
004175         FILE STATUS IS WS-BATCHCTL-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  MODULE-MASS-FILE
005200 FD  WHATIF-REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  WIF-RECORD                  PIC X(080).
005425 FD  BATCH-CONTROL-FILE
005450     RECORDING MODE IS F.
005475     COPY DAY01BC.
005500 WORKING-STORAGE SECTION.
005600*    MANIFEST RECORD IN WORKING STORAGE (READ INTO), AS IN DAY01.
005700     COPY DAY01M.
007000 01  WS-MODMAST-STATUS           PIC X(02)  VALUE SPACES.
007100 01  WS-PROPCHG-STATUS           PIC X(02)  VALUE SPACES.
007200 01  WS-WHATIF-STATUS            PIC X(02)  VALUE SPACES.
007250 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
007300 01  WS-VALIDATION-CONSTANTS.
007400     05  WS-MIN-REASONABLE-MASS  PIC 9(09)  VALUE 000000006.
007500 01  WS-RUN-IDENTIFICATION.
055900     DISPLAY 'CURRENT TOTAL FUEL ' WS-CUR-TOTAL.
056000     DISPLAY 'PROPOSED TOTAL FUEL ' WS-PRO-TOTAL.
056100     DISPLAY 'FUEL DELTA ' WS-DELTA-WORK.
056133     PERFORM 9800-WRITE-BATCH-CONTROL
056166         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
056200 9000-TERMINATE-EXIT.
056300     EXIT.
056400*-----------------------------------------------------------*
056500* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
056600*                            HASH TOTALS AND CONDITION CODE *
056700*                            TO THE SHARED BATCH CONTROL    *
056800*                            LEDGER                         *
056900*-----------------------------------------------------------*
057000 9800-WRITE-BATCH-CONTROL.
057100     MOVE SPACES TO BATCH-CONTROL-RECORD.
057200     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
057300     ACCEPT BC-RUN-TIME FROM TIME.
057400     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
057500         ON EXCEPTION
057600             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
057700     END-ACCEPT.
057800     IF BC-BUSINESS-DATE NOT NUMERIC
057900         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
058000     END-IF.
058100     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
058200         ON EXCEPTION
058300             MOVE 'UNKNOWN ' TO BC-JOB-ID
058400     END-ACCEPT.
058500     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
058600         ON EXCEPTION
058700             MOVE 'DAY01WF' TO BC-STEP-NAME
058800     END-ACCEPT.
058900     MOVE 'DAY01WF' TO BC-PROGRAM-ID.
059000     MOVE WS-MODULE-COUNT TO BC-RECORDS-IN.
059100     MOVE 0 TO BC-RECORDS-OUT.
059200     MOVE WS-CUR-TOTAL TO BC-HASH-IN.
059300     MOVE WS-PRO-TOTAL TO BC-HASH-OUT.
059400     MOVE RETURN-CODE TO BC-CONDITION-CODE.
059500     OPEN EXTEND BATCH-CONTROL-FILE.
059600     IF WS-BATCHCTL-STATUS = '35'
059700         OPEN OUTPUT BATCH-CONTROL-FILE
059800     END-IF.
059900     WRITE BATCH-CONTROL-RECORD.
060000     CLOSE BATCH-CONTROL-FILE.
060100 9800-WRITE-BATCH-CONTROL-EXIT.
060200     EXIT.
