002150*                 TO MATCH.  OLD POSITIONS ARE UNCHANGED,    *
002160*                 SO PRE-CHANGE RECORDS STILL GROUP AND      *
002170*                 TOTAL CORRECTLY HERE.                      *
002174* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002178*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002182*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002186*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002190*                 SHIFT.  IN IS AUDIT RECORDS READ, OUT IS  *
002194*                 RECORDS ARCHIVED PLUS RETAINED.           *
002195* 2026-10-15 JM   AUDIT RECORDS GREW FROM 81 TO 93 BYTES    *
002196*                 WHEN DAY01A TOOK ON THE MANIFEST ID AND   *
002197*                 THE RUN'S FORMULA AND ROUNDING MODES; THE *
002198*                 ARCHIVE AND NEW-TRAIL RECORDS WIDENED TO  *
002199*                 MATCH.  OLD POSITIONS ARE UNCHANGED.      *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004100     SELECT PURGE-REPORT-FILE ASSIGN TO PURGRPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PURGRPT-STATUS.
004325     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004350         ORGANIZATION IS LINE SEQUENTIAL
004375         FILE STATUS IS WS-BATCHCTL-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  AUDIT-TRAIL-FILE
005400                                 PIC X(05).
005500 FD  AUDIT-ARCHIVE-FILE
005600     RECORDING MODE IS F.
005700 01  AUDIT-ARCHIVE-RECORD        PIC X(093).
005800 FD  AUDIT-NEW-FILE
005900     RECORDING MODE IS F.
006000 01  AUDIT-NEW-RECORD            PIC X(093).
006100 FD  RUN-HISTORY-FILE
006200     RECORDING MODE IS F.
006300     COPY DAY01Y.
006400 FD  PURGE-REPORT-FILE
006500     RECORDING MODE IS F.
006600 01  PRG-RECORD                  PIC X(080).
006625 FD  BATCH-CONTROL-FILE
006650     RECORDING MODE IS F.
006675     COPY DAY01BC.
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
008000 01  WS-AUDTNEW-STATUS           PIC X(02)  VALUE SPACES.
008100 01  WS-RUNHIST-STATUS           PIC X(02)  VALUE SPACES.
008200 01  WS-PURGRPT-STATUS           PIC X(02)  VALUE SPACES.
008250 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
008300 01  WS-RUN-IDENTIFICATION.
008400     05  WS-RUN-DATE             PIC 9(08).
008500 01  WS-RETENTION-WORK.
033200     DISPLAY 'RECORDS READ ' WS-READ-COUNT.
033300     DISPLAY 'RECORDS ARCHIVED ' WS-ARCHIVED-COUNT.
033400     DISPLAY 'RECORDS RETAINED ' WS-RETAINED-COUNT.
033433     PERFORM 9800-WRITE-BATCH-CONTROL
033466         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
033500 9000-TERMINATE-EXIT.
033600     EXIT.
033700*-----------------------------------------------------------*
033800* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
033900*                            HASH TOTALS AND CONDITION CODE *
034000*                            TO THE SHARED BATCH CONTROL    *
034100*                            LEDGER                         *
034200*-----------------------------------------------------------*
034300 9800-WRITE-BATCH-CONTROL.
034400     MOVE SPACES TO BATCH-CONTROL-RECORD.
034500     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
034600     ACCEPT BC-RUN-TIME FROM TIME.
034700     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
034800         ON EXCEPTION
034900             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
035000     END-ACCEPT.
035100     IF BC-BUSINESS-DATE NOT NUMERIC
035200         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
035300     END-IF.
035400     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
035500         ON EXCEPTION
035600             MOVE 'UNKNOWN ' TO BC-JOB-ID
035700     END-ACCEPT.
035800     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
035900         ON EXCEPTION
036000             MOVE 'DAY01AR' TO BC-STEP-NAME
036100     END-ACCEPT.
036200     MOVE 'DAY01AR' TO BC-PROGRAM-ID.
036300     MOVE WS-READ-COUNT TO BC-RECORDS-IN.
036400     COMPUTE BC-RECORDS-OUT =
036500         WS-ARCHIVED-COUNT + WS-RETAINED-COUNT.
036600     MOVE 0 TO BC-HASH-IN.
036700     MOVE 0 TO BC-HASH-OUT.
036800     MOVE RETURN-CODE TO BC-CONDITION-CODE.
036900     OPEN EXTEND BATCH-CONTROL-FILE.
037000     IF WS-BATCHCTL-STATUS = '35'
037100         OPEN OUTPUT BATCH-CONTROL-FILE
037200     END-IF.
037300     WRITE BATCH-CONTROL-RECORD.
037400     CLOSE BATCH-CONTROL-FILE.
037500 9800-WRITE-BATCH-CONTROL-EXIT.
037600     EXIT.
