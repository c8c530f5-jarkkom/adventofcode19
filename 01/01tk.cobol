002350*                 TOUCHED.  TANKNEW WIDENED TO THE 37-BYTE   *
002360*                 DAY01V RECORD WITH THE RESERVED-FOR        *
002370*                 MANIFEST ID.                               *
002373* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002376*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002379*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002382*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002385*                 SHIFT.  IN IS TANKS READ, HASHED ON THE   *
002388*                 FUEL REQUIREMENT; OUT IS TANKS DRAWN,     *
002391*                 HASHED ON THE FUEL DRAWN.                 *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004000     SELECT LOAD-PLAN-FILE ASSIGN TO LOADPLAN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOADPLAN-STATUS.
004225     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
004250         ORGANIZATION IS LINE SEQUENTIAL
004275         FILE STATUS IS WS-BATCHCTL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PROCUREMENT-FEED-FILE
005800 FD  LOAD-PLAN-FILE
005900     RECORDING MODE IS F.
006000 01  PLN-RECORD                  PIC X(080).
006025 FD  BATCH-CONTROL-FILE
006050     RECORDING MODE IS F.
006075     COPY DAY01BC.
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-FEED-EOF-SW          PIC X(01)  VALUE 'N'.
007100 01  WS-TANKINV-STATUS           PIC X(02)  VALUE SPACES.
007200 01  WS-TANKNEW-STATUS           PIC X(02)  VALUE SPACES.
007300 01  WS-LOADPLAN-STATUS          PIC X(02)  VALUE SPACES.
007350 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
007400 01  WS-RUN-IDENTIFICATION.
007500     05  WS-RUN-DATE             PIC 9(08).
007600 01  WS-REQUIREMENT-WORK.
031600     IF WS-REMAINING-FUEL > 0
031700         MOVE 4 TO RETURN-CODE
031800     END-IF.
031833     PERFORM 9800-WRITE-BATCH-CONTROL
031866         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
031900 9000-TERMINATE-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------*
032200* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
032300*                            HASH TOTALS AND CONDITION CODE *
032400*                            TO THE SHARED BATCH CONTROL    *
032500*                            LEDGER                         *
032600*-----------------------------------------------------------*
032700 9800-WRITE-BATCH-CONTROL.
032800     MOVE SPACES TO BATCH-CONTROL-RECORD.
032900     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
033000     ACCEPT BC-RUN-TIME FROM TIME.
033100     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
033200         ON EXCEPTION
033300             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
033400     END-ACCEPT.
033500     IF BC-BUSINESS-DATE NOT NUMERIC
033600         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
033700     END-IF.
033800     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
033900         ON EXCEPTION
034000             MOVE 'UNKNOWN ' TO BC-JOB-ID
034100     END-ACCEPT.
034200     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
034300         ON EXCEPTION
034400             MOVE 'DAY01TK' TO BC-STEP-NAME
034500     END-ACCEPT.
034600     MOVE 'DAY01TK' TO BC-PROGRAM-ID.
034700     MOVE WS-TANK-COUNT TO BC-RECORDS-IN.
034800     MOVE WS-TANKS-DRAWN TO BC-RECORDS-OUT.
034900     MOVE WS-REQUIRED-FUEL TO BC-HASH-IN.
035000     MOVE WS-TOTAL-DRAWN TO BC-HASH-OUT.
035100     MOVE RETURN-CODE TO BC-CONDITION-CODE.
035200     OPEN EXTEND BATCH-CONTROL-FILE.
035300     IF WS-BATCHCTL-STATUS = '35'
035400         OPEN OUTPUT BATCH-CONTROL-FILE
035500     END-IF.
035600     WRITE BATCH-CONTROL-RECORD.
035700     CLOSE BATCH-CONTROL-FILE.
035800 9800-WRITE-BATCH-CONTROL-EXIT.
035900     EXIT.
