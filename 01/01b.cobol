010340*                 NOW CHECKPOINTS AT EACH MANIFEST BOUNDARY, SO  *
010350*                 A RESTART CAN NEVER RESUME INSIDE A MANIFEST   *
010360*                 WHOSE FEED AND STATUS RECORDS ARE ALREADY OUT. *
010361* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL RECORD *
010362*                 (BATCHCTL, DAY01BC) TO THE SHARED LEDGER THAT  *
010363*                 DAY01GK GATES THE DOWNSTREAM STEPS ON AND      *
010364*                 SUMMARIZES FOR THE MORNING SHIFT.  IN IS       *
010365*                 MASSIN RECORDS READ (CORRECTIONS READ ON A     *
010366*                 SUPPLEMENTAL RUN), OUT IS FEED RECORDS         *
010367*                 WRITTEN, HASHED ON THE BATCH TOTAL FUEL.  THE  *
010368*                 RECORD CARRIES THE RUN DATE, TIME AND JOB OF   *
010369*                 THE RUN STATUS RECORDS.                        *
010370* 2026-10-15 JM   EACH AUDIT RECORD NOW ALSO CARRIES ITS         *
010371*                 MANIFEST ID AND THE RUN'S FORMULA AND ROUNDING *
010372*                 MODES (DAY01A), SO DAY01CA CAN ATTRIBUTE A     *
010373*                 FUEL CHANGE BETWEEN TWO RUNS OF THE SAME       *
010374*                 MANIFEST MODULE BY MODULE.                     *
010321*-----------------------------------------------------------*
010400 ENVIRONMENT DIVISION.
010500 INPUT-OUTPUT SECTION.
014800         ORGANIZATION IS LINE SEQUENTIAL
014900         FILE STATUS IS WS-COSTRPT-STATUS.
014910     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
014932     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
014954         ORGANIZATION IS LINE SEQUENTIAL
014976         FILE STATUS IS WS-BATCHCTL-STATUS.
015000 DATA DIVISION.
015100 FILE SECTION.
015200 FD  MODULE-MASS-FILE
019400 FD  RUN-STATUS-FILE
019500     RECORDING MODE IS F.
019600     COPY DAY01Z.
019602 FD  BATCH-CONTROL-FILE
019604     RECORDING MODE IS F.
019606     COPY DAY01BC.
019610 SD  SORT-WORK-FILE.
019620 01  SORT-DETAIL-RECORD.
019630     05  SORT-MODULE-ID          PIC X(10).
025600 01  WS-COSTFEED-STATUS         PIC X(02)  VALUE SPACES.
025700 01  WS-COSTRPT-STATUS          PIC X(02)  VALUE SPACES.
025800 01  WS-RUNSTAT-STATUS          PIC X(02)  VALUE SPACES.
025850 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
025900 01  WS-RUN-GRADING.
026000     05  WS-REJECT-COUNT         PIC 9(05)  COMP VALUE 0.
026100     05  WS-SUSPECT-COUNT        PIC 9(05)  COMP VALUE 0.
105800     MOVE WS-INITIAL-FUEL-SUM    TO AT-INITIAL-FUEL.
105900     MOVE FUEL_SUM               TO AT-FINAL-FUEL.
105910     MOVE WS-RESOLVED-EFF-DATE   TO AT-MASS-EFF-DATE.
105917     MOVE WS-MANIFEST-ID         TO AT-MANIFEST-ID.
105924     IF CC-FORMULA-SIMPLE
105931         MOVE 'S'                TO AT-FORMULA-MODE
105938     ELSE
105945         MOVE 'R'                TO AT-FORMULA-MODE
105952     END-IF.
105959     IF CC-ROUND-NEAREST
105966         MOVE 'N'                TO AT-ROUNDING-MODE
105973     ELSE
105980         MOVE 'T'                TO AT-ROUNDING-MODE
105987     END-IF.
106000     WRITE AUDIT-TRAIL-RECORD.
106100 2300-WRITE-AUDIT-TRAIL-EXIT.
106200     EXIT.
120100     DISPLAY 'ADJUSTMENT FUEL ' TOTALFUEL.
120200     DISPLAY 'ADJUSTMENT NAIVE FUEL ' TOTALFUEL-NAIVE.
120300     DISPLAY 'EXCEPTIONS LOGGED ' WS-EXCEPTION-COUNT.
120333     PERFORM 9800-WRITE-BATCH-CONTROL
120366         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
120400 3300-SUPPL-TERMINATE-EXIT.
120500     EXIT.
120600*-----------------------------------------------------------*
126700     DISPLAY 'BATCH TOTAL FUEL ' WS-BATCH-TOTALFUEL.
126710     DISPLAY 'BATCH NAIVE FUEL ' WS-BATCH-NAIVE-FUEL.
126800     DISPLAY 'EXCEPTIONS LOGGED ' WS-BATCH-EXCEPTION-COUNT.
126833     PERFORM 9800-WRITE-BATCH-CONTROL
126866         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
126900 9000-TERMINATE-EXIT.
127000     EXIT.
127100*-----------------------------------------------------------*
162050-        WS-DISPOSITION ' CONDITION CODE ' WS-CONDITION-CODE.
162200 9300-WRITE-RUN-STATUS-EXIT.
162300     EXIT.
162302*-----------------------------------------------------------*
162304* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
162306*                            HASH TOTALS AND CONDITION CODE *
162308*                            TO THE SHARED BATCH CONTROL    *
162310*                            LEDGER                         *
162312*-----------------------------------------------------------*
162314 9800-WRITE-BATCH-CONTROL.
162316     MOVE SPACES TO BATCH-CONTROL-RECORD.
162318*    RUN DATE, TIME AND JOB ARE THE ONES ON THIS RUN'S RUNSTAT
162320*    RECORDS, SO DAY01GK CAN FIND THEIR DISPOSITIONS.
162322     MOVE WS-RUN-DATE TO BC-RUN-DATE.
162324     MOVE WS-RUN-TIME TO BC-RUN-TIME.
162326     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
162328         ON EXCEPTION
162330             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
162332     END-ACCEPT.
162334     IF BC-BUSINESS-DATE NOT NUMERIC
162336         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
162338     END-IF.
162340     MOVE WS-JOB-ID TO BC-JOB-ID.
162342     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
162344         ON EXCEPTION
162346             MOVE 'DAY01' TO BC-STEP-NAME
162348     END-ACCEPT.
162350     MOVE 'DAY01' TO BC-PROGRAM-ID.
162352     IF CC-MODE-SUPPLEMENTAL
162354         MOVE WS-SUPPL-READ-COUNT TO BC-RECORDS-IN
162356         MOVE 1 TO BC-RECORDS-OUT
162358         MOVE TOTALFUEL TO BC-HASH-OUT
162360     ELSE
162362         MOVE WS-RECORD-POS TO BC-RECORDS-IN
162364         MOVE WS-MANIFEST-COUNT TO BC-RECORDS-OUT
162366         MOVE WS-BATCH-TOTALFUEL TO BC-HASH-OUT
162368     END-IF.
162370     MOVE 0 TO BC-HASH-IN.
162372     MOVE RETURN-CODE TO BC-CONDITION-CODE.
162374     OPEN EXTEND BATCH-CONTROL-FILE.
162376     IF WS-BATCHCTL-STATUS = '35'
162378         OPEN OUTPUT BATCH-CONTROL-FILE
162380     END-IF.
162382     WRITE BATCH-CONTROL-RECORD.
162384     CLOSE BATCH-CONTROL-FILE.
162386 9800-WRITE-BATCH-CONTROL-EXIT.
162388     EXIT.
162400*-----------------------------------------------------------*
162500* 4000-HIGH-VOLUME-RUN - CONTROL CARD VOLUME 'H'.  EACH       *
162600*                        MANIFEST GROUP IS SORTED AND MATCH-  *
