002600*                 MATCHING NOTHING SAYS SO ON THE REGISTER   *
002700*                 AND GRADES RC 4, NOT AN EMPTY FILE AND     *
002800*                 SILENCE.                                   *
002814* 2026-10-15 JM   EVERY RUN NOW APPENDS ONE BATCH CONTROL   *
002828*                 RECORD (BATCHCTL, DAY01BC) TO THE SHARED  *
002842*                 LEDGER THAT DAY01GK GATES THE DOWNSTREAM  *
002856*                 STEPS ON AND SUMMARIZES FOR THE MORNING   *
002870*                 SHIFT.  IN IS REQUEST CARDS READ, OUT IS  *
002884*                 RECORDS EXTRACTED.                        *
002886* 2026-10-15 JM   ARCHIVE AND EXTRACT RECORDS WIDENED FROM  *
002888*                 81 TO 93 BYTES FOR THE MANIFEST ID AND    *
002890*                 RUN MODES APPENDED TO DAY01A.  AN 81-BYTE *
002892*                 RECORD READS WITH THOSE FIELDS BLANK AND  *
002894*                 IS EXTRACTED AS IS.                       *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005400     SELECT EXTRACT-REPORT-FILE ASSIGN TO EXTRRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-EXTRRPT-STATUS.
005625     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
005650         ORGANIZATION IS LINE SEQUENTIAL
005675         FILE STATUS IS WS-BATCHCTL-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  REQUEST-CARD-FILE
006100     COPY DAY01X.
006200 FD  ARCHIVE-GEN-1
006300     RECORDING MODE IS F.
006400 01  ARCHIVE-GEN-1-RECORD        PIC X(093).
006500 FD  ARCHIVE-GEN-2
006600     RECORDING MODE IS F.
006700 01  ARCHIVE-GEN-2-RECORD        PIC X(093).
006800 FD  ARCHIVE-GEN-3
006900     RECORDING MODE IS F.
007000 01  ARCHIVE-GEN-3-RECORD        PIC X(093).
007100 FD  ARCHIVE-GEN-4
007200     RECORDING MODE IS F.
007300 01  ARCHIVE-GEN-4-RECORD        PIC X(093).
007400 FD  ARCHIVE-GEN-5
007500     RECORDING MODE IS F.
007600 01  ARCHIVE-GEN-5-RECORD        PIC X(093).
007700 FD  EXTRACT-FILE
007800     RECORDING MODE IS F.
007900 01  EXTRACT-RECORD              PIC X(093).
008000 FD  EXTRACT-REPORT-FILE
008100     RECORDING MODE IS F.
008200 01  EXT-RECORD                  PIC X(080).
008225 FD  BATCH-CONTROL-FILE
008250     RECORDING MODE IS F.
008275     COPY DAY01BC.
008300 WORKING-STORAGE SECTION.
008400*    EXTRACTED RECORDS ARE BUILT IN THE CURRENT DAY01A LAYOUT
008500*    IN WORKING STORAGE AND WRITTEN FROM THERE.
008800*    LAYOUT (THE EFFECTIVE DATE AND WIDE SEQUENCE WERE
008900*    APPENDED), SO IT IS RECOGNIZED BY ITS BLANK TAIL AND
009000*    ONLY THE APPENDED FIELDS NEED NORMALIZING.
009100*    THE MANIFEST ID AND RUN MODES APPENDED AFTER THAT READ
009200*    AS SPACES ON ANY OLDER RECORD AND ARE PASSED THROUGH.
009700 01  WS-ARCHIVE-BUFFER.
009800     05  WS-AB-BODY              PIC X(66).
009900     05  WS-AB-TAIL              PIC X(15).
009950     05  WS-AB-EXTENSION         PIC X(12).
010000 01  WS-SWITCHES.
010100     05  WS-CARD-EOF-SW          PIC X(01)  VALUE 'N'.
010200         88  CARDS-EOF                      VALUE 'Y'.
011300 01  WS-AUDARCH5-STATUS          PIC X(02)  VALUE SPACES.
011400 01  WS-AUDEXTR-STATUS           PIC X(02)  VALUE SPACES.
011500 01  WS-EXTRRPT-STATUS           PIC X(02)  VALUE SPACES.
011550 01  WS-BATCHCTL-STATUS          PIC X(02)  VALUE SPACES.
011600 01  WS-RUN-IDENTIFICATION.
011700     05  WS-RUN-DATE             PIC 9(08).
011800 01  WS-GENERATION-WORK.
064100     IF WS-EMPTY-REQUEST-COUNT > 0
064200         MOVE 4 TO RETURN-CODE
064300     END-IF.
064333     PERFORM 9800-WRITE-BATCH-CONTROL
064366         THRU 9800-WRITE-BATCH-CONTROL-EXIT.
064400 9000-TERMINATE-EXIT.
064500     EXIT.
064600*-----------------------------------------------------------*
064700* 9800-WRITE-BATCH-CONTROL - APPEND THIS STEP'S COUNTS,     *
064800*                            HASH TOTALS AND CONDITION CODE *
064900*                            TO THE SHARED BATCH CONTROL    *
065000*                            LEDGER                         *
065100*-----------------------------------------------------------*
065200 9800-WRITE-BATCH-CONTROL.
065300     MOVE SPACES TO BATCH-CONTROL-RECORD.
065400     ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD.
065500     ACCEPT BC-RUN-TIME FROM TIME.
065600     ACCEPT BC-BUSINESS-DATE FROM ENVIRONMENT 'BUSDATE'
065700         ON EXCEPTION
065800             MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
065900     END-ACCEPT.
066000     IF BC-BUSINESS-DATE NOT NUMERIC
066100         MOVE BC-RUN-DATE TO BC-BUSINESS-DATE
066200     END-IF.
066300     ACCEPT BC-JOB-ID FROM ENVIRONMENT 'JOBID'
066400         ON EXCEPTION
066500             MOVE 'UNKNOWN ' TO BC-JOB-ID
066600     END-ACCEPT.
066700     ACCEPT BC-STEP-NAME FROM ENVIRONMENT 'STEPNAME'
066800         ON EXCEPTION
066900             MOVE 'DAY01AX' TO BC-STEP-NAME
067000     END-ACCEPT.
067100     MOVE 'DAY01AX' TO BC-PROGRAM-ID.
067200     MOVE WS-CARD-READ-COUNT TO BC-RECORDS-IN.
067300     MOVE WS-TOTAL-EXTRACTED TO BC-RECORDS-OUT.
067400     MOVE 0 TO BC-HASH-IN.
067500     MOVE 0 TO BC-HASH-OUT.
067600     MOVE RETURN-CODE TO BC-CONDITION-CODE.
067700     OPEN EXTEND BATCH-CONTROL-FILE.
067800     IF WS-BATCHCTL-STATUS = '35'
067900         OPEN OUTPUT BATCH-CONTROL-FILE
068000     END-IF.
068100     WRITE BATCH-CONTROL-RECORD.
068200     CLOSE BATCH-CONTROL-FILE.
068300 9800-WRITE-BATCH-CONTROL-EXIT.
068400     EXIT.
