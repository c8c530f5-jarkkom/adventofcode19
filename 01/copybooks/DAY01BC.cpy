000100******************************************************************
000200*    DAY01BC - BATCH CONTROL LEDGER RECORD LAYOUT                *
000300*    ONE RECORD APPENDED TO THE SHARED LEDGER (BATCHCTL) AT THE  *
000400*    END OF EVERY STEP OF THE SUITE: THE BUSINESS DATE THE STEP  *
000500*    RAN FOR (BUSDATE ENVIRONMENT VARIABLE, ELSE THE RUN DATE),  *
000600*    THE RUN DATE/TIME, JOB AND STEP (JOBID/STEPNAME, ELSE       *
000700*    'UNKNOWN' AND THE PROGRAM ID), THE PRINCIPAL INPUT AND      *
000800*    OUTPUT RECORD COUNTS, A HASH TOTAL OF THE PRINCIPAL         *
000900*    QUANTITY OR AMOUNT ON EACH SIDE (ZERO WHERE A PROGRAM HAS   *
001000*    NONE) AND THE CONDITION CODE THE STEP ENDED WITH.  DAY01GK  *
001100*    READS IT TO GATE DOWNSTREAM STEPS AND TO PRINT THE          *
001200*    BATCH-WINDOW SUMMARY.  A STEP THAT ENDS RC 12 ON A FATAL    *
001300*    OPEN OR TABLE OVERFLOW LEAVES NO RECORD, WHICH THE GATE     *
001400*    TREATS AS NOT RUN.                                          *
001500******************************************************************
001600* 2026-10-15 JM   ORIGINAL VERSION                               *
001700******************************************************************
001800 01  BATCH-CONTROL-RECORD.
001900     05  BC-BUSINESS-DATE        PIC 9(08).
002000     05  BC-RUN-DATE             PIC 9(08).
002100     05  BC-RUN-TIME             PIC 9(08).
002200     05  BC-JOB-ID               PIC X(08).
002300     05  BC-STEP-NAME            PIC X(08).
002400     05  BC-PROGRAM-ID           PIC X(08).
002500     05  BC-RECORDS-IN           PIC 9(09).
002600     05  BC-RECORDS-OUT          PIC 9(09).
002700     05  BC-HASH-IN              PIC 9(13)V99.
002800     05  BC-HASH-OUT             PIC 9(13)V99.
002900     05  BC-CONDITION-CODE       PIC 9(02).
