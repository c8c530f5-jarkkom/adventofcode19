000100******************************************************************
000200*    DAY01J - GENERAL LEDGER JOURNAL INTERFACE RECORD LAYOUT     *
000300*    WRITTEN BY DAY01GL FOR THE NIGHTLY GL LOAD.  ONE DETAIL     *
000400*    RECORD PER DEBIT OR CREDIT LINE, CARRYING THE COSTED FEED   *
000500*    (DAY01Q) RUN IT CAME FROM; EVERY EXPENSE DEBIT HAS AN EQUAL *
000600*    ACCRUAL CREDIT, SO THE JOURNAL BALANCES LINE PAIR BY LINE   *
000700*    PAIR.  AN ADJUSTMENT IS JOURNALLED AS A REVERSAL ('R') OF   *
000800*    THE AMOUNT POSTED TO DATE AND A RE-POSTING ('P') OF THE     *
000900*    CORRECTED AMOUNT.  THE FILE ENDS WITH ONE TRAILER CARRYING  *
001000*    THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS FOR THE      *
001100*    LOAD TO BALANCE AGAINST.                                    *
001200******************************************************************
001300* 2026-10-15 JM   ORIGINAL VERSION                               *
001400******************************************************************
001500 01  GL-JOURNAL-RECORD.
001600     05  JL-RECORD-TYPE          PIC X(01).
001700         88  JL-TYPE-DETAIL              VALUE 'D'.
001800         88  JL-TYPE-TRAILER             VALUE 'T'.
001900     05  JL-JOURNAL-DATE         PIC 9(08).
002000     05  JL-SOURCE               PIC X(08).
002100     05  JL-DETAIL-BODY.
002200         10  JL-LINE-NO          PIC 9(07).
002300         10  JL-GL-ACCOUNT       PIC X(08).
002400         10  JL-COST-CENTER      PIC X(06).
002500         10  JL-DR-CR            PIC X(01).
002600             88  JL-DEBIT                VALUE 'D'.
002700             88  JL-CREDIT               VALUE 'C'.
002800         10  JL-AMOUNT           PIC 9(13)V99.
002900         10  JL-ENTRY-TYPE       PIC X(01).
003000             88  JL-ENTRY-ORIGINAL       VALUE 'O'.
003100             88  JL-ENTRY-REVERSAL       VALUE 'R'.
003200             88  JL-ENTRY-REPOST         VALUE 'P'.
003300         10  JL-MANIFEST-ID      PIC X(10).
003400         10  JL-MODULE-CLASS     PIC X(02).
003500         10  JL-REF-RUN-DATE     PIC 9(08).
003600         10  JL-REF-RUN-TIME     PIC 9(08).
003700         10  JL-REF-JOB-ID       PIC X(08).
003800         10  JL-SUSPENSE-IND     PIC X(01).
003900             88  JL-IN-SUSPENSE          VALUE 'Y'.
004000     05  JL-TRAILER-BODY REDEFINES JL-DETAIL-BODY.
004100         10  JT-LINE-COUNT       PIC 9(07).
004200         10  JT-DEBIT-TOTAL      PIC 9(15)V99.
004300         10  JT-CREDIT-TOTAL     PIC 9(15)V99.
004400         10  FILLER              PIC X(34).
