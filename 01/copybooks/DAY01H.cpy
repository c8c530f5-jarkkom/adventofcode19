000100******************************************************************
000200*    DAY01H - APPROVED-TO-PAY INVOICE RECORD LAYOUT              *
000300*    ONE RECORD PER SUPPLIER INVOICE LINE THAT PASSED THE        *
000400*    THREE-WAY MATCH IN DAY01IM (ORDER, DELIVERY AND INVOICE     *
000500*    AGREE WITHIN TOLERANCE).  WRITTEN TO THE APPROVED FILE      *
000600*    (APPRPAY) FOR ACCOUNTS PAYABLE AND APPENDED TO THE PAID     *
000700*    INVOICE HISTORY (PAIDHIST), WHICH DAY01IM READS BACK ON     *
000800*    LATER RUNS SO NO INVOICE OR ORDER IS PAID TWICE.            *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001100******************************************************************
001200 01  APPROVED-PAYMENT-RECORD.
001300     05  PY-SUPPLIER-ID          PIC X(08).
001400     05  PY-INVOICE-NO           PIC X(12).
001500     05  PY-INVOICE-DATE         PIC 9(08).
001600     05  PY-ORDER-RUN-DATE       PIC 9(08).
001700     05  PY-MANIFEST-ID          PIC X(10).
001800     05  PY-MODULE-CLASS         PIC X(02).
001900     05  PY-APPROVED-QTY         PIC 9(09).
002000     05  PY-APPROVED-RATE        PIC 9(05)V99.
002100     05  PY-APPROVED-AMOUNT      PIC 9(13)V99.
002200     05  PY-APPROVAL-DATE        PIC 9(08).
