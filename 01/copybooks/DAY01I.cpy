000100******************************************************************
000200*    DAY01I - SUPPLIER FUEL INVOICE LINE RECORD LAYOUT           *
000300*    ONE RECORD PER INVOICE LINE RECEIVED FROM A FUEL SUPPLIER,  *
000400*    READ BY DAY01IM.  THE ORDER KEY IS OUR RUN DATE, MANIFEST   *
000500*    ID AND MODULE CLASS, AS ON THE COSTED ORDER FEED (DAY01Q)   *
000600*    AND THE DELIVERY CONFIRMATION (DAY01D) THE LINE BILLS FOR.  *
000700*    THE BILLED AMOUNT IS THE SUPPLIER'S OWN EXTENSION OF THE    *
000800*    BILLED QUANTITY AT THE BILLED RATE.                         *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001100******************************************************************
001200 01  SUPPLIER-INVOICE-RECORD.
001300     05  IV-SUPPLIER-ID          PIC X(08).
001400     05  IV-INVOICE-NO           PIC X(12).
001500     05  IV-INVOICE-DATE         PIC 9(08).
001600     05  IV-INVOICE-DATE-X REDEFINES IV-INVOICE-DATE
001700                                 PIC X(08).
001800     05  IV-ORDER-RUN-DATE       PIC 9(08).
001900     05  IV-ORDER-RUN-DATE-X REDEFINES IV-ORDER-RUN-DATE
002000                                 PIC X(08).
002100     05  IV-MANIFEST-ID          PIC X(10).
002200     05  IV-MODULE-CLASS         PIC X(02).
002300         88  IV-CLASS-KNOWN              VALUE 'CM' 'CP' 'FT'
002400                                               'CR' 'XX'.
002500     05  IV-BILLED-QTY           PIC 9(09).
002600     05  IV-BILLED-QTY-X REDEFINES IV-BILLED-QTY
002700                                 PIC X(09).
002800     05  IV-BILLED-RATE          PIC 9(05)V99.
002900     05  IV-BILLED-RATE-X REDEFINES IV-BILLED-RATE
003000                                 PIC X(07).
003100     05  IV-BILLED-AMOUNT        PIC 9(13)V99.
003200     05  IV-BILLED-AMOUNT-X REDEFINES IV-BILLED-AMOUNT
003300                                 PIC X(15).
