000100******************************************************************
000200*    DAY01BT - FUEL BUDGET MAINTENANCE CARD LAYOUT               *
000300*    ONE CARD PER DELTA AGAINST THE FUEL BUDGET (DAY01E), APPLIED*
000400*    BY DAY01BM.  A ROW IS NAMED BY ITS MODULE CLASS AND PERIOD  *
000500*    (YYYYMM).  THE AMOUNT IS REQUIRED ON ADD AND CHANGE CARDS   *
000600*    AND IGNORED ON DELETE CARDS.                                *
000700******************************************************************
000800* 2026-10-15 JM   ORIGINAL VERSION                               *
000900******************************************************************
001000 01  BUDGET-TRANSACTION-RECORD.
001100     05  BT-ACTION               PIC X(01).
001200         88  BT-ACTION-ADD               VALUE 'A'.
001300         88  BT-ACTION-CHANGE            VALUE 'C'.
001400         88  BT-ACTION-DELETE            VALUE 'D'.
001500         88  BT-ACTION-KNOWN             VALUE 'A' 'C' 'D'.
001600     05  BT-MODULE-CLASS         PIC X(02).
001700         88  BT-CLASS-KNOWN              VALUE 'CM' 'CP' 'FT'
001800                                               'CR' 'XX'.
001900     05  BT-PERIOD               PIC 9(06).
002000     05  BT-PERIOD-X REDEFINES BT-PERIOD
002100                                 PIC X(06).
002200     05  BT-PERIOD-PARTS REDEFINES BT-PERIOD.
002300         10  BT-PERIOD-YEAR      PIC 9(04).
002400         10  BT-PERIOD-MONTH     PIC 9(02).
002500     05  BT-BUDGET-AMOUNT        PIC 9(11)V99.
002600     05  BT-BUDGET-AMOUNT-X REDEFINES BT-BUDGET-AMOUNT
002700                                 PIC X(13).
