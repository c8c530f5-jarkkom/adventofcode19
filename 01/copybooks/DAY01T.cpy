000830*                 DATE) IT ADDS, CHANGES OR DELETES.  BLANK OR    *
000840*                 ZERO MEANS THE 00000000 BASE ROW, SO EXISTING   *
000850*                 CARD DECKS KEEP THEIR OLD MEANING.              *
000857* 2026-10-15 JM   ADDED THE ENTERING OPERATOR, A REASON CODE AND  *
000864*                 THE APPROVING OPERATOR.  DAY01MM REJECTS A CARD *
000871*                 WITHOUT AN OPERATOR OR A REASON.  THE APPROVER  *
000878*                 IS FILLED IN ONLY BY DAY01AP ON A CARD IT       *
000885*                 RELEASES AFTER A SECOND OPERATOR HAS APPROVED   *
000892*                 IT.                                             *
000900******************************************************************
001000 01  MASTER-TRANSACTION-RECORD.
001100     05  TX-ACTION               PIC X(01).
002300     05  TX-EFFECTIVE-DATE       PIC 9(08).
002400     05  TX-EFFECTIVE-DATE-X REDEFINES TX-EFFECTIVE-DATE
002500                                 PIC X(08).
002600     05  TX-OPERATOR-ID          PIC X(08).
002700     05  TX-REASON-CODE          PIC X(04).
002800     05  TX-APPROVER-ID          PIC X(08).
