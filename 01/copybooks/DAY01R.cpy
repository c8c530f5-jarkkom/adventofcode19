000700*    DELETE CARDS.                                               *
000800******************************************************************
000900* 2026-09-02 JM   ORIGINAL VERSION                                *
000914* 2026-10-15 JM   ADDED THE ENTERING OPERATOR, A REASON CODE AND  *
000928*                 THE APPROVING OPERATOR.  DAY01PM REJECTS A CARD *
000942*                 WITHOUT AN OPERATOR OR A REASON.  THE APPROVER  *
000956*                 IS FILLED IN ONLY BY DAY01AP ON A CARD IT       *
000970*                 RELEASES AFTER A SECOND OPERATOR HAS APPROVED   *
000984*                 IT.                                             *
001000******************************************************************
001100 01  PRICE-TRANSACTION-RECORD.
001200     05  PR-ACTION               PIC X(01).
002400     05  PR-RATE                 PIC 9(05)V99.
002500     05  PR-RATE-X REDEFINES PR-RATE
002600                                 PIC X(07).
002700     05  PR-OPERATOR-ID          PIC X(08).
002800     05  PR-REASON-CODE          PIC X(04).
002900     05  PR-APPROVER-ID          PIC X(08).
