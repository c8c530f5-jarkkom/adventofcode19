000900*    TANK FOR THE NAMED MANIFEST AND 'L' RELEASES A RESERVATION. *
001000******************************************************************
001100* 2026-09-02 JM   ORIGINAL VERSION                                *
001114* 2026-10-15 JM   ADDED THE ENTERING OPERATOR, A REASON CODE AND  *
001128*                 THE APPROVING OPERATOR.  DAY01TM REJECTS A CARD *
001142*                 WITHOUT AN OPERATOR OR A REASON.  THE APPROVER  *
001156*                 IS FILLED IN ONLY BY DAY01AP ON A CARD IT       *
001170*                 RELEASES AFTER A SECOND OPERATOR HAS APPROVED   *
001184*                 IT.                                             *
001200******************************************************************
001300 01  TANK-TRANSACTION-RECORD.
001400     05  TU-ACTION               PIC X(01).
002700         88  TU-STATUS-AVAILABLE         VALUE 'A'.
002800         88  TU-STATUS-OUT-OF-SERVICE    VALUE 'O'.
002900     05  TU-MANIFEST-ID          PIC X(10).
003000     05  TU-OPERATOR-ID          PIC X(08).
003100     05  TU-REASON-CODE          PIC X(04).
003200     05  TU-APPROVER-ID          PIC X(08).
