000100******************************************************************
000200*    DAY01AC - MAINTENANCE APPROVAL CARD LAYOUT                  *
000300*    ONE CARD PER DECISION ON A HELD MAINTENANCE CARD, READ BY   *
000400*    DAY01AP.  THE CARD NAMES THE PENDING APPROVAL RECORD        *
000500*    (DAY01PA) BY ITS 22-BYTE KEY AS PRINTED ON THE APPROVAL     *
000600*    REGISTER, THE DECISION ('A' APPROVE, 'D' DECLINE) AND THE   *
000700*    APPROVING OPERATOR, WHO MAY NOT BE THE OPERATOR WHO         *
000800*    ENTERED THE CARD.                                           *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001100******************************************************************
001200 01  APPROVAL-CARD-RECORD.
001300     05  AC-PENDING-KEY.
001400         10  AC-MASTER-CODE      PIC X(01).
001500         10  AC-ENTERED-DATE     PIC 9(08).
001600         10  AC-ENTERED-TIME     PIC 9(08).
001700         10  AC-ENTRY-SEQ        PIC 9(05).
001800     05  AC-DECISION             PIC X(01).
001900         88  AC-DECISION-APPROVE         VALUE 'A'.
002000         88  AC-DECISION-DECLINE         VALUE 'D'.
002100     05  AC-APPROVER-ID          PIC X(08).
