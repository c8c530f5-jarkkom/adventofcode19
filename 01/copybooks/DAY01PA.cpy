000100******************************************************************
000200*    DAY01PA - PENDING APPROVAL RECORD LAYOUT                    *
000300*    ONE RECORD PER SENSITIVE MAINTENANCE CARD HELD BACK BY      *
000400*    DAY01MM, DAY01PM OR DAY01TM (PENDAPPR, OPENED FOR APPEND):  *
000500*    A MODULE MASS MOVE PAST THE MASS TOLERANCE, A FUEL RATE     *
000600*    MOVE PAST THE PRICE TOLERANCE, A TANK CAPACITY CHANGE, OR   *
000700*    ANY DELETE.  THE CARD IMAGE IS KEPT AS ENTERED.  DAY01AP    *
000800*    RECORDS A SECOND OPERATOR'S DECISION AGAINST IT AND, ON     *
000900*    APPROVAL, RELEASES THE CARD TO ITS MAINTENANCE PROGRAM.     *
001000*    THE KEY IS THE MASTER CODE, THE RUN DATE AND TIME OF THE    *
001100*    MAINTENANCE RUN THAT HELD THE CARD, AND THE CARD'S NUMBER   *
001200*    IN THAT RUN - THE SAME 22 BYTES THE APPROVAL CARD           *
001300*    (DAY01AC) NAMES.  BEFORE AND AFTER VALUES ARE THE FIGURE    *
001400*    THE CARD MOVES (MASS, RATE OR CAPACITY), FOR THE APPROVER.  *
001500******************************************************************
001600* 2026-10-15 JM   ORIGINAL VERSION                               *
001700******************************************************************
001800 01  PENDING-APPROVAL-RECORD.
001900     05  PA-PENDING-KEY.
002000         10  PA-MASTER-CODE      PIC X(01).
002100             88  PA-MODULE-MASTER        VALUE 'M'.
002200             88  PA-PRICE-TABLE          VALUE 'P'.
002300             88  PA-TANK-INVENTORY       VALUE 'T'.
002400         10  PA-ENTERED-DATE     PIC 9(08).
002500         10  PA-ENTERED-TIME     PIC 9(08).
002600         10  PA-ENTRY-SEQ        PIC 9(05).
002700     05  PA-STATUS               PIC X(01).
002800         88  PA-STATUS-PENDING           VALUE 'P'.
002900         88  PA-STATUS-APPROVED          VALUE 'A'.
003000         88  PA-STATUS-DECLINED          VALUE 'D'.
003100     05  PA-HOLD-REASON          PIC X(28).
003200     05  PA-OPERATOR-ID          PIC X(08).
003300     05  PA-REASON-CODE          PIC X(04).
003400     05  PA-BEFORE-VALUE         PIC X(09).
003500     05  PA-AFTER-VALUE          PIC X(09).
003600     05  PA-APPROVER-ID          PIC X(08).
003700     05  PA-DECISION-DATE        PIC 9(08).
003800     05  PA-TRANSACTION-IMAGE    PIC X(50).
