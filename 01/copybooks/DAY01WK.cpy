000100******************************************************************
000200*    DAY01WK - WEIGH-BRIDGE TICKET RECORD LAYOUT                 *
000300*    ONE TICKET PER MODULE WEIGHING, AS TRANSMITTED FROM THE     *
000400*    WEIGH-BRIDGE SCALES AND READ BY DAY01WR.  NET MASS MUST     *
000500*    EQUAL GROSS LESS TARE; THE NET IS THE FIGURE COMPARED WITH  *
000600*    THE MODULE MASTER (DAY01B).                                 *
000700******************************************************************
000800* 2026-10-15 JM   ORIGINAL VERSION                               *
000900******************************************************************
001000 01  WEIGH-TICKET-RECORD.
001100     05  WK-MODULE-ID            PIC X(10).
001200     05  WK-WEIGH-DATE           PIC 9(08).
001300     05  WK-WEIGH-DATE-X REDEFINES WK-WEIGH-DATE
001400                                 PIC X(08).
001500     05  WK-GROSS-MASS           PIC 9(09).
001600     05  WK-GROSS-MASS-X REDEFINES WK-GROSS-MASS
001700                                 PIC X(09).
001800     05  WK-TARE-MASS            PIC 9(09).
001900     05  WK-TARE-MASS-X REDEFINES WK-TARE-MASS
002000                                 PIC X(09).
002100     05  WK-NET-MASS             PIC 9(09).
002200     05  WK-NET-MASS-X REDEFINES WK-NET-MASS
002300                                 PIC X(09).
002400     05  WK-SCALE-ID             PIC X(08).
