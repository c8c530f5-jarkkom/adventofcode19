000100******************************************************************
000200*    DAY01WC - WEIGH TOLERANCE CARD LAYOUT                       *
000300*    ONE CARD PER MODULE CLASS, READ BY DAY01WR: HOW FAR A       *
000400*    WEIGHED NET MASS MAY SIT FROM THE MASTER MASS, AS A         *
000500*    PERCENTAGE OF THE MASTER MASS EITHER WAY, BEFORE THE        *
000600*    MASTER IS CORRECTED.  A CARD OVERRIDES THE BUILT-IN         *
000700*    FIGURE FOR ITS CLASS; A BLANK CLASS SETS THE FIGURE FOR     *
000800*    ANY CLASS WITHOUT ONE.                                      *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001100******************************************************************
001200 01  WEIGH-TOLERANCE-CARD.
001300     05  WC-MODULE-CLASS         PIC X(02).
001400         88  WC-DEFAULT-CARD             VALUE SPACES.
001500     05  WC-TOLERANCE-PCT        PIC 9(02)V99.
001600     05  WC-TOLERANCE-PCT-X REDEFINES WC-TOLERANCE-PCT
001700                                 PIC X(04).
