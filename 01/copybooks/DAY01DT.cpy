000100******************************************************************
000200*    DAY01DT - TANK DIP TOLERANCE CARD LAYOUT                    *
000300*    ONE CARD PER TANK, READ BY DAY01DR.  A DIP WITHIN THE       *
000400*    TOLERANCE PERCENT OF THE BOOK LEVEL (EITHER WAY) IS GAUGE   *
000500*    NOISE; A SHORTFALL BEYOND IT BUT WITHIN THE SHRINKAGE       *
000600*    PERCENT IS SHRINKAGE OR EVAPORATION; ANYTHING PAST THAT IS  *
000700*    UNEXPLAINED.  A CARD WITH A BLANK TANK ID SETS THE DEFAULT  *
000800*    FOR TANKS WITHOUT A CARD OF THEIR OWN.                      *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001100******************************************************************
001200 01  DIP-TOLERANCE-CARD.
001300     05  DT-TANK-ID              PIC X(08).
001400         88  DT-DEFAULT-CARD             VALUE SPACES.
001500     05  DT-TOLERANCE-PCT        PIC 9(02)V99.
001600     05  DT-TOLERANCE-PCT-X REDEFINES DT-TOLERANCE-PCT
001700                                 PIC X(04).
001800     05  DT-SHRINK-PCT           PIC 9(02)V99.
001900     05  DT-SHRINK-PCT-X REDEFINES DT-SHRINK-PCT
002000                                 PIC X(04).
