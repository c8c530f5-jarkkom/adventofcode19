000100******************************************************************
000200*    DAY01GD - DAY01GK STEP DEPENDENCY CARD LAYOUT               *
000300*    ONE CARD PER UPSTREAM STEP A PROGRAM DEPENDS ON, WITH THE   *
000400*    HIGHEST CONDITION CODE THE UPSTREAM STEP MAY HAVE ENDED     *
000500*    WITH FOR THE GATE TO OPEN.  WHEN GATEDEPS IS ABSENT DAY01GK *
000600*    USES ITS BUILT-IN TABLE OF THE SUITE'S DEPENDENCIES.        *
000700******************************************************************
000800* 2026-10-15 JM   ORIGINAL VERSION                               *
000900******************************************************************
001000 01  GATE-DEPENDENCY-CARD.
001100     05  GD-PROGRAM-ID           PIC X(08).
001200     05  GD-UPSTREAM-ID          PIC X(08).
001300     05  GD-MAX-CC               PIC 9(02).
001400     05  GD-MAX-CC-X REDEFINES GD-MAX-CC
001500                                 PIC X(02).
