000100******************************************************************
000200*    DAY01E - FUEL BUDGET RECORD LAYOUT                          *
000300*    ONE RECORD PER MODULE CLASS PER MONTH, SET BY FINANCE AND   *
000400*    MAINTAINED ONLY THROUGH DAY01BM.  THE PERIOD IS YYYYMM.     *
000500*    READ BY DAY01BV TO COMPARE CONFIRMED SPEND AND OPEN         *
000600*    COMMITMENTS AGAINST BUDGET.                                 *
000700******************************************************************
000800* 2026-10-15 JM   ORIGINAL VERSION                               *
000900******************************************************************
001000 01  FUEL-BUDGET-RECORD.
001100     05  BG-PERIOD               PIC 9(06).
001200     05  BG-PERIOD-X REDEFINES BG-PERIOD
001300                                 PIC X(06).
001400     05  BG-MODULE-CLASS         PIC X(02).
001500     05  BG-BUDGET-AMOUNT        PIC 9(11)V99.
001600     05  BG-BUDGET-AMOUNT-X REDEFINES BG-BUDGET-AMOUNT
001700                                 PIC X(13).
