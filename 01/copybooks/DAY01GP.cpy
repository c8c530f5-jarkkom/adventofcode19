000100******************************************************************
000200*    DAY01GP - DAY01GK GATE REQUEST CARD LAYOUT                  *
000300*    NAMES THE STEP ABOUT TO RUN AND THE BUSINESS DATE IT RUNS   *
000400*    FOR.  A BLANK DATE TAKES THE BUSDATE ENVIRONMENT VARIABLE,  *
000500*    ELSE THE RUN DATE.  WITH NO CARD (OR A BLANK PROGRAM) THE   *
000600*    RUN ONLY PRINTS THE BATCH-WINDOW SUMMARY.                   *
000700******************************************************************
000800* 2026-10-15 JM   ORIGINAL VERSION                               *
000900******************************************************************
001000 01  GATE-REQUEST-CARD.
001100     05  GP-STEP-PROGRAM         PIC X(08).
001200         88  GP-SUMMARY-ONLY             VALUE SPACES.
001300     05  GP-BUSINESS-DATE        PIC 9(08).
001400     05  GP-BUSINESS-DATE-X REDEFINES GP-BUSINESS-DATE
001500                                 PIC X(08).
