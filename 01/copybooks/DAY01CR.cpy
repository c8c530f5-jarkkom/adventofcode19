000100******************************************************************
000200*    DAY01CR - DAY01CA CHANGE ATTRIBUTION REQUEST CARD LAYOUT    *
000300*    ONE CARD PER COMPARISON.  NAMES THE BASE RUN AND THE NEW    *
000400*    RUN EACH BY ITS RUN DATE, RUN TIME AND JOB ID, AS THEY      *
000500*    APPEAR ON THE DAY01A AUDIT RECORDS.  A MANIFEST ID LIMITS   *
000600*    BOTH RUNS TO THAT MANIFEST (RECORDS WRITTEN BEFORE THE      *
000700*    AUDIT RECORD CARRIED ITS MANIFEST ARE ALWAYS TAKEN); BLANK  *
000800*    COMPARES THE WHOLE OF BOTH RUNS.                            *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001100******************************************************************
001200 01  ATTRIBUTION-REQUEST-CARD.
001300     05  CR-BASE-RUN-DATE        PIC 9(08).
001400     05  CR-BASE-RUN-DATE-X REDEFINES CR-BASE-RUN-DATE
001500                                 PIC X(08).
001600     05  CR-BASE-RUN-TIME        PIC 9(08).
001700     05  CR-BASE-RUN-TIME-X REDEFINES CR-BASE-RUN-TIME
001800                                 PIC X(08).
001900     05  CR-BASE-JOB-ID          PIC X(08).
002000     05  CR-NEW-RUN-DATE         PIC 9(08).
002100     05  CR-NEW-RUN-DATE-X REDEFINES CR-NEW-RUN-DATE
002200                                 PIC X(08).
002300     05  CR-NEW-RUN-TIME         PIC 9(08).
002400     05  CR-NEW-RUN-TIME-X REDEFINES CR-NEW-RUN-TIME
002500                                 PIC X(08).
002600     05  CR-NEW-JOB-ID           PIC X(08).
002700     05  CR-MANIFEST-ID          PIC X(10).
002800         88  CR-WHOLE-RUN                VALUE SPACES.
