000100******************************************************************
000200*    DAY01WH - WEIGH TICKET HISTORY RECORD LAYOUT                *
000300*    ONE RECORD PER TICKET DAY01WR HAS RECONCILED, APPENDED RUN  *
000400*    AFTER RUN.  IT STOPS THE SAME TICKET BEING RECONCILED       *
000500*    TWICE AND TELLS DAY01WR WHICH MODULES HAVE EVER BEEN        *
000600*    WEIGHED.                                                    *
000700******************************************************************
000800* 2026-10-15 JM   ORIGINAL VERSION                               *
000900******************************************************************
001000 01  WEIGH-HISTORY-RECORD.
001100     05  WH-MODULE-ID            PIC X(10).
001200     05  WH-WEIGH-DATE           PIC 9(08).
001300     05  WH-SCALE-ID             PIC X(08).
001400     05  WH-NET-MASS             PIC 9(09).
001500     05  WH-MODULE-CLASS         PIC X(02).
001600     05  WH-MASTER-MASS          PIC 9(09).
001700     05  WH-MASTER-EFF-DATE      PIC 9(08).
001800     05  WH-RESULT               PIC X(01).
001900         88  WH-WITHIN-TOLERANCE         VALUE 'W'.
002000         88  WH-OUT-OF-TOLERANCE         VALUE 'O'.
002100     05  WH-RECONCILED-DATE      PIC 9(08).
