000100******************************************************************
000200*    DAY01DH - TANK DIP RECONCILIATION HISTORY RECORD LAYOUT     *
000300*    ONE RECORD PER RECONCILED DIP, APPENDED BY DAY01DR AND READ *
000400*    BACK BY IT TO TREND EACH TANK'S VARIANCES.  A DIP IS        *
000500*    RECONCILED WHEN IT FELL WITHIN TOLERANCE OR WHEN ITS        *
000600*    APPROVED VARIANCE WAS POSTED TO THE INVENTORY.  THE         *
000700*    VARIANCE IS THE MEASURED QUANTITY LESS THE BOOK LEVEL.      *
000800******************************************************************
000900* 2026-10-15 JM   ORIGINAL VERSION                               *
001000******************************************************************
001100 01  DIP-HISTORY-RECORD.
001200     05  DH-TANK-ID              PIC X(08).
001300     05  DH-READING-DATE         PIC 9(08).
001400     05  DH-BOOK-LEVEL           PIC 9(09).
001500     05  DH-MEASURED-QTY         PIC 9(09).
001600     05  DH-VARIANCE-CLASS       PIC X(01).
001700         88  DH-WITHIN-TOLERANCE         VALUE 'W'.
001800         88  DH-SHRINKAGE                VALUE 'S'.
001900         88  DH-UNEXPLAINED-LOSS         VALUE 'L'.
002000         88  DH-UNEXPLAINED-GAIN         VALUE 'G'.
002100     05  DH-POSTED-IND           PIC X(01).
002200         88  DH-POSTED                   VALUE 'Y'.
002300     05  DH-APPROVED-BY          PIC X(08).
002400     05  DH-RECONCILED-DATE      PIC 9(08).
