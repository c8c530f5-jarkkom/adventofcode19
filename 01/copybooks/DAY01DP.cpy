000100******************************************************************
000200*    DAY01DP - TANK PHYSICAL DIP READING RECORD LAYOUT           *
000300*    ONE RECORD PER DIP OF A TANK, READ BY DAY01DR AND COMPARED  *
000400*    WITH THE BOOK LEVEL ON THE TANK INVENTORY (DAY01V).  THE    *
000500*    APPROVER IS BLANK WHEN THE READING IS FIRST SENT IN; A      *
000600*    SUPERVISOR WHO ACCEPTS THE VARIANCE RESUBMITS THE READING   *
000700*    CARRYING THE SUPERVISOR'S ID, AND ONLY THEN DOES THE        *
000800*    VARIANCE POST TO THE INVENTORY.                             *
000900******************************************************************
001000* 2026-10-15 JM   ORIGINAL VERSION                               *
001020* 2026-10-15 JM   ADDED THE BOOK LEVEL AT DIP TIME.  THE         *
001030*                 REGISTER PRINTS IT ON A READING AWAITING       *
001040*                 APPROVAL AND THE SUPERVISOR CARRIES IT ON THE  *
001050*                 RESUBMITTED CARD, SO THE APPROVED VARIANCE     *
001060*                 POSTS AS A DELTA AND KEEPS EVERY MOVEMENT      *
001070*                 BOOKED SINCE THE DIP.                          *
001100******************************************************************
001200 01  DIP-READING-RECORD.
001300     05  DP-TANK-ID              PIC X(08).
001400     05  DP-READING-DATE         PIC 9(08).
001500     05  DP-READING-DATE-X REDEFINES DP-READING-DATE
001600                                 PIC X(08).
001700     05  DP-MEASURED-QTY         PIC 9(09).
001800     05  DP-MEASURED-QTY-X REDEFINES DP-MEASURED-QTY
001900                                 PIC X(09).
002000     05  DP-APPROVED-BY          PIC X(08).
002100         88  DP-NOT-APPROVED             VALUE SPACES.
002200     05  DP-BOOK-LEVEL           PIC 9(09).
002300     05  DP-BOOK-LEVEL-X REDEFINES DP-BOOK-LEVEL
002400                                 PIC X(09).
