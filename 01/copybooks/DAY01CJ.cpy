000100******************************************************************
000200*    DAY01CJ - MASTER FILE CHANGE JOURNAL RECORD LAYOUT          *
000300*    ONE RECORD PER CARD APPLIED BY DAY01MM (MODULE MASTER),     *
000400*    DAY01PM (FUEL PRICE TABLE) OR DAY01TM (TANK INVENTORY),     *
000500*    APPENDED TO THE PERMANENT JOURNAL (CHGJRNL) AND NEVER       *
000600*    REWRITTEN.  THE BEFORE AND AFTER IMAGES ARE THE MASTER ROW  *
000700*    IN ITS OWN LAYOUT (DAY01B, DAY01F OR DAY01V): SPACES BEFORE *
000800*    AN ADD AND AFTER A DELETE.  THE APPROVER IS SPACES FOR A    *
000900*    CARD THAT NEEDED NO SECOND OPERATOR.  DAY01JR REPORTS THE   *
001000*    JOURNAL BY OPERATOR AND DATE RANGE.                         *
001100******************************************************************
001200* 2026-10-15 JM   ORIGINAL VERSION                               *
001300******************************************************************
001400 01  CHANGE-JOURNAL-RECORD.
001500     05  CJ-MASTER-CODE          PIC X(01).
001600         88  CJ-MODULE-MASTER            VALUE 'M'.
001700         88  CJ-PRICE-TABLE              VALUE 'P'.
001800         88  CJ-TANK-INVENTORY           VALUE 'T'.
001900     05  CJ-CHANGE-DATE          PIC 9(08).
002000     05  CJ-CHANGE-TIME          PIC 9(08).
002100     05  CJ-PROGRAM-ID           PIC X(08).
002200     05  CJ-ACTION               PIC X(01).
002300     05  CJ-RECORD-KEY           PIC X(20).
002400     05  CJ-OPERATOR-ID          PIC X(08).
002500     05  CJ-APPROVER-ID          PIC X(08).
002600     05  CJ-REASON-CODE          PIC X(04).
002700     05  CJ-BEFORE-IMAGE         PIC X(40).
002800     05  CJ-AFTER-IMAGE          PIC X(40).
