000874*                 APPENDED FIELDS READ AS SPACES AND THE OLD      *
000875*                 9(05) SEQUENCE (THE LOW FIVE DIGITS ON NEW      *
000876*                 RECORDS) IS THE ONE TO USE.                     *
000878* 2026-10-15 JM   ADDED THE MANIFEST ID AND THE RUN'S CONTROL     *
000880*                 CARD FORMULA AND ROUNDING MODES (NORMALIZED TO  *
000882*                 R/S AND T/N), SO DAY01CA CAN SPLIT ONE MANIFEST *
000884*                 OUT OF A CONSOLIDATED RUN AND SEPARATE A        *
000886*                 CONTROL CARD CHANGE FROM A MASS CHANGE.  THE    *
000888*                 RECORD GREW FROM 81 TO 93 BYTES; AS BEFORE THE  *
000890*                 FIELDS ARE APPENDED, AND ON AN OLDER RECORD     *
000892*                 THEY READ AS SPACES.                            *
000900******************************************************************
001000 01  AUDIT-TRAIL-RECORD.
001100     05  AT-RUN-DATE             PIC 9(08).
001800     05  AT-FINAL-FUEL           PIC 9(09).
001900     05  AT-MASS-EFF-DATE        PIC 9(08).
002000     05  AT-MODULE-SEQ-WIDE      PIC 9(07).
002100     05  AT-MANIFEST-ID          PIC X(10).
002200     05  AT-FORMULA-MODE         PIC X(01).
002300         88  AT-FORMULA-RECURSIVE        VALUE 'R'.
002400         88  AT-FORMULA-SIMPLE           VALUE 'S'.
002500     05  AT-ROUNDING-MODE        PIC X(01).
002600         88  AT-ROUND-TRUNCATION         VALUE 'T'.
002700         88  AT-ROUND-NEAREST            VALUE 'N'.
