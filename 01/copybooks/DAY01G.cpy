000100******************************************************************
000200*    DAY01G - GENERAL LEDGER ACCOUNT MAPPING RECORD LAYOUT       *
000300*    MAINTAINED BY FINANCE AND READ BY DAY01GL TO CHARGE FUEL    *
000400*    COST.  AN 'M' ROW MAPS A MANIFEST ID TO THE OWNING MISSION  *
000500*    COST CENTER; A 'C' ROW MAPS A MODULE CLASS (KEY LEFT-       *
000600*    JUSTIFIED) TO ITS GL EXPENSE ACCOUNT.  'K' ROWS NAME THE    *
000700*    CONTROL ACCOUNTS: KEY 'ACCRUAL' IS THE FUEL ACCRUAL CREDITED*
000800*    OPPOSITE EVERY EXPENSE DEBIT, KEY 'SUSPENSE' IS THE COST    *
000900*    CENTER AND ACCOUNT CHARGED WHEN A MANIFEST OR CLASS HAS NO  *
001000*    MAPPING.                                                    *
001100******************************************************************
001200* 2026-10-15 JM   ORIGINAL VERSION                               *
001300******************************************************************
001400 01  ACCOUNT-MAP-RECORD.
001500     05  AM-MAP-TYPE             PIC X(01).
001600         88  AM-TYPE-MANIFEST            VALUE 'M'.
001700         88  AM-TYPE-CLASS               VALUE 'C'.
001800         88  AM-TYPE-CONTROL             VALUE 'K'.
001900         88  AM-TYPE-KNOWN               VALUE 'M' 'C' 'K'.
002000     05  AM-MAP-KEY              PIC X(10).
002100     05  AM-COST-CENTER          PIC X(06).
002200     05  AM-GL-ACCOUNT           PIC X(08).
002300     05  AM-DESCRIPTION          PIC X(30).
