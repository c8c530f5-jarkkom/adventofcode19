000100******************************************************************
000200*    DAY01GO - LAUNCH READINESS STATUS RECORD LAYOUT             *
000300*    ONE RECORD PER LAUNCH IN THE LOOK-AHEAD WINDOW, WRITTEN     *
000400*    FRESH BY EVERY DAY01LR RUN (READYSTS) FOR THE LAUNCH        *
000500*    CONTROL SYSTEM: THE GO/NO-GO RESULT, THE OUTCOME OF EACH    *
000600*    READINESS CHECK ('Y' PASSED, 'N' FAILED), THE NUMBER OF     *
000700*    REASONS PRINTED ON THE CERTIFICATE, AND THE DAY01 RUN       *
000800*    THAT PRICED THE MANIFEST (ZEROS/SPACES WHEN THERE IS        *
000900*    NONE).                                                      *
001000******************************************************************
001100* 2026-10-15 JM   ORIGINAL VERSION                               *
001200******************************************************************
001300 01  READINESS-STATUS-RECORD.
001400     05  GO-MANIFEST-ID          PIC X(10).
001500     05  GO-LAUNCH-DATE          PIC 9(08).
001600     05  GO-CERT-RESULT          PIC X(01).
001700         88  GO-CERT-GO                  VALUE 'G'.
001800         88  GO-CERT-NO-GO               VALUE 'N'.
001900     05  GO-CHECKS.
002000         10  GO-CHECK-RUN-STATUS PIC X(01).
002100         10  GO-CHECK-SUSPENSE   PIC X(01).
002200         10  GO-CHECK-DELIVERY   PIC X(01).
002300         10  GO-CHECK-TANKS      PIC X(01).
002400         10  GO-CHECK-MASS       PIC X(01).
002500     05  GO-REASON-COUNT         PIC 9(03).
002600     05  GO-PRICED-RUN-DATE      PIC 9(08).
002700     05  GO-PRICED-RUN-TIME      PIC 9(08).
002800     05  GO-PRICED-JOB-ID        PIC X(08).
002900     05  GO-CERT-DATE            PIC 9(08).
003000     05  GO-CERT-TIME            PIC 9(08).
