000100*================================================================*
000200* ABSPEND.CPY
000300* PURPOSE.  One posted absence waiting for the pay run - written
000400*           by ABSPOST, the way SALRELSE writes SALARRS, and
000500*           consumed by PAYSLIP, which stops pay for the unpaid
000600*           and sickness days and pays statutory sick pay in
000700*           their place.  The chain days are the sickness days
000800*           already in the linked chain before this spell, so
000900*           PAYSLIP can apply the waiting days and the maximum
001000*           across linked spells.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  ABSPEND-RECORD.
001800     05  ABSPEND-EMPLOYEE-ID      PIC 9(06).
001900     05  ABSPEND-TYPE             PIC X(04).
002000         88  ABSPEND-IS-SICK      VALUE "SICK".
002100         88  ABSPEND-IS-UNPAID    VALUE "UNPD".
002200         88  ABSPEND-IS-HOLIDAY   VALUE "HOL ".
002300     05  ABSPEND-FROM-DATE        PIC 9(08).
002400     05  ABSPEND-TO-DATE          PIC 9(08).
002500     05  ABSPEND-DAYS             PIC 9(03).
002600     05  ABSPEND-CHAIN-BEFORE     PIC 9(03).
