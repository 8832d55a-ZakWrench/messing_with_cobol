000100*================================================================*
000200* ABSBAL.CPY
000300* PURPOSE.  Absence balance master entry, keyed by employee ID
000400*           alongside the SALARY master - holiday entitlement,
000500*           taken and remaining days for the leave year, the
000600*           sickness and unpaid days taken in the same year,
000700*           and the end date and running length of the latest
000800*           chain of linked sickness spells, which PAYSLIP
000900*           needs for the statutory sick pay waiting days and
001000*           maximum.  The date and the operator of the last
001100*           posting are kept for audit.
001200* AUTHOR.   D. OKAFOR
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL COPYBOOK
001700*================================================================*
001800 01  ABSBAL-RECORD.
001900     05  ABSBAL-EMPLOYEE-ID       PIC 9(06).
002000     05  ABSBAL-HOLIDAY-ENTITLEMENT PIC 9(03).
002100     05  ABSBAL-HOLIDAY-TAKEN     PIC 9(03).
002200     05  ABSBAL-HOLIDAY-REMAINING PIC 9(03).
002300     05  ABSBAL-SICK-TAKEN        PIC 9(03).
002400     05  ABSBAL-UNPAID-TAKEN      PIC 9(03).
002500     05  ABSBAL-LAST-SICK-TO      PIC 9(08).
002600     05  ABSBAL-SICK-CHAIN-DAYS   PIC 9(03).
002700     05  ABSBAL-CHANGED-DATE      PIC 9(08).
002800     05  ABSBAL-CHANGED-BY        PIC X(08).
