000100*================================================================*
000200* VARCLAIM.CPY
000300* PURPOSE.  One variable pay claim for an employee -
000400*           overtime hours worked, a one-off bonus, or expenses
000500*           to reimburse - for the pay period (year and month)
000600*           it was earned in, with the operator ID of the
000700*           manager who approved it.  VARPEDIT edits the claims
000800*           before any of them reach the pay run.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  VARCLAIM-RECORD.
001600     05  VARCLAIM-EMPLOYEE-ID     PIC 9(06).
001700     05  VARCLAIM-TYPE            PIC X(04).
001800         88  VARCLAIM-IS-OVERTIME VALUE "OVTM".
001900         88  VARCLAIM-IS-BONUS    VALUE "BONS".
002000         88  VARCLAIM-IS-EXPENSES VALUE "EXPS".
002100     05  VARCLAIM-HOURS           PIC 9(3)V9(2).
002200     05  VARCLAIM-AMOUNT          PIC 9(5)V9(2).
002300     05  VARCLAIM-PERIOD.
002400         10  VARCLAIM-PERIOD-YEAR PIC 9(04).
002500         10  VARCLAIM-PERIOD-MONTH PIC 9(02).
002600     05  VARCLAIM-APPROVER        PIC X(08).
