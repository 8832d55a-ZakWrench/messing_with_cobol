000100*================================================================*
000200* VARPAY.CPY
000300* PURPOSE.  One accepted variable pay claim waiting for the pay
000400*           run - written by VARPEDIT with the overtime already
000500*           priced from the employee's pay, and consumed by
000600*           PAYSLIP the way SALARRS arrears are.  Overtime and
000700*           bonus are taxable pay; expenses are reimbursed on
000800*           top of net pay and never taxed.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  VARPAY-RECORD.
001600     05  VARPAY-EMPLOYEE-ID       PIC 9(06).
001700     05  VARPAY-TYPE              PIC X(04).
001800         88  VARPAY-IS-OVERTIME   VALUE "OVTM".
001900         88  VARPAY-IS-BONUS      VALUE "BONS".
002000         88  VARPAY-IS-EXPENSES   VALUE "EXPS".
002100     05  VARPAY-HOURS             PIC 9(3)V9(2).
002200     05  VARPAY-AMOUNT            PIC 9(5)V9(2).
002300     05  VARPAY-PERIOD            PIC 9(06).
002400     05  VARPAY-APPROVER          PIC X(08).
