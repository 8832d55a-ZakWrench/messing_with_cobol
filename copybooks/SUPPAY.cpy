000100*================================================================*
000200* SUPPAY.CPY
000300* PURPOSE.  One supplementary payment to be made off-cycle - the
000400*           employee, the one-off gross amount and the reason it
000500*           is being paid (a correction, a missed claim).  Keyed
000600*           by payroll for a supplementary run and consumed by
000700*           PAYSLIP the way SALARRS arrears are, so a correction
000800*           no longer waits a month or goes out as a cheque.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  SUPPAY-RECORD.
001600     05  SUPPAY-EMPLOYEE-ID       PIC 9(06).
001700     05  SUPPAY-AMOUNT            PIC 9(5)V9(2).
001800     05  SUPPAY-REASON            PIC X(24).
