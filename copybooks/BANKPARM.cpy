000100*================================================================*
000200* BANKPARM.CPY
000300* PURPOSE.  Bank payment parameters - the company's own bank
000400*           details as originator of the payment file (service
000500*           user number, sort code, account and name, which
000600*           the contra record debits), and the number of days
000700*           a payee's bank details must have stood unchanged
000800*           before BANKEXT will pay to them.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  BANKPARM-RECORD.
001600     05  BANKPARM-SERVICE-USER    PIC X(06).
001700     05  BANKPARM-SORT-CODE       PIC 9(06).
001800     05  BANKPARM-ACCOUNT-NUMBER  PIC 9(08).
001900     05  BANKPARM-ACCOUNT-NAME    PIC X(18).
002000     05  BANKPARM-HOLD-DAYS       PIC 9(03).
