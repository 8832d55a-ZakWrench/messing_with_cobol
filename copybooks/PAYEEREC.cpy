000100*================================================================*
000200* PAYEEREC.CPY
000300* PURPOSE.  Payee bank details master entry, keyed by employee
000400*           ID alongside the SALARY master - the sort code,
000500*           account number and account name the net pay is
000600*           sent to, so BANKEXT can write a bank-standard
000700*           payment file instead of Finance re-keying account
000800*           details into the bank portal.  The date and the
000900*           operator of the last change are kept so BANKEXT
001000*           can hold a payment whose details changed too
001100*           recently to trust.
001200* AUTHOR.   D. OKAFOR
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL COPYBOOK
001700*================================================================*
001800 01  PAYEE-RECORD.
001900     05  PAYEE-EMPLOYEE-ID        PIC 9(06).
002000     05  PAYEE-SORT-CODE          PIC 9(06).
002100     05  PAYEE-ACCOUNT-NUMBER     PIC 9(08).
002200     05  PAYEE-ACCOUNT-NAME       PIC X(18).
002300     05  PAYEE-CHANGED-DATE       PIC 9(08).
002400     05  PAYEE-CHANGED-BY         PIC X(08).
