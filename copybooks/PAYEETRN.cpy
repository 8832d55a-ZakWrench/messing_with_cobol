000100*================================================================*
000200* PAYEETRN.CPY
000300* PURPOSE.  One add/update/delete transaction against the payee
000400*           bank details master, applied by PAYEEMNT after the
000500*           sort code and account number pass the modulus
000600*           check.
000700* AUTHOR.   D. OKAFOR
000800*================================================================*
000900* MODIFICATION HISTORY
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 DNO   ORIGINAL COPYBOOK
001200*================================================================*
001300 01  PAYEETRN-RECORD.
001400     05  PAYEETRN-ACTION-CODE     PIC X(06).
001500         88  PAYEETRN-IS-ADD      VALUE "ADD".
001600         88  PAYEETRN-IS-UPDATE   VALUE "UPDATE".
001700         88  PAYEETRN-IS-DELETE   VALUE "DELETE".
001800     05  PAYEETRN-EMPLOYEE-ID     PIC 9(06).
001900     05  PAYEETRN-SORT-CODE       PIC 9(06).
002000     05  PAYEETRN-ACCOUNT-NUMBER  PIC 9(08).
002100     05  PAYEETRN-ACCOUNT-NAME    PIC X(18).
