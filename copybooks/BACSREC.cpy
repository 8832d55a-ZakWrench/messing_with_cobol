000100*================================================================*
000200* BACSREC.CPY
000300* PURPOSE.  The 100-byte records of the bank payment file in
000400*           the bank's standard eighteen-field layout.  A
000500*           label record (HDR1 header, UTL1 user trailer)
000600*           opens with its four-character label; every other
000700*           record is a payment instruction opening with the
000800*           destination sort code - transaction code 99 for a
000900*           credit to an employee, 17 for the contra debiting
001000*           the company account with the file total.  Amounts
001100*           are carried in pence.  Held in working storage:
001200*           the writer builds each record here and a reader
001300*           moves its file line in to examine it.
001400* AUTHOR.   D. OKAFOR
001500*================================================================*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 10/15/2026 DNO   ORIGINAL COPYBOOK
001900*================================================================*
002000 01  BACS-RECORD.
002100     05  BACS-LABEL-ID            PIC X(04).
002200         88  BACS-IS-HEADER       VALUE "HDR1".
002300         88  BACS-IS-TRAILER      VALUE "UTL1".
002400         88  BACS-IS-LABEL        VALUE "HDR1" "UTL1".
002500     05  BACS-LABEL-DATA          PIC X(96).
002600     05  BACS-HEADER-DATA REDEFINES BACS-LABEL-DATA.
002700         10  BACS-HDR-SERVICE-USER PIC X(06).
002800         10  BACS-HDR-SORT-CODE   PIC 9(06).
002900         10  BACS-HDR-ACCOUNT     PIC 9(08).
003000         10  BACS-HDR-NAME        PIC X(18).
003100         10  BACS-HDR-PROCESSING-DATE PIC 9(08).
003200         10  FILLER               PIC X(50).
003300     05  BACS-TRAILER-DATA REDEFINES BACS-LABEL-DATA.
003400         10  BACS-UTL-DEBIT-TOTAL PIC 9(11)V9(02).
003500         10  BACS-UTL-CREDIT-TOTAL PIC 9(11)V9(02).
003600         10  BACS-UTL-DEBIT-COUNT PIC 9(07).
003700         10  BACS-UTL-CREDIT-COUNT PIC 9(07).
003800         10  FILLER               PIC X(56).
003900 01  BACS-DETAIL-RECORD REDEFINES BACS-RECORD.
004000     05  BACS-DEST-SORT-CODE      PIC 9(06).
004100     05  BACS-DEST-ACCOUNT        PIC 9(08).
004200     05  BACS-ACCOUNT-TYPE        PIC X(01).
004300     05  BACS-TRAN-CODE           PIC X(02).
004400         88  BACS-IS-CREDIT       VALUE "99".
004500         88  BACS-IS-CONTRA       VALUE "17".
004600     05  BACS-ORIG-SORT-CODE      PIC 9(06).
004700     05  BACS-ORIG-ACCOUNT        PIC 9(08).
004800     05  BACS-FREE-FORMAT         PIC X(04).
004900     05  BACS-AMOUNT              PIC 9(09)V9(02).
005000     05  BACS-ORIG-NAME           PIC X(18).
005100     05  BACS-REFERENCE.
005200         10  BACS-REF-EMPLOYEE-ID PIC 9(06).
005300         10  BACS-REF-TEXT        PIC X(12).
005400     05  BACS-DEST-NAME           PIC X(18).
