000100*================================================================*
000200* RDTAKEN.CPY
000300* PURPOSE.  One recurring deduction taken in a live pay run,
000400*           appended by PAYSLIP as it reduces the RECDED
000500*           balance - what was due, what was taken, what the
000600*           protected earnings floor held back, and the balance
000700*           left.  RDREMIT reads the run's entries to tell each
000800*           third party what it is owed.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  RDTAKEN-RECORD.
001600     05  RDTAKEN-EMPLOYEE-ID      PIC 9(06).
001700     05  RDTAKEN-RUN-DATE         PIC 9(08).
001800     05  RDTAKEN-PRIORITY         PIC 9(02).
001900     05  RDTAKEN-TYPE             PIC X(04).
002000     05  RDTAKEN-PAYEE-CODE       PIC X(06).
002100     05  RDTAKEN-PAYEE-NAME       PIC X(24).
002200     05  RDTAKEN-DUE              PIC 9(5)V9(2).
002300     05  RDTAKEN-AMOUNT           PIC 9(5)V9(2).
002400     05  RDTAKEN-SHORTFALL        PIC 9(5)V9(2).
002500     05  RDTAKEN-BALANCE-AFTER    PIC 9(7)V9(2).
