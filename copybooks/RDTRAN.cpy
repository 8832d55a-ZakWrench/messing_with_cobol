000100*================================================================*
000200* RDTRAN.CPY
000300* PURPOSE.  One add/update/stop transaction against the
000400*           recurring deductions master, applied by RDEDMNT.
000500*           An update replaces the amount, percentage, floor
000600*           and outstanding balance; a stop ends the deduction
000700*           but keeps the entry for the audit.
000800* AUTHOR.   D. OKAFOR
000900*================================================================*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 10/15/2026 DNO   ORIGINAL COPYBOOK
001300*================================================================*
001400 01  RDTRAN-RECORD.
001500     05  RDTRAN-ACTION-CODE       PIC X(06).
001600         88  RDTRAN-IS-ADD        VALUE "ADD".
001700         88  RDTRAN-IS-UPDATE     VALUE "UPDATE".
001800         88  RDTRAN-IS-STOP       VALUE "STOP".
001900     05  RDTRAN-EMPLOYEE-ID       PIC 9(06).
002000     05  RDTRAN-PRIORITY          PIC 9(02).
002100     05  RDTRAN-TYPE              PIC X(04).
002200         88  RDTRAN-TYPE-VALID    VALUE "LOAN" "ADVN" "AEO ".
002300     05  RDTRAN-PAYEE-CODE        PIC X(06).
002400     05  RDTRAN-PAYEE-NAME        PIC X(24).
002500     05  RDTRAN-METHOD            PIC X(01).
002600         88  RDTRAN-FIXED-AMOUNT  VALUE "F".
002700         88  RDTRAN-PERCENTAGE    VALUE "P".
002800     05  RDTRAN-AMOUNT            PIC 9(5)V9(2).
002900     05  RDTRAN-PERCENT           PIC 9(2)V9(2).
003000     05  RDTRAN-PROTECTED-EARNINGS PIC 9(5)V9(2).
003100     05  RDTRAN-BALANCE           PIC 9(7)V9(2).
