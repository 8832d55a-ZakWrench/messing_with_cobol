001330*                  IS PART OF PAYHIST-DEDUCTIONS, THE EMPLOYER
001340*                  AMOUNT SITS ALONGSIDE, AND PENEXT BUILDS THE
001350*                  PROVIDER EXTRACT FROM BOTH
001355* 10/15/2026 DNO   ADDED OVERTIME, BONUS AND EXPENSES PAID IN
001360*                  THE RUN FROM ACCEPTED VARIABLE PAY CLAIMS -
001365*                  OVERTIME AND BONUS ARE INSIDE PAYHIST-GROSS,
001370*                  EXPENSES ARE NOT TAXED AND ARE INSIDE
001375*                  PAYHIST-NET ONLY
001380* 10/15/2026 DNO   ADDED THE RECURRING DEDUCTIONS (LOANS,
001385*                  ADVANCES, ATTACHMENT ORDERS) TAKEN IN THE RUN
001390*                  - PART OF PAYHIST-DEDUCTIONS, HELD APART SO
001395*                  TAXREMIT AND GLEXTRC CAN ACCOUNT FOR THEM
001405* 10/15/2026 DNO   ADDED THE RUN TYPE - SPACE FOR THE REGULAR
001415*                  PAY RUN, "S" FOR A ROW WRITTEN BY AN
001425*                  OFF-CYCLE SUPPLEMENTARY RUN, SO THE REGULAR
001435*                  BANK FILE AND JOURNAL LEAVE THOSE ROWS TO
001445*                  THE SUPPLEMENTARY ONES.  ROWS WRITTEN BEFORE
001455*                  THE FIELD EXISTED READ AS SPACE
001456* 10/15/2026 DNO   ADDED RUN TYPE "R" AND THE REVERSED DATE - A
001457*                  ROW WRITTEN BY PAYREVRS TAKES BACK AN EARLIER
001458*                  REGULAR RUN'S ROW FOR THE EMPLOYEE.  ITS
001459*                  FIGURES ARE THE ORIGINAL'S, TO BE SUBTRACTED,
001460*                  ITS RUN DATE IS THE DAY OF THE REVERSAL AND
001461*                  THE REVERSED DATE IS THE RUN IT TAKES BACK
001462*                  (ZERO ON EVERY OTHER ROW)
001467* 10/15/2026 DNO   ADDED RUN TYPE "W" - A ROW WRITTEN BY THE
001472*                  WEEKLY PAY RUN FOR A WEEKLY-PAID EMPLOYEE, KEPT
001477*                  APART FROM THE MONTHLY RUN'S ROWS SO THE
001482*                  MONTHLY BANK FILE, JOURNAL AND PENSION
001487*                  EXTRACT LEAVE THEM TO THE WEEKLY ONES
001492*================================================================*
001500 01  PAYHIST-RECORD.
001600     05  PAYHIST-EMPLOYEE-ID      PIC 9(6).
001700     05  PAYHIST-RUN-DATE         PIC 9(8).
002200     05  PAYHIST-PENSION-ER       PIC 9(5)V9(2).
002300     05  PAYHIST-TAX              PIC 9(5)V9(2).
002400     05  PAYHIST-NI               PIC 9(5)V9(2).
002500     05  PAYHIST-OVERTIME         PIC 9(5)V9(2).
002600     05  PAYHIST-BONUS            PIC 9(5)V9(2).
002700     05  PAYHIST-EXPENSES         PIC 9(5)V9(2).
002800     05  PAYHIST-RECURRING        PIC 9(5)V9(2).
002900     05  PAYHIST-RUN-TYPE         PIC X(01).
003000         88  PAYHIST-REGULAR-RUN  VALUE SPACE.
003100         88  PAYHIST-SUPPLEMENTARY-RUN VALUE "S".
003200         88  PAYHIST-REVERSAL     VALUE "R".
003210         88  PAYHIST-WEEKLY-RUN   VALUE "W".
003300     05  PAYHIST-REVERSED-DATE    PIC 9(8).
