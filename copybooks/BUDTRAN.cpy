000100*================================================================*
000200* BUDTRAN.CPY
000300* PURPOSE.  One line of the department budget as finance issue
000400*           it at the start of the financial year - the cost
000500*           centre, the financial year and period (see
000600*           DEPTBUD) and the pay cost budgeted for it - loaded
000700*           onto the DEPTBUD master by BUDGLOAD.  A line for
000800*           a period already loaded replaces its budget, so a
000900*           revised budget is simply loaded again.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  BUDTRAN-RECORD.
001700     05  BUDTRAN-DEPT-CODE        PIC X(04).
001800     05  BUDTRAN-YEAR             PIC 9(04).
001900     05  BUDTRAN-PERIOD           PIC 9(02).
002000         88  BUDTRAN-PERIOD-VALID VALUE 1 THRU 12.
002100     05  BUDTRAN-AMOUNT           PIC 9(7)V9(2).
