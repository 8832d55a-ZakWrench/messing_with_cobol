000100*================================================================*
000200* SECPARM.CPY
000300* PURPOSE.  Parameters for the ACCREVW operator access review -
000400*           the months of SECLOG security log reviewed back from
000500*           the business date, the refused attempts (sign-ons and
000600*           authority checks together) at which an operator is
000700*           listed for repeated refusals, and the working days
000800*           before a pay date within which a payroll function is
000900*           expected to run.  A zero or non-numeric figure leaves
001000*           the program's default in place.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  SECPARM-RECORD.
001800     05  SECPARM-REVIEW-MONTHS    PIC 9(03).
001900     05  SECPARM-REFUSAL-LIMIT    PIC 9(03).
002000     05  SECPARM-WINDOW-DAYS      PIC 9(02).
