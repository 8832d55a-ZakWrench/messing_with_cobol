001620*                  SET BY THE CALLER ALONGSIDE THE REPORT NAME
001630*                  AND CARRIED ONTO THE PRTCAT SPOOL CATALOGUE
001640*                  WHEN THE REPORT ENDS
001645* 10/15/2026 DNO   ADDED PRT-BREAK-KEY - SET BY A CALLER WHOSE
001650*                  REPORT IS BURST BY RECIPIENT (EMPLOYEE,
001655*                  DEPARTMENT, OBSERVER) BEFORE EACH DETAIL LINE;
001660*                  PRTSRV CLEARS IT AT START OF REPORT AND NOTES
001665*                  EACH CHANGE ON THE PRTBRK BREAK INDEX, KEEPING
001670*                  THE KEY LAST NOTED IN PRT-LAST-BREAK-KEY
001700*================================================================*
001800 01  PRT-CONTROL.
001900     05  PRT-ACTION               PIC X(01).
003200     05  PRT-HEADING-1            PIC X(80).
003300     05  PRT-HEADING-2            PIC X(80).
003400     05  PRT-TRAILER-LINE         PIC X(80).
003500     05  PRT-BREAK-KEY            PIC X(10).
003600     05  PRT-LAST-BREAK-KEY       PIC X(10).
