001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 08/22/2026 DNO   ORIGINAL PROGRAM
001710* 10/15/2026 DNO   EACH DEPARTMENT LINE CARRIES THE DEPARTMENT
001720*                  CODE AS THE PRTSRV BREAK KEY, SO PRTBURST CAN
001730*                  SEND EACH DEPARTMENT HEAD THEIR OWN LINE; THE
001740*                  GRAND TOTAL CARRIES NONE
001800*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. DEPTCOST.
021600
021700 3300-PRINT-DEPARTMENT-LINE.
021800     PERFORM 3350-LOOK-UP-DEPARTMENT-NAME
021810     MOVE DCR-PRIOR-DEPT-CODE TO PRT-BREAK-KEY
021900     MOVE DCR-DEPT-SALARY-TOTAL TO DCR-FORMATTED-TOTAL
022000     MOVE DCR-DEPT-EMPLOYEES    TO DCR-EMPLOYEE-DISPLAY
022100     MOVE SPACES TO COST-REPORT-LINE
025700* THE GRAND TOTAL RECONCILES TO THE SALTOTCTL ENDING BALANCE
025800*----------------------------------------------------------------*
025900 3400-PRINT-GRAND-TOTAL.
025910     MOVE SPACES TO PRT-BREAK-KEY
026000     MOVE DCR-GRAND-TOTAL     TO DCR-FORMATTED-TOTAL
026100     MOVE DCR-GRAND-EMPLOYEES TO DCR-EMPLOYEE-DISPLAY
026200     MOVE SPACES TO COST-REPORT-LINE
