001800* MODIFICATION HISTORY
001900* DATE       INIT  DESCRIPTION
002000* 09/02/2026 DNO   ORIGINAL PROGRAM
002010* 10/15/2026 DNO   SUPPLEMENTARY RUN ROWS ON THE HISTORY ARE NOW
002020*                  PASSED OVER - A ONE-OFF PAYMENT IS NEITHER
002030*                  THIS RUN NOR THE PREVIOUS RUN TO COMPARE WITH
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PAYVARCE.
016900     END-IF
017000     .
017100
017110*----------------------------------------------------------------*
017120* ONLY REGULAR RUNS ARE COMPARED - SUPPLEMENTARY ROWS ARE SKIPPED
017130*----------------------------------------------------------------*
017140 2000-ABSORB-ONE-HISTORY.
017150     IF PAYHIST-REGULAR-RUN
017160         PERFORM 2050-ABSORB-REGULAR-ROW
017170     END-IF
017180     PERFORM 2100-READ-HISTORY
017190     .
017200
017210 2050-ABSORB-REGULAR-ROW.
017220     PERFORM 2200-FIND-OR-ADD-EMPLOYEE
017500     IF PVG-EMPLOYEE-MATCHED
017600         IF PAYHIST-RUN-DATE = PVG-RUN-DATE
017700             SET PVG-PAID-THIS-RUN(PVG-FOUND-INDEX) TO TRUE
019200             END-IF
019300         END-IF
019400     END-IF
019500     .
019700
019800 2100-READ-HISTORY.
019900     READ PAYROLL-HISTORY
