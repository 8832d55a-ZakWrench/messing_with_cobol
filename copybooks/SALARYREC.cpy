001100*                  THE PAYHIST LINK SURVIVES FOR THE ANNUAL
001101*                  STATEMENT WHILE PAYSLIP PRO-RATAS THE FINAL
001102*                  PERIOD AND STOPS PAYING THEREAFTER
001112* 10/15/2026 DNO   ADDED SAL-PAY-FREQUENCY - "M" (OR SPACE, FOR
001122*                  RECORDS WRITTEN BEFORE THE FIELD EXISTED) FOR
001132*                  MONTHLY SALARIED STAFF, "W" FOR WEEKLY-PAID
001142*                  STAFF.  SAL-SALARY IS THE PAY FOR ONE PERIOD OF
001152*                  THAT FREQUENCY - A MONTH'S OR A WEEK'S PAY
001162*================================================================*
001200 01  SAL-RECORD.
001300     05  SAL-EMPLOYEE-ID          PIC 9(6).
001400     05  SAL-EMPLOYEE-NAME        PIC X(30).
002000     05  SAL-STATUS               PIC X(01).
002100         88  SAL-ACTIVE           VALUE "A".
002200         88  SAL-LEFT             VALUE "L".
002300     05  SAL-PAY-FREQUENCY        PIC X(01).
002400         88  SAL-MONTHLY-PAID     VALUE "M" SPACE.
002500         88  SAL-WEEKLY-PAID      VALUE "W".
