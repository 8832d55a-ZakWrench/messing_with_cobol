001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 08/22/2026 DNO   ORIGINAL PROGRAM
001610* 10/15/2026 DNO   SUPPLEMENTARY PAYMENTS ARE NOW COUNTED APART
001620*                  FROM THE PAY RUNS AND SHOWN ON THEIR OWN LINE
001630*                  WHEN THERE WERE ANY; THEIR AMOUNTS ARE IN THE
001640*                  TOTALS AS BEFORE
001650* 10/15/2026 DNO   REVERSAL ROWS FROM PAYREVRS COME OFF THE
001660*                  TOTALS OF THE TAX YEAR OF THE RUN THEY TAKE
001670*                  BACK, AND THE RUNS REVERSED PRINT AS A COUNT
001700*================================================================*
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. PAYSTMT.
005600     05  HSR-GROSS                PIC 9(5)V9(2).
005700     05  HSR-DEDUCTIONS           PIC 9(5)V9(2).
005800     05  HSR-NET                  PIC 9(5)V9(2).
005810     05  HSR-RUN-TYPE             PIC X(01).
005820         88  HSR-SUPPLEMENTARY-RUN VALUE "S".
005830         88  HSR-REVERSAL         VALUE "R".
005900
006000 FD  STATEMENT-REPORT.
006100 01  STATEMENT-REPORT-LINE        PIC X(80).
008400 01  PST-TOTAL-DEDUCTIONS         PIC 9(7)V9(2).
008500 01  PST-TOTAL-NET                PIC 9(7)V9(2).
008600 01  PST-RUN-COUNT                PIC 9(03).
008610 01  PST-SUPPLEMENTARY-COUNT      PIC 9(03).
008620 01  PST-REVERSED-COUNT           PIC 9(03).
008630 01  PST-ROW-YEAR-DATE            PIC 9(08).
008700 01  PST-EMPLOYEES-REPORTED       PIC 9(05) VALUE ZERO.
008800 01  PST-EMPLOYEE-NAME-TEXT       PIC X(30).
008900 01  PST-FORMATTED-AMOUNT         PIC $(5),$(3).9(2).
014600     END-READ
014700     .
014800
014810*    A REVERSAL FALLS IN THE TAX YEAR OF THE RUN IT TAKES BACK
014820 2200-RELEASE-ONE-HISTORY.
014830     MOVE PAYHIST-RUN-DATE TO PST-ROW-YEAR-DATE
014840     IF PAYHIST-REVERSAL
014850         MOVE PAYHIST-REVERSED-DATE TO PST-ROW-YEAR-DATE
014860     END-IF
014870     IF PST-ROW-YEAR-DATE NOT < PST-TAX-YEAR-START
014880     AND PST-ROW-YEAR-DATE NOT > PST-TAX-YEAR-END
015200         MOVE PAYHIST-EMPLOYEE-ID TO HSR-EMPLOYEE-ID
015300         MOVE PAYHIST-RUN-DATE    TO HSR-RUN-DATE
015400         MOVE PAYHIST-GROSS       TO HSR-GROSS
015500         MOVE PAYHIST-DEDUCTIONS  TO HSR-DEDUCTIONS
015600         MOVE PAYHIST-NET         TO HSR-NET
015610         MOVE PAYHIST-RUN-TYPE    TO HSR-RUN-TYPE
015700         RELEASE HISTORY-SORT-RECORD
015800     END-IF
015900     PERFORM 2100-READ-HISTORY
016900     MOVE ZERO TO PST-TOTAL-GROSS
017000     MOVE ZERO TO PST-TOTAL-DEDUCTIONS
017100     MOVE ZERO TO PST-TOTAL-NET
017110     MOVE ZERO TO PST-RUN-COUNT
017120     MOVE ZERO TO PST-SUPPLEMENTARY-COUNT
017130     MOVE ZERO TO PST-REVERSED-COUNT
017140     PERFORM 3100-RETURN-SORTED-HISTORY
017400     PERFORM 3200-ACCUMULATE-EMPLOYEE UNTIL PST-SORT-EOF
017500     IF PST-NOT-FIRST-GROUP
017600         PERFORM 3300-PRINT-ONE-STATEMENT
019500         MOVE ZERO TO PST-TOTAL-GROSS
019600         MOVE ZERO TO PST-TOTAL-DEDUCTIONS
019700         MOVE ZERO TO PST-TOTAL-NET
019710         MOVE ZERO TO PST-RUN-COUNT
019720         MOVE ZERO TO PST-SUPPLEMENTARY-COUNT
019730         MOVE ZERO TO PST-REVERSED-COUNT
019740     END-IF
020000     SET PST-NOT-FIRST-GROUP TO TRUE
020100     MOVE HSR-EMPLOYEE-ID TO PST-PRIOR-EMPLOYEE-ID
020110     IF HSR-REVERSAL
020120         SUBTRACT HSR-GROSS      FROM PST-TOTAL-GROSS
020130         SUBTRACT HSR-DEDUCTIONS FROM PST-TOTAL-DEDUCTIONS
020140         SUBTRACT HSR-NET        FROM PST-TOTAL-NET
020150         ADD 1 TO PST-REVERSED-COUNT
020160     ELSE
020170         ADD HSR-GROSS      TO PST-TOTAL-GROSS
020180         ADD HSR-DEDUCTIONS TO PST-TOTAL-DEDUCTIONS
020190         ADD HSR-NET        TO PST-TOTAL-NET
020200         IF HSR-SUPPLEMENTARY-RUN
020210             ADD 1 TO PST-SUPPLEMENTARY-COUNT
020220         ELSE
020230             ADD 1 TO PST-RUN-COUNT
020240         END-IF
020250     END-IF
020460     PERFORM 3100-RETURN-SORTED-HISTORY
020700     .
020800
020900 3300-PRINT-ONE-STATEMENT.
022200     STRING "  PAY RUNS " DELIMITED BY SIZE
022300         PST-COUNT-DISPLAY DELIMITED BY SIZE
022400         "  TOTAL GROSS " DELIMITED BY SIZE
022410         PST-FORMATTED-AMOUNT DELIMITED BY SIZE
022420         INTO STATEMENT-REPORT-LINE
022430     END-STRING
022440     PERFORM 9000-WRITE-REPORT-LINE
022450     IF PST-SUPPLEMENTARY-COUNT > ZERO
022460         MOVE PST-SUPPLEMENTARY-COUNT TO PST-COUNT-DISPLAY
022470         MOVE SPACES TO STATEMENT-REPORT-LINE
022472         STRING "  SUPPLEMENTARY PAYMENTS " DELIMITED BY SIZE
022474             PST-COUNT-DISPLAY DELIMITED BY SIZE
022476             INTO STATEMENT-REPORT-LINE
022478         END-STRING
022480         PERFORM 9000-WRITE-REPORT-LINE
022482     END-IF
022484     IF PST-REVERSED-COUNT > ZERO
022486         MOVE PST-REVERSED-COUNT TO PST-COUNT-DISPLAY
022488         MOVE SPACES TO STATEMENT-REPORT-LINE
022490         STRING "  RUNS REVERSED " DELIMITED BY SIZE
022492             PST-COUNT-DISPLAY DELIMITED BY SIZE
022494             " (INCLUDED IN PAY RUNS, TAKEN OFF THE TOTALS)"
022496                 DELIMITED BY SIZE
022498             INTO STATEMENT-REPORT-LINE
022500         END-STRING
022502         PERFORM 9000-WRITE-REPORT-LINE
022504     END-IF
022540     MOVE PST-TOTAL-DEDUCTIONS TO PST-FORMATTED-AMOUNT
023000     MOVE SPACES TO STATEMENT-REPORT-LINE
023100     STRING "  TOTAL DEDUCTIONS " DELIMITED BY SIZE
023200         PST-FORMATTED-AMOUNT DELIMITED BY SIZE
