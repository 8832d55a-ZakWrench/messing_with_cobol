000100*================================================================*
000200* DEPARTMENT-BUDGET-REPORT
000300* PURPOSE.  Sets each department's actual pay cost against the
000400*           budget it was given on the DEPTBUD master - for the
000500*           current financial period and for the year to date -
000600*           with the variance as an amount and a percentage of
000700*           budget.  Actual cost is gross pay plus the employer
000800*           pension from the payroll history, each row charged
000900*           to the employee's department off the salary master
001000*           the way GLEXTRC debits it; a reversal comes off the
001100*           period of the run it takes back.  The year to date
001200*           run rate is carried forward to a year-end forecast,
001300*           and a department forecast to spend more than its
001400*           annual budget is flagged, so an overspend is seen
001500*           in the autumn and not at the year end.
001600* AUTHOR.   D. OKAFOR
001700* INSTALLATION. DATA PROCESSING - PAYROLL
001800* DATE-WRITTEN. 10/15/2026
001900*================================================================*
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* 10/15/2026 DNO   ORIGINAL PROGRAM
002300*================================================================*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BUDGVAR.
002600 AUTHOR. D. OKAFOR.
002700 INSTALLATION. DATA PROCESSING - PAYROLL.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL PAYROLL-HISTORY ASSIGN TO "PAYHIST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS BVA-PAYHIST-STATUS.
003700
003800     SELECT SALARY-MASTER ASSIGN TO "SALARY"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS SAL-EMPLOYEE-ID
004200         FILE STATUS IS BVA-MASTER-STATUS.
004300
004400     SELECT DEPARTMENT-BUDGET ASSIGN TO "DEPTBUD"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS DEPTBUD-KEY
004800         FILE STATUS IS BVA-BUDGET-STATUS.
004900
005000     SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS BVA-DEPT-STATUS.
005300
005400     SELECT BUDGET-REPORT ASSIGN TO "BUDGVAR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS BVA-REPORT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PAYROLL-HISTORY.
006100 COPY PAYHIST.
006200
006300 FD  SALARY-MASTER.
006400 COPY SALARYREC.
006500
006600 FD  DEPARTMENT-BUDGET.
006700 COPY DEPTBUD.
006800
006900 FD  DEPARTMENT-FILE.
007000 COPY DEPTREC.
007100
007200 FD  BUDGET-REPORT.
007300 01  BUDGET-REPORT-LINE           PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  BVA-PAYHIST-STATUS           PIC X(02).
007700 01  BVA-MASTER-STATUS            PIC X(02).
007800 01  BVA-BUDGET-STATUS            PIC X(02).
007900 01  BVA-DEPT-STATUS              PIC X(02).
008000 01  BVA-REPORT-STATUS            PIC X(02).
008100 01  BVA-HISTORY-EOF-SWITCH       PIC X(01).
008200     88  BVA-HISTORY-EOF          VALUE "Y".
008300     88  BVA-HISTORY-NOT-EOF      VALUE "N".
008400 01  BVA-DEPT-EOF-SWITCH          PIC X(01).
008500     88  BVA-DEPT-EOF             VALUE "Y".
008600     88  BVA-DEPT-NOT-EOF         VALUE "N".
008700 01  BVA-RETURN-CODE              PIC 9(02) VALUE ZERO.
008800 01  BVA-BUSINESS-DATE            PIC 9(08).
008900 01  BVA-ROWS-ABSORBED            PIC 9(07) VALUE ZERO.
009000 01  BVA-OVERSPEND-COUNT          PIC 9(05) VALUE ZERO.
009100*----------------------------------------------------------------*
009200* THE FINANCIAL YEAR AND PERIOD OF THE BUSINESS DATE, AND OF
009300* EACH HISTORY ROW - SEE DEPTBUD FOR THE 6 APRIL CALENDAR
009400*----------------------------------------------------------------*
009500 01  BVA-CURRENT-YEAR             PIC 9(04).
009600 01  BVA-CURRENT-PERIOD           PIC 9(02).
009700 01  BVA-WORK-DATE                PIC 9(08).
009800 01  BVA-DATE-BREAKDOWN.
009900     05  BVA-DATE-YEAR            PIC 9(04).
010000     05  BVA-DATE-MONTH           PIC 9(02).
010100     05  BVA-DATE-DAY             PIC 9(02).
010200 01  BVA-WORK-YEAR                PIC 9(04).
010300 01  BVA-WORK-PERIOD              PIC 9(02).
010400 01  BVA-ROW-COST                 PIC 9(07)V9(02).
010500 01  BVA-ROW-SWITCH               PIC X(01).
010600     88  BVA-ROW-TAKEN-BACK       VALUE "R".
010700     88  BVA-ROW-ADDED            VALUE "A".
010800 01  BVA-WORK-DEPT                PIC X(04).
010900*----------------------------------------------------------------*
011000* ONE ENTRY PER DEPARTMENT - EVERY DEPTFILE DEPARTMENT, PLUS ANY
011100* COST CENTRE THE HISTORY CHARGES THAT IS NOT ON THE FILE
011200*----------------------------------------------------------------*
011300 01  BVA-DEPT-TABLE.
011400     05  BVA-DEPT-ENTRY           OCCURS 50 TIMES.
011500         10  BVA-DEPT-CODE        PIC X(04).
011600         10  BVA-DEPT-NAME        PIC X(30).
011700         10  BVA-MONTH-ACTUAL     PIC S9(09)V9(02).
011800         10  BVA-YTD-ACTUAL       PIC S9(09)V9(02).
011900         10  BVA-MONTH-BUDGET     PIC 9(09)V9(02).
012000         10  BVA-YTD-BUDGET       PIC 9(09)V9(02).
012100         10  BVA-YEAR-BUDGET      PIC 9(09)V9(02).
012200 01  BVA-DEPT-COUNT               PIC 9(03) VALUE ZERO COMP.
012300 01  BVA-DEPT-INDEX               PIC 9(03) COMP.
012400 01  BVA-DEPT-FOUND               PIC 9(03) COMP.
012500 01  BVA-DEPT-MATCH-SWITCH        PIC X(01).
012600     88  BVA-DEPT-MATCHED         VALUE "Y".
012700     88  BVA-DEPT-NOT-MATCHED     VALUE "N".
012800 01  BVA-PERIOD-INDEX             PIC 9(02).
012900*----------------------------------------------------------------*
013000* ONE LINE'S FIGURES, FOR A DEPARTMENT OR THE GRAND TOTAL
013100*----------------------------------------------------------------*
013200 01  BVA-LINE-ACTUAL              PIC S9(09)V9(02).
013300 01  BVA-LINE-BUDGET              PIC 9(09)V9(02).
013400 01  BVA-LINE-LABEL               PIC X(14).
013500 01  BVA-VARIANCE                 PIC S9(09)V9(02).
013600 01  BVA-VARIANCE-PCT             PIC S9(05)V9(01).
013700 01  BVA-FORECAST                 PIC S9(09)V9(02).
013800 01  BVA-TOTAL-MONTH-ACTUAL       PIC S9(09)V9(02) VALUE ZERO.
013900 01  BVA-TOTAL-YTD-ACTUAL         PIC S9(09)V9(02) VALUE ZERO.
014000 01  BVA-TOTAL-MONTH-BUDGET       PIC 9(09)V9(02) VALUE ZERO.
014100 01  BVA-TOTAL-YTD-BUDGET         PIC 9(09)V9(02) VALUE ZERO.
014200 01  BVA-TOTAL-YEAR-BUDGET        PIC 9(09)V9(02) VALUE ZERO.
014300 01  BVA-ACTUAL-DISPLAY           PIC -(8)9.99.
014400 01  BVA-BUDGET-DISPLAY           PIC Z(7)9.99.
014500 01  BVA-VARIANCE-DISPLAY         PIC -(8)9.99.
014600 01  BVA-PCT-DISPLAY              PIC -(4)9.9.
014700 01  BVA-PCT-TEXT                 PIC X(08).
014800 01  BVA-FORECAST-DISPLAY         PIC -(8)9.99.
014900 01  BVA-COUNT-DISPLAY            PIC Z(4)9.
015000 COPY RUNLOG.
015100 COPY PRTCTL.
015200
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     ACCEPT RUNLOG-START-TIME FROM TIME
015600     CALL "BUSDATE" USING BVA-BUSINESS-DATE
015700     MOVE BVA-BUSINESS-DATE TO BVA-WORK-DATE
015800     PERFORM 1300-COMPUTE-FINANCIAL-PERIOD
015900     MOVE BVA-WORK-YEAR   TO BVA-CURRENT-YEAR
016000     MOVE BVA-WORK-PERIOD TO BVA-CURRENT-PERIOD
016100     PERFORM 1000-LOAD-DEPARTMENT-TABLE
016200     PERFORM 2000-ACCUMULATE-ACTUALS
016300     PERFORM 3000-ATTACH-BUDGETS
016400     PERFORM 4000-PRINT-REPORT
016500     MOVE "BUDGVAR"           TO RUNLOG-STEP-NAME
016600     MOVE BVA-ROWS-ABSORBED   TO RUNLOG-RECORDS-READ
016700     MOVE BVA-ROWS-ABSORBED   TO RUNLOG-RECORDS-APPLIED
016800     MOVE ZERO                TO RUNLOG-RECORDS-REJECTED
016900     MOVE ZERO                TO RUNLOG-RECORDS-DROPPED
017000     MOVE BVA-RETURN-CODE     TO RUNLOG-RETURN-CODE
017100     CALL "RUNLOGW" USING RUNLOG-RECORD
017200     MOVE BVA-RETURN-CODE TO RETURN-CODE
017300     GOBACK
017400     .
017500
017600 1000-LOAD-DEPARTMENT-TABLE.
017700     SET BVA-DEPT-NOT-EOF TO TRUE
017800     OPEN INPUT DEPARTMENT-FILE
017900     IF BVA-DEPT-STATUS = "00"
018000         PERFORM 1100-READ-ONE-DEPARTMENT
018100         PERFORM 1200-ADD-ONE-DEPARTMENT
018200             UNTIL BVA-DEPT-EOF
018300         CLOSE DEPARTMENT-FILE
018400     END-IF
018500     .
018600
018700 1100-READ-ONE-DEPARTMENT.
018800     READ DEPARTMENT-FILE
018900         AT END
019000             SET BVA-DEPT-EOF TO TRUE
019100     END-READ
019200     .
019300
019400 1200-ADD-ONE-DEPARTMENT.
019500     MOVE DEPT-CODE TO BVA-WORK-DEPT
019600     PERFORM 2400-FIND-DEPARTMENT
019700     IF BVA-DEPT-MATCHED
019800         MOVE DEPT-NAME TO BVA-DEPT-NAME(BVA-DEPT-FOUND)
019900     END-IF
020000     PERFORM 1100-READ-ONE-DEPARTMENT
020100     .
020200
020300*----------------------------------------------------------------*
020400* THE FINANCIAL YEAR RUNS FROM 6 APRIL LIKE THE TAX YEAR, EACH
020500* PERIOD FROM THE 6TH OF ONE MONTH TO THE 5TH OF THE NEXT - A
020600* DATE BEFORE THE 6TH BELONGS TO THE PREVIOUS MONTH'S PERIOD
020700*----------------------------------------------------------------*
020800 1300-COMPUTE-FINANCIAL-PERIOD.
020900     MOVE BVA-WORK-DATE TO BVA-DATE-BREAKDOWN
021000     IF BVA-DATE-DAY < 6
021100         IF BVA-DATE-MONTH = 1
021200             MOVE 12 TO BVA-DATE-MONTH
021300             SUBTRACT 1 FROM BVA-DATE-YEAR
021400         ELSE
021500             SUBTRACT 1 FROM BVA-DATE-MONTH
021600         END-IF
021700     END-IF
021800     IF BVA-DATE-MONTH < 4
021900         COMPUTE BVA-WORK-PERIOD = BVA-DATE-MONTH + 9
022000         COMPUTE BVA-WORK-YEAR = BVA-DATE-YEAR - 1
022100     ELSE
022200         COMPUTE BVA-WORK-PERIOD = BVA-DATE-MONTH - 3
022300         MOVE BVA-DATE-YEAR TO BVA-WORK-YEAR
022400     END-IF
022500     .
022600
022700*----------------------------------------------------------------*
022800* EVERY HISTORY ROW OF THE CURRENT FINANCIAL YEAR UP TO THE
022900* BUSINESS DATE IS CHARGED TO ITS EMPLOYEE'S DEPARTMENT - A
023000* REVERSAL TAKES ITS COST BACK OUT OF THE PERIOD OF THE RUN IT
023100* REVERSES, THE WAY TAXREMIT TAKES IT OFF THE TAX YEAR
023200*----------------------------------------------------------------*
023300 2000-ACCUMULATE-ACTUALS.
023400     SET BVA-HISTORY-NOT-EOF TO TRUE
023500     OPEN INPUT SALARY-MASTER
023600     IF BVA-MASTER-STATUS NOT = "00"
023700         DISPLAY "BUDGVAR - SALARY MASTER NOT AVAILABLE: "
023800             BVA-MASTER-STATUS
023900         MOVE 16 TO BVA-RETURN-CODE
024000         SET BVA-HISTORY-EOF TO TRUE
024100     END-IF
024200     OPEN INPUT PAYROLL-HISTORY
024300     IF BVA-PAYHIST-STATUS = "00"
024400     AND BVA-HISTORY-NOT-EOF
024500         PERFORM 2100-READ-HISTORY
024600         PERFORM 2200-ABSORB-ONE-HISTORY
024700             UNTIL BVA-HISTORY-EOF
024800     END-IF
024900     IF BVA-PAYHIST-STATUS NOT = "35"
025000         CLOSE PAYROLL-HISTORY
025100     END-IF
025200     IF BVA-RETURN-CODE < 16
025300         CLOSE SALARY-MASTER
025400     END-IF
025500     .
025600
025700 2100-READ-HISTORY.
025800     READ PAYROLL-HISTORY
025900         AT END
026000             SET BVA-HISTORY-EOF TO TRUE
026100     END-READ
026200     .
026300
026400 2200-ABSORB-ONE-HISTORY.
026500     MOVE PAYHIST-RUN-DATE TO BVA-WORK-DATE
026600     SET BVA-ROW-ADDED TO TRUE
026700     IF PAYHIST-REVERSAL
026800         MOVE PAYHIST-REVERSED-DATE TO BVA-WORK-DATE
026900         SET BVA-ROW-TAKEN-BACK TO TRUE
027000     END-IF
027100     PERFORM 1300-COMPUTE-FINANCIAL-PERIOD
027200     IF BVA-WORK-YEAR = BVA-CURRENT-YEAR
027300     AND BVA-WORK-PERIOD NOT > BVA-CURRENT-PERIOD
027400     AND PAYHIST-RUN-DATE NOT > BVA-BUSINESS-DATE
027500         ADD 1 TO BVA-ROWS-ABSORBED
027600         COMPUTE BVA-ROW-COST =
027700             PAYHIST-GROSS + PAYHIST-PENSION-ER
027800         PERFORM 2300-RESOLVE-DEPARTMENT
027900         PERFORM 2400-FIND-DEPARTMENT
028000         IF BVA-DEPT-MATCHED
028100             PERFORM 2500-CHARGE-DEPARTMENT
028200         END-IF
028300     END-IF
028400     PERFORM 2100-READ-HISTORY
028500     .
028600
028700 2300-RESOLVE-DEPARTMENT.
028800     MOVE PAYHIST-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
028900     READ SALARY-MASTER
029000         INVALID KEY
029100             MOVE "????" TO BVA-WORK-DEPT
029200         NOT INVALID KEY
029300             IF SAL-DEPT-CODE = SPACES
029400                 MOVE "????" TO BVA-WORK-DEPT
029500             ELSE
029600                 MOVE SAL-DEPT-CODE TO BVA-WORK-DEPT
029700             END-IF
029800     END-READ
029900     .
030000
030100*    A COST CENTRE NOT YET IN THE TABLE IS ADDED TO IT, SO THE
030200*    GRAND TOTAL ALWAYS COVERS THE WHOLE HISTORY
030300 2400-FIND-DEPARTMENT.
030400     SET BVA-DEPT-NOT-MATCHED TO TRUE
030500     PERFORM 2430-MATCH-ONE-DEPARTMENT
030600         VARYING BVA-DEPT-INDEX FROM 1 BY 1
030700         UNTIL BVA-DEPT-INDEX > BVA-DEPT-COUNT
030800            OR BVA-DEPT-MATCHED
030900     IF BVA-DEPT-NOT-MATCHED
031000         IF BVA-DEPT-COUNT < 50
031100             ADD 1 TO BVA-DEPT-COUNT
031200             MOVE BVA-DEPT-COUNT TO BVA-DEPT-FOUND
031300             MOVE BVA-WORK-DEPT TO BVA-DEPT-CODE(BVA-DEPT-FOUND)
031400             IF BVA-WORK-DEPT = "????"
031500                 MOVE "UNASSIGNED"
031600                     TO BVA-DEPT-NAME(BVA-DEPT-FOUND)
031700             ELSE
031800                 MOVE "*** NOT ON DEPTFILE ***"
031900                     TO BVA-DEPT-NAME(BVA-DEPT-FOUND)
032000             END-IF
032100             MOVE ZERO TO BVA-MONTH-ACTUAL(BVA-DEPT-FOUND)
032200             MOVE ZERO TO BVA-YTD-ACTUAL(BVA-DEPT-FOUND)
032300             MOVE ZERO TO BVA-MONTH-BUDGET(BVA-DEPT-FOUND)
032400             MOVE ZERO TO BVA-YTD-BUDGET(BVA-DEPT-FOUND)
032500             MOVE ZERO TO BVA-YEAR-BUDGET(BVA-DEPT-FOUND)
032600             SET BVA-DEPT-MATCHED TO TRUE
032700         ELSE
032800             DISPLAY "BUDGVAR - DEPARTMENT TABLE FULL: "
032900                 BVA-WORK-DEPT
033000             MOVE 16 TO BVA-RETURN-CODE
033100         END-IF
033200     END-IF
033300     .
033400
033500*    THE PERFORM VARYING INDEX SITS ONE PAST THE MATCH WHEN THE
033600*    LOOP ENDS - CAPTURE THE MATCHED ENTRY NUMBER HERE
033700 2430-MATCH-ONE-DEPARTMENT.
033800     IF BVA-DEPT-CODE(BVA-DEPT-INDEX) = BVA-WORK-DEPT
033900         MOVE BVA-DEPT-INDEX TO BVA-DEPT-FOUND
034000         SET BVA-DEPT-MATCHED TO TRUE
034100     END-IF
034200     .
034300
034400 2500-CHARGE-DEPARTMENT.
034500     IF BVA-ROW-TAKEN-BACK
034600         SUBTRACT BVA-ROW-COST
034700             FROM BVA-YTD-ACTUAL(BVA-DEPT-FOUND)
034800         IF BVA-WORK-PERIOD = BVA-CURRENT-PERIOD
034900             SUBTRACT BVA-ROW-COST
035000                 FROM BVA-MONTH-ACTUAL(BVA-DEPT-FOUND)
035100         END-IF
035200     ELSE
035300         ADD BVA-ROW-COST TO BVA-YTD-ACTUAL(BVA-DEPT-FOUND)
035400         IF BVA-WORK-PERIOD = BVA-CURRENT-PERIOD
035500             ADD BVA-ROW-COST
035600                 TO BVA-MONTH-ACTUAL(BVA-DEPT-FOUND)
035700         END-IF
035800     END-IF
035900     .
036000
036100*----------------------------------------------------------------*
036200* THE BUDGET FOR EACH OF THE YEAR'S TWELVE PERIODS - A PERIOD
036300* WITH NO BUDGET LOADED COUNTS AS NOTHING ALLOWED
036400*----------------------------------------------------------------*
036500 3000-ATTACH-BUDGETS.
036600     OPEN INPUT DEPARTMENT-BUDGET
036700     IF BVA-BUDGET-STATUS NOT = "00"
036800         DISPLAY "BUDGVAR - NO DEPARTMENT BUDGETS LOADED: "
036900             BVA-BUDGET-STATUS
037000     ELSE
037100         PERFORM 3100-ATTACH-ONE-DEPARTMENT
037200             VARYING BVA-DEPT-INDEX FROM 1 BY 1
037300             UNTIL BVA-DEPT-INDEX > BVA-DEPT-COUNT
037400         CLOSE DEPARTMENT-BUDGET
037500     END-IF
037600     .
037700
037800 3100-ATTACH-ONE-DEPARTMENT.
037900     PERFORM 3200-ATTACH-ONE-PERIOD
038000         VARYING BVA-PERIOD-INDEX FROM 1 BY 1
038100         UNTIL BVA-PERIOD-INDEX > 12
038200     .
038300
038400 3200-ATTACH-ONE-PERIOD.
038500     MOVE BVA-DEPT-CODE(BVA-DEPT-INDEX) TO DEPTBUD-DEPT-CODE
038600     MOVE BVA-CURRENT-YEAR              TO DEPTBUD-YEAR
038700     MOVE BVA-PERIOD-INDEX              TO DEPTBUD-PERIOD
038800     READ DEPARTMENT-BUDGET
038900         INVALID KEY
039000             CONTINUE
039100         NOT INVALID KEY
039200             ADD DEPTBUD-AMOUNT
039300                 TO BVA-YEAR-BUDGET(BVA-DEPT-INDEX)
039400             IF BVA-PERIOD-INDEX NOT > BVA-CURRENT-PERIOD
039500                 ADD DEPTBUD-AMOUNT
039600                     TO BVA-YTD-BUDGET(BVA-DEPT-INDEX)
039700             END-IF
039800             IF BVA-PERIOD-INDEX = BVA-CURRENT-PERIOD
039900                 ADD DEPTBUD-AMOUNT
040000                     TO BVA-MONTH-BUDGET(BVA-DEPT-INDEX)
040100             END-IF
040200     END-READ
040300     .
040400
040500 4000-PRINT-REPORT.
040600     OPEN OUTPUT BUDGET-REPORT
040700     SET PRT-ACTION-INIT TO TRUE
040800     MOVE "BUDGVAR" TO PRT-REPORT-NAME
040900     MOVE "BUDGVAR" TO PRT-PRODUCER
041000     CALL "PRTSRV" USING PRT-CONTROL
041100     MOVE SPACES TO BUDGET-REPORT-LINE
041200     STRING "FINANCIAL YEAR " DELIMITED BY SIZE
041300         BVA-CURRENT-YEAR DELIMITED BY SIZE
041400         " PERIOD " DELIMITED BY SIZE
041500         BVA-CURRENT-PERIOD DELIMITED BY SIZE
041600         " - PAY COST (GROSS + EMPLOYER PENSION)"
041700             DELIMITED BY SIZE
041800         INTO BUDGET-REPORT-LINE
041900     END-STRING
042000     PERFORM 9000-WRITE-REPORT-LINE
042100     PERFORM 4100-PRINT-ONE-DEPARTMENT
042200         VARYING BVA-DEPT-INDEX FROM 1 BY 1
042300         UNTIL BVA-DEPT-INDEX > BVA-DEPT-COUNT
042400     PERFORM 4500-PRINT-GRAND-TOTAL
042500     SET PRT-ACTION-END TO TRUE
042600     CALL "PRTSRV" USING PRT-CONTROL
042700     WRITE BUDGET-REPORT-LINE FROM PRT-TRAILER-LINE
042800     CLOSE BUDGET-REPORT
042900     MOVE BVA-OVERSPEND-COUNT TO BVA-COUNT-DISPLAY
043000     DISPLAY "BUDGVAR - DEPARTMENTS FORECAST TO OVERSPEND: "
043100         BVA-COUNT-DISPLAY
043200     .
043300
043400 4100-PRINT-ONE-DEPARTMENT.
043500     ADD BVA-MONTH-ACTUAL(BVA-DEPT-INDEX)
043600         TO BVA-TOTAL-MONTH-ACTUAL
043700     ADD BVA-YTD-ACTUAL(BVA-DEPT-INDEX)
043800         TO BVA-TOTAL-YTD-ACTUAL
043900     ADD BVA-MONTH-BUDGET(BVA-DEPT-INDEX)
044000         TO BVA-TOTAL-MONTH-BUDGET
044100     ADD BVA-YTD-BUDGET(BVA-DEPT-INDEX)
044200         TO BVA-TOTAL-YTD-BUDGET
044300     ADD BVA-YEAR-BUDGET(BVA-DEPT-INDEX)
044400         TO BVA-TOTAL-YEAR-BUDGET
044500     MOVE SPACES TO BUDGET-REPORT-LINE
044600     PERFORM 9000-WRITE-REPORT-LINE
044700     MOVE SPACES TO BUDGET-REPORT-LINE
044800     STRING BVA-DEPT-CODE(BVA-DEPT-INDEX) DELIMITED BY SIZE
044900         " " DELIMITED BY SIZE
045000         BVA-DEPT-NAME(BVA-DEPT-INDEX) DELIMITED BY SIZE
045100         INTO BUDGET-REPORT-LINE
045200     END-STRING
045300     PERFORM 9000-WRITE-REPORT-LINE
045400     MOVE "  PERIOD"                        TO BVA-LINE-LABEL
045500     MOVE BVA-MONTH-ACTUAL(BVA-DEPT-INDEX)  TO BVA-LINE-ACTUAL
045600     MOVE BVA-MONTH-BUDGET(BVA-DEPT-INDEX)  TO BVA-LINE-BUDGET
045700     PERFORM 4200-PRINT-VARIANCE-LINE
045800     MOVE "  YEAR TO DATE"                  TO BVA-LINE-LABEL
045900     MOVE BVA-YTD-ACTUAL(BVA-DEPT-INDEX)    TO BVA-LINE-ACTUAL
046000     MOVE BVA-YTD-BUDGET(BVA-DEPT-INDEX)    TO BVA-LINE-BUDGET
046100     PERFORM 4200-PRINT-VARIANCE-LINE
046200     MOVE BVA-YEAR-BUDGET(BVA-DEPT-INDEX)   TO BVA-LINE-BUDGET
046300     PERFORM 4300-PRINT-FORECAST-LINE
046400     .
046500
046600*----------------------------------------------------------------*
046700* VARIANCE IS ACTUAL LESS BUDGET - A POSITIVE FIGURE IS SPEND
046800* OVER BUDGET.  WITH NO BUDGET THERE IS NO PERCENTAGE TO GIVE
046900*----------------------------------------------------------------*
047000 4200-PRINT-VARIANCE-LINE.
047100     COMPUTE BVA-VARIANCE = BVA-LINE-ACTUAL - BVA-LINE-BUDGET
047200     IF BVA-LINE-BUDGET = ZERO
047300         MOVE "     N/A" TO BVA-PCT-TEXT
047400     ELSE
047500         COMPUTE BVA-VARIANCE-PCT ROUNDED =
047600             BVA-VARIANCE * 100 / BVA-LINE-BUDGET
047700             ON SIZE ERROR
047800                 MOVE 99999.9 TO BVA-VARIANCE-PCT
047900         END-COMPUTE
048000         MOVE BVA-VARIANCE-PCT TO BVA-PCT-DISPLAY
048100         MOVE SPACES TO BVA-PCT-TEXT
048200         STRING BVA-PCT-DISPLAY DELIMITED BY SIZE
048300             "%" DELIMITED BY SIZE
048400             INTO BVA-PCT-TEXT
048500         END-STRING
048600     END-IF
048700     MOVE BVA-LINE-ACTUAL TO BVA-ACTUAL-DISPLAY
048800     MOVE BVA-LINE-BUDGET TO BVA-BUDGET-DISPLAY
048900     MOVE BVA-VARIANCE    TO BVA-VARIANCE-DISPLAY
049000     MOVE SPACES TO BUDGET-REPORT-LINE
049100     STRING BVA-LINE-LABEL DELIMITED BY SIZE
049200         " ACT " DELIMITED BY SIZE
049300         BVA-ACTUAL-DISPLAY DELIMITED BY SIZE
049400         " BUD " DELIMITED BY SIZE
049500         BVA-BUDGET-DISPLAY DELIMITED BY SIZE
049600         " VAR " DELIMITED BY SIZE
049700         BVA-VARIANCE-DISPLAY DELIMITED BY SIZE
049800         " " DELIMITED BY SIZE
049900         BVA-PCT-TEXT DELIMITED BY SIZE
050000         INTO BUDGET-REPORT-LINE
050100     END-STRING
050200     PERFORM 9000-WRITE-REPORT-LINE
050300     .
050400
050500*----------------------------------------------------------------*
050600* THE YEAR-END FORECAST CARRIES THE YEAR TO DATE RUN RATE ON TO
050700* ALL TWELVE PERIODS; MORE THAN THE ANNUAL BUDGET IS FLAGGED
050800*----------------------------------------------------------------*
050900 4300-PRINT-FORECAST-LINE.
051000     COMPUTE BVA-FORECAST ROUNDED =
051100         BVA-LINE-ACTUAL * 12 / BVA-CURRENT-PERIOD
051200     MOVE BVA-FORECAST    TO BVA-FORECAST-DISPLAY
051300     MOVE BVA-LINE-BUDGET TO BVA-BUDGET-DISPLAY
051400     MOVE SPACES TO BUDGET-REPORT-LINE
051500     STRING "  FORECAST     " DELIMITED BY SIZE
051600         BVA-FORECAST-DISPLAY DELIMITED BY SIZE
051700         " YEAR " DELIMITED BY SIZE
051800         BVA-BUDGET-DISPLAY DELIMITED BY SIZE
051900         INTO BUDGET-REPORT-LINE
052000     END-STRING
052100     IF BVA-FORECAST > BVA-LINE-BUDGET
052200         MOVE "*** FORECAST OVERSPEND ***"
052300             TO BUDGET-REPORT-LINE(49:26)
052400         ADD 1 TO BVA-OVERSPEND-COUNT
052500         IF BVA-RETURN-CODE < 4
052600             MOVE 4 TO BVA-RETURN-CODE
052700         END-IF
052800     END-IF
052900     PERFORM 9000-WRITE-REPORT-LINE
053000     .
053100
053200 4500-PRINT-GRAND-TOTAL.
053300     MOVE SPACES TO BUDGET-REPORT-LINE
053400     PERFORM 9000-WRITE-REPORT-LINE
053500     MOVE "ALL DEPARTMENTS" TO BUDGET-REPORT-LINE
053600     PERFORM 9000-WRITE-REPORT-LINE
053700     MOVE "  PERIOD"              TO BVA-LINE-LABEL
053800     MOVE BVA-TOTAL-MONTH-ACTUAL  TO BVA-LINE-ACTUAL
053900     MOVE BVA-TOTAL-MONTH-BUDGET  TO BVA-LINE-BUDGET
054000     PERFORM 4200-PRINT-VARIANCE-LINE
054100     MOVE "  YEAR TO DATE"        TO BVA-LINE-LABEL
054200     MOVE BVA-TOTAL-YTD-ACTUAL    TO BVA-LINE-ACTUAL
054300     MOVE BVA-TOTAL-YTD-BUDGET    TO BVA-LINE-BUDGET
054400     PERFORM 4200-PRINT-VARIANCE-LINE
054500     COMPUTE BVA-FORECAST ROUNDED =
054600         BVA-TOTAL-YTD-ACTUAL * 12 / BVA-CURRENT-PERIOD
054700     MOVE BVA-FORECAST            TO BVA-FORECAST-DISPLAY
054800     MOVE BVA-TOTAL-YEAR-BUDGET   TO BVA-BUDGET-DISPLAY
054900     MOVE SPACES TO BUDGET-REPORT-LINE
055000     STRING "  FORECAST     " DELIMITED BY SIZE
055100         BVA-FORECAST-DISPLAY DELIMITED BY SIZE
055200         " YEAR " DELIMITED BY SIZE
055300         BVA-BUDGET-DISPLAY DELIMITED BY SIZE
055400         INTO BUDGET-REPORT-LINE
055500     END-STRING
055600     PERFORM 9000-WRITE-REPORT-LINE
055700     .
055800
055900 9000-WRITE-REPORT-LINE.
056000     MOVE BUDGET-REPORT-LINE TO PRT-DETAIL-LINE
056100     SET PRT-ACTION-DETAIL TO TRUE
056200     CALL "PRTSRV" USING PRT-CONTROL
056300     IF PRT-HEADING-NEEDED
056400         WRITE BUDGET-REPORT-LINE FROM PRT-HEADING-1
056500         WRITE BUDGET-REPORT-LINE FROM PRT-HEADING-2
056600     END-IF
056700     WRITE BUDGET-REPORT-LINE FROM PRT-DETAIL-LINE
056800     .
