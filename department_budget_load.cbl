000100*================================================================*
000200* DEPARTMENT-BUDGET-LOAD
000300* PURPOSE.  Loads the department budgets finance issue at the
000400*           start of the financial year onto the DEPTBUD
000500*           master BUDGVAR reports against - one entry per cost
000600*           centre per financial period.  Every line must name
000700*           a department on the DEPTFILE reference, a year, a
000800*           period from 01 to 12 and an amount; a line for a
000900*           period already on the master replaces its budget,
001000*           so a revised budget is loaded the same way.  The
001100*           control report lists every reject with its reason
001200*           and the counts loaded, replaced and rejected.
001300* AUTHOR.   D. OKAFOR
001400* INSTALLATION. DATA PROCESSING - PAYROLL
001500* DATE-WRITTEN. 10/15/2026
001600*================================================================*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 10/15/2026 DNO   ORIGINAL PROGRAM
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BUDGLOAD.
002300 AUTHOR. D. OKAFOR.
002400 INSTALLATION. DATA PROCESSING - PAYROLL.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL BUDGET-TRANSACTIONS ASSIGN TO "BUDTRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS BDL-TRAN-STATUS.
003400
003500     SELECT DEPARTMENT-BUDGET ASSIGN TO "DEPTBUD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS DEPTBUD-KEY
003900         FILE STATUS IS BDL-BUDGET-STATUS.
004000
004100     SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS BDL-DEPT-STATUS.
004400
004500     SELECT BUDGET-CONTROL-REPORT ASSIGN TO "BUDGLCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS BDL-REPORT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BUDGET-TRANSACTIONS.
005200 COPY BUDTRAN.
005300
005400 FD  DEPARTMENT-BUDGET.
005500 COPY DEPTBUD.
005600
005700 FD  DEPARTMENT-FILE.
005800 COPY DEPTREC.
005900
006000 FD  BUDGET-CONTROL-REPORT.
006100 01  BUDGET-CONTROL-LINE          PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  BDL-TRAN-STATUS              PIC X(02).
006500 01  BDL-BUDGET-STATUS            PIC X(02).
006600 01  BDL-DEPT-STATUS              PIC X(02).
006700 01  BDL-REPORT-STATUS            PIC X(02).
006800 01  BDL-END-OF-FILE-SWITCH       PIC X(01).
006900     88  BDL-END-OF-FILE          VALUE "Y".
007000     88  BDL-NOT-END-OF-FILE      VALUE "N".
007100 01  BDL-DEPT-EOF-SWITCH          PIC X(01).
007200     88  BDL-DEPT-EOF             VALUE "Y".
007300     88  BDL-DEPT-NOT-EOF         VALUE "N".
007400 01  BDL-RETURN-CODE              PIC 9(02) VALUE ZERO.
007500 01  BDL-LINES-READ               PIC 9(07) VALUE ZERO.
007600 01  BDL-LINES-LOADED             PIC 9(07) VALUE ZERO.
007700 01  BDL-LINES-REPLACED           PIC 9(07) VALUE ZERO.
007800 01  BDL-LINES-REJECTED           PIC 9(07) VALUE ZERO.
007900 01  BDL-LINES-APPLIED            PIC 9(07) VALUE ZERO.
008000 01  BDL-BUSINESS-DATE            PIC 9(08).
008100 01  BDL-OPERATOR                 PIC X(08).
008200 01  BDL-VALID-SWITCH             PIC X(01).
008300     88  BDL-LINE-VALID           VALUE "Y".
008400     88  BDL-LINE-INVALID         VALUE "N".
008500 01  BDL-REJECT-REASON            PIC X(30).
008600 01  BDL-COUNT-DISPLAY            PIC Z(6)9.
008700*----------------------------------------------------------------*
008800* DEPARTMENT CODES LOADED AT STARTUP TO VALIDATE EACH LINE
008900*----------------------------------------------------------------*
009000 01  BDL-DEPT-TABLE.
009100     05  BDL-DEPT-ENTRY-CODE      PIC X(04) OCCURS 50 TIMES.
009200 01  BDL-DEPT-COUNT               PIC 9(03) VALUE ZERO COMP.
009300 01  BDL-DEPT-INDEX               PIC 9(03) COMP.
009400 01  BDL-DEPT-MATCH-SWITCH        PIC X(01).
009500     88  BDL-DEPT-MATCHED         VALUE "Y".
009600     88  BDL-DEPT-NOT-MATCHED     VALUE "N".
009700 COPY RUNLOG.
009800 COPY PRTCTL.
009900
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     ACCEPT RUNLOG-START-TIME FROM TIME
010300     PERFORM 1000-INITIALIZE
010400     PERFORM 2000-PROCESS-BUDGET-LINE UNTIL BDL-END-OF-FILE
010500     PERFORM 3000-TERMINATE
010600     MOVE BDL-RETURN-CODE TO RETURN-CODE
010700     GOBACK
010800     .
010900
011000 1000-INITIALIZE.
011100     SET BDL-NOT-END-OF-FILE TO TRUE
011200     CALL "BUSDATE" USING BDL-BUSINESS-DATE
011300     CALL "OPERID" USING BDL-OPERATOR
011400     PERFORM 1100-LOAD-DEPARTMENT-TABLE
011500     OPEN I-O DEPARTMENT-BUDGET
011600     IF BDL-BUDGET-STATUS = "35"
011700         CLOSE DEPARTMENT-BUDGET
011800         OPEN OUTPUT DEPARTMENT-BUDGET
011900         CLOSE DEPARTMENT-BUDGET
012000         OPEN I-O DEPARTMENT-BUDGET
012100     END-IF
012200     OPEN OUTPUT BUDGET-CONTROL-REPORT
012300     SET PRT-ACTION-INIT TO TRUE
012400     MOVE "BUDGLCTL" TO PRT-REPORT-NAME
012500     MOVE "BUDGLOAD" TO PRT-PRODUCER
012600     CALL "PRTSRV" USING PRT-CONTROL
012700     OPEN INPUT BUDGET-TRANSACTIONS
012800     IF BDL-TRAN-STATUS = "00"
012900         PERFORM 2100-READ-BUDGET-LINE
013000     ELSE
013100         DISPLAY "BUDGLOAD - NO BUDGET LINES TO LOAD"
013200         SET BDL-END-OF-FILE TO TRUE
013300     END-IF
013400     .
013500
013600 1100-LOAD-DEPARTMENT-TABLE.
013700     SET BDL-DEPT-NOT-EOF TO TRUE
013800     OPEN INPUT DEPARTMENT-FILE
013900     IF BDL-DEPT-STATUS = "00"
014000         PERFORM 1150-READ-ONE-DEPARTMENT
014100         PERFORM 1200-ADD-ONE-DEPARTMENT
014200             UNTIL BDL-DEPT-EOF
014300         CLOSE DEPARTMENT-FILE
014400     END-IF
014500     .
014600
014700 1150-READ-ONE-DEPARTMENT.
014800     READ DEPARTMENT-FILE
014900         AT END
015000             SET BDL-DEPT-EOF TO TRUE
015100     END-READ
015200     .
015300
015400 1200-ADD-ONE-DEPARTMENT.
015500     IF BDL-DEPT-COUNT < 50
015600         ADD 1 TO BDL-DEPT-COUNT
015700         MOVE DEPT-CODE TO BDL-DEPT-ENTRY-CODE(BDL-DEPT-COUNT)
015800     ELSE
015900         DISPLAY "BUDGLOAD - DEPARTMENT TABLE FULL, SKIPPED: "
016000             DEPT-CODE
016100     END-IF
016200     PERFORM 1150-READ-ONE-DEPARTMENT
016300     .
016400
016500 2000-PROCESS-BUDGET-LINE.
016600     ADD 1 TO BDL-LINES-READ
016700     PERFORM 2150-VALIDATE-BUDGET-LINE
016800     IF BDL-LINE-INVALID
016900         PERFORM 2170-REPORT-REJECT
017000     ELSE
017100         PERFORM 2200-LOAD-BUDGET-LINE
017200     END-IF
017300     PERFORM 2100-READ-BUDGET-LINE
017400     .
017500
017600 2100-READ-BUDGET-LINE.
017700     READ BUDGET-TRANSACTIONS
017800         AT END
017900             SET BDL-END-OF-FILE TO TRUE
018000     END-READ
018100     .
018200
018300*----------------------------------------------------------------*
018400* A LINE MUST NAME A KNOWN DEPARTMENT, A YEAR, A PERIOD 01-12
018500* AND AN AMOUNT.  WITH NO DEPTFILE EVERY DEPARTMENT IS TAKEN,
018600* THE WAY SALMAINT TREATS AN EMPTY REFERENCE
018700*----------------------------------------------------------------*
018800 2150-VALIDATE-BUDGET-LINE.
018900     SET BDL-LINE-VALID TO TRUE
019000     IF BUDTRAN-DEPT-CODE = SPACES
019100         SET BDL-LINE-INVALID TO TRUE
019200         MOVE "DEPARTMENT MISSING" TO BDL-REJECT-REASON
019300     END-IF
019400     IF BDL-LINE-VALID AND BDL-DEPT-COUNT > ZERO
019500         SET BDL-DEPT-NOT-MATCHED TO TRUE
019600         PERFORM 2160-MATCH-ONE-DEPARTMENT
019700             VARYING BDL-DEPT-INDEX FROM 1 BY 1
019800             UNTIL BDL-DEPT-INDEX > BDL-DEPT-COUNT
019900                OR BDL-DEPT-MATCHED
020000         IF BDL-DEPT-NOT-MATCHED
020100             SET BDL-LINE-INVALID TO TRUE
020200             MOVE "DEPARTMENT NOT ON FILE" TO BDL-REJECT-REASON
020300         END-IF
020400     END-IF
020500     IF BDL-LINE-VALID
020600         IF BUDTRAN-YEAR IS NOT NUMERIC
020700         OR BUDTRAN-YEAR = ZERO
020800             SET BDL-LINE-INVALID TO TRUE
020900             MOVE "FINANCIAL YEAR INVALID" TO BDL-REJECT-REASON
021000         END-IF
021100     END-IF
021200     IF BDL-LINE-VALID
021300         IF BUDTRAN-PERIOD IS NOT NUMERIC
021400             SET BDL-LINE-INVALID TO TRUE
021500             MOVE "PERIOD NOT 01 TO 12" TO BDL-REJECT-REASON
021600         ELSE
021700             IF NOT BUDTRAN-PERIOD-VALID
021800                 SET BDL-LINE-INVALID TO TRUE
021900                 MOVE "PERIOD NOT 01 TO 12" TO BDL-REJECT-REASON
022000             END-IF
022100         END-IF
022200     END-IF
022300     IF BDL-LINE-VALID
022400     AND BUDTRAN-AMOUNT IS NOT NUMERIC
022500         SET BDL-LINE-INVALID TO TRUE
022600         MOVE "AMOUNT NOT NUMERIC" TO BDL-REJECT-REASON
022700     END-IF
022800     .
022900
023000 2160-MATCH-ONE-DEPARTMENT.
023100     IF BDL-DEPT-ENTRY-CODE(BDL-DEPT-INDEX) = BUDTRAN-DEPT-CODE
023200         SET BDL-DEPT-MATCHED TO TRUE
023300     END-IF
023400     .
023500
023600 2170-REPORT-REJECT.
023700     ADD 1 TO BDL-LINES-REJECTED
023800     MOVE SPACES TO BUDGET-CONTROL-LINE
023900     STRING "REJECTED DEPT " DELIMITED BY SIZE
024000         BUDTRAN-DEPT-CODE DELIMITED BY SIZE
024100         " YEAR " DELIMITED BY SIZE
024200         BUDTRAN-YEAR DELIMITED BY SIZE
024300         " PERIOD " DELIMITED BY SIZE
024400         BUDTRAN-PERIOD DELIMITED BY SIZE
024500         " - " DELIMITED BY SIZE
024600         BDL-REJECT-REASON DELIMITED BY SIZE
024700         INTO BUDGET-CONTROL-LINE
024800     END-STRING
024900     PERFORM 9000-WRITE-REPORT-LINE
025000     .
025100
025200*----------------------------------------------------------------*
025300* A PERIOD ALREADY LOADED TAKES THE NEW FIGURE - A REVISED
025400* BUDGET REPLACES THE ORIGINAL
025500*----------------------------------------------------------------*
025600 2200-LOAD-BUDGET-LINE.
025700     MOVE BUDTRAN-DEPT-CODE  TO DEPTBUD-DEPT-CODE
025800     MOVE BUDTRAN-YEAR       TO DEPTBUD-YEAR
025900     MOVE BUDTRAN-PERIOD     TO DEPTBUD-PERIOD
026000     MOVE BUDTRAN-AMOUNT     TO DEPTBUD-AMOUNT
026100     MOVE BDL-BUSINESS-DATE  TO DEPTBUD-LOADED-DATE
026200     MOVE BDL-OPERATOR       TO DEPTBUD-LOADED-BY
026300     WRITE DEPTBUD-RECORD
026400         INVALID KEY
026500             REWRITE DEPTBUD-RECORD
026600             ADD 1 TO BDL-LINES-REPLACED
026700         NOT INVALID KEY
026800             ADD 1 TO BDL-LINES-LOADED
026900     END-WRITE
027000     .
027100
027200 3000-TERMINATE.
027300     CLOSE DEPARTMENT-BUDGET
027400     IF BDL-TRAN-STATUS NOT = "35"
027500         CLOSE BUDGET-TRANSACTIONS
027600     END-IF
027700     MOVE BDL-LINES-READ TO BDL-COUNT-DISPLAY
027800     MOVE SPACES TO BUDGET-CONTROL-LINE
027900     STRING "BUDGET LINES READ     " DELIMITED BY SIZE
028000         BDL-COUNT-DISPLAY DELIMITED BY SIZE
028100         INTO BUDGET-CONTROL-LINE
028200     END-STRING
028300     PERFORM 9000-WRITE-REPORT-LINE
028400     MOVE BDL-LINES-LOADED TO BDL-COUNT-DISPLAY
028500     MOVE SPACES TO BUDGET-CONTROL-LINE
028600     STRING "BUDGET LINES LOADED   " DELIMITED BY SIZE
028700         BDL-COUNT-DISPLAY DELIMITED BY SIZE
028800         INTO BUDGET-CONTROL-LINE
028900     END-STRING
029000     PERFORM 9000-WRITE-REPORT-LINE
029100     MOVE BDL-LINES-REPLACED TO BDL-COUNT-DISPLAY
029200     MOVE SPACES TO BUDGET-CONTROL-LINE
029300     STRING "BUDGET LINES REPLACED " DELIMITED BY SIZE
029400         BDL-COUNT-DISPLAY DELIMITED BY SIZE
029500         INTO BUDGET-CONTROL-LINE
029600     END-STRING
029700     PERFORM 9000-WRITE-REPORT-LINE
029800     MOVE BDL-LINES-REJECTED TO BDL-COUNT-DISPLAY
029900     MOVE SPACES TO BUDGET-CONTROL-LINE
030000     STRING "BUDGET LINES REJECTED " DELIMITED BY SIZE
030100         BDL-COUNT-DISPLAY DELIMITED BY SIZE
030200         INTO BUDGET-CONTROL-LINE
030300     END-STRING
030400     PERFORM 9000-WRITE-REPORT-LINE
030500     SET PRT-ACTION-END TO TRUE
030600     CALL "PRTSRV" USING PRT-CONTROL
030700     WRITE BUDGET-CONTROL-LINE FROM PRT-TRAILER-LINE
030800     CLOSE BUDGET-CONTROL-REPORT
030900     DISPLAY "BUDGLOAD - READ: "     BDL-LINES-READ
031000     DISPLAY "BUDGLOAD - LOADED: "   BDL-LINES-LOADED
031100     DISPLAY "BUDGLOAD - REPLACED: " BDL-LINES-REPLACED
031200     DISPLAY "BUDGLOAD - REJECTED: " BDL-LINES-REJECTED
031300     IF BDL-LINES-REJECTED > 0
031400         MOVE 8 TO BDL-RETURN-CODE
031500     END-IF
031600     COMPUTE BDL-LINES-APPLIED =
031700         BDL-LINES-LOADED + BDL-LINES-REPLACED
031800     MOVE "BUDGLOAD"           TO RUNLOG-STEP-NAME
031900     MOVE BDL-LINES-READ       TO RUNLOG-RECORDS-READ
032000     MOVE BDL-LINES-APPLIED    TO RUNLOG-RECORDS-APPLIED
032100     MOVE BDL-LINES-REJECTED   TO RUNLOG-RECORDS-REJECTED
032200     MOVE ZERO                 TO RUNLOG-RECORDS-DROPPED
032300     MOVE BDL-RETURN-CODE      TO RUNLOG-RETURN-CODE
032400     CALL "RUNLOGW" USING RUNLOG-RECORD
032500     .
032600
032700 9000-WRITE-REPORT-LINE.
032800     MOVE BUDGET-CONTROL-LINE TO PRT-DETAIL-LINE
032900     SET PRT-ACTION-DETAIL TO TRUE
033000     CALL "PRTSRV" USING PRT-CONTROL
033100     IF PRT-HEADING-NEEDED
033200         WRITE BUDGET-CONTROL-LINE FROM PRT-HEADING-1
033300         WRITE BUDGET-CONTROL-LINE FROM PRT-HEADING-2
033400     END-IF
033500     WRITE BUDGET-CONTROL-LINE FROM PRT-DETAIL-LINE
033600     .
