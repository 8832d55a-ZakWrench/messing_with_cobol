000100*================================================================*
000200* RECURRING-DEDUCTION-REMITTANCE
000300* PURPOSE.  Prints what the pay run just completed owes each
000400*           third party - the lenders, ticket schemes and courts
000500*           named on the recurring deductions master - from the
000600*           RDTAKEN entries PAYSLIP wrote for the run date.  One
000700*           group per third party lists each employee's amount
000800*           taken, any shortfall the protected earnings floor
000900*           held back, and the balance still outstanding, with
001000*           the total to remit.  The grand total is proved back
001100*           to the sum of PAYHIST-RECURRING for the run, the
001200*           figure GLEXTRC credits to the THIRD PARTY account.
001300* AUTHOR.   D. OKAFOR
001400* INSTALLATION. DATA PROCESSING - PAYROLL
001500* DATE-WRITTEN. 10/15/2026
001600*================================================================*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 10/15/2026 DNO   ORIGINAL PROGRAM
001910* 10/15/2026 DNO   REVERSAL ROWS DATED THE RUN DATE ARE LEFT OUT
001920*                  OF THE PROOF TOTAL - THEY TAKE BACK AN EARLIER
001930*                  RUN, NOT THIS ONE
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. RDREMIT.
002300 AUTHOR. D. OKAFOR.
002400 INSTALLATION. DATA PROCESSING - PAYROLL.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL DEDUCTIONS-TAKEN ASSIGN TO "RDTAKEN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS RDR-RDTAKEN-STATUS.
003400
003500     SELECT OPTIONAL PAYROLL-HISTORY ASSIGN TO "PAYHIST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RDR-PAYHIST-STATUS.
003800
003900     SELECT SORTED-DEDUCTIONS ASSIGN TO "RDRSORT".
004000
004100     SELECT REMITTANCE-REPORT ASSIGN TO "RDREMIT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS RDR-REPORT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DEDUCTIONS-TAKEN.
004800 COPY RDTAKEN.
004900
005000 FD  PAYROLL-HISTORY.
005100 COPY PAYHIST.
005200
005300 SD  SORTED-DEDUCTIONS.
005400 01  SORTED-DEDUCTION-RECORD.
005500     05  SD-PAYEE-CODE            PIC X(06).
005600     05  SD-PAYEE-NAME            PIC X(24).
005700     05  SD-EMPLOYEE-ID           PIC 9(06).
005800     05  SD-TYPE                  PIC X(04).
005900     05  SD-AMOUNT                PIC 9(5)V9(2).
006000     05  SD-SHORTFALL             PIC 9(5)V9(2).
006100     05  SD-BALANCE-AFTER         PIC 9(7)V9(2).
006200
006300 FD  REMITTANCE-REPORT.
006400 01  REMITTANCE-REPORT-LINE       PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700 01  RDR-RDTAKEN-STATUS           PIC X(02).
006800 01  RDR-PAYHIST-STATUS           PIC X(02).
006900 01  RDR-REPORT-STATUS            PIC X(02).
007000 01  RDR-SORT-EOF-SWITCH          PIC X(01).
007100     88  RDR-SORT-EOF             VALUE "Y".
007200     88  RDR-SORT-NOT-EOF         VALUE "N".
007300 01  RDR-HISTORY-EOF-SWITCH       PIC X(01).
007400     88  RDR-HISTORY-EOF          VALUE "Y".
007500     88  RDR-HISTORY-NOT-EOF      VALUE "N".
007600 01  RDR-GROUP-SWITCH             PIC X(01).
007700     88  RDR-GROUP-OPEN           VALUE "Y".
007800     88  RDR-NO-GROUP-OPEN        VALUE "N".
007900 01  RDR-RETURN-CODE              PIC 9(02) VALUE ZERO.
008000 01  RDR-RUN-DATE                 PIC 9(08).
008100 01  RDR-ROWS-ABSORBED            PIC 9(07) VALUE ZERO.
008200*----------------------------------------------------------------*
008300* PER-THIRD-PARTY GROUP AND RUN TOTALS
008400*----------------------------------------------------------------*
008500 01  RDR-GROUP-CODE               PIC X(06).
008600 01  RDR-GROUP-NAME               PIC X(24).
008700 01  RDR-GROUP-TOTAL              PIC 9(07)V9(02).
008800 01  RDR-GROUP-COUNT              PIC 9(05).
008900 01  RDR-RUN-TOTAL                PIC 9(09)V9(02) VALUE ZERO.
009000 01  RDR-RUN-SHORTFALL            PIC 9(09)V9(02) VALUE ZERO.
009100 01  RDR-HISTORY-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
009200 01  RDR-DIFFERENCE               PIC S9(09)V9(02).
009300 01  RDR-AMOUNT-DISPLAY           PIC Z(7)9.99.
009400 01  RDR-SHORT-DISPLAY            PIC Z(4)9.99.
009500 01  RDR-BALANCE-DISPLAY          PIC Z(6)9.99.
009600 01  RDR-DIFF-DISPLAY             PIC -(7)9.99.
009700 01  RDR-COUNT-DISPLAY            PIC Z(4)9.
009800 COPY RUNLOG.
009900 COPY PRTCTL.
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     ACCEPT RUNLOG-START-TIME FROM TIME
010400     CALL "BUSDATE" USING RDR-RUN-DATE
010500     SORT SORTED-DEDUCTIONS
010600         ON ASCENDING KEY SD-PAYEE-CODE SD-EMPLOYEE-ID
010700         INPUT PROCEDURE IS 1500-SUPPLY-DEDUCTIONS
010800         OUTPUT PROCEDURE IS 2000-PRINT-REMITTANCE
010900     MOVE "RDREMIT"          TO RUNLOG-STEP-NAME
011000     MOVE RDR-ROWS-ABSORBED  TO RUNLOG-RECORDS-READ
011100     MOVE RDR-ROWS-ABSORBED  TO RUNLOG-RECORDS-APPLIED
011200     MOVE ZERO               TO RUNLOG-RECORDS-REJECTED
011300     MOVE ZERO               TO RUNLOG-RECORDS-DROPPED
011400     MOVE RDR-RETURN-CODE    TO RUNLOG-RETURN-CODE
011500     CALL "RUNLOGW" USING RUNLOG-RECORD
011600     MOVE RDR-RETURN-CODE TO RETURN-CODE
011700     GOBACK
011800     .
011900
012000*----------------------------------------------------------------*
012100* ONLY THIS RUN'S ENTRIES ARE OWED NOW - EARLIER RUNS' ENTRIES
012200* WERE REMITTED FROM THEIR OWN REPORT
012300*----------------------------------------------------------------*
012400 1500-SUPPLY-DEDUCTIONS.
012500     SET RDR-SORT-NOT-EOF TO TRUE
012600     OPEN INPUT DEDUCTIONS-TAKEN
012700     IF RDR-RDTAKEN-STATUS = "00"
012800         PERFORM 1600-READ-DEDUCTION
012900         PERFORM 1700-RELEASE-ONE-ROW UNTIL RDR-SORT-EOF
013000         CLOSE DEDUCTIONS-TAKEN
013100     ELSE
013200         DISPLAY "RDREMIT - NO RECURRING DEDUCTIONS TAKEN"
013300     END-IF
013400     .
013500
013600 1600-READ-DEDUCTION.
013700     READ DEDUCTIONS-TAKEN
013800         AT END
013900             SET RDR-SORT-EOF TO TRUE
014000     END-READ
014100     .
014200
014300 1700-RELEASE-ONE-ROW.
014400     IF RDTAKEN-RUN-DATE = RDR-RUN-DATE
014500         ADD 1 TO RDR-ROWS-ABSORBED
014600         MOVE RDTAKEN-PAYEE-CODE    TO SD-PAYEE-CODE
014700         MOVE RDTAKEN-PAYEE-NAME    TO SD-PAYEE-NAME
014800         MOVE RDTAKEN-EMPLOYEE-ID   TO SD-EMPLOYEE-ID
014900         MOVE RDTAKEN-TYPE          TO SD-TYPE
015000         MOVE RDTAKEN-AMOUNT        TO SD-AMOUNT
015100         MOVE RDTAKEN-SHORTFALL     TO SD-SHORTFALL
015200         MOVE RDTAKEN-BALANCE-AFTER TO SD-BALANCE-AFTER
015300         RELEASE SORTED-DEDUCTION-RECORD
015400     END-IF
015500     PERFORM 1600-READ-DEDUCTION
015600     .
015700
015800 2000-PRINT-REMITTANCE.
015900     OPEN OUTPUT REMITTANCE-REPORT
016000     SET PRT-ACTION-INIT TO TRUE
016100     MOVE "RDREMIT" TO PRT-REPORT-NAME
016200     MOVE "RDREMIT" TO PRT-PRODUCER
016300     CALL "PRTSRV" USING PRT-CONTROL
016400     SET RDR-NO-GROUP-OPEN TO TRUE
016500     SET RDR-SORT-NOT-EOF TO TRUE
016600     PERFORM 2100-RETURN-SORTED-ROW
016700     PERFORM 2200-PRINT-ONE-ROW UNTIL RDR-SORT-EOF
016800     IF RDR-GROUP-OPEN
016900         PERFORM 2500-FLUSH-PAYEE-GROUP
017000     END-IF
017100     PERFORM 3000-PRINT-RUN-TOTALS
017200     SET PRT-ACTION-END TO TRUE
017300     CALL "PRTSRV" USING PRT-CONTROL
017400     WRITE REMITTANCE-REPORT-LINE FROM PRT-TRAILER-LINE
017500     CLOSE REMITTANCE-REPORT
017600     .
017700
017800 2100-RETURN-SORTED-ROW.
017900     RETURN SORTED-DEDUCTIONS
018000         AT END
018100             SET RDR-SORT-EOF TO TRUE
018200     END-RETURN
018300     .
018400
018500 2200-PRINT-ONE-ROW.
018600     IF RDR-GROUP-OPEN
018700     AND SD-PAYEE-CODE NOT = RDR-GROUP-CODE
018800         PERFORM 2500-FLUSH-PAYEE-GROUP
018900     END-IF
019000     IF RDR-NO-GROUP-OPEN
019100         SET RDR-GROUP-OPEN TO TRUE
019200         MOVE SD-PAYEE-CODE TO RDR-GROUP-CODE
019300         MOVE SD-PAYEE-NAME TO RDR-GROUP-NAME
019400         MOVE ZERO TO RDR-GROUP-TOTAL
019500         MOVE ZERO TO RDR-GROUP-COUNT
019600         MOVE SPACES TO REMITTANCE-REPORT-LINE
019700         STRING "PAYEE " DELIMITED BY SIZE
019800             RDR-GROUP-CODE DELIMITED BY SIZE
019900             "  " DELIMITED BY SIZE
020000             RDR-GROUP-NAME DELIMITED BY SIZE
020100             INTO REMITTANCE-REPORT-LINE
020200         END-STRING
020300         PERFORM 9000-WRITE-REPORT-LINE
020400     END-IF
020500     ADD SD-AMOUNT    TO RDR-GROUP-TOTAL
020600     ADD 1            TO RDR-GROUP-COUNT
020700     ADD SD-AMOUNT    TO RDR-RUN-TOTAL
020800     ADD SD-SHORTFALL TO RDR-RUN-SHORTFALL
020900     MOVE SD-AMOUNT TO RDR-AMOUNT-DISPLAY
021000     MOVE SD-BALANCE-AFTER TO RDR-BALANCE-DISPLAY
021100     MOVE SPACES TO REMITTANCE-REPORT-LINE
021200     STRING "  EMPLOYEE " DELIMITED BY SIZE
021300         SD-EMPLOYEE-ID DELIMITED BY SIZE
021400         " " DELIMITED BY SIZE
021500         SD-TYPE DELIMITED BY SIZE
021600         " TAKEN " DELIMITED BY SIZE
021700         RDR-AMOUNT-DISPLAY DELIMITED BY SIZE
021800         "  BALANCE " DELIMITED BY SIZE
021900         RDR-BALANCE-DISPLAY DELIMITED BY SIZE
022000         INTO REMITTANCE-REPORT-LINE
022100     END-STRING
022200     IF SD-SHORTFALL > ZERO
022300         MOVE SD-SHORTFALL TO RDR-SHORT-DISPLAY
022400         MOVE "SHORT" TO REMITTANCE-REPORT-LINE(63:5)
022500         MOVE RDR-SHORT-DISPLAY TO REMITTANCE-REPORT-LINE(69:8)
022600     END-IF
022700     PERFORM 9000-WRITE-REPORT-LINE
022800     PERFORM 2100-RETURN-SORTED-ROW
022900     .
023000
023100 2500-FLUSH-PAYEE-GROUP.
023200     MOVE RDR-GROUP-TOTAL TO RDR-AMOUNT-DISPLAY
023300     MOVE RDR-GROUP-COUNT TO RDR-COUNT-DISPLAY
023400     MOVE SPACES TO REMITTANCE-REPORT-LINE
023500     STRING "  TO REMIT TO " DELIMITED BY SIZE
023600         RDR-GROUP-CODE DELIMITED BY SIZE
023700         "      " DELIMITED BY SIZE
023800         RDR-AMOUNT-DISPLAY DELIMITED BY SIZE
023900         "  DEDUCTIONS " DELIMITED BY SIZE
024000         RDR-COUNT-DISPLAY DELIMITED BY SIZE
024100         INTO REMITTANCE-REPORT-LINE
024200     END-STRING
024300     PERFORM 9000-WRITE-REPORT-LINE
024400     SET RDR-NO-GROUP-OPEN TO TRUE
024500     .
024600
024700*----------------------------------------------------------------*
024800* THE RUN TOTAL TO REMIT MUST COME BACK TO THE RECURRING
024900* DEDUCTIONS ON THIS RUN'S PAYROLL HISTORY, OR THE LEDGER AND
025000* THE PAY HAVE PARTED COMPANY
025100*----------------------------------------------------------------*
025200 3000-PRINT-RUN-TOTALS.
025300     PERFORM 3100-TOTAL-HISTORY
025400     MOVE SPACES TO REMITTANCE-REPORT-LINE
025500     MOVE RDR-RUN-TOTAL TO RDR-AMOUNT-DISPLAY
025600     STRING "RUN " DELIMITED BY SIZE
025700         RDR-RUN-DATE DELIMITED BY SIZE
025800         " TOTAL TO REMIT  " DELIMITED BY SIZE
025900         RDR-AMOUNT-DISPLAY DELIMITED BY SIZE
026000         INTO REMITTANCE-REPORT-LINE
026100     END-STRING
026200     PERFORM 9000-WRITE-REPORT-LINE
026300     MOVE SPACES TO REMITTANCE-REPORT-LINE
026400     MOVE RDR-RUN-SHORTFALL TO RDR-AMOUNT-DISPLAY
026500     STRING "HELD BACK BY PROTECTED EARNINGS " DELIMITED BY SIZE
026600         RDR-AMOUNT-DISPLAY DELIMITED BY SIZE
026700         INTO REMITTANCE-REPORT-LINE
026800     END-STRING
026900     PERFORM 9000-WRITE-REPORT-LINE
027000     COMPUTE RDR-DIFFERENCE =
027100         RDR-HISTORY-TOTAL - RDR-RUN-TOTAL
027200     MOVE SPACES TO REMITTANCE-REPORT-LINE
027300     MOVE RDR-HISTORY-TOTAL TO RDR-AMOUNT-DISPLAY
027400     MOVE RDR-DIFFERENCE TO RDR-DIFF-DISPLAY
027500     STRING "HISTORY RECURRING DEDUCTIONS    " DELIMITED BY SIZE
027600         RDR-AMOUNT-DISPLAY DELIMITED BY SIZE
027700         "  DIFFERENCE " DELIMITED BY SIZE
027800         RDR-DIFF-DISPLAY DELIMITED BY SIZE
027900         INTO REMITTANCE-REPORT-LINE
028000     END-STRING
028100     PERFORM 9000-WRITE-REPORT-LINE
028200     IF RDR-DIFFERENCE NOT = ZERO
028300         DISPLAY "RDREMIT - REMITTANCE DOES NOT RECONCILE TO "
028400             "HISTORY, DIFFERENCE " RDR-DIFF-DISPLAY
028500         MOVE 4 TO RDR-RETURN-CODE
028600     END-IF
028700     .
028800
028900 3100-TOTAL-HISTORY.
029000     SET RDR-HISTORY-NOT-EOF TO TRUE
029100     OPEN INPUT PAYROLL-HISTORY
029200     IF RDR-PAYHIST-STATUS = "00"
029300         PERFORM 3200-READ-HISTORY
029400         PERFORM 3300-ABSORB-ONE-HISTORY
029500             UNTIL RDR-HISTORY-EOF
029600         CLOSE PAYROLL-HISTORY
029700     END-IF
029800     .
029900
030000 3200-READ-HISTORY.
030100     READ PAYROLL-HISTORY
030200         AT END
030300             SET RDR-HISTORY-EOF TO TRUE
030400     END-READ
030500     .
030600
030700 3300-ABSORB-ONE-HISTORY.
030710     IF PAYHIST-RUN-DATE = RDR-RUN-DATE
030720     AND NOT PAYHIST-REVERSAL
030730         ADD PAYHIST-RECURRING TO RDR-HISTORY-TOTAL
031000     END-IF
031100     PERFORM 3200-READ-HISTORY
031200     .
031300
031400 9000-WRITE-REPORT-LINE.
031500     MOVE REMITTANCE-REPORT-LINE TO PRT-DETAIL-LINE
031600     SET PRT-ACTION-DETAIL TO TRUE
031700     CALL "PRTSRV" USING PRT-CONTROL
031800     IF PRT-HEADING-NEEDED
031900         WRITE REMITTANCE-REPORT-LINE FROM PRT-HEADING-1
032000         WRITE REMITTANCE-REPORT-LINE FROM PRT-HEADING-2
032100     END-IF
032200     WRITE REMITTANCE-REPORT-LINE FROM PRT-DETAIL-LINE
032300     .
