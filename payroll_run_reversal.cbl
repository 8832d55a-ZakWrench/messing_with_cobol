000100*================================================================*
000200* PAYROLL-RUN-REVERSAL
000300* PURPOSE.  Backs a posted pay run out of the payroll history
000400*           without anyone editing the file by hand - the fix
000500*           when a run went out wrong (the wrong DEDPARM
000600*           loaded, say).  The REVREQ request names the run
000700*           date and, optionally, the employees to reverse; an
000800*           employee number of zero takes the whole run.  For
000900*           each employee reversed a compensating "R" row is
001000*           appended to PAYHIST, dated today and carrying the
001100*           original figures with the run it reverses, so YTD,
001200*           TAXREMIT, PENEXT and GLEXTRC all net the run out.
001300*           The overtime, bonus and expenses paid are put back
001400*           on VARPAY and the recurring deductions taken are
001500*           restored on RECDED from the RDTAKEN ledger, so the
001600*           period can be re-run.  A control report lists
001700*           every employee reversed, every deduction restored
001800*           and the run totals taken back, including the net
001900*           already paid that now has to be recovered.
002000* AUTHOR.   D. OKAFOR
002100* INSTALLATION. DATA PROCESSING - PAYROLL
002200* DATE-WRITTEN. 10/15/2026
002300*================================================================*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 DNO   ORIGINAL PROGRAM
002610* 10/15/2026 DNO   REVREQ CARRIES THE RUN TYPE - SPACE FOR THE
002620*                  MONTHLY RUN, "W" FOR THE WEEKLY ONE - AND ONLY
002630*                  THAT RUN'S HISTORY ROWS ARE TAKEN BACK.  THE
002640*                  TYPE REVERSED IS HANDED BACK TO THE CALLER SO
002650*                  THE DRIVER CAN PASS IT TO PENEXT AND GLEXTRC
002700*================================================================*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PAYREVRS.
003000 AUTHOR. D. OKAFOR.
003100 INSTALLATION. DATA PROCESSING - PAYROLL.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL REVERSAL-REQUESTS ASSIGN TO "REVREQ"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS PRV-REQUEST-STATUS.
004100
004200     SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS PRV-PAYHIST-STATUS.
004500
004600     SELECT OPTIONAL DEDUCTIONS-TAKEN ASSIGN TO "RDTAKEN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PRV-RDTAKEN-STATUS.
004900
005000     SELECT RECURRING-DEDUCTIONS ASSIGN TO "RECDED"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RECDED-KEY
005400         FILE STATUS IS PRV-RECDED-STATUS.
005500
005600     SELECT ACCEPTED-VARIABLE-PAY ASSIGN TO "VARPAY"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PRV-VARPAY-STATUS.
005900
006000     SELECT REVERSAL-REPORT ASSIGN TO "REVCTL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS PRV-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  REVERSAL-REQUESTS.
006700 01  REVERSAL-REQUEST-RECORD.
006800     05  REVREQ-RUN-DATE          PIC 9(08).
006900     05  REVREQ-EMPLOYEE-ID       PIC 9(06).
007000         88  REVREQ-WHOLE-RUN     VALUE ZERO.
007010     05  REVREQ-RUN-TYPE          PIC X(01).
007020         88  REVREQ-MONTHLY-RUN   VALUE SPACE.
007030         88  REVREQ-WEEKLY-RUN    VALUE "W".
007100
007200 FD  PAYROLL-HISTORY.
007300 COPY PAYHIST.
007400
007500 FD  DEDUCTIONS-TAKEN.
007600 COPY RDTAKEN.
007700
007800 FD  RECURRING-DEDUCTIONS.
007900 COPY RECDED.
008000
008100 FD  ACCEPTED-VARIABLE-PAY.
008200 COPY VARPAY.
008300
008400 FD  REVERSAL-REPORT.
008500 01  REVERSAL-REPORT-LINE         PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 01  PRV-REQUEST-STATUS           PIC X(02).
008900 01  PRV-PAYHIST-STATUS           PIC X(02).
009000 01  PRV-RDTAKEN-STATUS           PIC X(02).
009100 01  PRV-RECDED-STATUS            PIC X(02).
009200 01  PRV-VARPAY-STATUS            PIC X(02).
009300 01  PRV-REPORT-STATUS            PIC X(02).
009400 01  PRV-REQUEST-EOF-SWITCH       PIC X(01).
009500     88  PRV-REQUEST-EOF          VALUE "Y".
009600     88  PRV-REQUEST-NOT-EOF      VALUE "N".
009700 01  PRV-HISTORY-EOF-SWITCH       PIC X(01).
009800     88  PRV-HISTORY-EOF          VALUE "Y".
009900     88  PRV-HISTORY-NOT-EOF      VALUE "N".
010000 01  PRV-RDTAKEN-EOF-SWITCH       PIC X(01).
010100     88  PRV-RDTAKEN-EOF          VALUE "Y".
010200     88  PRV-RDTAKEN-NOT-EOF      VALUE "N".
010300 01  PRV-RETURN-CODE              PIC 9(02) VALUE ZERO.
010400 01  PRV-BUSINESS-DATE            PIC 9(08).
010500 01  PRV-REVERSED-RUN-DATE        PIC 9(08) VALUE ZERO.
010600 01  PRV-REQUESTS-READ            PIC 9(07) VALUE ZERO.
010700 01  PRV-REQUESTS-REJECTED        PIC 9(07) VALUE ZERO.
010800 01  PRV-EMPLOYEES-REVERSED       PIC 9(07) VALUE ZERO.
010900 01  PRV-DEDUCTIONS-RESTORED      PIC 9(07) VALUE ZERO.
011000 01  PRV-CLAIMS-REQUEUED          PIC 9(07) VALUE ZERO.
011100 01  PRV-REJECT-REASON            PIC X(30).
011200*----------------------------------------------------------------*
011300* THE RUN BEING REVERSED - ONE ENTRY PER REGULAR HISTORY ROW ON
011400* THE RUN DATE, HELD WHOLE SO THE "R" ROW CAN BE BUILT FROM IT
011500* ONCE THE HISTORY IS REOPENED FOR APPEND
011600*----------------------------------------------------------------*
011700 01  PRV-RUN-TABLE.
011800     05  PRV-RUN-ENTRY            OCCURS 500 TIMES.
011900         10  PRV-RUN-EMPLOYEE-ID  PIC 9(06).
012000         10  PRV-RUN-STATE        PIC X(01).
012100             88  PRV-RUN-PAID     VALUE "P".
012200             88  PRV-RUN-ALREADY-REVERSED VALUE "A".
012300             88  PRV-RUN-SELECTED VALUE "S".
012400         10  PRV-RUN-HISTORY      PIC X(100).
012500 01  PRV-RUN-COUNT                PIC 9(03) VALUE ZERO COMP.
012600 01  PRV-RUN-INDEX                PIC 9(03) COMP.
012700 01  PRV-RUN-FOUND                PIC 9(03) COMP.
012800 01  PRV-RUN-MATCH-SWITCH         PIC X(01).
012900     88  PRV-RUN-MATCHED          VALUE "Y".
013000     88  PRV-RUN-NOT-MATCHED      VALUE "N".
013100 01  PRV-WORK-EMPLOYEE-ID         PIC 9(06).
013200*----------------------------------------------------------------*
013300* WHAT THE REVERSAL TAKES BACK
013400*----------------------------------------------------------------*
013500 01  PRV-TOTAL-GROSS              PIC 9(09)V9(02) VALUE ZERO.
013600 01  PRV-TOTAL-TAX                PIC 9(09)V9(02) VALUE ZERO.
013700 01  PRV-TOTAL-NI                 PIC 9(09)V9(02) VALUE ZERO.
013800 01  PRV-TOTAL-PENSION            PIC 9(09)V9(02) VALUE ZERO.
013900 01  PRV-TOTAL-NET                PIC 9(09)V9(02) VALUE ZERO.
014000 01  PRV-TOTAL-RESTORED           PIC 9(09)V9(02) VALUE ZERO.
014100 01  PRV-AMOUNT-DISPLAY           PIC Z(8)9.99.
014200 01  PRV-NET-DISPLAY              PIC Z(8)9.99.
014300 01  PRV-COUNT-DISPLAY            PIC Z(6)9.
014400 COPY PRTCTL.
014500 COPY RUNLOG.
014505
014510 LINKAGE SECTION.
014520*----------------------------------------------------------------*
014530* THE TYPE OF THE RUN REVERSED - SPACE FOR THE MONTHLY RUN, "W"
014540* FOR THE WEEKLY ONE - FOR THE DRIVER'S EXTRACT STEPS
014550*----------------------------------------------------------------*
014560 01  PRV-REVERSED-RUN-TYPE        PIC X(01).
014570     88  PRV-MONTHLY-REVERSED     VALUE SPACE.
014580     88  PRV-WEEKLY-REVERSED      VALUE "W".
014600
014700 PROCEDURE DIVISION USING PRV-REVERSED-RUN-TYPE.
014800 0000-MAINLINE.
014900     ACCEPT RUNLOG-START-TIME FROM TIME
015000     PERFORM 1000-INITIALIZE
015100     IF PRV-RETURN-CODE < 8
015200         PERFORM 1500-LOAD-REVERSED-RUN
015300     END-IF
015400     IF PRV-RETURN-CODE < 8
015500         PERFORM 2000-SELECT-ONE-REQUEST
015600             UNTIL PRV-REQUEST-EOF
015700         PERFORM 3000-WRITE-REVERSALS
015800         PERFORM 4000-RESTORE-DEDUCTIONS
015900         PERFORM 5000-REPORT-TOTALS
016000     END-IF
016100     PERFORM 6000-TERMINATE
016200     MOVE PRV-RETURN-CODE TO RETURN-CODE
016300     GOBACK
016400     .
016500
016600*----------------------------------------------------------------*
016700* THE FIRST REQUEST NAMES THE RUN - IT MUST BE A REAL DATE
016710* BEFORE TODAY, SINCE THE "R" ROWS CARRY TODAY'S DATE, AND THE
016720* MONTHLY OR THE WEEKLY RUN
016900*----------------------------------------------------------------*
017000 1000-INITIALIZE.
017100     SET PRV-REQUEST-NOT-EOF TO TRUE
017110     SET PRV-MONTHLY-REVERSED TO TRUE
017200     CALL "BUSDATE" USING PRV-BUSINESS-DATE
017300     OPEN OUTPUT REVERSAL-REPORT
017400     SET PRT-ACTION-INIT TO TRUE
017500     MOVE "REVCTL" TO PRT-REPORT-NAME
017600     MOVE "PAYREVRS" TO PRT-PRODUCER
017700     CALL "PRTSRV" USING PRT-CONTROL
017800     OPEN INPUT REVERSAL-REQUESTS
017900     IF PRV-REQUEST-STATUS = "00"
018000         PERFORM 2100-READ-REQUEST
018100     ELSE
018200         SET PRV-REQUEST-EOF TO TRUE
018300     END-IF
018400     IF PRV-REQUEST-EOF
018500         DISPLAY "PAYREVRS - NO REVERSAL REQUEST, NOTHING DONE"
018600         MOVE 8 TO PRV-RETURN-CODE
018700     ELSE
018800         IF REVREQ-RUN-DATE IS NUMERIC
018900         AND REVREQ-RUN-DATE < PRV-BUSINESS-DATE
019000             MOVE REVREQ-RUN-DATE TO PRV-REVERSED-RUN-DATE
019100         ELSE
019200             DISPLAY "PAYREVRS - RUN DATE " REVREQ-RUN-DATE
019300                 " IS NOT A POSTED RUN BEFORE TODAY"
019400             MOVE 8 TO PRV-RETURN-CODE
019500         END-IF
019510         IF REVREQ-MONTHLY-RUN OR REVREQ-WEEKLY-RUN
019520             MOVE REVREQ-RUN-TYPE TO PRV-REVERSED-RUN-TYPE
019530         ELSE
019540             DISPLAY "PAYREVRS - RUN TYPE " REVREQ-RUN-TYPE
019550                 " IS NOT THE MONTHLY OR WEEKLY RUN"
019560             MOVE 8 TO PRV-RETURN-CODE
019570         END-IF
019600     END-IF
019700     .
019800
019900*----------------------------------------------------------------*
019910* EVERY ROW OF THE RUN'S TYPE ON THE RUN DATE GOES IN THE
019920* TABLE; AN "R" ROW ALREADY WRITTEN AGAINST THE SAME RUN MARKS
019930* ITS EMPLOYEE AS REVERSED, SO A REQUEST CANNOT TAKE THE SAME
019940* PAY BACK TWICE.  THE WEEKLY-PAID ARE NEVER IN THE MONTHLY RUN,
019950* SO THE EMPLOYEE ALONE TELLS WHICH RUN AN "R" ROW TOOK BACK
020300*----------------------------------------------------------------*
020400 1500-LOAD-REVERSED-RUN.
020500     SET PRV-HISTORY-NOT-EOF TO TRUE
020600     OPEN INPUT PAYROLL-HISTORY
020700     IF PRV-PAYHIST-STATUS NOT = "00"
020800         DISPLAY "PAYREVRS - NO PAYROLL HISTORY: "
020900             PRV-PAYHIST-STATUS
021000         MOVE 16 TO PRV-RETURN-CODE
021100     ELSE
021200         PERFORM 1560-READ-HISTORY
021300         PERFORM 1530-LOAD-ONE-HISTORY
021400             UNTIL PRV-HISTORY-EOF
021500         CLOSE PAYROLL-HISTORY
021600         IF PRV-RUN-COUNT = ZERO
021700         AND PRV-RETURN-CODE < 8
021710             IF PRV-WEEKLY-REVERSED
021720                 DISPLAY "PAYREVRS - NO WEEKLY RUN ON "
021730                     PRV-REVERSED-RUN-DATE
021740             ELSE
021750                 DISPLAY "PAYREVRS - NO REGULAR RUN ON "
021760                     PRV-REVERSED-RUN-DATE
021770             END-IF
022000             MOVE 8 TO PRV-RETURN-CODE
022100         END-IF
022200     END-IF
022300     .
022400
022500 1530-LOAD-ONE-HISTORY.
022600     IF PAYHIST-RUN-DATE = PRV-REVERSED-RUN-DATE
022700     AND PAYHIST-RUN-TYPE = PRV-REVERSED-RUN-TYPE
022800         IF PRV-RUN-COUNT < 500
022900             ADD 1 TO PRV-RUN-COUNT
023000             MOVE PAYHIST-EMPLOYEE-ID
023100                 TO PRV-RUN-EMPLOYEE-ID(PRV-RUN-COUNT)
023200             SET PRV-RUN-PAID(PRV-RUN-COUNT) TO TRUE
023300             MOVE PAYHIST-RECORD
023400                 TO PRV-RUN-HISTORY(PRV-RUN-COUNT)
023500         ELSE
023600             DISPLAY "PAYREVRS - RUN TABLE FULL AT EMPLOYEE "
023700                 PAYHIST-EMPLOYEE-ID
023800             MOVE 16 TO PRV-RETURN-CODE
023900             SET PRV-HISTORY-EOF TO TRUE
024000         END-IF
024100     END-IF
024200     IF PAYHIST-REVERSAL
024300     AND PAYHIST-REVERSED-DATE = PRV-REVERSED-RUN-DATE
024400         MOVE PAYHIST-EMPLOYEE-ID TO PRV-WORK-EMPLOYEE-ID
024500         PERFORM 9200-FIND-RUN-EMPLOYEE
024600         IF PRV-RUN-MATCHED
024700             SET PRV-RUN-ALREADY-REVERSED(PRV-RUN-FOUND)
024800                 TO TRUE
024900         END-IF
025000     END-IF
025100     IF PRV-HISTORY-NOT-EOF
025200         PERFORM 1560-READ-HISTORY
025300     END-IF
025400     .
025500
025600 1560-READ-HISTORY.
025700     READ PAYROLL-HISTORY
025800         AT END
025900             SET PRV-HISTORY-EOF TO TRUE
026000     END-READ
026100     .
026200
026300*----------------------------------------------------------------*
026400* A REQUEST FOR ANOTHER RUN DATE, FOR AN EMPLOYEE NOT PAID IN
026500* THE RUN, OR FOR ONE ALREADY REVERSED IS REPORTED AND SKIPPED
026600*----------------------------------------------------------------*
026700 2000-SELECT-ONE-REQUEST.
026800     ADD 1 TO PRV-REQUESTS-READ
026900     EVALUATE TRUE
027000         WHEN REVREQ-RUN-DATE NOT = PRV-REVERSED-RUN-DATE
027010         OR REVREQ-RUN-TYPE NOT = PRV-REVERSED-RUN-TYPE
027100             MOVE "NOT THE RUN BEING REVERSED"
027200                 TO PRV-REJECT-REASON
027300             PERFORM 2900-REJECT-REQUEST
027400         WHEN REVREQ-WHOLE-RUN
027500             PERFORM 2200-SELECT-ONE-RUN-ENTRY
027600                 VARYING PRV-RUN-INDEX FROM 1 BY 1
027700                 UNTIL PRV-RUN-INDEX > PRV-RUN-COUNT
027800         WHEN OTHER
027900             PERFORM 2300-SELECT-ONE-EMPLOYEE
028000     END-EVALUATE
028100     PERFORM 2100-READ-REQUEST
028200     .
028300
028400 2100-READ-REQUEST.
028500     READ REVERSAL-REQUESTS
028600         AT END
028700             SET PRV-REQUEST-EOF TO TRUE
028800     END-READ
028900     .
029000
029100 2200-SELECT-ONE-RUN-ENTRY.
029200     IF PRV-RUN-PAID(PRV-RUN-INDEX)
029300         SET PRV-RUN-SELECTED(PRV-RUN-INDEX) TO TRUE
029400     END-IF
029500     IF PRV-RUN-ALREADY-REVERSED(PRV-RUN-INDEX)
029600         MOVE SPACES TO REVERSAL-REPORT-LINE
029700         STRING "SKIPPED   EMPLOYEE " DELIMITED BY SIZE
029800             PRV-RUN-EMPLOYEE-ID(PRV-RUN-INDEX)
029900                 DELIMITED BY SIZE
030000             " ALREADY REVERSED" DELIMITED BY SIZE
030100             INTO REVERSAL-REPORT-LINE
030200         END-STRING
030300         PERFORM 9000-WRITE-REPORT-LINE
030400     END-IF
030500     .
030600
030700 2300-SELECT-ONE-EMPLOYEE.
030800     MOVE REVREQ-EMPLOYEE-ID TO PRV-WORK-EMPLOYEE-ID
030900     PERFORM 9200-FIND-RUN-EMPLOYEE
031000     IF PRV-RUN-NOT-MATCHED
031100         MOVE "NOT PAID IN THE RUN" TO PRV-REJECT-REASON
031200         PERFORM 2900-REJECT-REQUEST
031300     ELSE
031400         IF PRV-RUN-ALREADY-REVERSED(PRV-RUN-FOUND)
031500             MOVE "ALREADY REVERSED" TO PRV-REJECT-REASON
031600             PERFORM 2900-REJECT-REQUEST
031700         ELSE
031800             SET PRV-RUN-SELECTED(PRV-RUN-FOUND) TO TRUE
031900         END-IF
032000     END-IF
032100     .
032200
032300 2900-REJECT-REQUEST.
032400     ADD 1 TO PRV-REQUESTS-REJECTED
032500     IF PRV-RETURN-CODE < 4
032600         MOVE 4 TO PRV-RETURN-CODE
032700     END-IF
032800     MOVE SPACES TO REVERSAL-REPORT-LINE
032900     STRING "REJECTED  EMPLOYEE " DELIMITED BY SIZE
033000         REVREQ-EMPLOYEE-ID DELIMITED BY SIZE
033100         " RUN " DELIMITED BY SIZE
033200         REVREQ-RUN-DATE DELIMITED BY SIZE
033300         " " DELIMITED BY SIZE
033400         PRV-REJECT-REASON DELIMITED BY SIZE
033500         INTO REVERSAL-REPORT-LINE
033600     END-STRING
033700     PERFORM 9000-WRITE-REPORT-LINE
033800     .
033900
034000*----------------------------------------------------------------*
034100* ONE "R" ROW PER EMPLOYEE SELECTED - TODAY'S DATE, THE SAME
034200* FIGURES TO BE TAKEN OFF, AND THE RUN IT REVERSES; THE
034300* VARIABLE PAY IT PAID GOES BACK ON VARPAY FOR THE RE-RUN
034400*----------------------------------------------------------------*
034500 3000-WRITE-REVERSALS.
034600     OPEN EXTEND PAYROLL-HISTORY
034700     OPEN EXTEND ACCEPTED-VARIABLE-PAY
034800     IF PRV-VARPAY-STATUS = "35"
034900         OPEN OUTPUT ACCEPTED-VARIABLE-PAY
035000     END-IF
035100     PERFORM 3100-REVERSE-ONE-ENTRY
035200         VARYING PRV-RUN-INDEX FROM 1 BY 1
035300         UNTIL PRV-RUN-INDEX > PRV-RUN-COUNT
035400     CLOSE ACCEPTED-VARIABLE-PAY
035500     CLOSE PAYROLL-HISTORY
035600     IF PRV-EMPLOYEES-REVERSED = ZERO
035700         DISPLAY "PAYREVRS - NOTHING SELECTED TO REVERSE"
035800         IF PRV-RETURN-CODE < 4
035900             MOVE 4 TO PRV-RETURN-CODE
036000         END-IF
036100     END-IF
036200     .
036300
036400 3100-REVERSE-ONE-ENTRY.
036500     IF PRV-RUN-SELECTED(PRV-RUN-INDEX)
036600         MOVE PRV-RUN-HISTORY(PRV-RUN-INDEX) TO PAYHIST-RECORD
036700         MOVE PRV-BUSINESS-DATE TO PAYHIST-RUN-DATE
036800         SET PAYHIST-REVERSAL TO TRUE
036900         MOVE PRV-REVERSED-RUN-DATE TO PAYHIST-REVERSED-DATE
037000         WRITE PAYHIST-RECORD
037100         ADD 1 TO PRV-EMPLOYEES-REVERSED
037200         ADD PAYHIST-GROSS      TO PRV-TOTAL-GROSS
037300         ADD PAYHIST-TAX        TO PRV-TOTAL-TAX
037400         ADD PAYHIST-NI         TO PRV-TOTAL-NI
037500         ADD PAYHIST-PENSION-EE TO PRV-TOTAL-PENSION
037600         ADD PAYHIST-NET        TO PRV-TOTAL-NET
037700         MOVE PAYHIST-GROSS TO PRV-AMOUNT-DISPLAY
037800         MOVE PAYHIST-NET   TO PRV-NET-DISPLAY
037900         MOVE SPACES TO REVERSAL-REPORT-LINE
038000         STRING "REVERSED  EMPLOYEE " DELIMITED BY SIZE
038100             PAYHIST-EMPLOYEE-ID DELIMITED BY SIZE
038200             " GROSS " DELIMITED BY SIZE
038300             PRV-AMOUNT-DISPLAY DELIMITED BY SIZE
038400             " NET " DELIMITED BY SIZE
038500             PRV-NET-DISPLAY DELIMITED BY SIZE
038600             INTO REVERSAL-REPORT-LINE
038700         END-STRING
038800         PERFORM 9000-WRITE-REPORT-LINE
038900         PERFORM 3200-REQUEUE-VARIABLE-PAY
039000     END-IF
039100     .
039200
039300*    THE HOURS BEHIND AN OVERTIME PAYMENT ARE NOT ON THE HISTORY
039400*    - THE AMOUNT IS WHAT PAYSLIP PAYS, SO IT GOES BACK ALONE
039500 3200-REQUEUE-VARIABLE-PAY.
039600     MOVE PAYHIST-EMPLOYEE-ID TO VARPAY-EMPLOYEE-ID
039700     MOVE ZERO TO VARPAY-HOURS
039800     MOVE PRV-REVERSED-RUN-DATE(1:6) TO VARPAY-PERIOD
039900     MOVE "PAYREVRS" TO VARPAY-APPROVER
040000     IF PAYHIST-OVERTIME > ZERO
040100         SET VARPAY-IS-OVERTIME TO TRUE
040200         MOVE PAYHIST-OVERTIME TO VARPAY-AMOUNT
040300         PERFORM 3250-WRITE-VARIABLE-PAY
040400     END-IF
040500     IF PAYHIST-BONUS > ZERO
040600         SET VARPAY-IS-BONUS TO TRUE
040700         MOVE PAYHIST-BONUS TO VARPAY-AMOUNT
040800         PERFORM 3250-WRITE-VARIABLE-PAY
040900     END-IF
041000     IF PAYHIST-EXPENSES > ZERO
041100         SET VARPAY-IS-EXPENSES TO TRUE
041200         MOVE PAYHIST-EXPENSES TO VARPAY-AMOUNT
041300         PERFORM 3250-WRITE-VARIABLE-PAY
041400     END-IF
041500     .
041600
041700 3250-WRITE-VARIABLE-PAY.
041800     WRITE VARPAY-RECORD
041900     ADD 1 TO PRV-CLAIMS-REQUEUED
042000     MOVE VARPAY-AMOUNT TO PRV-AMOUNT-DISPLAY
042100     MOVE SPACES TO REVERSAL-REPORT-LINE
042200     STRING "REQUEUED  EMPLOYEE " DELIMITED BY SIZE
042300         VARPAY-EMPLOYEE-ID DELIMITED BY SIZE
042400         " " DELIMITED BY SIZE
042500         VARPAY-TYPE DELIMITED BY SIZE
042600         " " DELIMITED BY SIZE
042700         PRV-AMOUNT-DISPLAY DELIMITED BY SIZE
042800         " TO VARPAY" DELIMITED BY SIZE
042900         INTO REVERSAL-REPORT-LINE
043000     END-STRING
043100     PERFORM 9000-WRITE-REPORT-LINE
043200     .
043300
043400*----------------------------------------------------------------*
043500* EACH RECURRING DEDUCTION THE RUN TOOK FROM AN EMPLOYEE NOW
043600* REVERSED GOES BACK ON THE BALANCE, AND A LOAN THE RUN CLEARED
043700* IS ACTIVE AGAIN, SO THE RE-RUN TAKES IT AFRESH
043800*----------------------------------------------------------------*
043900 4000-RESTORE-DEDUCTIONS.
044000     IF PRV-EMPLOYEES-REVERSED > ZERO
044100         OPEN I-O RECURRING-DEDUCTIONS
044200         IF PRV-RECDED-STATUS NOT = "00"
044300             DISPLAY "PAYREVRS - NO RECDED MASTER, NO "
044400                 "DEDUCTIONS RESTORED"
044500         ELSE
044600             SET PRV-RDTAKEN-NOT-EOF TO TRUE
044700             OPEN INPUT DEDUCTIONS-TAKEN
044800             IF PRV-RDTAKEN-STATUS = "00"
044900                 PERFORM 4100-READ-DEDUCTION-TAKEN
045000                 PERFORM 4200-RESTORE-ONE-DEDUCTION
045100                     UNTIL PRV-RDTAKEN-EOF
045200                 CLOSE DEDUCTIONS-TAKEN
045300             END-IF
045400             CLOSE RECURRING-DEDUCTIONS
045500         END-IF
045600     END-IF
045700     .
045800
045900 4100-READ-DEDUCTION-TAKEN.
046000     READ DEDUCTIONS-TAKEN
046100         AT END
046200             SET PRV-RDTAKEN-EOF TO TRUE
046300     END-READ
046400     .
046500
046600 4200-RESTORE-ONE-DEDUCTION.
046700     IF RDTAKEN-RUN-DATE = PRV-REVERSED-RUN-DATE
046800     AND RDTAKEN-AMOUNT > ZERO
046900         MOVE RDTAKEN-EMPLOYEE-ID TO PRV-WORK-EMPLOYEE-ID
047000         PERFORM 9200-FIND-RUN-EMPLOYEE
047100         IF PRV-RUN-MATCHED
047200             IF PRV-RUN-SELECTED(PRV-RUN-FOUND)
047300                 PERFORM 4300-REWRITE-ONE-DEDUCTION
047400             END-IF
047500         END-IF
047600     END-IF
047700     PERFORM 4100-READ-DEDUCTION-TAKEN
047800     .
047900
048000 4300-REWRITE-ONE-DEDUCTION.
048100     MOVE RDTAKEN-EMPLOYEE-ID TO RECDED-EMPLOYEE-ID
048200     MOVE RDTAKEN-PRIORITY    TO RECDED-PRIORITY
048300     READ RECURRING-DEDUCTIONS
048400         INVALID KEY
048500             DISPLAY "PAYREVRS - DEDUCTION GONE FROM RECDED: "
048600                 RDTAKEN-EMPLOYEE-ID " " RDTAKEN-PRIORITY
048700             IF PRV-RETURN-CODE < 4
048800                 MOVE 4 TO PRV-RETURN-CODE
048900             END-IF
049000         NOT INVALID KEY
049100             ADD RDTAKEN-AMOUNT TO RECDED-BALANCE
049200             IF RECDED-TAKEN-TO-DATE > RDTAKEN-AMOUNT
049300                 SUBTRACT RDTAKEN-AMOUNT
049400                     FROM RECDED-TAKEN-TO-DATE
049500             ELSE
049600                 MOVE ZERO TO RECDED-TAKEN-TO-DATE
049700             END-IF
049800             IF RECDED-CLEARED
049900                 SET RECDED-ACTIVE TO TRUE
050000             END-IF
050100             MOVE PRV-BUSINESS-DATE TO RECDED-CHANGED-DATE
050200             MOVE "PAYREVRS" TO RECDED-CHANGED-BY
050300             REWRITE RECDED-RECORD
050400             ADD 1 TO PRV-DEDUCTIONS-RESTORED
050500             ADD RDTAKEN-AMOUNT TO PRV-TOTAL-RESTORED
050600             MOVE RDTAKEN-AMOUNT TO PRV-AMOUNT-DISPLAY
050700             MOVE SPACES TO REVERSAL-REPORT-LINE
050800             STRING "RESTORED  EMPLOYEE " DELIMITED BY SIZE
050900                 RDTAKEN-EMPLOYEE-ID DELIMITED BY SIZE
051000                 " " DELIMITED BY SIZE
051100                 RDTAKEN-TYPE DELIMITED BY SIZE
051200                 " " DELIMITED BY SIZE
051300                 RDTAKEN-PAYEE-CODE DELIMITED BY SIZE
051400                 " " DELIMITED BY SIZE
051500                 PRV-AMOUNT-DISPLAY DELIMITED BY SIZE
051600                 " TO BALANCE" DELIMITED BY SIZE
051700                 INTO REVERSAL-REPORT-LINE
051800             END-STRING
051900             PERFORM 9000-WRITE-REPORT-LINE
052000     END-READ
052100     .
052200
052300*----------------------------------------------------------------*
052400* THE NET WAS PAID TO THE BANK ON THE ORIGINAL RUN - IT IS NOT
052500* RECALLED HERE, SO THE REPORT SHOWS IT AS THE SUM TO RECOVER
052600*----------------------------------------------------------------*
052700 5000-REPORT-TOTALS.
052800     MOVE SPACES TO REVERSAL-REPORT-LINE
052900     MOVE PRV-EMPLOYEES-REVERSED TO PRV-COUNT-DISPLAY
053000     STRING "EMPLOYEES REVERSED       " DELIMITED BY SIZE
053100         PRV-COUNT-DISPLAY DELIMITED BY SIZE
053200         "  RUN " DELIMITED BY SIZE
053300         PRV-REVERSED-RUN-DATE DELIMITED BY SIZE
053400         INTO REVERSAL-REPORT-LINE
053500     END-STRING
053600     PERFORM 9000-WRITE-REPORT-LINE
053700     MOVE "GROSS REVERSED           " TO REVERSAL-REPORT-LINE
053800     MOVE PRV-TOTAL-GROSS TO PRV-AMOUNT-DISPLAY
053900     PERFORM 5100-WRITE-TOTAL-LINE
054000     MOVE "TAX REVERSED             " TO REVERSAL-REPORT-LINE
054100     MOVE PRV-TOTAL-TAX TO PRV-AMOUNT-DISPLAY
054200     PERFORM 5100-WRITE-TOTAL-LINE
054300     MOVE "NI REVERSED              " TO REVERSAL-REPORT-LINE
054400     MOVE PRV-TOTAL-NI TO PRV-AMOUNT-DISPLAY
054500     PERFORM 5100-WRITE-TOTAL-LINE
054600     MOVE "PENSION EE REVERSED      " TO REVERSAL-REPORT-LINE
054700     MOVE PRV-TOTAL-PENSION TO PRV-AMOUNT-DISPLAY
054800     PERFORM 5100-WRITE-TOTAL-LINE
054900     MOVE "DEDUCTIONS RESTORED      " TO REVERSAL-REPORT-LINE
055000     MOVE PRV-TOTAL-RESTORED TO PRV-AMOUNT-DISPLAY
055100     PERFORM 5100-WRITE-TOTAL-LINE
055200     MOVE "NET PAID TO BE RECOVERED " TO REVERSAL-REPORT-LINE
055300     MOVE PRV-TOTAL-NET TO PRV-AMOUNT-DISPLAY
055400     PERFORM 5100-WRITE-TOTAL-LINE
055500     .
055600
055700 5100-WRITE-TOTAL-LINE.
055800     MOVE PRV-AMOUNT-DISPLAY TO REVERSAL-REPORT-LINE(26:12)
055900     PERFORM 9000-WRITE-REPORT-LINE
056000     .
056100
056200 6000-TERMINATE.
056300     IF PRV-REQUEST-STATUS NOT = "35"
056400         CLOSE REVERSAL-REQUESTS
056500     END-IF
056600     SET PRT-ACTION-END TO TRUE
056700     CALL "PRTSRV" USING PRT-CONTROL
056800     WRITE REVERSAL-REPORT-LINE FROM PRT-TRAILER-LINE
056900     CLOSE REVERSAL-REPORT
057000     DISPLAY "PAYREVRS - EMPLOYEES REVERSED: "
057100         PRV-EMPLOYEES-REVERSED
057200     DISPLAY "PAYREVRS - REQUESTS REJECTED: "
057300         PRV-REQUESTS-REJECTED
057400     DISPLAY "PAYREVRS - DEDUCTIONS RESTORED: "
057500         PRV-DEDUCTIONS-RESTORED
057600     DISPLAY "PAYREVRS - VARIABLE PAY REQUEUED: "
057700         PRV-CLAIMS-REQUEUED
057800     MOVE "PAYREVRS"             TO RUNLOG-STEP-NAME
057900     MOVE PRV-REQUESTS-READ      TO RUNLOG-RECORDS-READ
058000     MOVE PRV-EMPLOYEES-REVERSED TO RUNLOG-RECORDS-APPLIED
058100     MOVE PRV-REQUESTS-REJECTED  TO RUNLOG-RECORDS-REJECTED
058200     MOVE ZERO                   TO RUNLOG-RECORDS-DROPPED
058300     MOVE PRV-RETURN-CODE        TO RUNLOG-RETURN-CODE
058400     CALL "RUNLOGW" USING RUNLOG-RECORD
058500     .
058600
058700 9000-WRITE-REPORT-LINE.
058800     MOVE REVERSAL-REPORT-LINE TO PRT-DETAIL-LINE
058900     SET PRT-ACTION-DETAIL TO TRUE
059000     CALL "PRTSRV" USING PRT-CONTROL
059100     IF PRT-HEADING-NEEDED
059200         WRITE REVERSAL-REPORT-LINE FROM PRT-HEADING-1
059300         WRITE REVERSAL-REPORT-LINE FROM PRT-HEADING-2
059400     END-IF
059500     WRITE REVERSAL-REPORT-LINE FROM PRT-DETAIL-LINE
059600     .
059700
059800*    THE PERFORM VARYING INDEX SITS ONE PAST THE MATCH WHEN THE
059900*    LOOP ENDS - CAPTURE THE MATCHED ENTRY NUMBER HERE
060000 9200-FIND-RUN-EMPLOYEE.
060100     SET PRV-RUN-NOT-MATCHED TO TRUE
060200     PERFORM 9230-MATCH-ONE-EMPLOYEE
060300         VARYING PRV-RUN-INDEX FROM 1 BY 1
060400         UNTIL PRV-RUN-INDEX > PRV-RUN-COUNT
060500            OR PRV-RUN-MATCHED
060600     .
060700
060800 9230-MATCH-ONE-EMPLOYEE.
060900     IF PRV-RUN-EMPLOYEE-ID(PRV-RUN-INDEX) = PRV-WORK-EMPLOYEE-ID
061000         MOVE PRV-RUN-INDEX TO PRV-RUN-FOUND
061100         SET PRV-RUN-MATCHED TO TRUE
061200     END-IF
061300     .
