000100*================================================================*
000200* VARIABLE-PAY-EDIT
000300* PURPOSE.  Edits the variable pay claims - overtime hours,
000400*           one-off bonuses and reimbursed expenses - so they
000500*           are paid through the payroll instead of by hand
000600*           outside it.  A claim must name an employee on the
000700*           SALARY master who had not left before the claim
000800*           period, whose cost centre is on the DEPTFILE
000900*           department file (the journal posts the claim
001000*           there), for a real period no later than the
001100*           current pay month, and carry the operator ID of an
001200*           approving manager with payroll authority on
001300*           OPERPROF.  Overtime is priced here at time and a
001400*           half of the hourly rate (a year's pay over the
001500*           standard 1,950 hours).  Accepted claims are queued
001600*           on VARPAY for PAYSLIP; every claim, accepted or
001700*           rejected with its reason, is listed on the control
001800*           report with the accepted totals by claim type.
001900* AUTHOR.   D. OKAFOR
002000* INSTALLATION. DATA PROCESSING - PAYROLL
002100* DATE-WRITTEN. 10/15/2026
002200*================================================================*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002500* 10/15/2026 DNO   ORIGINAL PROGRAM
002510* 10/15/2026 DNO   A WEEKLY-PAID EMPLOYEE'S HOURLY RATE IS TAKEN
002520*                  FROM 52 WEEKS' PAY INSTEAD OF 12 MONTHS'
002600*================================================================*
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. VARPEDIT.
002900 AUTHOR. D. OKAFOR.
003000 INSTALLATION. DATA PROCESSING - PAYROLL.
003100 DATE-WRITTEN. 10/15/2026.
003200 DATE-COMPILED.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL VARIABLE-PAY-CLAIMS ASSIGN TO "VARCLAIM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS VPE-CLAIM-STATUS.
004000
004100     SELECT SALARY-MASTER ASSIGN TO "SALARY"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS SAL-EMPLOYEE-ID
004500         FILE STATUS IS VPE-SALARY-STATUS.
004600
004700     SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS VPE-DEPT-STATUS.
005000
005100     SELECT OPTIONAL OPERATOR-PROFILES ASSIGN TO "OPERPROF"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS VPE-PROFILE-STATUS.
005400
005500     SELECT ACCEPTED-VARIABLE-PAY ASSIGN TO "VARPAY"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS VPE-VARPAY-STATUS.
005800
005900     SELECT VARIABLE-PAY-REPORT ASSIGN TO "VARPCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS VPE-REPORT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  VARIABLE-PAY-CLAIMS.
006600 COPY VARCLAIM.
006700
006800 FD  SALARY-MASTER.
006900 COPY SALARYREC.
007000
007100 FD  DEPARTMENT-FILE.
007200 COPY DEPTREC.
007300
007400 FD  OPERATOR-PROFILES.
007500 COPY OPRREC.
007600
007700 FD  ACCEPTED-VARIABLE-PAY.
007800 COPY VARPAY.
007900
008000 FD  VARIABLE-PAY-REPORT.
008100 01  VARIABLE-PAY-LINE            PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 01  VPE-CLAIM-STATUS             PIC X(02).
008500 01  VPE-SALARY-STATUS            PIC X(02).
008600 01  VPE-DEPT-STATUS              PIC X(02).
008700 01  VPE-PROFILE-STATUS           PIC X(02).
008800 01  VPE-VARPAY-STATUS            PIC X(02).
008900 01  VPE-REPORT-STATUS            PIC X(02).
009000 01  VPE-END-OF-FILE-SWITCH       PIC X(01).
009100     88  VPE-END-OF-FILE          VALUE "Y".
009200     88  VPE-NOT-END-OF-FILE      VALUE "N".
009300 01  VPE-DEPT-EOF-SWITCH          PIC X(01).
009400     88  VPE-DEPT-EOF             VALUE "Y".
009500     88  VPE-DEPT-NOT-EOF         VALUE "N".
009600 01  VPE-PROFILE-EOF-SWITCH       PIC X(01).
009700     88  VPE-PROFILE-EOF          VALUE "Y".
009800     88  VPE-PROFILE-NOT-EOF      VALUE "N".
009900 01  VPE-RETURN-CODE              PIC 9(02) VALUE ZERO.
010000 01  VPE-CLAIMS-READ              PIC 9(07) VALUE ZERO.
010100 01  VPE-CLAIMS-ACCEPTED          PIC 9(07) VALUE ZERO.
010200 01  VPE-CLAIMS-REJECTED          PIC 9(07) VALUE ZERO.
010300 01  VPE-BUSINESS-DATE            PIC 9(08).
010400 01  VPE-BUSINESS-DATE-PARTS REDEFINES VPE-BUSINESS-DATE.
010500     05  VPE-BUSINESS-PERIOD      PIC 9(06).
010600     05  FILLER                   PIC 9(02).
010700 01  VPE-PERIOD-START             PIC 9(08).
010800 01  VPE-VALID-SWITCH             PIC X(01).
010900     88  VPE-CLAIM-VALID          VALUE "Y".
011000     88  VPE-CLAIM-INVALID        VALUE "N".
011100 01  VPE-REJECT-REASON            PIC X(30).
011200 01  VPE-COUNT-DISPLAY            PIC Z(6)9.
011300 01  VPE-HOURS-DISPLAY            PIC ZZ9.99.
011400 01  VPE-AMOUNT-DISPLAY           PIC $(3),$(3).9(2).
011500 01  VPE-TOTAL-DISPLAY            PIC $(5),$(3).9(2).
011600*----------------------------------------------------------------*
011700* OVERTIME IS PAID AT TIME AND A HALF OF THE HOURLY RATE, WHICH
011800* IS A YEAR'S PAY OVER 52 WEEKS OF 37.5 HOURS
011900*----------------------------------------------------------------*
012000 01  VPE-STANDARD-HOURS           PIC 9(04) VALUE 1950.
012100 01  VPE-OVERTIME-FACTOR          PIC 9V9(2) VALUE 1.50.
012200 01  VPE-HOURLY-RATE              PIC 9(5)V9(4).
012300 01  VPE-CLAIM-VALUE              PIC 9(7)V9(2).
012400*----------------------------------------------------------------*
012500* ACCEPTED TOTALS BY CLAIM TYPE FOR THE FOOT OF THE REPORT
012600*----------------------------------------------------------------*
012700 01  VPE-OVERTIME-TOTAL           PIC 9(9)V9(2) VALUE ZERO.
012800 01  VPE-BONUS-TOTAL              PIC 9(9)V9(2) VALUE ZERO.
012900 01  VPE-EXPENSES-TOTAL           PIC 9(9)V9(2) VALUE ZERO.
013000*----------------------------------------------------------------*
013100* DEPARTMENT CODES AND PAYROLL-AUTHORISED OPERATORS LOADED AT
013200* STARTUP - AN EMPTY TABLE (NO FILE) SWITCHES ITS CHECK OFF
013300*----------------------------------------------------------------*
013400 01  VPE-DEPT-TABLE.
013500     05  VPE-DEPT-ENTRY-CODE      PIC X(04) OCCURS 50 TIMES.
013600 01  VPE-DEPT-COUNT               PIC 9(03) VALUE ZERO COMP.
013700 01  VPE-DEPT-INDEX               PIC 9(03) COMP.
013800 01  VPE-DEPT-MATCH-SWITCH        PIC X(01).
013900     88  VPE-DEPT-MATCHED         VALUE "Y".
014000     88  VPE-DEPT-NOT-MATCHED     VALUE "N".
014100 01  VPE-APPROVER-TABLE.
014200     05  VPE-APPROVER-ENTRY-ID    PIC X(08) OCCURS 100 TIMES.
014300 01  VPE-APPROVER-COUNT           PIC 9(03) VALUE ZERO COMP.
014400 01  VPE-APPROVER-INDEX           PIC 9(03) COMP.
014500 01  VPE-APPROVER-MATCH-SWITCH    PIC X(01).
014600     88  VPE-APPROVER-MATCHED     VALUE "Y".
014700     88  VPE-APPROVER-NOT-MATCHED VALUE "N".
014800 COPY RUNLOG.
014900 COPY PRTCTL.
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     ACCEPT RUNLOG-START-TIME FROM TIME
015400     PERFORM 1000-INITIALIZE
015500     PERFORM 2000-EDIT-CLAIM UNTIL VPE-END-OF-FILE
015600     PERFORM 3000-TERMINATE
015700     MOVE VPE-RETURN-CODE TO RETURN-CODE
015800     GOBACK
015900     .
016000
016100 1000-INITIALIZE.
016200     SET VPE-NOT-END-OF-FILE TO TRUE
016300     CALL "BUSDATE" USING VPE-BUSINESS-DATE
016400     OPEN INPUT SALARY-MASTER
016500     IF VPE-SALARY-STATUS NOT = "00"
016600         DISPLAY "VARPEDIT - SALARY MASTER NOT AVAILABLE: "
016700             VPE-SALARY-STATUS
016800         MOVE 16 TO VPE-RETURN-CODE
016900         SET VPE-END-OF-FILE TO TRUE
017000     END-IF
017100     OPEN EXTEND ACCEPTED-VARIABLE-PAY
017200     IF VPE-VARPAY-STATUS = "35"
017300         OPEN OUTPUT ACCEPTED-VARIABLE-PAY
017400     END-IF
017500     OPEN OUTPUT VARIABLE-PAY-REPORT
017600     SET PRT-ACTION-INIT TO TRUE
017700     MOVE "VARPCTL" TO PRT-REPORT-NAME
017800     MOVE "VARPEDIT" TO PRT-PRODUCER
017900     CALL "PRTSRV" USING PRT-CONTROL
018000     PERFORM 1100-LOAD-DEPARTMENT-TABLE
018100     PERFORM 1200-LOAD-APPROVER-TABLE
018200     IF VPE-NOT-END-OF-FILE
018300         OPEN INPUT VARIABLE-PAY-CLAIMS
018400         IF VPE-CLAIM-STATUS = "00"
018500             PERFORM 2100-READ-CLAIM
018600         ELSE
018700             DISPLAY "VARPEDIT - NO VARIABLE PAY CLAIMS TONIGHT"
018800             SET VPE-END-OF-FILE TO TRUE
018900         END-IF
019000     END-IF
019100     .
019200
019300 1100-LOAD-DEPARTMENT-TABLE.
019400     SET VPE-DEPT-NOT-EOF TO TRUE
019500     OPEN INPUT DEPARTMENT-FILE
019600     IF VPE-DEPT-STATUS = "00"
019700         PERFORM 1160-READ-ONE-DEPARTMENT
019800         PERFORM 1130-ADD-ONE-DEPARTMENT
019900             UNTIL VPE-DEPT-EOF
020000         CLOSE DEPARTMENT-FILE
020100     ELSE
020200         DISPLAY "VARPEDIT - NO DEPARTMENT FILE, COST CENTRE "
020300             "VALIDATION DISABLED"
020400     END-IF
020500     .
020600
020700 1130-ADD-ONE-DEPARTMENT.
020800     IF VPE-DEPT-COUNT < 50
020900         ADD 1 TO VPE-DEPT-COUNT
021000         MOVE DEPT-CODE TO VPE-DEPT-ENTRY-CODE(VPE-DEPT-COUNT)
021100     ELSE
021200         DISPLAY "VARPEDIT - DEPARTMENT TABLE FULL, SKIPPED: "
021300             DEPT-CODE
021400     END-IF
021500     PERFORM 1160-READ-ONE-DEPARTMENT
021600     .
021700
021800 1160-READ-ONE-DEPARTMENT.
021900     READ DEPARTMENT-FILE
022000         AT END
022100             SET VPE-DEPT-EOF TO TRUE
022200     END-READ
022300     .
022400
022500*    ONLY AN OPERATOR WITH PAYROLL AUTHORITY MAY APPROVE A CLAIM
022600 1200-LOAD-APPROVER-TABLE.
022700     SET VPE-PROFILE-NOT-EOF TO TRUE
022800     OPEN INPUT OPERATOR-PROFILES
022900     IF VPE-PROFILE-STATUS = "00"
023000         PERFORM 1260-READ-ONE-PROFILE
023100         PERFORM 1230-ADD-ONE-APPROVER
023200             UNTIL VPE-PROFILE-EOF
023300         CLOSE OPERATOR-PROFILES
023400     ELSE
023500         DISPLAY "VARPEDIT - NO OPERATOR PROFILES, APPROVER "
023600             "VALIDATION DISABLED"
023700     END-IF
023800     .
023900
024000 1230-ADD-ONE-APPROVER.
024100     IF OPR-MAY-RUN-PAYROLL
024200         IF VPE-APPROVER-COUNT < 100
024300             ADD 1 TO VPE-APPROVER-COUNT
024400             MOVE OPR-OPERATOR-ID
024500                 TO VPE-APPROVER-ENTRY-ID(VPE-APPROVER-COUNT)
024600         ELSE
024700             DISPLAY "VARPEDIT - APPROVER TABLE FULL, SKIPPED: "
024800                 OPR-OPERATOR-ID
024900         END-IF
025000     END-IF
025100     PERFORM 1260-READ-ONE-PROFILE
025200     .
025300
025400 1260-READ-ONE-PROFILE.
025500     READ OPERATOR-PROFILES
025600         AT END
025700             SET VPE-PROFILE-EOF TO TRUE
025800     END-READ
025900     .
026000
026100 2000-EDIT-CLAIM.
026200     ADD 1 TO VPE-CLAIMS-READ
026300     PERFORM 2200-VALIDATE-CLAIM
026400     IF VPE-CLAIM-VALID
026500         PERFORM 2500-ACCEPT-CLAIM
026600     ELSE
026700         PERFORM 2400-REPORT-REJECT
026800     END-IF
026900     PERFORM 2100-READ-CLAIM
027000     .
027100
027200 2100-READ-CLAIM.
027300     READ VARIABLE-PAY-CLAIMS
027400         AT END
027500             SET VPE-END-OF-FILE TO TRUE
027600     END-READ
027700     .
027800
027900*----------------------------------------------------------------*
028000* THE EMPLOYEE FIRST, THEN THE COST CENTRE, THE CLAIM TYPE AND
028100* PERIOD, THE HOURS OR AMOUNT, AND LAST THE APPROVER - THE FIRST
028200* FAILURE IS THE REASON REPORTED
028300*----------------------------------------------------------------*
028400 2200-VALIDATE-CLAIM.
028500     SET VPE-CLAIM-VALID TO TRUE
028600     MOVE VARCLAIM-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
028700     READ SALARY-MASTER
028800         INVALID KEY
028900             SET VPE-CLAIM-INVALID TO TRUE
029000             MOVE "EMPLOYEE NOT ON SALARY MASTER"
029100                 TO VPE-REJECT-REASON
029200     END-READ
029300     IF VPE-CLAIM-VALID
029400     AND VPE-DEPT-COUNT > ZERO
029500         PERFORM 2220-CHECK-DEPARTMENT
029600     END-IF
029700     IF VPE-CLAIM-VALID
029800     AND NOT VARCLAIM-IS-OVERTIME
029900     AND NOT VARCLAIM-IS-BONUS
030000     AND NOT VARCLAIM-IS-EXPENSES
030100         SET VPE-CLAIM-INVALID TO TRUE
030200         MOVE "UNKNOWN CLAIM TYPE" TO VPE-REJECT-REASON
030300     END-IF
030400     IF VPE-CLAIM-VALID
030500         PERFORM 2240-CHECK-PERIOD
030600     END-IF
030700     IF VPE-CLAIM-VALID
030800         PERFORM 2260-CHECK-HOURS-OR-AMOUNT
030900     END-IF
031000     IF VPE-CLAIM-VALID
031100         PERFORM 2280-CHECK-APPROVER
031200     END-IF
031300     .
031400
031500 2220-CHECK-DEPARTMENT.
031600     SET VPE-DEPT-NOT-MATCHED TO TRUE
031700     PERFORM 2230-MATCH-ONE-DEPARTMENT
031800         VARYING VPE-DEPT-INDEX FROM 1 BY 1
031900         UNTIL VPE-DEPT-INDEX > VPE-DEPT-COUNT
032000            OR VPE-DEPT-MATCHED
032100     IF VPE-DEPT-NOT-MATCHED
032200         SET VPE-CLAIM-INVALID TO TRUE
032300         MOVE "COST CENTRE NOT ON DEPTFILE"
032400             TO VPE-REJECT-REASON
032500     END-IF
032600     .
032700
032800 2230-MATCH-ONE-DEPARTMENT.
032900     IF VPE-DEPT-ENTRY-CODE(VPE-DEPT-INDEX) = SAL-DEPT-CODE
033000         SET VPE-DEPT-MATCHED TO TRUE
033100     END-IF
033200     .
033300
033400*    A CLAIM FOR A FUTURE MONTH IS REFUSED, AS IS ONE FOR A
033500*    PERIOD AFTER THE EMPLOYEE LEFT
033600 2240-CHECK-PERIOD.
033700     IF VARCLAIM-PERIOD IS NOT NUMERIC
033800         SET VPE-CLAIM-INVALID TO TRUE
033900         MOVE "PERIOD NOT NUMERIC" TO VPE-REJECT-REASON
034000     ELSE
034100         IF VARCLAIM-PERIOD-MONTH < 1
034200         OR VARCLAIM-PERIOD-MONTH > 12
034300             SET VPE-CLAIM-INVALID TO TRUE
034400             MOVE "PERIOD MONTH NOT 01-12"
034500                 TO VPE-REJECT-REASON
034600         ELSE
034700             IF VARCLAIM-PERIOD > VPE-BUSINESS-PERIOD
034800                 SET VPE-CLAIM-INVALID TO TRUE
034900                 MOVE "PERIOD IS IN THE FUTURE"
035000                     TO VPE-REJECT-REASON
035100             END-IF
035200         END-IF
035300     END-IF
035400     IF VPE-CLAIM-VALID
035500     AND SAL-LEFT
035600         COMPUTE VPE-PERIOD-START =
035700             VARCLAIM-PERIOD-YEAR * 10000
035800             + VARCLAIM-PERIOD-MONTH * 100 + 1
035900         IF SAL-LEAVE-DATE < VPE-PERIOD-START
036000             SET VPE-CLAIM-INVALID TO TRUE
036100             MOVE "EMPLOYEE LEFT BEFORE PERIOD"
036200                 TO VPE-REJECT-REASON
036300         END-IF
036400     END-IF
036500     .
036600
036700*----------------------------------------------------------------*
036800* OVERTIME NEEDS HOURS AND IS PRICED HERE; A BONUS OR EXPENSES
036900* CLAIM NEEDS AN AMOUNT AND ITS HOURS ARE IGNORED
037000*----------------------------------------------------------------*
037100 2260-CHECK-HOURS-OR-AMOUNT.
037200     IF VARCLAIM-IS-OVERTIME
037300         IF VARCLAIM-HOURS IS NOT NUMERIC
037400         OR VARCLAIM-HOURS = ZERO
037500             SET VPE-CLAIM-INVALID TO TRUE
037600             MOVE "OVERTIME HOURS MISSING"
037700                 TO VPE-REJECT-REASON
037800         ELSE
037810             IF SAL-WEEKLY-PAID
037820                 COMPUTE VPE-HOURLY-RATE ROUNDED =
037830                     SAL-SALARY * 52 / VPE-STANDARD-HOURS
037840             ELSE
037850                 COMPUTE VPE-HOURLY-RATE ROUNDED =
037860                     SAL-SALARY * 12 / VPE-STANDARD-HOURS
037870             END-IF
038100             COMPUTE VPE-CLAIM-VALUE ROUNDED =
038200                 VARCLAIM-HOURS * VPE-HOURLY-RATE
038300                 * VPE-OVERTIME-FACTOR
038400             IF VPE-CLAIM-VALUE > 99999.99
038500                 SET VPE-CLAIM-INVALID TO TRUE
038600                 MOVE "OVERTIME VALUE TOO LARGE"
038700                     TO VPE-REJECT-REASON
038800             END-IF
038900         END-IF
039000     ELSE
039100         IF VARCLAIM-AMOUNT IS NOT NUMERIC
039200         OR VARCLAIM-AMOUNT = ZERO
039300             SET VPE-CLAIM-INVALID TO TRUE
039400             MOVE "CLAIM AMOUNT MISSING" TO VPE-REJECT-REASON
039500         ELSE
039600             MOVE VARCLAIM-AMOUNT TO VPE-CLAIM-VALUE
039700         END-IF
039800     END-IF
039900     .
040000
040100 2280-CHECK-APPROVER.
040200     IF VARCLAIM-APPROVER = SPACES
040300         SET VPE-CLAIM-INVALID TO TRUE
040400         MOVE "NO APPROVING MANAGER" TO VPE-REJECT-REASON
040500     ELSE
040600         IF VPE-APPROVER-COUNT > ZERO
040700             SET VPE-APPROVER-NOT-MATCHED TO TRUE
040800             PERFORM 2290-MATCH-ONE-APPROVER
040900                 VARYING VPE-APPROVER-INDEX FROM 1 BY 1
041000                 UNTIL VPE-APPROVER-INDEX > VPE-APPROVER-COUNT
041100                    OR VPE-APPROVER-MATCHED
041200             IF VPE-APPROVER-NOT-MATCHED
041300                 SET VPE-CLAIM-INVALID TO TRUE
041400                 MOVE "APPROVER NOT AUTHORISED"
041500                     TO VPE-REJECT-REASON
041600             END-IF
041700         END-IF
041800     END-IF
041900     .
042000
042100 2290-MATCH-ONE-APPROVER.
042200     IF VPE-APPROVER-ENTRY-ID(VPE-APPROVER-INDEX)
042300         = VARCLAIM-APPROVER
042400         SET VPE-APPROVER-MATCHED TO TRUE
042500     END-IF
042600     .
042700
042800 2400-REPORT-REJECT.
042900     ADD 1 TO VPE-CLAIMS-REJECTED
043000     MOVE SPACES TO VARIABLE-PAY-LINE
043100     STRING "REJECTED " DELIMITED BY SIZE
043200         VARCLAIM-TYPE DELIMITED BY SIZE
043300         " EMPLOYEE " DELIMITED BY SIZE
043400         VARCLAIM-EMPLOYEE-ID DELIMITED BY SIZE
043500         " - " DELIMITED BY SIZE
043600         VPE-REJECT-REASON DELIMITED BY SIZE
043700         INTO VARIABLE-PAY-LINE
043800     END-STRING
043900     PERFORM 9000-WRITE-REPORT-LINE
044000     .
044100
044200 2500-ACCEPT-CLAIM.
044300     ADD 1 TO VPE-CLAIMS-ACCEPTED
044400     MOVE VARCLAIM-EMPLOYEE-ID TO VARPAY-EMPLOYEE-ID
044500     MOVE VARCLAIM-TYPE        TO VARPAY-TYPE
044600     IF VARCLAIM-IS-OVERTIME
044700         MOVE VARCLAIM-HOURS   TO VARPAY-HOURS
044800     ELSE
044900         MOVE ZERO             TO VARPAY-HOURS
045000     END-IF
045100     MOVE VPE-CLAIM-VALUE      TO VARPAY-AMOUNT
045200     MOVE VARCLAIM-PERIOD      TO VARPAY-PERIOD
045300     MOVE VARCLAIM-APPROVER    TO VARPAY-APPROVER
045400     WRITE VARPAY-RECORD
045500     EVALUATE TRUE
045600         WHEN VARPAY-IS-OVERTIME
045700             ADD VARPAY-AMOUNT TO VPE-OVERTIME-TOTAL
045800         WHEN VARPAY-IS-BONUS
045900             ADD VARPAY-AMOUNT TO VPE-BONUS-TOTAL
046000         WHEN VARPAY-IS-EXPENSES
046100             ADD VARPAY-AMOUNT TO VPE-EXPENSES-TOTAL
046200     END-EVALUATE
046300     MOVE VARPAY-HOURS  TO VPE-HOURS-DISPLAY
046400     MOVE VARPAY-AMOUNT TO VPE-AMOUNT-DISPLAY
046500     MOVE SPACES TO VARIABLE-PAY-LINE
046600     STRING VARPAY-TYPE DELIMITED BY SIZE
046700         "  EMPLOYEE " DELIMITED BY SIZE
046800         VARPAY-EMPLOYEE-ID DELIMITED BY SIZE
046900         "  PERIOD " DELIMITED BY SIZE
047000         VARPAY-PERIOD DELIMITED BY SIZE
047100         "  HRS " DELIMITED BY SIZE
047200         VPE-HOURS-DISPLAY DELIMITED BY SIZE
047300         " " DELIMITED BY SIZE
047400         VPE-AMOUNT-DISPLAY DELIMITED BY SIZE
047500         "  APPR " DELIMITED BY SIZE
047600         VARPAY-APPROVER DELIMITED BY SIZE
047700         INTO VARIABLE-PAY-LINE
047800     END-STRING
047900     PERFORM 9000-WRITE-REPORT-LINE
048000     .
048100
048200 3000-TERMINATE.
048300     IF VPE-CLAIM-STATUS NOT = "35"
048400     AND VPE-CLAIM-STATUS NOT = "30"
048500     AND VPE-RETURN-CODE < 16
048600         CLOSE VARIABLE-PAY-CLAIMS
048700     END-IF
048800     IF VPE-RETURN-CODE < 16
048900         CLOSE SALARY-MASTER
049000     END-IF
049100     CLOSE ACCEPTED-VARIABLE-PAY
049200     MOVE VPE-OVERTIME-TOTAL TO VPE-TOTAL-DISPLAY
049300     MOVE SPACES TO VARIABLE-PAY-LINE
049400     STRING "OVERTIME ACCEPTED     " DELIMITED BY SIZE
049500         VPE-TOTAL-DISPLAY DELIMITED BY SIZE
049600         INTO VARIABLE-PAY-LINE
049700     END-STRING
049800     PERFORM 9000-WRITE-REPORT-LINE
049900     MOVE VPE-BONUS-TOTAL TO VPE-TOTAL-DISPLAY
050000     MOVE SPACES TO VARIABLE-PAY-LINE
050100     STRING "BONUS ACCEPTED        " DELIMITED BY SIZE
050200         VPE-TOTAL-DISPLAY DELIMITED BY SIZE
050300         INTO VARIABLE-PAY-LINE
050400     END-STRING
050500     PERFORM 9000-WRITE-REPORT-LINE
050600     MOVE VPE-EXPENSES-TOTAL TO VPE-TOTAL-DISPLAY
050700     MOVE SPACES TO VARIABLE-PAY-LINE
050800     STRING "EXPENSES ACCEPTED     " DELIMITED BY SIZE
050900         VPE-TOTAL-DISPLAY DELIMITED BY SIZE
051000         INTO VARIABLE-PAY-LINE
051100     END-STRING
051200     PERFORM 9000-WRITE-REPORT-LINE
051300     MOVE VPE-CLAIMS-READ TO VPE-COUNT-DISPLAY
051400     MOVE SPACES TO VARIABLE-PAY-LINE
051500     STRING "CLAIMS READ           " DELIMITED BY SIZE
051600         VPE-COUNT-DISPLAY DELIMITED BY SIZE
051700         INTO VARIABLE-PAY-LINE
051800     END-STRING
051900     PERFORM 9000-WRITE-REPORT-LINE
052000     MOVE VPE-CLAIMS-ACCEPTED TO VPE-COUNT-DISPLAY
052100     MOVE SPACES TO VARIABLE-PAY-LINE
052200     STRING "CLAIMS ACCEPTED       " DELIMITED BY SIZE
052300         VPE-COUNT-DISPLAY DELIMITED BY SIZE
052400         INTO VARIABLE-PAY-LINE
052500     END-STRING
052600     PERFORM 9000-WRITE-REPORT-LINE
052700     MOVE VPE-CLAIMS-REJECTED TO VPE-COUNT-DISPLAY
052800     MOVE SPACES TO VARIABLE-PAY-LINE
052900     STRING "CLAIMS REJECTED       " DELIMITED BY SIZE
053000         VPE-COUNT-DISPLAY DELIMITED BY SIZE
053100         INTO VARIABLE-PAY-LINE
053200     END-STRING
053300     PERFORM 9000-WRITE-REPORT-LINE
053400     SET PRT-ACTION-END TO TRUE
053500     CALL "PRTSRV" USING PRT-CONTROL
053600     WRITE VARIABLE-PAY-LINE FROM PRT-TRAILER-LINE
053700     CLOSE VARIABLE-PAY-REPORT
053800     DISPLAY "VARPEDIT - READ: "     VPE-CLAIMS-READ
053900     DISPLAY "VARPEDIT - ACCEPTED: " VPE-CLAIMS-ACCEPTED
054000     DISPLAY "VARPEDIT - REJECTED: " VPE-CLAIMS-REJECTED
054100     IF VPE-CLAIMS-REJECTED > 0
054200     AND VPE-RETURN-CODE < 8
054300         MOVE 8 TO VPE-RETURN-CODE
054400     END-IF
054500     MOVE "VARPEDIT"              TO RUNLOG-STEP-NAME
054600     MOVE VPE-CLAIMS-READ         TO RUNLOG-RECORDS-READ
054700     MOVE VPE-CLAIMS-ACCEPTED     TO RUNLOG-RECORDS-APPLIED
054800     MOVE VPE-CLAIMS-REJECTED     TO RUNLOG-RECORDS-REJECTED
054900     MOVE ZERO                    TO RUNLOG-RECORDS-DROPPED
055000     MOVE VPE-RETURN-CODE         TO RUNLOG-RETURN-CODE
055100     CALL "RUNLOGW" USING RUNLOG-RECORD
055200     .
055300
055400 9000-WRITE-REPORT-LINE.
055500     MOVE VARIABLE-PAY-LINE TO PRT-DETAIL-LINE
055600     SET PRT-ACTION-DETAIL TO TRUE
055700     CALL "PRTSRV" USING PRT-CONTROL
055800     IF PRT-HEADING-NEEDED
055900         WRITE VARIABLE-PAY-LINE FROM PRT-HEADING-1
056000         WRITE VARIABLE-PAY-LINE FROM PRT-HEADING-2
056100     END-IF
056200     WRITE VARIABLE-PAY-LINE FROM PRT-DETAIL-LINE
056300     .
