000100*================================================================*
000200* EMPLOYEE-ENQUIRY
000300* PURPOSE.  Answers an employee's question about their pay from
000400*           one screen - give it an employee ID and it shows the
000500*           current salary master details, every change recorded
000600*           on the SALHIST salary history, the PENSION enrolment
000700*           and the last twelve PAYHIST periods, the way ATLASNQ
000800*           answers the wardens from the site-species atlas, so a
000900*           past rate, grade or department is no longer dug out
001000*           of old SALTRAN files.
001100* AUTHOR.   D. OKAFOR
001200* INSTALLATION. DATA PROCESSING - PAYROLL
001300* DATE-WRITTEN. 10/15/2026
001400*================================================================*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 10/15/2026 DNO   ORIGINAL PROGRAM
001800*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. EMPENQ.
002100 AUTHOR. D. OKAFOR.
002200 INSTALLATION. DATA PROCESSING - PAYROLL.
002300 DATE-WRITTEN. 10/15/2026.
002400 DATE-COMPILED.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SALARY-MASTER ASSIGN TO "SALARY"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS SAL-EMPLOYEE-ID
003300         FILE STATUS IS EEQ-MASTER-STATUS.
003400
003500     SELECT OPTIONAL SALARY-HISTORY ASSIGN TO "SALHIST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS EEQ-HISTORY-STATUS.
003800
003900     SELECT OPTIONAL PENSION-MASTER ASSIGN TO "PENSION"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS EEQ-PENSION-STATUS.
004200
004300     SELECT OPTIONAL PAYROLL-HISTORY ASSIGN TO "PAYHIST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS EEQ-PAYHIST-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SALARY-MASTER.
005000 COPY SALARYREC.
005100
005200 FD  SALARY-HISTORY.
005300 COPY SALHIST.
005400
005500 FD  PENSION-MASTER.
005600 COPY PENREC.
005700
005800 FD  PAYROLL-HISTORY.
005900 COPY PAYHIST.
006000
006100 WORKING-STORAGE SECTION.
006200 01  EEQ-MASTER-STATUS            PIC X(02).
006300 01  EEQ-HISTORY-STATUS           PIC X(02).
006400 01  EEQ-PENSION-STATUS           PIC X(02).
006500 01  EEQ-PAYHIST-STATUS           PIC X(02).
006600 01  EEQ-END-OF-FILE-SWITCH       PIC X(01).
006700     88  EEQ-END-OF-FILE          VALUE "Y".
006800     88  EEQ-NOT-END-OF-FILE      VALUE "N".
006900 01  EEQ-MASTER-SWITCH            PIC X(01).
007000     88  EEQ-EMPLOYEE-FOUND       VALUE "Y".
007100     88  EEQ-EMPLOYEE-NOT-FOUND   VALUE "N".
007200 01  EEQ-PENSION-SWITCH           PIC X(01).
007300     88  EEQ-PENSION-FOUND        VALUE "Y".
007400     88  EEQ-PENSION-NOT-FOUND    VALUE "N".
007500 01  EEQ-REQUEST-ID               PIC 9(06).
007600 01  EEQ-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
007700 01  EEQ-COUNT-DISPLAY            PIC Z(4)9.
007800 01  EEQ-AMOUNT-DISPLAY           PIC Z(4)9.99.
007900 01  EEQ-OLD-DISPLAY              PIC Z(4)9.99.
008000 01  EEQ-NEW-DISPLAY              PIC Z(4)9.99.
008100 01  EEQ-PCT-DISPLAY              PIC Z9.99.
008200 01  EEQ-ER-PCT-DISPLAY           PIC Z9.99.
008300*----------------------------------------------------------------*
008400* THE LAST TWELVE PAYHIST PERIODS - PAYHIST IS WRITTEN IN RUN
008500* ORDER, SO ONCE THE TABLE IS FULL EACH NEW PERIOD PUSHES THE
008600* OLDEST OUT OF SLOT 1 AND TAKES SLOT 12
008700*----------------------------------------------------------------*
008800 01  EEQ-PERIOD-COUNT             PIC 9(03) COMP VALUE ZERO.
008900 01  EEQ-PERIOD-INDEX             PIC 9(03) COMP.
009000 01  EEQ-PERIOD-TABLE.
009100     05  EEQ-PERIOD-ENTRY OCCURS 12 TIMES.
009200         10  EEQ-PERIOD-RUN-DATE  PIC 9(08).
009300         10  EEQ-PERIOD-RUN-TYPE  PIC X(01).
009400         10  EEQ-PERIOD-GROSS     PIC 9(5)V9(2).
009500         10  EEQ-PERIOD-TAX       PIC 9(5)V9(2).
009600         10  EEQ-PERIOD-NI        PIC 9(5)V9(2).
009700         10  EEQ-PERIOD-PENSION   PIC 9(5)V9(2).
009800         10  EEQ-PERIOD-NET       PIC 9(5)V9(2).
009900 01  EEQ-GROSS-DISPLAY            PIC Z(4)9.99.
010000 01  EEQ-TAX-DISPLAY              PIC Z(4)9.99.
010100 01  EEQ-NI-DISPLAY               PIC Z(4)9.99.
010200 01  EEQ-PENSION-DISPLAY          PIC Z(4)9.99.
010300 01  EEQ-NET-DISPLAY              PIC Z(4)9.99.
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-ACCEPT-REQUEST
010800     PERFORM 2000-SHOW-MASTER
010900     IF EEQ-EMPLOYEE-FOUND
011000         PERFORM 3000-SHOW-SALARY-HISTORY
011100         PERFORM 4000-SHOW-PENSION
011200         PERFORM 5000-SHOW-PAY-PERIODS
011300     END-IF
011400     MOVE ZERO TO RETURN-CODE
011500     GOBACK
011600     .
011700
011800 1000-ACCEPT-REQUEST.
011900     DISPLAY "EMPENQ - ENTER EMPLOYEE ID:"
012000     ACCEPT EEQ-REQUEST-ID
012100     .
012200
012300*----------------------------------------------------------------*
012400* CURRENT DETAILS FROM THE SALARY MASTER - A WRONG ID STOPS THE
012500* ENQUIRY HERE
012600*----------------------------------------------------------------*
012700 2000-SHOW-MASTER.
012800     SET EEQ-EMPLOYEE-NOT-FOUND TO TRUE
012900     OPEN INPUT SALARY-MASTER
013000     IF EEQ-MASTER-STATUS NOT = "00"
013100         DISPLAY "EMPENQ - SALARY MASTER WOULD NOT OPEN: "
013200             EEQ-MASTER-STATUS
013300     ELSE
013400         MOVE EEQ-REQUEST-ID TO SAL-EMPLOYEE-ID
013500         READ SALARY-MASTER
013600             INVALID KEY
013700                 DISPLAY "EMPENQ - EMPLOYEE NOT ON FILE: "
013800                     EEQ-REQUEST-ID
013900             NOT INVALID KEY
014000                 SET EEQ-EMPLOYEE-FOUND TO TRUE
014100                 PERFORM 2100-DISPLAY-MASTER
014200         END-READ
014300         CLOSE SALARY-MASTER
014400     END-IF
014500     .
014600
014700 2100-DISPLAY-MASTER.
014800     MOVE SAL-SALARY TO EEQ-AMOUNT-DISPLAY
014900     DISPLAY "EMPLOYEE  " SAL-EMPLOYEE-ID " " SAL-EMPLOYEE-NAME
015000     DISPLAY "SALARY    " EEQ-AMOUNT-DISPLAY
015100         " FREQUENCY " SAL-PAY-FREQUENCY
015200         " GRADE " SAL-GRADE-CODE
015300         " DEPT " SAL-DEPT-CODE
015400     DISPLAY "STATUS    " SAL-STATUS
015500         " STARTED " SAL-START-DATE
015600         " LEFT " SAL-LEAVE-DATE
015700     .
015800
015900*----------------------------------------------------------------*
016000* EVERY CHANGE RECORDED FOR THE EMPLOYEE, OLDEST FIRST
016100*----------------------------------------------------------------*
016200 3000-SHOW-SALARY-HISTORY.
016300     DISPLAY "SALARY HISTORY"
016400     DISPLAY "EFFECTIVE ACTION     OLD      NEW GRADE DEPT      S"
016500         "  BACK PAY KEYED BY APPROVED"
016600     SET EEQ-NOT-END-OF-FILE TO TRUE
016700     OPEN INPUT SALARY-HISTORY
016800     IF EEQ-HISTORY-STATUS = "00"
016900         PERFORM 3100-READ-SALARY-HISTORY
017000         PERFORM 3200-SHOW-ONE-CHANGE
017100             UNTIL EEQ-END-OF-FILE
017200         CLOSE SALARY-HISTORY
017300     ELSE
017400         IF EEQ-HISTORY-STATUS = "05"
017500             CLOSE SALARY-HISTORY
017600         END-IF
017700     END-IF
017800     MOVE EEQ-CHANGE-COUNT TO EEQ-COUNT-DISPLAY
017900     DISPLAY "EMPENQ - CHANGES LISTED: " EEQ-COUNT-DISPLAY
018000     .
018100
018200 3100-READ-SALARY-HISTORY.
018300     READ SALARY-HISTORY
018400         AT END
018500             SET EEQ-END-OF-FILE TO TRUE
018600     END-READ
018700     .
018800
018900 3200-SHOW-ONE-CHANGE.
019000     IF SALHIST-EMPLOYEE-ID = EEQ-REQUEST-ID
019100         ADD 1 TO EEQ-CHANGE-COUNT
019200         MOVE SALHIST-OLD-SALARY TO EEQ-OLD-DISPLAY
019300         MOVE SALHIST-NEW-SALARY TO EEQ-NEW-DISPLAY
019400         MOVE SALHIST-BACK-PAY   TO EEQ-AMOUNT-DISPLAY
019500         DISPLAY SALHIST-EFFECTIVE-DATE " " SALHIST-ACTION
019600             " " EEQ-OLD-DISPLAY " " EEQ-NEW-DISPLAY
019700             " " SALHIST-OLD-GRADE "/" SALHIST-NEW-GRADE
019800             " " SALHIST-OLD-DEPT "/" SALHIST-NEW-DEPT
019900             " " SALHIST-OLD-STATUS "/" SALHIST-NEW-STATUS
020000             " " EEQ-AMOUNT-DISPLAY
020100             " " SALHIST-KEYED-BY " " SALHIST-APPROVED-BY
020200     END-IF
020300     PERFORM 3100-READ-SALARY-HISTORY
020400     .
020500
020600*----------------------------------------------------------------*
020700* THE PENSION ENROLMENT - AN EMPLOYEE WITH NO PENSION ENTRY HAS
020800* NEVER BEEN ENROLLED
020900*----------------------------------------------------------------*
021000 4000-SHOW-PENSION.
021100     SET EEQ-PENSION-NOT-FOUND TO TRUE
021200     SET EEQ-NOT-END-OF-FILE TO TRUE
021300     OPEN INPUT PENSION-MASTER
021400     IF EEQ-PENSION-STATUS = "00"
021500         PERFORM 4100-READ-PENSION
021600         PERFORM 4200-CHECK-ONE-PENSION
021700             UNTIL EEQ-END-OF-FILE
021800                OR EEQ-PENSION-FOUND
021900         CLOSE PENSION-MASTER
022000     ELSE
022100         IF EEQ-PENSION-STATUS = "05"
022200             CLOSE PENSION-MASTER
022300         END-IF
022400     END-IF
022500     IF EEQ-PENSION-NOT-FOUND
022600         DISPLAY "PENSION   NOT ENROLLED"
022700     END-IF
022800     .
022900
023000 4100-READ-PENSION.
023100     READ PENSION-MASTER
023200         AT END
023300             SET EEQ-END-OF-FILE TO TRUE
023400     END-READ
023500     .
023600
023700 4200-CHECK-ONE-PENSION.
023800     IF PEN-EMPLOYEE-ID = EEQ-REQUEST-ID
023900         SET EEQ-PENSION-FOUND TO TRUE
024000         MOVE PEN-EMPLOYEE-PCT TO EEQ-PCT-DISPLAY
024100         MOVE PEN-EMPLOYER-PCT TO EEQ-ER-PCT-DISPLAY
024200         DISPLAY "PENSION   MEMBER " PEN-MEMBER-FLAG
024300             " EMPLOYEE " EEQ-PCT-DISPLAY "%"
024400             " EMPLOYER " EEQ-ER-PCT-DISPLAY "%"
024500     ELSE
024600         PERFORM 4100-READ-PENSION
024700     END-IF
024800     .
024900
025000*----------------------------------------------------------------*
025100* THE LAST TWELVE PERIODS PAID, OLDEST FIRST.  A REVERSED RUN
025200* SHOWS WITH ITS REVERSAL ROW (TYPE R) BESIDE IT
025300*----------------------------------------------------------------*
025400 5000-SHOW-PAY-PERIODS.
025500     SET EEQ-NOT-END-OF-FILE TO TRUE
025600     OPEN INPUT PAYROLL-HISTORY
025700     IF EEQ-PAYHIST-STATUS = "00"
025800         PERFORM 5100-READ-PAYROLL-HISTORY
025900         PERFORM 5200-KEEP-ONE-PERIOD
026000             UNTIL EEQ-END-OF-FILE
026100         CLOSE PAYROLL-HISTORY
026200     ELSE
026300         IF EEQ-PAYHIST-STATUS = "05"
026400             CLOSE PAYROLL-HISTORY
026500         END-IF
026600     END-IF
026700     DISPLAY "LAST PAY PERIODS"
026800     DISPLAY "RUN DATE T    GROSS      TAX       NI  PENSION"
026810         "      NET"
026900     PERFORM 5400-SHOW-ONE-PERIOD
027000         VARYING EEQ-PERIOD-INDEX FROM 1 BY 1
027100         UNTIL EEQ-PERIOD-INDEX > EEQ-PERIOD-COUNT
027200     MOVE EEQ-PERIOD-COUNT TO EEQ-COUNT-DISPLAY
027300     DISPLAY "EMPENQ - PERIODS LISTED: " EEQ-COUNT-DISPLAY
027400     .
027500
027600 5100-READ-PAYROLL-HISTORY.
027700     READ PAYROLL-HISTORY
027800         AT END
027900             SET EEQ-END-OF-FILE TO TRUE
028000     END-READ
028100     .
028200
028300 5200-KEEP-ONE-PERIOD.
028400     IF PAYHIST-EMPLOYEE-ID = EEQ-REQUEST-ID
028500         IF EEQ-PERIOD-COUNT < 12
028600             ADD 1 TO EEQ-PERIOD-COUNT
028700         ELSE
028800             PERFORM 5300-SHIFT-ONE-PERIOD
028900                 VARYING EEQ-PERIOD-INDEX FROM 1 BY 1
029000                 UNTIL EEQ-PERIOD-INDEX > 11
029100         END-IF
029200         MOVE PAYHIST-RUN-DATE
029300             TO EEQ-PERIOD-RUN-DATE(EEQ-PERIOD-COUNT)
029400         MOVE PAYHIST-RUN-TYPE
029500             TO EEQ-PERIOD-RUN-TYPE(EEQ-PERIOD-COUNT)
029600         MOVE PAYHIST-GROSS
029700             TO EEQ-PERIOD-GROSS(EEQ-PERIOD-COUNT)
029800         MOVE PAYHIST-TAX
029900             TO EEQ-PERIOD-TAX(EEQ-PERIOD-COUNT)
030000         MOVE PAYHIST-NI
030100             TO EEQ-PERIOD-NI(EEQ-PERIOD-COUNT)
030200         MOVE PAYHIST-PENSION-EE
030300             TO EEQ-PERIOD-PENSION(EEQ-PERIOD-COUNT)
030400         MOVE PAYHIST-NET
030500             TO EEQ-PERIOD-NET(EEQ-PERIOD-COUNT)
030600     END-IF
030700     PERFORM 5100-READ-PAYROLL-HISTORY
030800     .
030900
031000 5300-SHIFT-ONE-PERIOD.
031100     MOVE EEQ-PERIOD-ENTRY(EEQ-PERIOD-INDEX + 1)
031200         TO EEQ-PERIOD-ENTRY(EEQ-PERIOD-INDEX)
031300     .
031400
031500 5400-SHOW-ONE-PERIOD.
031600     MOVE EEQ-PERIOD-GROSS(EEQ-PERIOD-INDEX) TO EEQ-GROSS-DISPLAY
031700     MOVE EEQ-PERIOD-TAX(EEQ-PERIOD-INDEX)   TO EEQ-TAX-DISPLAY
031800     MOVE EEQ-PERIOD-NI(EEQ-PERIOD-INDEX)    TO EEQ-NI-DISPLAY
031900     MOVE EEQ-PERIOD-PENSION(EEQ-PERIOD-INDEX)
031910         TO EEQ-PENSION-DISPLAY
032000     MOVE EEQ-PERIOD-NET(EEQ-PERIOD-INDEX)   TO EEQ-NET-DISPLAY
032100     DISPLAY EEQ-PERIOD-RUN-DATE(EEQ-PERIOD-INDEX)
032200         " " EEQ-PERIOD-RUN-TYPE(EEQ-PERIOD-INDEX)
032300         " " EEQ-GROSS-DISPLAY
032400         " " EEQ-TAX-DISPLAY
032500         " " EEQ-NI-DISPLAY
032600         " " EEQ-PENSION-DISPLAY
032700         " " EEQ-NET-DISPLAY
032800     .
