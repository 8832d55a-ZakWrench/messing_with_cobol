000100*================================================================*
000200* SALARY-CHANGE-APPROVAL
000300* PURPOSE.  Works the salary change approval queue SALMAINT
000400*           routes every unapproved ADD, UPDATE and LEAVER to.
000500*           Each SALAPPR decision approves or declines a queued
000600*           change, identified by its employee ID, action code
000700*           and effective date.  The approver is the operator
000800*           signed on through OPERSGN - a run with nobody
000900*           signed on approves nothing, and a change is never
001000*           approved by the operator who keyed it.  An approved
001100*           change is stamped with its approver and written to
001200*           the SALPEND pending file, so SALRELSE feeds it to
001300*           SALMAINT on the run where its date falls due (with
001400*           its arrears if that date has already passed); a
001500*           declined one is dropped; everything else stays
001600*           queued.  Unmatched decisions are reported.
001700* AUTHOR.   D. OKAFOR
001800* INSTALLATION. DATA PROCESSING - PAYROLL
001900* DATE-WRITTEN. 10/15/2026
002000*================================================================*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 DNO   ORIGINAL PROGRAM
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. SALAPRV.
002700 AUTHOR. D. OKAFOR.
002800 INSTALLATION. DATA PROCESSING - PAYROLL.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL APPROVAL-DECISIONS ASSIGN TO "SALAPPR"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS SAP-DECISION-STATUS.
003800
003900     SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO "SALAPPQ"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS SAP-QUEUE-STATUS.
004200
004300     SELECT QUEUE-WORK ASSIGN TO "SALAQWRK"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS SAP-WORK-STATUS.
004600
004700     SELECT PENDING-TRANSACTIONS ASSIGN TO "SALPEND"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SAP-PENDING-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  APPROVAL-DECISIONS.
005400 COPY SALAPPR.
005500
005600 FD  APPROVAL-QUEUE.
005700 COPY SALAPPQ.
005800
005900 FD  QUEUE-WORK.
006000 01  QUEUE-WORK-RECORD.
006100     05  QWK-TRANSACTION          PIC X(80).
006200     05  QWK-QUEUED-DATE          PIC 9(08).
006300
006400 FD  PENDING-TRANSACTIONS.
006500 01  PENDING-TRANSACTION-RECORD   PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 01  SAP-DECISION-STATUS          PIC X(02).
006900 01  SAP-QUEUE-STATUS             PIC X(02).
007000 01  SAP-WORK-STATUS              PIC X(02).
007100 01  SAP-PENDING-STATUS           PIC X(02).
007200 01  SAP-DECISION-EOF-SWITCH      PIC X(01).
007300     88  SAP-DECISION-EOF         VALUE "Y".
007400     88  SAP-DECISION-NOT-EOF     VALUE "N".
007500 01  SAP-QUEUE-EOF-SWITCH         PIC X(01).
007600     88  SAP-QUEUE-EOF            VALUE "Y".
007700     88  SAP-QUEUE-NOT-EOF        VALUE "N".
007800 01  SAP-RETURN-CODE              PIC 9(02) VALUE ZERO.
007900 01  SAP-DECISIONS-READ           PIC 9(07) VALUE ZERO.
008000 01  SAP-DECISIONS-REJECTED       PIC 9(07) VALUE ZERO.
008100 01  SAP-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
008200 01  SAP-DECLINED-COUNT           PIC 9(07) VALUE ZERO.
008300 01  SAP-STILL-QUEUED-COUNT       PIC 9(07) VALUE ZERO.
008400 01  SAP-UNMATCHED-COUNT          PIC 9(07) VALUE ZERO.
008500 01  SAP-APPROVER                 PIC X(08).
008600 01  SAP-APPROVER-SWITCH          PIC X(01).
008700     88  SAP-APPROVER-SIGNED-ON   VALUE "Y".
008800     88  SAP-APPROVER-NOT-SIGNED-ON VALUE "N".
008900 01  SAP-QUEUED-EFFECTIVE-DATE    PIC 9(08).
009000*----------------------------------------------------------------*
009100* DECISIONS LOADED AT STARTUP, EACH CARRYING A USED FLAG SO AN
009200* UNMATCHED DECISION CAN BE REPORTED AT THE END
009300*----------------------------------------------------------------*
009400 01  SAP-DECISION-TABLE.
009500     05  SAP-DECISION-ENTRY       OCCURS 200 TIMES.
009600         10  SAP-ENTRY-DECISION   PIC X(07).
009700         10  SAP-ENTRY-EMPLOYEE   PIC 9(06).
009800         10  SAP-ENTRY-ACTION     PIC X(06).
009900         10  SAP-ENTRY-EFFECTIVE  PIC 9(08).
010000         10  SAP-ENTRY-USED-FLAG  PIC X(01).
010100             88  SAP-ENTRY-USED   VALUE "Y".
010200             88  SAP-ENTRY-UNUSED VALUE "N".
010300 01  SAP-DECISION-COUNT           PIC 9(03) VALUE ZERO COMP.
010400 01  SAP-DECISION-INDEX           PIC 9(03) COMP.
010500 01  SAP-FOUND-INDEX              PIC 9(03) COMP.
010600 01  SAP-MATCH-SWITCH             PIC X(01).
010700     88  SAP-DECISION-MATCHED     VALUE "Y".
010800     88  SAP-DECISION-NOT-MATCHED VALUE "N".
010900*----------------------------------------------------------------*
011000* WORK COPY OF THE QUEUED CHANGE, IN ITS REAL SHAPE
011100*----------------------------------------------------------------*
011200 COPY SALTRAN.
011300 COPY RUNLOG.
011400
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     ACCEPT RUNLOG-START-TIME FROM TIME
011800     PERFORM 1000-INITIALIZE
011900     PERFORM 1500-LOAD-DECISIONS
012000     PERFORM 2000-WORK-APPROVAL-QUEUE
012100     PERFORM 3000-TERMINATE
012200     MOVE SAP-RETURN-CODE TO RETURN-CODE
012300     GOBACK
012400     .
012500
012600*----------------------------------------------------------------*
012700* THE APPROVER IS WHOEVER IS SIGNED ON - THE OVERNIGHT BATCH,
012800* WITH NOBODY SIGNED ON, CANNOT APPROVE A CHANGE
012900*----------------------------------------------------------------*
013000 1000-INITIALIZE.
013100     SET SAP-DECISION-NOT-EOF TO TRUE
013200     SET SAP-QUEUE-NOT-EOF TO TRUE
013300     CALL "OPERID" USING SAP-APPROVER
013400     IF SAP-APPROVER = "BATCH"
013500         SET SAP-APPROVER-NOT-SIGNED-ON TO TRUE
013600         DISPLAY "SALAPRV - NO OPERATOR SIGNED ON, NO DECISION "
013700             "WILL BE TAKEN"
013800     ELSE
013900         SET SAP-APPROVER-SIGNED-ON TO TRUE
014000         DISPLAY "SALAPRV - APPROVING OPERATOR: " SAP-APPROVER
014100     END-IF
014200     OPEN OUTPUT QUEUE-WORK
014300     OPEN EXTEND PENDING-TRANSACTIONS
014400     IF SAP-PENDING-STATUS = "35"
014500         OPEN OUTPUT PENDING-TRANSACTIONS
014600     END-IF
014700     .
014800
014900 1500-LOAD-DECISIONS.
015000     OPEN INPUT APPROVAL-DECISIONS
015100     IF SAP-DECISION-STATUS = "00"
015200     OR SAP-DECISION-STATUS = "05"
015300         IF SAP-DECISION-STATUS = "00"
015400             PERFORM 1560-READ-DECISION
015500             PERFORM 1520-LOAD-ONE-DECISION
015600                 UNTIL SAP-DECISION-EOF
015700         END-IF
015800         CLOSE APPROVAL-DECISIONS
015900     END-IF
016000     .
016100
016200 1520-LOAD-ONE-DECISION.
016300     ADD 1 TO SAP-DECISIONS-READ
016400     EVALUATE TRUE
016500         WHEN SAP-APPROVER-NOT-SIGNED-ON
016600             ADD 1 TO SAP-DECISIONS-REJECTED
016700         WHEN NOT SALAPPR-IS-APPROVE AND NOT SALAPPR-IS-DECLINE
016800             ADD 1 TO SAP-DECISIONS-REJECTED
016900             DISPLAY "SALAPRV - UNKNOWN DECISION CODE: "
017000                 SALAPPR-DECISION
017100         WHEN SAP-DECISION-COUNT < 200
017200             ADD 1 TO SAP-DECISION-COUNT
017300             MOVE SALAPPR-DECISION
017400                 TO SAP-ENTRY-DECISION(SAP-DECISION-COUNT)
017500             MOVE SALAPPR-EMPLOYEE-ID
017600                 TO SAP-ENTRY-EMPLOYEE(SAP-DECISION-COUNT)
017700             MOVE SALAPPR-CHANGE-ACTION
017800                 TO SAP-ENTRY-ACTION(SAP-DECISION-COUNT)
017900             IF SALAPPR-EFFECTIVE-DATE IS NUMERIC
018000                 MOVE SALAPPR-EFFECTIVE-DATE
018100                     TO SAP-ENTRY-EFFECTIVE(SAP-DECISION-COUNT)
018200             ELSE
018300                 MOVE ZERO
018400                     TO SAP-ENTRY-EFFECTIVE(SAP-DECISION-COUNT)
018500             END-IF
018600             SET SAP-ENTRY-UNUSED(SAP-DECISION-COUNT) TO TRUE
018700         WHEN OTHER
018800             ADD 1 TO SAP-DECISIONS-REJECTED
018900             DISPLAY "SALAPRV - DECISION TABLE FULL"
019000     END-EVALUATE
019100     PERFORM 1560-READ-DECISION
019200     .
019300
019400 1560-READ-DECISION.
019500     READ APPROVAL-DECISIONS
019600         AT END
019700             SET SAP-DECISION-EOF TO TRUE
019800     END-READ
019900     .
020000
020100 2000-WORK-APPROVAL-QUEUE.
020200     OPEN INPUT APPROVAL-QUEUE
020300     IF SAP-QUEUE-STATUS = "00"
020400     OR SAP-QUEUE-STATUS = "05"
020500         IF SAP-QUEUE-STATUS = "00"
020600             PERFORM 2100-READ-QUEUE
020700             PERFORM 2200-WEIGH-ONE-QUEUED
020800                 UNTIL SAP-QUEUE-EOF
020900         END-IF
021000         CLOSE APPROVAL-QUEUE
021100     END-IF
021200     .
021300
021400 2100-READ-QUEUE.
021500     READ APPROVAL-QUEUE
021600         AT END
021700             SET SAP-QUEUE-EOF TO TRUE
021800     END-READ
021900     .
022000
022100 2200-WEIGH-ONE-QUEUED.
022200     MOVE SALAPPQ-TRANSACTION TO SALTRAN-RECORD
022300     PERFORM 2300-MATCH-DECISIONS
022400     EVALUATE TRUE
022500         WHEN SAP-DECISION-NOT-MATCHED
022600             PERFORM 2400-KEEP-QUEUED
022700         WHEN SAP-ENTRY-DECISION(SAP-FOUND-INDEX) = "DECLINE"
022800             ADD 1 TO SAP-DECLINED-COUNT
022900             DISPLAY "SALAPRV - DECLINED: EMPLOYEE "
023000                 SALTRAN-EMPLOYEE-ID " " SALTRAN-ACTION-CODE
023100                 " KEYED BY " SALTRAN-KEYED-BY
023200         WHEN SALTRAN-KEYED-BY = SAP-APPROVER
023300             ADD 1 TO SAP-DECISIONS-REJECTED
023400             DISPLAY "SALAPRV - SELF-APPROVAL REFUSED: EMPLOYEE "
023500                 SALTRAN-EMPLOYEE-ID " " SALTRAN-ACTION-CODE
023600             PERFORM 2400-KEEP-QUEUED
023700         WHEN OTHER
023800             ADD 1 TO SAP-APPROVED-COUNT
023900             MOVE SAP-APPROVER TO SALTRAN-APPROVED-BY
024000             WRITE PENDING-TRANSACTION-RECORD FROM SALTRAN-RECORD
024100             DISPLAY "SALAPRV - APPROVED: EMPLOYEE "
024200                 SALTRAN-EMPLOYEE-ID " " SALTRAN-ACTION-CODE
024300                 " KEYED BY " SALTRAN-KEYED-BY
024400     END-EVALUATE
024500     PERFORM 2100-READ-QUEUE
024600     .
024700
024800 2300-MATCH-DECISIONS.
024900     SET SAP-DECISION-NOT-MATCHED TO TRUE
025000     IF SALTRAN-EFFECTIVE-DATE IS NUMERIC
025100         MOVE SALTRAN-EFFECTIVE-DATE TO SAP-QUEUED-EFFECTIVE-DATE
025200     ELSE
025300         MOVE ZERO TO SAP-QUEUED-EFFECTIVE-DATE
025400     END-IF
025500     PERFORM 2330-MATCH-ONE-DECISION
025600         VARYING SAP-DECISION-INDEX FROM 1 BY 1
025700         UNTIL SAP-DECISION-INDEX > SAP-DECISION-COUNT
025800            OR SAP-DECISION-MATCHED
025900     .
026000
026100 2330-MATCH-ONE-DECISION.
026200     IF SAP-ENTRY-UNUSED(SAP-DECISION-INDEX)
026300     AND SAP-ENTRY-EMPLOYEE(SAP-DECISION-INDEX)
026400         = SALTRAN-EMPLOYEE-ID
026500     AND SAP-ENTRY-ACTION(SAP-DECISION-INDEX)
026600         = SALTRAN-ACTION-CODE
026700     AND SAP-ENTRY-EFFECTIVE(SAP-DECISION-INDEX)
026800         = SAP-QUEUED-EFFECTIVE-DATE
026900         MOVE SAP-DECISION-INDEX TO SAP-FOUND-INDEX
027000         SET SAP-ENTRY-USED(SAP-DECISION-INDEX) TO TRUE
027100         SET SAP-DECISION-MATCHED TO TRUE
027200     END-IF
027300     .
027400
027500 2400-KEEP-QUEUED.
027600     ADD 1 TO SAP-STILL-QUEUED-COUNT
027700     MOVE SALAPPQ-TRANSACTION TO QWK-TRANSACTION
027800     MOVE SALAPPQ-QUEUED-DATE TO QWK-QUEUED-DATE
027900     WRITE QUEUE-WORK-RECORD
028000     .
028100
028200 3000-TERMINATE.
028300     CLOSE QUEUE-WORK
028400     CLOSE PENDING-TRANSACTIONS
028500     PERFORM 3100-REWRITE-APPROVAL-QUEUE
028600     PERFORM 3300-REPORT-UNMATCHED
028700     DISPLAY "SALAPRV - DECISIONS READ: "  SAP-DECISIONS-READ
028800     DISPLAY "SALAPRV - DECISIONS REJECTED: "
028900         SAP-DECISIONS-REJECTED
029000     DISPLAY "SALAPRV - APPROVED: "        SAP-APPROVED-COUNT
029100     DISPLAY "SALAPRV - DECLINED: "        SAP-DECLINED-COUNT
029200     DISPLAY "SALAPRV - STILL QUEUED: "    SAP-STILL-QUEUED-COUNT
029300     DISPLAY "SALAPRV - UNMATCHED DECISIONS: "
029400         SAP-UNMATCHED-COUNT
029500     IF SAP-DECISIONS-REJECTED > 0 OR SAP-UNMATCHED-COUNT > 0
029600         MOVE 8 TO SAP-RETURN-CODE
029700     END-IF
029800     MOVE "SALAPRV"                TO RUNLOG-STEP-NAME
029900     MOVE SAP-DECISIONS-READ       TO RUNLOG-RECORDS-READ
030000     MOVE SAP-APPROVED-COUNT       TO RUNLOG-RECORDS-APPLIED
030100     MOVE SAP-DECISIONS-REJECTED   TO RUNLOG-RECORDS-REJECTED
030200     MOVE SAP-DECLINED-COUNT       TO RUNLOG-RECORDS-DROPPED
030300     MOVE SAP-RETURN-CODE          TO RUNLOG-RETURN-CODE
030400     CALL "RUNLOGW" USING RUNLOG-RECORD
030500     .
030600
030700*----------------------------------------------------------------*
030800* THE CHANGES STILL AWAITING A DECISION BECOME THE NEW QUEUE
030900*----------------------------------------------------------------*
031000 3100-REWRITE-APPROVAL-QUEUE.
031100     SET SAP-QUEUE-NOT-EOF TO TRUE
031200     OPEN INPUT QUEUE-WORK
031300     OPEN OUTPUT APPROVAL-QUEUE
031400     PERFORM 3150-READ-QUEUE-WORK
031500     PERFORM 3200-COPY-ONE-QUEUED
031600         UNTIL SAP-QUEUE-EOF
031700     CLOSE QUEUE-WORK
031800     CLOSE APPROVAL-QUEUE
031900     .
032000
032100 3150-READ-QUEUE-WORK.
032200     READ QUEUE-WORK
032300         AT END
032400             SET SAP-QUEUE-EOF TO TRUE
032500     END-READ
032600     .
032700
032800 3200-COPY-ONE-QUEUED.
032900     MOVE QWK-TRANSACTION TO SALAPPQ-TRANSACTION
033000     MOVE QWK-QUEUED-DATE TO SALAPPQ-QUEUED-DATE
033100     WRITE SALAPPQ-RECORD
033200     PERFORM 3150-READ-QUEUE-WORK
033300     .
033400
033500 3300-REPORT-UNMATCHED.
033600     PERFORM 3330-REPORT-ONE-UNMATCHED
033700         VARYING SAP-DECISION-INDEX FROM 1 BY 1
033800         UNTIL SAP-DECISION-INDEX > SAP-DECISION-COUNT
033900     .
034000
034100 3330-REPORT-ONE-UNMATCHED.
034200     IF SAP-ENTRY-UNUSED(SAP-DECISION-INDEX)
034300         ADD 1 TO SAP-UNMATCHED-COUNT
034400         DISPLAY "SALAPRV - NO QUEUED CHANGE MATCHES: "
034500             SAP-ENTRY-EMPLOYEE(SAP-DECISION-INDEX) " "
034600             SAP-ENTRY-ACTION(SAP-DECISION-INDEX) " "
034700             SAP-ENTRY-EFFECTIVE(SAP-DECISION-INDEX)
034800     END-IF
034900     .
