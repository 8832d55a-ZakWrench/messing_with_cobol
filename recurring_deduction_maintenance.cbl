000100*================================================================*
000200* RECURRING-DEDUCTION-MAINTENANCE
000300* PURPOSE.  Batch add/update/stop maintenance of the recurring
000400*           deductions master - the staff loans, season ticket
000500*           advances and attachment of earnings orders PAYSLIP
000600*           takes every month until the balance is cleared.
000700*           Every add must name an employee on the SALARY
000800*           master, a priority, a known type, the third party
000900*           the money goes to, either a fixed amount or a
001000*           percentage, and an outstanding balance.  An update
001100*           replaces the amount, percentage, protected earnings
001200*           floor and balance (a revised court order or a loan
001300*           top-up); a stop ends the deduction but keeps the
001400*           entry.  Each applied change is stamped with the
001500*           business date and the signed-on operator and listed
001600*           on the control report with every reject and its
001700*           reason.
001800* AUTHOR.   D. OKAFOR
001900* INSTALLATION. DATA PROCESSING - PAYROLL
002000* DATE-WRITTEN. 10/15/2026
002100*================================================================*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 DNO   ORIGINAL PROGRAM
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. RDEDMNT.
002800 AUTHOR. D. OKAFOR.
002900 INSTALLATION. DATA PROCESSING - PAYROLL.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL DEDUCTION-TRANSACTIONS ASSIGN TO "RDTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS RDM-TRAN-STATUS.
003900
004000     SELECT RECURRING-DEDUCTIONS ASSIGN TO "RECDED"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RECDED-KEY
004400         FILE STATUS IS RDM-MASTER-STATUS.
004500
004600     SELECT SALARY-MASTER ASSIGN TO "SALARY"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SAL-EMPLOYEE-ID
005000         FILE STATUS IS RDM-SALARY-STATUS.
005100
005200     SELECT DEDUCTION-CONTROL-REPORT ASSIGN TO "RDEDCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RDM-REPORT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DEDUCTION-TRANSACTIONS.
005900 COPY RDTRAN.
006000
006100 FD  RECURRING-DEDUCTIONS.
006200 COPY RECDED.
006300
006400 FD  SALARY-MASTER.
006500 COPY SALARYREC.
006600
006700 FD  DEDUCTION-CONTROL-REPORT.
006800 01  DEDUCTION-CONTROL-LINE       PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100 01  RDM-TRAN-STATUS              PIC X(02).
007200 01  RDM-MASTER-STATUS            PIC X(02).
007300 01  RDM-SALARY-STATUS            PIC X(02).
007400 01  RDM-REPORT-STATUS            PIC X(02).
007500 01  RDM-END-OF-FILE-SWITCH       PIC X(01).
007600     88  RDM-END-OF-FILE          VALUE "Y".
007700     88  RDM-NOT-END-OF-FILE      VALUE "N".
007800 01  RDM-RETURN-CODE              PIC 9(02) VALUE ZERO.
007900 01  RDM-TRANSACTIONS-READ        PIC 9(07) VALUE ZERO.
008000 01  RDM-TRANSACTIONS-APPLIED     PIC 9(07) VALUE ZERO.
008100 01  RDM-TRANSACTIONS-REJECTED    PIC 9(07) VALUE ZERO.
008200 01  RDM-BUSINESS-DATE            PIC 9(08).
008300 01  RDM-OPERATOR                 PIC X(08).
008400 01  RDM-VALID-SWITCH             PIC X(01).
008500     88  RDM-DETAILS-VALID        VALUE "Y".
008600     88  RDM-DETAILS-INVALID      VALUE "N".
008700 01  RDM-REJECT-REASON            PIC X(30).
008800 01  RDM-COUNT-DISPLAY            PIC Z(6)9.
008900*----------------------------------------------------------------*
009000* TERMS LISTED OLD AND NEW ON THE CONTROL REPORT
009100*----------------------------------------------------------------*
009200 01  RDM-AMOUNT-DISPLAY           PIC Z(4)9.99.
009300 01  RDM-PERCENT-DISPLAY          PIC Z9.99.
009400 01  RDM-BALANCE-DISPLAY          PIC Z(6)9.99.
009500 01  RDM-TERMS-TEXT               PIC X(08).
009600 01  RDM-OLD-DETAILS              PIC X(24).
009700 01  RDM-NEW-DETAILS              PIC X(24).
009800 COPY RUNLOG.
009900 COPY PRTCTL.
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     ACCEPT RUNLOG-START-TIME FROM TIME
010400     PERFORM 1000-INITIALIZE
010500     PERFORM 2000-PROCESS-TRANSACTION UNTIL RDM-END-OF-FILE
010600     PERFORM 3000-TERMINATE
010700     MOVE RDM-RETURN-CODE TO RETURN-CODE
010800     GOBACK
010900     .
011000
011100 1000-INITIALIZE.
011200     SET RDM-NOT-END-OF-FILE TO TRUE
011300     CALL "BUSDATE" USING RDM-BUSINESS-DATE
011400     CALL "OPERID" USING RDM-OPERATOR
011500     OPEN I-O RECURRING-DEDUCTIONS
011600     IF RDM-MASTER-STATUS = "35"
011700         CLOSE RECURRING-DEDUCTIONS
011800         OPEN OUTPUT RECURRING-DEDUCTIONS
011900         CLOSE RECURRING-DEDUCTIONS
012000         OPEN I-O RECURRING-DEDUCTIONS
012100     END-IF
012200     OPEN INPUT SALARY-MASTER
012300     IF RDM-SALARY-STATUS NOT = "00"
012400         DISPLAY "RDEDMNT - SALARY MASTER NOT AVAILABLE: "
012500             RDM-SALARY-STATUS
012600         MOVE 16 TO RDM-RETURN-CODE
012700         SET RDM-END-OF-FILE TO TRUE
012800     END-IF
012900     OPEN OUTPUT DEDUCTION-CONTROL-REPORT
013000     SET PRT-ACTION-INIT TO TRUE
013100     MOVE "RDEDCTL" TO PRT-REPORT-NAME
013200     MOVE "RDEDMNT" TO PRT-PRODUCER
013300     CALL "PRTSRV" USING PRT-CONTROL
013400     IF RDM-NOT-END-OF-FILE
013500         OPEN INPUT DEDUCTION-TRANSACTIONS
013600         IF RDM-TRAN-STATUS = "00"
013700             PERFORM 2100-READ-TRANSACTION
013800         ELSE
013900             DISPLAY "RDEDMNT - NO DEDUCTION TRANSACTIONS "
014000                 "TONIGHT"
014100             SET RDM-END-OF-FILE TO TRUE
014200         END-IF
014300     END-IF
014400     .
014500
014600 2000-PROCESS-TRANSACTION.
014700     ADD 1 TO RDM-TRANSACTIONS-READ
014800     EVALUATE TRUE
014900         WHEN RDTRAN-IS-ADD
015000             PERFORM 2200-ADD-DEDUCTION
015100         WHEN RDTRAN-IS-UPDATE
015200             PERFORM 2300-UPDATE-DEDUCTION
015300         WHEN RDTRAN-IS-STOP
015400             PERFORM 2400-STOP-DEDUCTION
015500         WHEN OTHER
015600             MOVE "UNKNOWN ACTION CODE" TO RDM-REJECT-REASON
015700             PERFORM 2170-REPORT-REJECT
015800     END-EVALUATE
015900     PERFORM 2100-READ-TRANSACTION
016000     .
016100
016200 2100-READ-TRANSACTION.
016300     READ DEDUCTION-TRANSACTIONS
016400         AT END
016500             SET RDM-END-OF-FILE TO TRUE
016600     END-READ
016700     .
016800
016900*----------------------------------------------------------------*
017000* AN ADD OR UPDATE MUST NAME A KNOWN EMPLOYEE AND A PRIORITY,
017100* AND CARRY EITHER A FIXED AMOUNT OR A PERCENTAGE, A FLOOR AND
017200* A BALANCE THAT ARE NUMBERS
017300*----------------------------------------------------------------*
017400 2150-VALIDATE-TERMS.
017500     SET RDM-DETAILS-VALID TO TRUE
017600     MOVE RDTRAN-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
017700     READ SALARY-MASTER
017800         INVALID KEY
017900             SET RDM-DETAILS-INVALID TO TRUE
018000             MOVE "EMPLOYEE NOT ON SALARY MASTER"
018100                 TO RDM-REJECT-REASON
018200     END-READ
018300     IF RDM-DETAILS-VALID
018400         IF RDTRAN-PRIORITY IS NOT NUMERIC
018500             SET RDM-DETAILS-INVALID TO TRUE
018600             MOVE "PRIORITY NOT NUMERIC" TO RDM-REJECT-REASON
018700         ELSE
018800             IF RDTRAN-PRIORITY = ZERO
018900                 SET RDM-DETAILS-INVALID TO TRUE
019000                 MOVE "PRIORITY MISSING" TO RDM-REJECT-REASON
019100             END-IF
019200         END-IF
019300     END-IF
019400     IF RDM-DETAILS-VALID
019500         IF RDTRAN-AMOUNT IS NOT NUMERIC
019600         OR RDTRAN-PERCENT IS NOT NUMERIC
019700         OR RDTRAN-PROTECTED-EARNINGS IS NOT NUMERIC
019800         OR RDTRAN-BALANCE IS NOT NUMERIC
019900             SET RDM-DETAILS-INVALID TO TRUE
020000             MOVE "AMOUNT OR BALANCE NOT NUMERIC"
020100                 TO RDM-REJECT-REASON
020200         END-IF
020300     END-IF
020400     IF RDM-DETAILS-VALID
020500         EVALUATE TRUE
020600             WHEN RDTRAN-FIXED-AMOUNT
020700                 IF RDTRAN-AMOUNT = ZERO
020800                     SET RDM-DETAILS-INVALID TO TRUE
020900                     MOVE "FIXED AMOUNT MISSING"
021000                         TO RDM-REJECT-REASON
021100                 END-IF
021200             WHEN RDTRAN-PERCENTAGE
021300                 IF RDTRAN-PERCENT = ZERO
021400                     SET RDM-DETAILS-INVALID TO TRUE
021500                     MOVE "PERCENTAGE MISSING"
021600                         TO RDM-REJECT-REASON
021700                 END-IF
021800             WHEN OTHER
021900                 SET RDM-DETAILS-INVALID TO TRUE
022000                 MOVE "METHOD NOT F OR P" TO RDM-REJECT-REASON
022100         END-EVALUATE
022200     END-IF
022300     IF RDM-DETAILS-VALID
022400     AND RDTRAN-BALANCE = ZERO
022500         SET RDM-DETAILS-INVALID TO TRUE
022600         MOVE "OUTSTANDING BALANCE MISSING" TO RDM-REJECT-REASON
022700     END-IF
022800     .
022900
023000 2170-REPORT-REJECT.
023100     ADD 1 TO RDM-TRANSACTIONS-REJECTED
023200     MOVE SPACES TO DEDUCTION-CONTROL-LINE
023300     STRING "REJECTED " DELIMITED BY SIZE
023400         RDTRAN-ACTION-CODE DELIMITED BY SIZE
023500         " EMPLOYEE " DELIMITED BY SIZE
023600         RDTRAN-EMPLOYEE-ID DELIMITED BY SIZE
023700         "/" DELIMITED BY SIZE
023800         RDTRAN-PRIORITY DELIMITED BY SIZE
023900         " - " DELIMITED BY SIZE
024000         RDM-REJECT-REASON DELIMITED BY SIZE
024100         INTO DEDUCTION-CONTROL-LINE
024200     END-STRING
024300     PERFORM 9000-WRITE-REPORT-LINE
024400     .
024500
024600*----------------------------------------------------------------*
024700* A NEW DEDUCTION ALSO NEEDS ITS TYPE AND THIRD PARTY - THOSE
024800* CANNOT CHANGE LATER; A DIFFERENT ORDER IS A NEW ENTRY
024900*----------------------------------------------------------------*
025000 2200-ADD-DEDUCTION.
025100     PERFORM 2150-VALIDATE-TERMS
025200     IF RDM-DETAILS-VALID
025300     AND NOT RDTRAN-TYPE-VALID
025400         SET RDM-DETAILS-INVALID TO TRUE
025500         MOVE "UNKNOWN DEDUCTION TYPE" TO RDM-REJECT-REASON
025600     END-IF
025700     IF RDM-DETAILS-VALID
025800     AND (RDTRAN-PAYEE-CODE = SPACES
025900       OR RDTRAN-PAYEE-NAME = SPACES)
026000         SET RDM-DETAILS-INVALID TO TRUE
026100         MOVE "THIRD PARTY MISSING" TO RDM-REJECT-REASON
026200     END-IF
026300     IF RDM-DETAILS-INVALID
026400         PERFORM 2170-REPORT-REJECT
026500     ELSE
026600         MOVE RDTRAN-EMPLOYEE-ID  TO RECDED-EMPLOYEE-ID
026700         MOVE RDTRAN-PRIORITY     TO RECDED-PRIORITY
026800         MOVE RDTRAN-TYPE         TO RECDED-TYPE
026900         MOVE RDTRAN-PAYEE-CODE   TO RECDED-PAYEE-CODE
027000         MOVE RDTRAN-PAYEE-NAME   TO RECDED-PAYEE-NAME
027100         PERFORM 2250-MOVE-TERMS
027200         MOVE ZERO                TO RECDED-TAKEN-TO-DATE
027300         MOVE ZERO                TO RECDED-LAST-TAKEN-DATE
027400         MOVE ZERO                TO RECDED-LAST-TAKEN-AMOUNT
027500         SET RECDED-ACTIVE TO TRUE
027600         MOVE RDM-BUSINESS-DATE   TO RECDED-CHANGED-DATE
027700         MOVE RDM-OPERATOR        TO RECDED-CHANGED-BY
027800         WRITE RECDED-RECORD
027900             INVALID KEY
028000                 MOVE "PRIORITY ALREADY IN USE"
028100                     TO RDM-REJECT-REASON
028200                 PERFORM 2170-REPORT-REJECT
028300             NOT INVALID KEY
028400                 ADD 1 TO RDM-TRANSACTIONS-APPLIED
028500                 MOVE SPACES TO RDM-OLD-DETAILS
028600                 PERFORM 2600-FORMAT-NEW-DETAILS
028700                 PERFORM 2700-REPORT-CHANGE
028800         END-WRITE
028900     END-IF
029000     .
029100
029200 2250-MOVE-TERMS.
029300     MOVE RDTRAN-METHOD       TO RECDED-METHOD
029400     IF RDTRAN-FIXED-AMOUNT
029500         MOVE RDTRAN-AMOUNT   TO RECDED-AMOUNT
029600         MOVE ZERO            TO RECDED-PERCENT
029700     ELSE
029800         MOVE ZERO            TO RECDED-AMOUNT
029900         MOVE RDTRAN-PERCENT  TO RECDED-PERCENT
030000     END-IF
030100     MOVE RDTRAN-PROTECTED-EARNINGS
030200         TO RECDED-PROTECTED-EARNINGS
030300     MOVE RDTRAN-BALANCE      TO RECDED-BALANCE
030400     .
030500
030600*----------------------------------------------------------------*
030700* AN UPDATE REVIVES A CLEARED ENTRY WHEN A NEW BALANCE IS GIVEN
030800* - A STOPPED ONE STAYS STOPPED AND NEEDS A NEW ENTRY
030900*----------------------------------------------------------------*
031000 2300-UPDATE-DEDUCTION.
031100     PERFORM 2150-VALIDATE-TERMS
031200     IF RDM-DETAILS-INVALID
031300         PERFORM 2170-REPORT-REJECT
031400     ELSE
031500         MOVE RDTRAN-EMPLOYEE-ID TO RECDED-EMPLOYEE-ID
031600         MOVE RDTRAN-PRIORITY    TO RECDED-PRIORITY
031700         READ RECURRING-DEDUCTIONS
031800             INVALID KEY
031900                 MOVE "NOT ON RECURRING DEDUCTIONS"
032000                     TO RDM-REJECT-REASON
032100                 PERFORM 2170-REPORT-REJECT
032200             NOT INVALID KEY
032300                 PERFORM 2350-APPLY-UPDATE
032400         END-READ
032500     END-IF
032600     .
032700
032800 2350-APPLY-UPDATE.
032900     IF RECDED-STOPPED
033000         MOVE "DEDUCTION ALREADY STOPPED" TO RDM-REJECT-REASON
033100         PERFORM 2170-REPORT-REJECT
033200     ELSE
033300         PERFORM 2650-FORMAT-OLD-DETAILS
033400         PERFORM 2250-MOVE-TERMS
033500         SET RECDED-ACTIVE TO TRUE
033600         MOVE RDM-BUSINESS-DATE TO RECDED-CHANGED-DATE
033700         MOVE RDM-OPERATOR      TO RECDED-CHANGED-BY
033800         REWRITE RECDED-RECORD
033900         ADD 1 TO RDM-TRANSACTIONS-APPLIED
034000         PERFORM 2600-FORMAT-NEW-DETAILS
034100         PERFORM 2700-REPORT-CHANGE
034200     END-IF
034300     .
034400
034500 2400-STOP-DEDUCTION.
034600     MOVE RDTRAN-EMPLOYEE-ID TO RECDED-EMPLOYEE-ID
034700     MOVE RDTRAN-PRIORITY    TO RECDED-PRIORITY
034800     READ RECURRING-DEDUCTIONS
034900         INVALID KEY
035000             MOVE "NOT ON RECURRING DEDUCTIONS"
035100                 TO RDM-REJECT-REASON
035200             PERFORM 2170-REPORT-REJECT
035300         NOT INVALID KEY
035400             PERFORM 2650-FORMAT-OLD-DETAILS
035500             SET RECDED-STOPPED TO TRUE
035600             MOVE RDM-BUSINESS-DATE TO RECDED-CHANGED-DATE
035700             MOVE RDM-OPERATOR      TO RECDED-CHANGED-BY
035800             REWRITE RECDED-RECORD
035900             ADD 1 TO RDM-TRANSACTIONS-APPLIED
036000             MOVE "STOPPED" TO RDM-NEW-DETAILS
036100             PERFORM 2700-REPORT-CHANGE
036200     END-READ
036300     .
036400
036500*----------------------------------------------------------------*
036600* TERMS PRINT AS THE TYPE, THE AMOUNT OR PERCENTAGE, THEN THE
036700* OUTSTANDING BALANCE
036800*----------------------------------------------------------------*
036900 2600-FORMAT-NEW-DETAILS.
037000     PERFORM 2680-EDIT-TERMS
037100     MOVE SPACES TO RDM-NEW-DETAILS
037200     STRING RECDED-TYPE DELIMITED BY SIZE
037300         " " DELIMITED BY SIZE
037400         RDM-TERMS-TEXT DELIMITED BY SIZE
037500         " " DELIMITED BY SIZE
037600         RDM-BALANCE-DISPLAY DELIMITED BY SIZE
037700         INTO RDM-NEW-DETAILS
037800     END-STRING
037900     .
038000
038100 2650-FORMAT-OLD-DETAILS.
038200     PERFORM 2680-EDIT-TERMS
038300     MOVE SPACES TO RDM-OLD-DETAILS
038400     STRING RECDED-TYPE DELIMITED BY SIZE
038500         " " DELIMITED BY SIZE
038600         RDM-TERMS-TEXT DELIMITED BY SIZE
038700         " " DELIMITED BY SIZE
038800         RDM-BALANCE-DISPLAY DELIMITED BY SIZE
038900         INTO RDM-OLD-DETAILS
039000     END-STRING
039100     .
039200
039300 2680-EDIT-TERMS.
039400     MOVE SPACES TO RDM-TERMS-TEXT
039500     IF RECDED-PERCENTAGE
039600         MOVE RECDED-PERCENT TO RDM-PERCENT-DISPLAY
039700         STRING RDM-PERCENT-DISPLAY DELIMITED BY SIZE
039800             "%" DELIMITED BY SIZE
039900             INTO RDM-TERMS-TEXT
040000         END-STRING
040100     ELSE
040200         MOVE RECDED-AMOUNT TO RDM-AMOUNT-DISPLAY
040300         MOVE RDM-AMOUNT-DISPLAY TO RDM-TERMS-TEXT
040400     END-IF
040500     MOVE RECDED-BALANCE TO RDM-BALANCE-DISPLAY
040600     .
040700
040800 2700-REPORT-CHANGE.
040900     MOVE SPACES TO DEDUCTION-CONTROL-LINE
041000     STRING RDTRAN-ACTION-CODE DELIMITED BY SIZE
041100         " " DELIMITED BY SIZE
041200         RDTRAN-EMPLOYEE-ID DELIMITED BY SIZE
041300         "/" DELIMITED BY SIZE
041400         RDTRAN-PRIORITY DELIMITED BY SIZE
041500         " OLD " DELIMITED BY SIZE
041600         RDM-OLD-DETAILS DELIMITED BY SIZE
041700         " NEW " DELIMITED BY SIZE
041800         RDM-NEW-DETAILS DELIMITED BY SIZE
041900         INTO DEDUCTION-CONTROL-LINE
042000     END-STRING
042100     PERFORM 9000-WRITE-REPORT-LINE
042200     .
042300
042400 3000-TERMINATE.
042500     IF RDM-TRAN-STATUS NOT = "35"
042600     AND RDM-TRAN-STATUS NOT = "30"
042700     AND RDM-RETURN-CODE < 16
042800         CLOSE DEDUCTION-TRANSACTIONS
042900     END-IF
043000     CLOSE RECURRING-DEDUCTIONS
043100     IF RDM-RETURN-CODE < 16
043200         CLOSE SALARY-MASTER
043300     END-IF
043400     MOVE RDM-TRANSACTIONS-READ TO RDM-COUNT-DISPLAY
043500     MOVE SPACES TO DEDUCTION-CONTROL-LINE
043600     STRING "TRANSACTIONS READ     " DELIMITED BY SIZE
043700         RDM-COUNT-DISPLAY DELIMITED BY SIZE
043800         INTO DEDUCTION-CONTROL-LINE
043900     END-STRING
044000     PERFORM 9000-WRITE-REPORT-LINE
044100     MOVE RDM-TRANSACTIONS-APPLIED TO RDM-COUNT-DISPLAY
044200     MOVE SPACES TO DEDUCTION-CONTROL-LINE
044300     STRING "TRANSACTIONS APPLIED  " DELIMITED BY SIZE
044400         RDM-COUNT-DISPLAY DELIMITED BY SIZE
044500         INTO DEDUCTION-CONTROL-LINE
044600     END-STRING
044700     PERFORM 9000-WRITE-REPORT-LINE
044800     MOVE RDM-TRANSACTIONS-REJECTED TO RDM-COUNT-DISPLAY
044900     MOVE SPACES TO DEDUCTION-CONTROL-LINE
045000     STRING "TRANSACTIONS REJECTED " DELIMITED BY SIZE
045100         RDM-COUNT-DISPLAY DELIMITED BY SIZE
045200         INTO DEDUCTION-CONTROL-LINE
045300     END-STRING
045400     PERFORM 9000-WRITE-REPORT-LINE
045500     SET PRT-ACTION-END TO TRUE
045600     CALL "PRTSRV" USING PRT-CONTROL
045700     WRITE DEDUCTION-CONTROL-LINE FROM PRT-TRAILER-LINE
045800     CLOSE DEDUCTION-CONTROL-REPORT
045900     DISPLAY "RDEDMNT - READ: "     RDM-TRANSACTIONS-READ
046000     DISPLAY "RDEDMNT - APPLIED: "  RDM-TRANSACTIONS-APPLIED
046100     DISPLAY "RDEDMNT - REJECTED: " RDM-TRANSACTIONS-REJECTED
046200     IF RDM-TRANSACTIONS-REJECTED > 0
046300     AND RDM-RETURN-CODE < 8
046400         MOVE 8 TO RDM-RETURN-CODE
046500     END-IF
046600     MOVE "RDEDMNT"                TO RUNLOG-STEP-NAME
046700     MOVE RDM-TRANSACTIONS-READ     TO RUNLOG-RECORDS-READ
046800     MOVE RDM-TRANSACTIONS-APPLIED  TO RUNLOG-RECORDS-APPLIED
046900     MOVE RDM-TRANSACTIONS-REJECTED TO RUNLOG-RECORDS-REJECTED
047000     MOVE ZERO                      TO RUNLOG-RECORDS-DROPPED
047100     MOVE RDM-RETURN-CODE           TO RUNLOG-RETURN-CODE
047200     CALL "RUNLOGW" USING RUNLOG-RECORD
047300     .
047400
047500 9000-WRITE-REPORT-LINE.
047600     MOVE DEDUCTION-CONTROL-LINE TO PRT-DETAIL-LINE
047700     SET PRT-ACTION-DETAIL TO TRUE
047800     CALL "PRTSRV" USING PRT-CONTROL
047900     IF PRT-HEADING-NEEDED
048000         WRITE DEDUCTION-CONTROL-LINE FROM PRT-HEADING-1
048100         WRITE DEDUCTION-CONTROL-LINE FROM PRT-HEADING-2
048200     END-IF
048300     WRITE DEDUCTION-CONTROL-LINE FROM PRT-DETAIL-LINE
048400     .
