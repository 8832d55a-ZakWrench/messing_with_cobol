000100*================================================================*
000200* PAYEE-BANK-MAINTENANCE
000300* PURPOSE.  Batch add/update/delete maintenance of the payee
000400*           bank details master - the sort code, account number
000500*           and account name each employee's net pay goes to.
000600*           Every add and update must name an employee on the
000700*           SALARY master and must pass the banks' published
000800*           modulus check for the sort code's range (from the
000900*           MODWGHT weight table), so a transposed digit is
001000*           caught here rather than returned by the bank a
001100*           week after payday.  Each applied change is stamped
001200*           with the business date and the signed-on operator
001300*           - BANKEXT holds any payment to details changed too
001400*           recently - and listed old-to-new on the control
001500*           report with every reject and its reason.
001600* AUTHOR.   D. OKAFOR
001700* INSTALLATION. DATA PROCESSING - PAYROLL
001800* DATE-WRITTEN. 10/15/2026
001900*================================================================*
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* 10/15/2026 DNO   ORIGINAL PROGRAM
002210* 10/15/2026 DNO   AN UPDATE NOW RESTAMPS THE CHANGED DATE AND
002220*                  OPERATOR ONLY WHEN THE SORT CODE OR ACCOUNT
002230*                  NUMBER ACTUALLY CHANGES - A CORRECTED ACCOUNT
002240*                  NAME NO LONGER STARTS BANKEXT'S NEW-ACCOUNT
002250*                  HOLD.  A PAYEE MASTER THAT WILL NOT OPEN NOW
002260*                  ENDS THE STEP WITH RETURN CODE 16
002300*================================================================*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PAYEEMNT.
002600 AUTHOR. D. OKAFOR.
002700 INSTALLATION. DATA PROCESSING - PAYROLL.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL PAYEE-TRANSACTIONS ASSIGN TO "PAYEETRN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PYM-TRAN-STATUS.
003700
003800     SELECT PAYEE-MASTER ASSIGN TO "PAYEE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PAYEE-EMPLOYEE-ID
004200         FILE STATUS IS PYM-MASTER-STATUS.
004300
004400     SELECT SALARY-MASTER ASSIGN TO "SALARY"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS SAL-EMPLOYEE-ID
004800         FILE STATUS IS PYM-SALARY-STATUS.
004900
005000     SELECT OPTIONAL MODULUS-WEIGHT-TABLE ASSIGN TO "MODWGHT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS PYM-WEIGHT-STATUS.
005300
005400     SELECT PAYEE-CONTROL-REPORT ASSIGN TO "PAYEECTL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS PYM-REPORT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PAYEE-TRANSACTIONS.
006100 COPY PAYEETRN.
006200
006300 FD  PAYEE-MASTER.
006400 COPY PAYEEREC.
006500
006600 FD  SALARY-MASTER.
006700 COPY SALARYREC.
006800
006900 FD  MODULUS-WEIGHT-TABLE.
007000 COPY MODWGHT.
007100
007200 FD  PAYEE-CONTROL-REPORT.
007300 01  PAYEE-CONTROL-LINE           PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  PYM-TRAN-STATUS              PIC X(02).
007700 01  PYM-MASTER-STATUS            PIC X(02).
007800 01  PYM-SALARY-STATUS            PIC X(02).
007900 01  PYM-WEIGHT-STATUS            PIC X(02).
008000 01  PYM-REPORT-STATUS            PIC X(02).
008100 01  PYM-END-OF-FILE-SWITCH       PIC X(01).
008200     88  PYM-END-OF-FILE          VALUE "Y".
008300     88  PYM-NOT-END-OF-FILE      VALUE "N".
008400 01  PYM-WEIGHT-EOF-SWITCH        PIC X(01).
008500     88  PYM-WEIGHT-EOF           VALUE "Y".
008600     88  PYM-WEIGHT-NOT-EOF       VALUE "N".
008700 01  PYM-RETURN-CODE              PIC 9(02) VALUE ZERO.
008800 01  PYM-TRANSACTIONS-READ        PIC 9(07) VALUE ZERO.
008900 01  PYM-TRANSACTIONS-APPLIED     PIC 9(07) VALUE ZERO.
009000 01  PYM-TRANSACTIONS-REJECTED    PIC 9(07) VALUE ZERO.
009100 01  PYM-BUSINESS-DATE            PIC 9(08).
009200 01  PYM-OPERATOR                 PIC X(08).
009300 01  PYM-VALID-SWITCH             PIC X(01).
009400     88  PYM-DETAILS-VALID        VALUE "Y".
009500     88  PYM-DETAILS-INVALID      VALUE "N".
009600 01  PYM-REJECT-REASON            PIC X(30).
009700 01  PYM-COUNT-DISPLAY            PIC Z(6)9.
009800*----------------------------------------------------------------*
009900* MODULUS WEIGHT TABLE LOADED AT STARTUP FROM MODWGHT
010000*----------------------------------------------------------------*
010100 01  PYM-WEIGHT-TABLE.
010200     05  PYM-WEIGHT-ENTRY         OCCURS 100 TIMES.
010300         10  PYM-WGT-FROM         PIC 9(06).
010400         10  PYM-WGT-TO           PIC 9(06).
010500         10  PYM-WGT-METHOD       PIC X(05).
010600         10  PYM-WGT-WEIGHT       PIC 9(02) OCCURS 14 TIMES.
010700 01  PYM-WEIGHT-COUNT             PIC 9(03) VALUE ZERO COMP.
010800 01  PYM-WEIGHT-INDEX             PIC 9(03) COMP.
010900 01  PYM-WEIGHT-FOUND             PIC 9(03) COMP.
011000 01  PYM-RANGE-MATCH-SWITCH       PIC X(01).
011100     88  PYM-RANGE-MATCHED        VALUE "Y".
011200     88  PYM-RANGE-NOT-MATCHED    VALUE "N".
011300*----------------------------------------------------------------*
011400* THE FOURTEEN DIGITS UNDER CHECK - SORT CODE THEN ACCOUNT
011500*----------------------------------------------------------------*
011600 01  PYM-CHECK-NUMBER.
011700     05  PYM-CHECK-SORT-CODE      PIC 9(06).
011800     05  PYM-CHECK-ACCOUNT        PIC 9(08).
011900 01  PYM-CHECK-DIGITS REDEFINES PYM-CHECK-NUMBER.
012000     05  PYM-CHECK-DIGIT          PIC 9(01) OCCURS 14 TIMES.
012100 01  PYM-DIGIT-INDEX              PIC 9(03) COMP.
012200 01  PYM-PRODUCT                  PIC 9(04).
012300 01  PYM-PRODUCT-TENS             PIC 9(04).
012400 01  PYM-PRODUCT-UNITS            PIC 9(04).
012500 01  PYM-WEIGHTED-SUM             PIC 9(06).
012600 01  PYM-SUM-QUOTIENT             PIC 9(06).
012700 01  PYM-SUM-REMAINDER            PIC 9(02).
012800*----------------------------------------------------------------*
012900* SORT CODE PRINTED NN-NN-NN ON THE CONTROL REPORT
013000*----------------------------------------------------------------*
013100 01  PYM-SORT-CODE-WORK           PIC 9(06).
013200 01  PYM-SORT-CODE-PAIRS REDEFINES PYM-SORT-CODE-WORK.
013300     05  PYM-SORT-PAIR-1          PIC 9(02).
013400     05  PYM-SORT-PAIR-2          PIC 9(02).
013500     05  PYM-SORT-PAIR-3          PIC 9(02).
013600 01  PYM-SORT-CODE-DISPLAY.
013700     05  PYM-SORT-DISPLAY-1       PIC 9(02).
013800     05  FILLER                   PIC X(01) VALUE "-".
013900     05  PYM-SORT-DISPLAY-2       PIC 9(02).
014000     05  FILLER                   PIC X(01) VALUE "-".
014100     05  PYM-SORT-DISPLAY-3       PIC 9(02).
014200 01  PYM-OLD-DETAILS.
014300     05  PYM-OLD-SORT-CODE        PIC X(08).
014400     05  FILLER                   PIC X(01) VALUE SPACE.
014500     05  PYM-OLD-ACCOUNT          PIC 9(08).
014600 01  PYM-NEW-DETAILS.
014700     05  PYM-NEW-SORT-CODE        PIC X(08).
014800     05  FILLER                   PIC X(01) VALUE SPACE.
014900     05  PYM-NEW-ACCOUNT          PIC 9(08).
015000 COPY RUNLOG.
015100 COPY PRTCTL.
015200
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     ACCEPT RUNLOG-START-TIME FROM TIME
015600     PERFORM 1000-INITIALIZE
015700     PERFORM 2000-PROCESS-TRANSACTION UNTIL PYM-END-OF-FILE
015800     PERFORM 3000-TERMINATE
015900     MOVE PYM-RETURN-CODE TO RETURN-CODE
016000     GOBACK
016100     .
016200
016300 1000-INITIALIZE.
016400     SET PYM-NOT-END-OF-FILE TO TRUE
016500     CALL "BUSDATE" USING PYM-BUSINESS-DATE
016600     CALL "OPERID" USING PYM-OPERATOR
016700     OPEN I-O PAYEE-MASTER
016800     IF PYM-MASTER-STATUS = "35"
016900         CLOSE PAYEE-MASTER
017000         OPEN OUTPUT PAYEE-MASTER
017100         CLOSE PAYEE-MASTER
017200         OPEN I-O PAYEE-MASTER
017300     END-IF
017305     IF PYM-MASTER-STATUS NOT = "00"
017310         DISPLAY "PAYEEMNT - PAYEE MASTER WILL NOT OPEN: "
017315             PYM-MASTER-STATUS
017320         MOVE 16 TO PYM-RETURN-CODE
017325         MOVE "PAYEEMNT" TO RUNLOG-STEP-NAME
017330         MOVE ZERO TO RUNLOG-RECORDS-READ
017335         MOVE ZERO TO RUNLOG-RECORDS-APPLIED
017340         MOVE ZERO TO RUNLOG-RECORDS-REJECTED
017345         MOVE ZERO TO RUNLOG-RECORDS-DROPPED
017350         MOVE PYM-RETURN-CODE TO RUNLOG-RETURN-CODE
017355         CALL "RUNLOGW" USING RUNLOG-RECORD
017360         MOVE PYM-RETURN-CODE TO RETURN-CODE
017365         GOBACK
017370     END-IF
017400     OPEN INPUT SALARY-MASTER
017500     IF PYM-SALARY-STATUS NOT = "00"
017600         DISPLAY "PAYEEMNT - SALARY MASTER NOT AVAILABLE: "
017700             PYM-SALARY-STATUS
017800         MOVE 16 TO PYM-RETURN-CODE
017900         SET PYM-END-OF-FILE TO TRUE
018000     END-IF
018100     OPEN OUTPUT PAYEE-CONTROL-REPORT
018200     SET PRT-ACTION-INIT TO TRUE
018300     MOVE "PAYEECTL" TO PRT-REPORT-NAME
018400     MOVE "PAYEEMNT" TO PRT-PRODUCER
018500     CALL "PRTSRV" USING PRT-CONTROL
018600     PERFORM 1100-LOAD-WEIGHT-TABLE
018700     IF PYM-NOT-END-OF-FILE
018800         OPEN INPUT PAYEE-TRANSACTIONS
018900         IF PYM-TRAN-STATUS = "00"
019000             PERFORM 2100-READ-TRANSACTION
019100         ELSE
019200             DISPLAY "PAYEEMNT - NO PAYEE TRANSACTIONS TONIGHT"
019300             SET PYM-END-OF-FILE TO TRUE
019400         END-IF
019500     END-IF
019600     .
019700
019800 1100-LOAD-WEIGHT-TABLE.
019900     SET PYM-WEIGHT-NOT-EOF TO TRUE
020000     OPEN INPUT MODULUS-WEIGHT-TABLE
020100     IF PYM-WEIGHT-STATUS = "00"
020200         PERFORM 1160-READ-ONE-WEIGHT
020300         PERFORM 1130-ADD-ONE-WEIGHT
020400             UNTIL PYM-WEIGHT-EOF
020500         CLOSE MODULUS-WEIGHT-TABLE
020600     ELSE
020700         DISPLAY "PAYEEMNT - NO MODULUS WEIGHT TABLE, "
020800             "ACCOUNT CHECKING DISABLED"
020900     END-IF
021000     .
021100
021200 1130-ADD-ONE-WEIGHT.
021300     IF PYM-WEIGHT-COUNT < 100
021400         ADD 1 TO PYM-WEIGHT-COUNT
021500         MOVE MODW-SORT-CODE-FROM
021600             TO PYM-WGT-FROM(PYM-WEIGHT-COUNT)
021700         MOVE MODW-SORT-CODE-TO
021800             TO PYM-WGT-TO(PYM-WEIGHT-COUNT)
021900         MOVE MODW-METHOD
022000             TO PYM-WGT-METHOD(PYM-WEIGHT-COUNT)
022100         PERFORM 1140-COPY-ONE-WEIGHT
022200             VARYING PYM-DIGIT-INDEX FROM 1 BY 1
022300             UNTIL PYM-DIGIT-INDEX > 14
022400     ELSE
022500         DISPLAY "PAYEEMNT - WEIGHT TABLE FULL, ENTRY SKIPPED: "
022600             MODW-SORT-CODE-FROM
022700     END-IF
022800     PERFORM 1160-READ-ONE-WEIGHT
022900     .
023000
023100 1140-COPY-ONE-WEIGHT.
023200     MOVE MODW-WEIGHT(PYM-DIGIT-INDEX)
023300         TO PYM-WGT-WEIGHT(PYM-WEIGHT-COUNT PYM-DIGIT-INDEX)
023400     .
023500
023600 1160-READ-ONE-WEIGHT.
023700     READ MODULUS-WEIGHT-TABLE
023800         AT END
023900             SET PYM-WEIGHT-EOF TO TRUE
024000     END-READ
024100     .
024200
024300 2000-PROCESS-TRANSACTION.
024400     ADD 1 TO PYM-TRANSACTIONS-READ
024500     EVALUATE TRUE
024600         WHEN PAYEETRN-IS-ADD
024700             PERFORM 2200-ADD-PAYEE
024800         WHEN PAYEETRN-IS-UPDATE
024900             PERFORM 2300-UPDATE-PAYEE
025000         WHEN PAYEETRN-IS-DELETE
025100             PERFORM 2400-DELETE-PAYEE
025200         WHEN OTHER
025300             MOVE "UNKNOWN ACTION CODE" TO PYM-REJECT-REASON
025400             PERFORM 2170-REPORT-REJECT
025500     END-EVALUATE
025600     PERFORM 2100-READ-TRANSACTION
025700     .
025800
025900 2100-READ-TRANSACTION.
026000     READ PAYEE-TRANSACTIONS
026100         AT END
026200             SET PYM-END-OF-FILE TO TRUE
026300     END-READ
026400     .
026500
026600*----------------------------------------------------------------*
026700* AN ADD OR UPDATE MUST NAME A KNOWN EMPLOYEE, CARRY A FULL SORT
026800* CODE, ACCOUNT AND NAME, AND PASS THE MODULUS CHECK
026900*----------------------------------------------------------------*
027000 2150-VALIDATE-DETAILS.
027100     SET PYM-DETAILS-VALID TO TRUE
027200     MOVE PAYEETRN-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
027300     READ SALARY-MASTER
027400         INVALID KEY
027500             SET PYM-DETAILS-INVALID TO TRUE
027600             MOVE "EMPLOYEE NOT ON SALARY MASTER"
027700                 TO PYM-REJECT-REASON
027800     END-READ
027900     IF PYM-DETAILS-VALID
028000         IF PAYEETRN-SORT-CODE IS NOT NUMERIC
028100         OR PAYEETRN-ACCOUNT-NUMBER IS NOT NUMERIC
028200             SET PYM-DETAILS-INVALID TO TRUE
028300             MOVE "SORT CODE OR ACCOUNT NOT NUMERIC"
028400                 TO PYM-REJECT-REASON
028500         ELSE
028600             IF PAYEETRN-SORT-CODE = ZERO
028700             OR PAYEETRN-ACCOUNT-NUMBER = ZERO
028800                 SET PYM-DETAILS-INVALID TO TRUE
028900                 MOVE "SORT CODE OR ACCOUNT MISSING"
029000                     TO PYM-REJECT-REASON
029100             END-IF
029200         END-IF
029300     END-IF
029400     IF PYM-DETAILS-VALID
029500     AND PAYEETRN-ACCOUNT-NAME = SPACES
029600         SET PYM-DETAILS-INVALID TO TRUE
029700         MOVE "ACCOUNT NAME MISSING" TO PYM-REJECT-REASON
029800     END-IF
029900     IF PYM-DETAILS-VALID
030000         PERFORM 2500-CHECK-MODULUS
030100     END-IF
030200     .
030300
030400 2170-REPORT-REJECT.
030500     ADD 1 TO PYM-TRANSACTIONS-REJECTED
030600     MOVE SPACES TO PAYEE-CONTROL-LINE
030700     STRING "REJECTED " DELIMITED BY SIZE
030800         PAYEETRN-ACTION-CODE DELIMITED BY SIZE
030900         " EMPLOYEE " DELIMITED BY SIZE
031000         PAYEETRN-EMPLOYEE-ID DELIMITED BY SIZE
031100         " - " DELIMITED BY SIZE
031200         PYM-REJECT-REASON DELIMITED BY SIZE
031300         INTO PAYEE-CONTROL-LINE
031400     END-STRING
031500     PERFORM 9000-WRITE-REPORT-LINE
031600     .
031700
031800 2200-ADD-PAYEE.
031900     PERFORM 2150-VALIDATE-DETAILS
032000     IF PYM-DETAILS-INVALID
032100         PERFORM 2170-REPORT-REJECT
032200     ELSE
032300         MOVE PAYEETRN-EMPLOYEE-ID    TO PAYEE-EMPLOYEE-ID
032400         MOVE PAYEETRN-SORT-CODE      TO PAYEE-SORT-CODE
032500         MOVE PAYEETRN-ACCOUNT-NUMBER TO PAYEE-ACCOUNT-NUMBER
032600         MOVE PAYEETRN-ACCOUNT-NAME   TO PAYEE-ACCOUNT-NAME
032700         MOVE PYM-BUSINESS-DATE       TO PAYEE-CHANGED-DATE
032800         MOVE PYM-OPERATOR            TO PAYEE-CHANGED-BY
032900         WRITE PAYEE-RECORD
033000             INVALID KEY
033100                 MOVE "ALREADY ON PAYEE MASTER"
033200                     TO PYM-REJECT-REASON
033300                 PERFORM 2170-REPORT-REJECT
033400             NOT INVALID KEY
033500                 ADD 1 TO PYM-TRANSACTIONS-APPLIED
033600                 MOVE SPACES TO PYM-OLD-DETAILS
033700                 PERFORM 2600-FORMAT-NEW-DETAILS
033800                 PERFORM 2700-REPORT-CHANGE
033900         END-WRITE
034000     END-IF
034100     .
034200
034300*----------------------------------------------------------------*
034400* THE OLD DETAILS ARE LISTED BESIDE THE NEW - A CHANGE OF BANK
034500* ACCOUNT IS THE CHANGE THE AUDITORS WANT TO SEE EVERY TIME
034600*----------------------------------------------------------------*
034700 2300-UPDATE-PAYEE.
034800     PERFORM 2150-VALIDATE-DETAILS
034900     IF PYM-DETAILS-INVALID
035000         PERFORM 2170-REPORT-REJECT
035100     ELSE
035200         MOVE PAYEETRN-EMPLOYEE-ID TO PAYEE-EMPLOYEE-ID
035300         READ PAYEE-MASTER
035400             INVALID KEY
035500                 MOVE "NOT ON PAYEE MASTER" TO PYM-REJECT-REASON
035600                 PERFORM 2170-REPORT-REJECT
035700             NOT INVALID KEY
035800                 PERFORM 2650-FORMAT-OLD-DETAILS
035810*               THE CHANGED DATE STARTS BANKEXT'S HOLD ON A NEW
035820*               ACCOUNT - A NAME CORRECTION ALONE LEAVES IT
035830                 IF PAYEETRN-SORT-CODE NOT = PAYEE-SORT-CODE
035840                 OR PAYEETRN-ACCOUNT-NUMBER
035845                     NOT = PAYEE-ACCOUNT-NUMBER
035850                     MOVE PYM-BUSINESS-DATE TO PAYEE-CHANGED-DATE
035860                     MOVE PYM-OPERATOR      TO PAYEE-CHANGED-BY
035870                 END-IF
035900                 MOVE PAYEETRN-SORT-CODE TO PAYEE-SORT-CODE
036000                 MOVE PAYEETRN-ACCOUNT-NUMBER
036100                     TO PAYEE-ACCOUNT-NUMBER
036200                 MOVE PAYEETRN-ACCOUNT-NAME
036300                     TO PAYEE-ACCOUNT-NAME
036600                 REWRITE PAYEE-RECORD
036700                 ADD 1 TO PYM-TRANSACTIONS-APPLIED
036800                 PERFORM 2600-FORMAT-NEW-DETAILS
036900                 PERFORM 2700-REPORT-CHANGE
037000         END-READ
037100     END-IF
037200     .
037300
037400 2400-DELETE-PAYEE.
037500     MOVE PAYEETRN-EMPLOYEE-ID TO PAYEE-EMPLOYEE-ID
037600     READ PAYEE-MASTER
037700         INVALID KEY
037800             MOVE "NOT ON PAYEE MASTER" TO PYM-REJECT-REASON
037900             PERFORM 2170-REPORT-REJECT
038000         NOT INVALID KEY
038100             PERFORM 2650-FORMAT-OLD-DETAILS
038200             DELETE PAYEE-MASTER RECORD
038300             ADD 1 TO PYM-TRANSACTIONS-APPLIED
038400             MOVE SPACES TO PYM-NEW-DETAILS
038500             PERFORM 2700-REPORT-CHANGE
038600     END-READ
038700     .
038800
038900*----------------------------------------------------------------*
039000* THE SORT CODE PICKS ITS RANGE FROM THE WEIGHT TABLE; EACH OF
039100* THE FOURTEEN DIGITS IS MULTIPLIED BY ITS WEIGHT AND THE SUM
039200* MUST DIVIDE EXACTLY BY 10 (MOD10) OR 11 (MOD11).  DBLAL ADDS
039300* THE DIGITS OF EACH PRODUCT INSTEAD OF THE PRODUCT ITSELF.  A
039400* SORT CODE IN NO RANGE CANNOT BE CHECKED AND IS ACCEPTED
039500*----------------------------------------------------------------*
039600 2500-CHECK-MODULUS.
039700     SET PYM-RANGE-NOT-MATCHED TO TRUE
039800     PERFORM 2510-MATCH-ONE-RANGE
039900         VARYING PYM-WEIGHT-INDEX FROM 1 BY 1
040000         UNTIL PYM-WEIGHT-INDEX > PYM-WEIGHT-COUNT
040100            OR PYM-RANGE-MATCHED
040200     IF PYM-RANGE-MATCHED
040300         MOVE PAYEETRN-SORT-CODE      TO PYM-CHECK-SORT-CODE
040400         MOVE PAYEETRN-ACCOUNT-NUMBER TO PYM-CHECK-ACCOUNT
040500         MOVE ZERO TO PYM-WEIGHTED-SUM
040600         PERFORM 2530-WEIGHT-ONE-DIGIT
040700             VARYING PYM-DIGIT-INDEX FROM 1 BY 1
040800             UNTIL PYM-DIGIT-INDEX > 14
040900         IF PYM-WGT-METHOD(PYM-WEIGHT-FOUND) = "MOD11"
041000             DIVIDE PYM-WEIGHTED-SUM BY 11
041100                 GIVING PYM-SUM-QUOTIENT
041200                 REMAINDER PYM-SUM-REMAINDER
041300         ELSE
041400             DIVIDE PYM-WEIGHTED-SUM BY 10
041500                 GIVING PYM-SUM-QUOTIENT
041600                 REMAINDER PYM-SUM-REMAINDER
041700         END-IF
041800         IF PYM-SUM-REMAINDER NOT = ZERO
041900             SET PYM-DETAILS-INVALID TO TRUE
042000             MOVE "FAILS BANK MODULUS CHECK"
042100                 TO PYM-REJECT-REASON
042200         END-IF
042300     END-IF
042400     .
042500
042600*    THE PERFORM VARYING INDEX SITS ONE PAST THE MATCH WHEN THE
042700*    LOOP ENDS - CAPTURE THE MATCHED ENTRY NUMBER HERE
042800 2510-MATCH-ONE-RANGE.
042900     IF PAYEETRN-SORT-CODE NOT < PYM-WGT-FROM(PYM-WEIGHT-INDEX)
043000     AND PAYEETRN-SORT-CODE NOT > PYM-WGT-TO(PYM-WEIGHT-INDEX)
043100         MOVE PYM-WEIGHT-INDEX TO PYM-WEIGHT-FOUND
043200         SET PYM-RANGE-MATCHED TO TRUE
043300     END-IF
043400     .
043500
043600 2530-WEIGHT-ONE-DIGIT.
043700     COMPUTE PYM-PRODUCT =
043800         PYM-CHECK-DIGIT(PYM-DIGIT-INDEX)
043900         * PYM-WGT-WEIGHT(PYM-WEIGHT-FOUND PYM-DIGIT-INDEX)
044000     IF PYM-WGT-METHOD(PYM-WEIGHT-FOUND) = "DBLAL"
044100         DIVIDE PYM-PRODUCT BY 10
044200             GIVING PYM-PRODUCT-TENS
044300             REMAINDER PYM-PRODUCT-UNITS
044400         ADD PYM-PRODUCT-TENS PYM-PRODUCT-UNITS
044500             TO PYM-WEIGHTED-SUM
044600     ELSE
044700         ADD PYM-PRODUCT TO PYM-WEIGHTED-SUM
044800     END-IF
044900     .
045000
045100 2600-FORMAT-NEW-DETAILS.
045200     MOVE PAYEE-SORT-CODE TO PYM-SORT-CODE-WORK
045300     PERFORM 2680-EDIT-SORT-CODE
045400     MOVE PYM-SORT-CODE-DISPLAY TO PYM-NEW-SORT-CODE
045500     MOVE PAYEE-ACCOUNT-NUMBER  TO PYM-NEW-ACCOUNT
045600     .
045700
045800 2650-FORMAT-OLD-DETAILS.
045900     MOVE PAYEE-SORT-CODE TO PYM-SORT-CODE-WORK
046000     PERFORM 2680-EDIT-SORT-CODE
046100     MOVE PYM-SORT-CODE-DISPLAY TO PYM-OLD-SORT-CODE
046200     MOVE PAYEE-ACCOUNT-NUMBER  TO PYM-OLD-ACCOUNT
046300     .
046400
046500 2680-EDIT-SORT-CODE.
046600     MOVE PYM-SORT-PAIR-1 TO PYM-SORT-DISPLAY-1
046700     MOVE PYM-SORT-PAIR-2 TO PYM-SORT-DISPLAY-2
046800     MOVE PYM-SORT-PAIR-3 TO PYM-SORT-DISPLAY-3
046900     .
047000
047100 2700-REPORT-CHANGE.
047200     MOVE SPACES TO PAYEE-CONTROL-LINE
047300     STRING PAYEETRN-ACTION-CODE DELIMITED BY SIZE
047400         "   EMPLOYEE " DELIMITED BY SIZE
047500         PAYEETRN-EMPLOYEE-ID DELIMITED BY SIZE
047600         " OLD " DELIMITED BY SIZE
047700         PYM-OLD-DETAILS DELIMITED BY SIZE
047800         " NEW " DELIMITED BY SIZE
047900         PYM-NEW-DETAILS DELIMITED BY SIZE
048000         INTO PAYEE-CONTROL-LINE
048100     END-STRING
048200     PERFORM 9000-WRITE-REPORT-LINE
048300     .
048400
048500 3000-TERMINATE.
048600     IF PYM-TRAN-STATUS NOT = "35"
048700     AND PYM-TRAN-STATUS NOT = "30"
048800     AND PYM-RETURN-CODE < 16
048900         CLOSE PAYEE-TRANSACTIONS
049000     END-IF
049100     CLOSE PAYEE-MASTER
049200     IF PYM-RETURN-CODE < 16
049300         CLOSE SALARY-MASTER
049400     END-IF
049500     MOVE PYM-TRANSACTIONS-READ TO PYM-COUNT-DISPLAY
049600     MOVE SPACES TO PAYEE-CONTROL-LINE
049700     STRING "TRANSACTIONS READ     " DELIMITED BY SIZE
049800         PYM-COUNT-DISPLAY DELIMITED BY SIZE
049900         INTO PAYEE-CONTROL-LINE
050000     END-STRING
050100     PERFORM 9000-WRITE-REPORT-LINE
050200     MOVE PYM-TRANSACTIONS-APPLIED TO PYM-COUNT-DISPLAY
050300     MOVE SPACES TO PAYEE-CONTROL-LINE
050400     STRING "TRANSACTIONS APPLIED  " DELIMITED BY SIZE
050500         PYM-COUNT-DISPLAY DELIMITED BY SIZE
050600         INTO PAYEE-CONTROL-LINE
050700     END-STRING
050800     PERFORM 9000-WRITE-REPORT-LINE
050900     MOVE PYM-TRANSACTIONS-REJECTED TO PYM-COUNT-DISPLAY
051000     MOVE SPACES TO PAYEE-CONTROL-LINE
051100     STRING "TRANSACTIONS REJECTED " DELIMITED BY SIZE
051200         PYM-COUNT-DISPLAY DELIMITED BY SIZE
051300         INTO PAYEE-CONTROL-LINE
051400     END-STRING
051500     PERFORM 9000-WRITE-REPORT-LINE
051600     SET PRT-ACTION-END TO TRUE
051700     CALL "PRTSRV" USING PRT-CONTROL
051800     WRITE PAYEE-CONTROL-LINE FROM PRT-TRAILER-LINE
051900     CLOSE PAYEE-CONTROL-REPORT
052000     DISPLAY "PAYEEMNT - READ: "     PYM-TRANSACTIONS-READ
052100     DISPLAY "PAYEEMNT - APPLIED: "  PYM-TRANSACTIONS-APPLIED
052200     DISPLAY "PAYEEMNT - REJECTED: " PYM-TRANSACTIONS-REJECTED
052300     IF PYM-TRANSACTIONS-REJECTED > 0
052400     AND PYM-RETURN-CODE < 8
052500         MOVE 8 TO PYM-RETURN-CODE
052600     END-IF
052700     MOVE "PAYEEMNT"                TO RUNLOG-STEP-NAME
052800     MOVE PYM-TRANSACTIONS-READ     TO RUNLOG-RECORDS-READ
052900     MOVE PYM-TRANSACTIONS-APPLIED  TO RUNLOG-RECORDS-APPLIED
053000     MOVE PYM-TRANSACTIONS-REJECTED TO RUNLOG-RECORDS-REJECTED
053100     MOVE ZERO                      TO RUNLOG-RECORDS-DROPPED
053200     MOVE PYM-RETURN-CODE           TO RUNLOG-RETURN-CODE
053300     CALL "RUNLOGW" USING RUNLOG-RECORD
053400     .
053500
053600 9000-WRITE-REPORT-LINE.
053700     MOVE PAYEE-CONTROL-LINE TO PRT-DETAIL-LINE
053800     SET PRT-ACTION-DETAIL TO TRUE
053900     CALL "PRTSRV" USING PRT-CONTROL
054000     IF PRT-HEADING-NEEDED
054100         WRITE PAYEE-CONTROL-LINE FROM PRT-HEADING-1
054200         WRITE PAYEE-CONTROL-LINE FROM PRT-HEADING-2
054300     END-IF
054400     WRITE PAYEE-CONTROL-LINE FROM PRT-DETAIL-LINE
054500     .
