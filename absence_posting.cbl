000100*================================================================*
000200* ABSENCE-POSTING
000300* PURPOSE.  Posts the night's absence transactions - sickness,
000400*           unpaid leave and holiday taken - to the absence
000500*           balance master, and sets each employee's holiday
000600*           entitlement at the start of the leave year.  Every
000700*           transaction must name an employee on the SALARY
000800*           master, carry a sensible date range and no more
000900*           working days than the range holds; a holiday that
001000*           would overdraw the remaining balance is refused.
001100*           A sickness spell starting within eight weeks of the
001200*           end of the last one links to it, so the statutory
001300*           waiting days are not charged twice.  Each posted
001400*           absence is also queued on ABSPEND for PAYSLIP to
001500*           stop pay and pay sick pay in the next pay run, and
001600*           listed on the control report with every reject and
001700*           its reason.
001800* AUTHOR.   D. OKAFOR
001900* INSTALLATION. DATA PROCESSING - PAYROLL
002000* DATE-WRITTEN. 10/15/2026
002100*================================================================*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 DNO   ORIGINAL PROGRAM
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ABSPOST.
002800 AUTHOR. D. OKAFOR.
002900 INSTALLATION. DATA PROCESSING - PAYROLL.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL ABSENCE-TRANSACTIONS ASSIGN TO "ABSTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS ABP-TRAN-STATUS.
003900
004000     SELECT ABSENCE-BALANCE-MASTER ASSIGN TO "ABSBAL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ABSBAL-EMPLOYEE-ID
004400         FILE STATUS IS ABP-MASTER-STATUS.
004500
004600     SELECT SALARY-MASTER ASSIGN TO "SALARY"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SAL-EMPLOYEE-ID
005000         FILE STATUS IS ABP-SALARY-STATUS.
005100
005200     SELECT ABSENCE-PENDING ASSIGN TO "ABSPEND"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS ABP-PENDING-STATUS.
005500
005600     SELECT ABSENCE-CONTROL-REPORT ASSIGN TO "ABSCTL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS ABP-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ABSENCE-TRANSACTIONS.
006300 COPY ABSTRAN.
006400
006500 FD  ABSENCE-BALANCE-MASTER.
006600 COPY ABSBAL.
006700
006800 FD  SALARY-MASTER.
006900 COPY SALARYREC.
007000
007100 FD  ABSENCE-PENDING.
007200 COPY ABSPEND.
007300
007400 FD  ABSENCE-CONTROL-REPORT.
007500 01  ABSENCE-CONTROL-LINE         PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 01  ABP-TRAN-STATUS              PIC X(02).
007900 01  ABP-MASTER-STATUS            PIC X(02).
008000 01  ABP-SALARY-STATUS            PIC X(02).
008100 01  ABP-PENDING-STATUS           PIC X(02).
008200 01  ABP-REPORT-STATUS            PIC X(02).
008300 01  ABP-END-OF-FILE-SWITCH       PIC X(01).
008400     88  ABP-END-OF-FILE          VALUE "Y".
008500     88  ABP-NOT-END-OF-FILE      VALUE "N".
008600 01  ABP-RETURN-CODE              PIC 9(02) VALUE ZERO.
008700 01  ABP-TRANSACTIONS-READ        PIC 9(07) VALUE ZERO.
008800 01  ABP-TRANSACTIONS-APPLIED     PIC 9(07) VALUE ZERO.
008900 01  ABP-TRANSACTIONS-REJECTED    PIC 9(07) VALUE ZERO.
009000 01  ABP-BUSINESS-DATE            PIC 9(08).
009100 01  ABP-OPERATOR                 PIC X(08).
009200 01  ABP-VALID-SWITCH             PIC X(01).
009300     88  ABP-ABSENCE-VALID        VALUE "Y".
009400     88  ABP-ABSENCE-INVALID      VALUE "N".
009500 01  ABP-BALANCE-SWITCH           PIC X(01).
009600     88  ABP-BALANCE-ON-FILE      VALUE "Y".
009700     88  ABP-BALANCE-NEW          VALUE "N".
009800 01  ABP-REJECT-REASON            PIC X(30).
009900 01  ABP-COUNT-DISPLAY            PIC Z(6)9.
010000 01  ABP-DAYS-DISPLAY             PIC ZZ9.
010100*----------------------------------------------------------------*
010200* DAY SERIALS FROM DAYSERL - THE RANGE OF THE ABSENCE AND THE GAP
010300* SINCE THE LAST SICKNESS SPELL ARE FOUND BY SUBTRACTION
010400*----------------------------------------------------------------*
010500 01  ABP-FROM-SERIAL              PIC 9(07).
010600 01  ABP-TO-SERIAL                PIC 9(07).
010700 01  ABP-LAST-SICK-SERIAL         PIC 9(07).
010800 01  ABP-RANGE-DAYS               PIC 9(07).
010900 01  ABP-GAP-DAYS                 PIC 9(07).
011000*    A SPELL STARTING NO MORE THAN EIGHT WEEKS AFTER THE LAST
011100*    ONE ENDED IS THE SAME PERIOD OF INCAPACITY FOR SICK PAY
011200 01  ABP-LINK-DAYS                PIC 9(03) VALUE 56.
011300 01  ABP-CHAIN-BEFORE             PIC 9(03).
011400 01  ABP-CHAIN-TOTAL              PIC 9(04).
011500 01  ABP-LINK-TEXT                PIC X(07).
011600 COPY RUNLOG.
011700 COPY PRTCTL.
011800
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     ACCEPT RUNLOG-START-TIME FROM TIME
012200     PERFORM 1000-INITIALIZE
012300     PERFORM 2000-PROCESS-TRANSACTION UNTIL ABP-END-OF-FILE
012400     PERFORM 3000-TERMINATE
012500     MOVE ABP-RETURN-CODE TO RETURN-CODE
012600     GOBACK
012700     .
012800
012900 1000-INITIALIZE.
013000     SET ABP-NOT-END-OF-FILE TO TRUE
013100     CALL "BUSDATE" USING ABP-BUSINESS-DATE
013200     CALL "OPERID" USING ABP-OPERATOR
013300     OPEN I-O ABSENCE-BALANCE-MASTER
013400     IF ABP-MASTER-STATUS = "35"
013500         CLOSE ABSENCE-BALANCE-MASTER
013600         OPEN OUTPUT ABSENCE-BALANCE-MASTER
013700         CLOSE ABSENCE-BALANCE-MASTER
013800         OPEN I-O ABSENCE-BALANCE-MASTER
013900     END-IF
014000     OPEN INPUT SALARY-MASTER
014100     IF ABP-SALARY-STATUS NOT = "00"
014200         DISPLAY "ABSPOST - SALARY MASTER NOT AVAILABLE: "
014300             ABP-SALARY-STATUS
014400         MOVE 16 TO ABP-RETURN-CODE
014500         SET ABP-END-OF-FILE TO TRUE
014600     END-IF
014700     OPEN EXTEND ABSENCE-PENDING
014800     IF ABP-PENDING-STATUS = "35"
014900         OPEN OUTPUT ABSENCE-PENDING
015000     END-IF
015100     OPEN OUTPUT ABSENCE-CONTROL-REPORT
015200     SET PRT-ACTION-INIT TO TRUE
015300     MOVE "ABSCTL" TO PRT-REPORT-NAME
015400     MOVE "ABSPOST" TO PRT-PRODUCER
015500     CALL "PRTSRV" USING PRT-CONTROL
015600     IF ABP-NOT-END-OF-FILE
015700         OPEN INPUT ABSENCE-TRANSACTIONS
015800         IF ABP-TRAN-STATUS = "00"
015900             PERFORM 2100-READ-TRANSACTION
016000         ELSE
016100             DISPLAY "ABSPOST - NO ABSENCE TRANSACTIONS TONIGHT"
016200             SET ABP-END-OF-FILE TO TRUE
016300         END-IF
016400     END-IF
016500     .
016600
016700 2000-PROCESS-TRANSACTION.
016800     ADD 1 TO ABP-TRANSACTIONS-READ
016900     PERFORM 2150-VALIDATE-ABSENCE
017000     IF ABP-ABSENCE-INVALID
017100         PERFORM 2170-REPORT-REJECT
017200     ELSE
017300         EVALUATE TRUE
017400             WHEN ABSTRAN-IS-ENTITLEMENT
017500                 PERFORM 2200-SET-ENTITLEMENT
017600             WHEN ABSTRAN-IS-SICK
017700                 PERFORM 2300-POST-SICKNESS
017800             WHEN ABSTRAN-IS-UNPAID
017900                 PERFORM 2400-POST-UNPAID-LEAVE
018000             WHEN ABSTRAN-IS-HOLIDAY
018100                 PERFORM 2500-POST-HOLIDAY
018200         END-EVALUATE
018300     END-IF
018400     PERFORM 2100-READ-TRANSACTION
018500     .
018600
018700 2100-READ-TRANSACTION.
018800     READ ABSENCE-TRANSACTIONS
018900         AT END
019000             SET ABP-END-OF-FILE TO TRUE
019100     END-READ
019200     .
019300
019400*----------------------------------------------------------------*
019500* EVERY TRANSACTION MUST NAME A KNOWN EMPLOYEE AND A KNOWN TYPE;
019600* AN ABSENCE MUST ALSO RUN FROM A REAL DATE TO THE SAME OR A
019700* LATER ONE AND CLAIM NO MORE DAYS THAN THE RANGE HOLDS.  THE
019800* EMPLOYEE'S BALANCE ENTRY IS READ HERE, OR STARTED AT ZERO
019900*----------------------------------------------------------------*
020000 2150-VALIDATE-ABSENCE.
020100     SET ABP-ABSENCE-VALID TO TRUE
020200     MOVE ABSTRAN-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
020300     READ SALARY-MASTER
020400         INVALID KEY
020500             SET ABP-ABSENCE-INVALID TO TRUE
020600             MOVE "EMPLOYEE NOT ON SALARY MASTER"
020700                 TO ABP-REJECT-REASON
020800     END-READ
020900     IF ABP-ABSENCE-VALID
021000     AND NOT ABSTRAN-IS-SICK
021100     AND NOT ABSTRAN-IS-UNPAID
021200     AND NOT ABSTRAN-IS-HOLIDAY
021300     AND NOT ABSTRAN-IS-ENTITLEMENT
021400         SET ABP-ABSENCE-INVALID TO TRUE
021500         MOVE "UNKNOWN ABSENCE TYPE" TO ABP-REJECT-REASON
021600     END-IF
021700     IF ABP-ABSENCE-VALID
021800     AND ABSTRAN-DAYS IS NOT NUMERIC
021900         SET ABP-ABSENCE-INVALID TO TRUE
022000         MOVE "DAYS NOT NUMERIC" TO ABP-REJECT-REASON
022100     END-IF
022200     IF ABP-ABSENCE-VALID
022300     AND NOT ABSTRAN-IS-ENTITLEMENT
022400         PERFORM 2160-VALIDATE-DATE-RANGE
022500     END-IF
022600     IF ABP-ABSENCE-VALID
022700         PERFORM 2180-READ-BALANCE
022800     END-IF
022900     IF ABP-ABSENCE-VALID
023000     AND ABSTRAN-IS-HOLIDAY
023100     AND ABSTRAN-DAYS > ABSBAL-HOLIDAY-REMAINING
023200         SET ABP-ABSENCE-INVALID TO TRUE
023300         MOVE "EXCEEDS HOLIDAY REMAINING"
023400             TO ABP-REJECT-REASON
023500     END-IF
023600     .
023700
023800 2160-VALIDATE-DATE-RANGE.
023900     CALL "DAYSERL" USING ABSTRAN-FROM-DATE ABP-FROM-SERIAL
024000     CALL "DAYSERL" USING ABSTRAN-TO-DATE ABP-TO-SERIAL
024100     IF ABP-FROM-SERIAL = ZERO
024200     OR ABP-TO-SERIAL = ZERO
024300         SET ABP-ABSENCE-INVALID TO TRUE
024400         MOVE "FROM OR TO DATE NOT VALID"
024500             TO ABP-REJECT-REASON
024600     ELSE
024700         IF ABP-TO-SERIAL < ABP-FROM-SERIAL
024800             SET ABP-ABSENCE-INVALID TO TRUE
024900             MOVE "TO DATE BEFORE FROM DATE"
025000                 TO ABP-REJECT-REASON
025100         ELSE
025200             COMPUTE ABP-RANGE-DAYS =
025300                 ABP-TO-SERIAL - ABP-FROM-SERIAL + 1
025400             IF ABSTRAN-DAYS = ZERO
025500             OR ABSTRAN-DAYS > ABP-RANGE-DAYS
025600                 SET ABP-ABSENCE-INVALID TO TRUE
025700                 MOVE "DAYS ZERO OR MORE THAN RANGE"
025800                     TO ABP-REJECT-REASON
025900             END-IF
026000         END-IF
026100     END-IF
026200     .
026300
026400 2170-REPORT-REJECT.
026500     ADD 1 TO ABP-TRANSACTIONS-REJECTED
026600     MOVE SPACES TO ABSENCE-CONTROL-LINE
026700     STRING "REJECTED " DELIMITED BY SIZE
026800         ABSTRAN-TYPE DELIMITED BY SIZE
026900         " EMPLOYEE " DELIMITED BY SIZE
027000         ABSTRAN-EMPLOYEE-ID DELIMITED BY SIZE
027100         " - " DELIMITED BY SIZE
027200         ABP-REJECT-REASON DELIMITED BY SIZE
027300         INTO ABSENCE-CONTROL-LINE
027400     END-STRING
027500     PERFORM 9000-WRITE-REPORT-LINE
027600     .
027700
027800 2180-READ-BALANCE.
027900     SET ABP-BALANCE-ON-FILE TO TRUE
028000     MOVE ABSTRAN-EMPLOYEE-ID TO ABSBAL-EMPLOYEE-ID
028100     READ ABSENCE-BALANCE-MASTER
028200         INVALID KEY
028300             SET ABP-BALANCE-NEW TO TRUE
028400             MOVE ZERO TO ABSBAL-HOLIDAY-ENTITLEMENT
028500             MOVE ZERO TO ABSBAL-HOLIDAY-TAKEN
028600             MOVE ZERO TO ABSBAL-HOLIDAY-REMAINING
028700             MOVE ZERO TO ABSBAL-SICK-TAKEN
028800             MOVE ZERO TO ABSBAL-UNPAID-TAKEN
028900             MOVE ZERO TO ABSBAL-LAST-SICK-TO
029000             MOVE ZERO TO ABSBAL-SICK-CHAIN-DAYS
029100     END-READ
029200     .
029300
029400*----------------------------------------------------------------*
029500* THE ENTITLEMENT OPENS A NEW LEAVE YEAR - THE DAYS TAKEN START
029600* AGAIN FROM ZERO.  THE SICKNESS CHAIN IS LEFT ALONE, SINCE A
029700* PERIOD OF INCAPACITY DOES NOT STOP AT THE LEAVE YEAR END
029800*----------------------------------------------------------------*
029900 2200-SET-ENTITLEMENT.
030000     MOVE ABSTRAN-DAYS TO ABSBAL-HOLIDAY-ENTITLEMENT
030100     MOVE ZERO         TO ABSBAL-HOLIDAY-TAKEN
030200     MOVE ABSTRAN-DAYS TO ABSBAL-HOLIDAY-REMAINING
030300     MOVE ZERO         TO ABSBAL-SICK-TAKEN
030400     MOVE ZERO         TO ABSBAL-UNPAID-TAKEN
030500     PERFORM 2800-STORE-BALANCE
030600     MOVE SPACES TO ABP-LINK-TEXT
030700     PERFORM 2700-REPORT-POSTING
030800     .
030900
031000*----------------------------------------------------------------*
031100* A SPELL THAT STARTS WITHIN THE LINK DAYS OF THE LAST ONE'S END
031200* CARRIES THE CHAIN ON; OTHERWISE A NEW CHAIN STARTS AT ZERO
031300*----------------------------------------------------------------*
031400 2300-POST-SICKNESS.
031500     MOVE ZERO TO ABP-CHAIN-BEFORE
031600     MOVE SPACES TO ABP-LINK-TEXT
031700     CALL "DAYSERL" USING ABSBAL-LAST-SICK-TO
031800         ABP-LAST-SICK-SERIAL
031900     IF ABP-LAST-SICK-SERIAL > ZERO
032000     AND ABP-FROM-SERIAL > ABP-LAST-SICK-SERIAL
032100         COMPUTE ABP-GAP-DAYS =
032200             ABP-FROM-SERIAL - ABP-LAST-SICK-SERIAL
032300         IF ABP-GAP-DAYS NOT > ABP-LINK-DAYS
032400             MOVE ABSBAL-SICK-CHAIN-DAYS TO ABP-CHAIN-BEFORE
032500             MOVE "LINKED" TO ABP-LINK-TEXT
032600         END-IF
032700     END-IF
032800     COMPUTE ABP-CHAIN-TOTAL = ABP-CHAIN-BEFORE + ABSTRAN-DAYS
032900     IF ABP-CHAIN-TOTAL > 999
033000         MOVE 999 TO ABSBAL-SICK-CHAIN-DAYS
033100     ELSE
033200         MOVE ABP-CHAIN-TOTAL TO ABSBAL-SICK-CHAIN-DAYS
033300     END-IF
033400     IF ABSTRAN-TO-DATE > ABSBAL-LAST-SICK-TO
033500         MOVE ABSTRAN-TO-DATE TO ABSBAL-LAST-SICK-TO
033600     END-IF
033700     ADD ABSTRAN-DAYS TO ABSBAL-SICK-TAKEN
033800     PERFORM 2800-STORE-BALANCE
033900     PERFORM 2900-QUEUE-FOR-PAY-RUN
034000     PERFORM 2700-REPORT-POSTING
034100     .
034200
034300 2400-POST-UNPAID-LEAVE.
034400     ADD ABSTRAN-DAYS TO ABSBAL-UNPAID-TAKEN
034500     MOVE ZERO TO ABP-CHAIN-BEFORE
034600     MOVE SPACES TO ABP-LINK-TEXT
034700     PERFORM 2800-STORE-BALANCE
034800     PERFORM 2900-QUEUE-FOR-PAY-RUN
034900     PERFORM 2700-REPORT-POSTING
035000     .
035100
035200*    HOLIDAY IS PAID AS NORMAL - IT IS QUEUED ONLY SO THE SLIP
035300*    CAN LIST THE DAYS TAKEN IN THE PERIOD
035400 2500-POST-HOLIDAY.
035500     ADD ABSTRAN-DAYS TO ABSBAL-HOLIDAY-TAKEN
035600     SUBTRACT ABSTRAN-DAYS FROM ABSBAL-HOLIDAY-REMAINING
035700     MOVE ZERO TO ABP-CHAIN-BEFORE
035800     MOVE SPACES TO ABP-LINK-TEXT
035900     PERFORM 2800-STORE-BALANCE
036000     PERFORM 2900-QUEUE-FOR-PAY-RUN
036100     PERFORM 2700-REPORT-POSTING
036200     .
036300
036400 2700-REPORT-POSTING.
036500     MOVE ABSTRAN-DAYS TO ABP-DAYS-DISPLAY
036600     MOVE SPACES TO ABSENCE-CONTROL-LINE
036700     IF ABSTRAN-IS-ENTITLEMENT
036800         STRING ABSTRAN-TYPE DELIMITED BY SIZE
036900             "  EMPLOYEE " DELIMITED BY SIZE
037000             ABSTRAN-EMPLOYEE-ID DELIMITED BY SIZE
037100             "  ENTITLEMENT " DELIMITED BY SIZE
037200             ABP-DAYS-DISPLAY DELIMITED BY SIZE
037300             " DAYS" DELIMITED BY SIZE
037400             INTO ABSENCE-CONTROL-LINE
037500         END-STRING
037600     ELSE
037700         STRING ABSTRAN-TYPE DELIMITED BY SIZE
037800             "  EMPLOYEE " DELIMITED BY SIZE
037900             ABSTRAN-EMPLOYEE-ID DELIMITED BY SIZE
038000             "  " DELIMITED BY SIZE
038100             ABSTRAN-FROM-DATE DELIMITED BY SIZE
038200             " TO " DELIMITED BY SIZE
038300             ABSTRAN-TO-DATE DELIMITED BY SIZE
038400             "  " DELIMITED BY SIZE
038500             ABP-DAYS-DISPLAY DELIMITED BY SIZE
038600             " DAYS  " DELIMITED BY SIZE
038700             ABP-LINK-TEXT DELIMITED BY SIZE
038800             INTO ABSENCE-CONTROL-LINE
038900         END-STRING
039000     END-IF
039100     PERFORM 9000-WRITE-REPORT-LINE
039200     .
039300
039400 2800-STORE-BALANCE.
039500     MOVE ABP-BUSINESS-DATE TO ABSBAL-CHANGED-DATE
039600     MOVE ABP-OPERATOR      TO ABSBAL-CHANGED-BY
039700     IF ABP-BALANCE-ON-FILE
039800         REWRITE ABSBAL-RECORD
039900     ELSE
040000         WRITE ABSBAL-RECORD
040100     END-IF
040200     ADD 1 TO ABP-TRANSACTIONS-APPLIED
040300     .
040400
040500 2900-QUEUE-FOR-PAY-RUN.
040600     MOVE ABSTRAN-EMPLOYEE-ID TO ABSPEND-EMPLOYEE-ID
040700     MOVE ABSTRAN-TYPE        TO ABSPEND-TYPE
040800     MOVE ABSTRAN-FROM-DATE   TO ABSPEND-FROM-DATE
040900     MOVE ABSTRAN-TO-DATE     TO ABSPEND-TO-DATE
041000     MOVE ABSTRAN-DAYS        TO ABSPEND-DAYS
041100     MOVE ABP-CHAIN-BEFORE    TO ABSPEND-CHAIN-BEFORE
041200     WRITE ABSPEND-RECORD
041300     .
041400
041500 3000-TERMINATE.
041600     IF ABP-TRAN-STATUS NOT = "35"
041700     AND ABP-TRAN-STATUS NOT = "30"
041800     AND ABP-RETURN-CODE < 16
041900         CLOSE ABSENCE-TRANSACTIONS
042000     END-IF
042100     CLOSE ABSENCE-BALANCE-MASTER
042200     IF ABP-RETURN-CODE < 16
042300         CLOSE SALARY-MASTER
042400     END-IF
042500     CLOSE ABSENCE-PENDING
042600     MOVE ABP-TRANSACTIONS-READ TO ABP-COUNT-DISPLAY
042700     MOVE SPACES TO ABSENCE-CONTROL-LINE
042800     STRING "TRANSACTIONS READ     " DELIMITED BY SIZE
042900         ABP-COUNT-DISPLAY DELIMITED BY SIZE
043000         INTO ABSENCE-CONTROL-LINE
043100     END-STRING
043200     PERFORM 9000-WRITE-REPORT-LINE
043300     MOVE ABP-TRANSACTIONS-APPLIED TO ABP-COUNT-DISPLAY
043400     MOVE SPACES TO ABSENCE-CONTROL-LINE
043500     STRING "TRANSACTIONS APPLIED  " DELIMITED BY SIZE
043600         ABP-COUNT-DISPLAY DELIMITED BY SIZE
043700         INTO ABSENCE-CONTROL-LINE
043800     END-STRING
043900     PERFORM 9000-WRITE-REPORT-LINE
044000     MOVE ABP-TRANSACTIONS-REJECTED TO ABP-COUNT-DISPLAY
044100     MOVE SPACES TO ABSENCE-CONTROL-LINE
044200     STRING "TRANSACTIONS REJECTED " DELIMITED BY SIZE
044300         ABP-COUNT-DISPLAY DELIMITED BY SIZE
044400         INTO ABSENCE-CONTROL-LINE
044500     END-STRING
044600     PERFORM 9000-WRITE-REPORT-LINE
044700     SET PRT-ACTION-END TO TRUE
044800     CALL "PRTSRV" USING PRT-CONTROL
044900     WRITE ABSENCE-CONTROL-LINE FROM PRT-TRAILER-LINE
045000     CLOSE ABSENCE-CONTROL-REPORT
045100     DISPLAY "ABSPOST - READ: "     ABP-TRANSACTIONS-READ
045200     DISPLAY "ABSPOST - APPLIED: "  ABP-TRANSACTIONS-APPLIED
045300     DISPLAY "ABSPOST - REJECTED: " ABP-TRANSACTIONS-REJECTED
045400     IF ABP-TRANSACTIONS-REJECTED > 0
045500     AND ABP-RETURN-CODE < 8
045600         MOVE 8 TO ABP-RETURN-CODE
045700     END-IF
045800     MOVE "ABSPOST"                 TO RUNLOG-STEP-NAME
045900     MOVE ABP-TRANSACTIONS-READ     TO RUNLOG-RECORDS-READ
046000     MOVE ABP-TRANSACTIONS-APPLIED  TO RUNLOG-RECORDS-APPLIED
046100     MOVE ABP-TRANSACTIONS-REJECTED TO RUNLOG-RECORDS-REJECTED
046200     MOVE ZERO                      TO RUNLOG-RECORDS-DROPPED
046300     MOVE ABP-RETURN-CODE           TO RUNLOG-RETURN-CODE
046400     CALL "RUNLOGW" USING RUNLOG-RECORD
046500     .
046600
046700 9000-WRITE-REPORT-LINE.
046800     MOVE ABSENCE-CONTROL-LINE TO PRT-DETAIL-LINE
046900     SET PRT-ACTION-DETAIL TO TRUE
047000     CALL "PRTSRV" USING PRT-CONTROL
047100     IF PRT-HEADING-NEEDED
047200         WRITE ABSENCE-CONTROL-LINE FROM PRT-HEADING-1
047300         WRITE ABSENCE-CONTROL-LINE FROM PRT-HEADING-2
047400     END-IF
047500     WRITE ABSENCE-CONTROL-LINE FROM PRT-DETAIL-LINE
047600     .
