003760*                  LEFT AS AT ITS EFFECTIVE DATE INSTEAD OF
003770*                  DELETING THE RECORD, SO THE PAYROLL HISTORY
003780*                  LINK SURVIVES FOR THE ANNUAL STATEMENT
003781* 10/15/2026 DNO   THE MASTER NOW CARRIES THE PAY FREQUENCY -
003782*                  MONTHLY OR WEEKLY.  A FREQUENCY OTHER THAN M
003783*                  OR W IS REJECTED; SPACE MEANS MONTHLY ON AN
003784*                  ADD AND NO CHANGE ON AN UPDATE.  A WEEKLY
003785*                  SALARY IS CHECKED AGAINST THE MONTHLY GRADE
003786*                  BAND AT ITS MONTHLY EQUIVALENT
003787* 10/15/2026 DNO   FOUR-EYES APPROVAL - AN ADD, UPDATE OR LEAVER
003788*                  IS APPLIED ONLY ONCE A DIFFERENT OPERATOR HAS
003789*                  APPROVED IT THROUGH SALAPRV.  AN UNAPPROVED
003790*                  CHANGE IS STAMPED WITH THE KEYING OPERATOR
003791*                  (THE OPERSGN SIGN-ON WHEN THE RECORD NAMES
003792*                  NONE) AND QUEUED ON SALAPPQ INSTEAD; ONE
003793*                  APPROVED BY THE OPERATOR WHO KEYED IT IS
003794*                  REJECTED
003804* 10/15/2026 DNO   EVERY CHANGE APPLIED NOW WRITES A SALHIST
003814*                  SALARY HISTORY ENTRY - BEFORE AND AFTER
003824*                  SALARY, GRADE, DEPARTMENT AND STATUS, THE
003834*                  EFFECTIVE DATE AND THE KEYING AND APPROVING
003844*                  OPERATORS.  A DELETE NOW READS THE RECORD
003854*                  FIRST SO ITS LAST VALUES ARE KEPT
003856* 10/15/2026 DNO   EVERY ADD, UPDATE, DELETE AND LEAVER APPLIED TO
003858*                  THE MASTER NOW WRITES AN AFTER-IMAGE TO THE
003860*                  MSTJRNL JOURNAL THROUGH JRNLW, SO MSTRFWD CAN
003862*                  ROLL THE LAST BACKUP FORWARD
003864*================================================================*
003874 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. SALMAINT.
004000 AUTHOR. D. OKAFOR.
004100 INSTALLATION. DATA PROCESSING - PAYROLL.
006200     SELECT PENDING-TRANSACTIONS ASSIGN TO "SALPEND"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS SAM-PENDING-STATUS.
006410
006420     SELECT APPROVAL-QUEUE ASSIGN TO "SALAPPQ"
006430         ORGANIZATION IS LINE SEQUENTIAL
006440         FILE STATUS IS SAM-QUEUE-STATUS.
006445
006450     SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
006460         ORGANIZATION IS LINE SEQUENTIAL
006470         FILE STATUS IS SAM-HISTORY-STATUS.
006500
006600     SELECT OPTIONAL PAY-GRADE-MASTER ASSIGN TO "PAYGRADE"
006700         ORGANIZATION IS LINE SEQUENTIAL
008300 01  TOTALS-CONTROL-LINE        PIC X(80).
008400
008500 FD  PENDING-TRANSACTIONS.
008510 01  PENDING-TRANSACTION-RECORD PIC X(80).
008520
008530 FD  APPROVAL-QUEUE.
008540 COPY SALAPPQ.
008545
008550 FD  SALARY-HISTORY.
008560 COPY SALHIST.
008700
008800 FD  PAY-GRADE-MASTER.
008900 COPY GRADEREC.
011300 01  SAM-PENDING-STATUS         PIC X(02).
011400 01  SAM-TRANSACTIONS-HELD      PIC 9(07) VALUE ZERO.
011500 01  SAM-BUSINESS-DATE          PIC 9(08).
011510 01  SAM-QUEUE-STATUS           PIC X(02).
011515 01  SAM-HISTORY-STATUS         PIC X(02).
011520 01  SAM-TRANSACTIONS-QUEUED    PIC 9(07) VALUE ZERO.
011530 01  SAM-OPERATOR               PIC X(08).
011540 01  SAM-APPROVAL-SWITCH        PIC X(01).
011550     88  SAM-APPROVAL-CLEARED   VALUE "Y".
011560     88  SAM-APPROVAL-WITHHELD  VALUE "N".
011570 01  SAM-COUNT-DISPLAY          PIC Z(6)9.
011600 01  SAM-GRADE-STATUS           PIC X(02).
011700 01  SAM-GRADE-EOF-SWITCH       PIC X(01).
011800     88  SAM-GRADE-EOF          VALUE "Y".
013600 01  SAM-REJECT-REASON          PIC X(30).
013700 01  SAM-MATCHED-MIN            PIC 9(5)V9(2).
013800 01  SAM-MATCHED-MAX            PIC 9(5)V9(2).
013810 01  SAM-BAND-FREQUENCY         PIC X(01).
013820 01  SAM-BAND-SALARY            PIC 9(6)V9(2).
013900 01  SAM-DEPT-STATUS            PIC X(02).
014000 01  SAM-DEPT-EOF-SWITCH        PIC X(01).
014100     88  SAM-DEPT-EOF           VALUE "Y".
014900     88  SAM-DEPT-NOT-MATCHED   VALUE "N".
015000 
015100 COPY PRTCTL.
015110 COPY MSTJRNL.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE
016100 
016200 1000-INITIALIZE.
016300     SET SAM-NOT-END-OF-FILE TO TRUE
016310     CALL "BUSDATE" USING SAM-BUSINESS-DATE
016320     CALL "OPERID" USING SAM-OPERATOR
016322     OPEN EXTEND SALARY-HISTORY
016324     IF SAM-HISTORY-STATUS = "35"
016326         OPEN OUTPUT SALARY-HISTORY
016328     END-IF
016330     OPEN EXTEND APPROVAL-QUEUE
016340     IF SAM-QUEUE-STATUS = "35"
016350         OPEN OUTPUT APPROVAL-QUEUE
016360     END-IF
016370     OPEN EXTEND PENDING-TRANSACTIONS
016600     IF SAM-PENDING-STATUS = "35"
016700         OPEN OUTPUT PENDING-TRANSACTIONS
016800     END-IF
027300     .
027400 
027500 2000-PROCESS-TRANSACTION.
027510     ADD 1 TO SAM-TRANSACTIONS-READ
027520     IF SALTRAN-IS-ADD OR SALTRAN-IS-UPDATE OR SALTRAN-IS-LEAVER
027530         PERFORM 2020-CHECK-APPROVAL
027540     ELSE
027550         SET SAM-APPROVAL-CLEARED TO TRUE
027560     END-IF
027570     IF SAM-APPROVAL-CLEARED
027580         IF SALTRAN-EFFECTIVE-DATE IS NUMERIC
027590         AND SALTRAN-EFFECTIVE-DATE > SAM-BUSINESS-DATE
027600             PERFORM 2050-HOLD-FUTURE-TRANSACTION
027610         ELSE
027620             PERFORM 2060-APPLY-CURRENT-TRANSACTION
027630         END-IF
027640     END-IF
028300     PERFORM 2100-READ-TRANSACTION
028400     .
028500
028502*----------------------------------------------------------------*
028504* FOUR-EYES RULE - A CHANGE TO AN EMPLOYEE'S PAY OR EMPLOYMENT
028506* IS APPLIED ONLY WHEN AN OPERATOR OTHER THAN THE ONE WHO KEYED
028508* IT HAS APPROVED IT.  AN UNAPPROVED CHANGE WAITS ON THE
028510* APPROVAL QUEUE FOR SALAPRV; A SELF-APPROVED ONE IS REJECTED
028512*----------------------------------------------------------------*
028514 2020-CHECK-APPROVAL.
028516     SET SAM-APPROVAL-WITHHELD TO TRUE
028518     IF SALTRAN-KEYED-BY = SPACES
028520         MOVE SAM-OPERATOR TO SALTRAN-KEYED-BY
028522     END-IF
028524     EVALUATE TRUE
028526         WHEN SALTRAN-APPROVED-BY = SPACES
028528             PERFORM 2030-QUEUE-FOR-APPROVAL
028530         WHEN SALTRAN-APPROVED-BY = SALTRAN-KEYED-BY
028532             MOVE "SELF-APPROVED - NOT APPLIED"
028534                 TO SAM-REJECT-REASON
028536             PERFORM 2170-REPORT-BAND-REJECT
028538         WHEN OTHER
028540             SET SAM-APPROVAL-CLEARED TO TRUE
028542     END-EVALUATE
028544     .
028546
028548 2030-QUEUE-FOR-APPROVAL.
028550     ADD 1 TO SAM-TRANSACTIONS-QUEUED
028552     MOVE SALTRAN-RECORD    TO SALAPPQ-TRANSACTION
028554     MOVE SAM-BUSINESS-DATE TO SALAPPQ-QUEUED-DATE
028556     WRITE SALAPPQ-RECORD
028558     DISPLAY "SALMAINT - QUEUED FOR APPROVAL: EMPLOYEE "
028560         SALTRAN-EMPLOYEE-ID " " SALTRAN-ACTION-CODE
028562         " KEYED BY " SALTRAN-KEYED-BY
028564     .
028600*----------------------------------------------------------------*
028700* A TRANSACTION DATED BEYOND THE BUSINESS DATE WAITS ON THE
028800* PENDING FILE FOR SALRELSE TO RELEASE WHEN ITS DATE FALLS DUE
032100* BAND, THE WAY SPMAINT VALIDATES MEASUREMENT RANGES
032200*----------------------------------------------------------------*
032300 2150-VALIDATE-SALARY-BAND.
032310     SET SAM-BAND-VALID TO TRUE
032320     PERFORM 2155-SET-BAND-SALARY
032330     IF NOT SALTRAN-FREQUENCY-VALID
032340         SET SAM-BAND-INVALID TO TRUE
032350         MOVE "PAY FREQUENCY NOT M OR W"
032360             TO SAM-REJECT-REASON
032370     END-IF
032380     IF SAM-GRADE-COUNT = ZERO OR SAM-BAND-INVALID
032390         CONTINUE
032700     ELSE
032800         SET SAM-GRADE-NOT-MATCHED TO TRUE
032900         PERFORM 2160-MATCH-ONE-GRADE
033500             MOVE "GRADE NOT ON GRADE MASTER"
033600                 TO SAM-REJECT-REASON
033700         ELSE
033800             IF SAM-BAND-SALARY < SAM-MATCHED-MIN
033900             OR SAM-BAND-SALARY > SAM-MATCHED-MAX
034000                 SET SAM-BAND-INVALID TO TRUE
034100                 MOVE "SALARY OUTSIDE GRADE BAND"
034200                     TO SAM-REJECT-REASON
035700     END-IF
035800     .
035900
035902*----------------------------------------------------------------*
035904* GRADE BANDS ARE MONTHLY - A WEEKLY SALARY IS BANDED AT ITS
035906* MONTHLY EQUIVALENT.  AN UPDATE THAT LEAVES THE FREQUENCY
035908* BLANK KEEPS THE ONE ALREADY ON THE MASTER
035910*----------------------------------------------------------------*
035912 2155-SET-BAND-SALARY.
035914     MOVE SALTRAN-PAY-FREQUENCY TO SAM-BAND-FREQUENCY
035916     IF SALTRAN-IS-UPDATE AND SALTRAN-FREQUENCY-UNCHANGED
035918         MOVE SALTRAN-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
035920         READ SALARY-MASTER
035922             INVALID KEY
035924                 CONTINUE
035926             NOT INVALID KEY
035928                 MOVE SAL-PAY-FREQUENCY TO SAM-BAND-FREQUENCY
035930         END-READ
035932     END-IF
035934     IF SAM-BAND-FREQUENCY = "W"
035936         COMPUTE SAM-BAND-SALARY ROUNDED =
035938             SALTRAN-SALARY * 52 / 12
035940     ELSE
035942         MOVE SALTRAN-SALARY TO SAM-BAND-SALARY
035944     END-IF
035946     .
036000 2165-MATCH-ONE-DEPARTMENT.
036100     IF SAM-DEPT-ENTRY-CODE(SAM-DEPT-INDEX)
036200         = SALTRAN-DEPT-CODE
039900         MOVE SALTRAN-SALARY        TO SAL-SALARY
040000         MOVE ZERO                  TO SAL-LAST-ADJUSTMENT
040100         MOVE SALTRAN-GRADE-CODE    TO SAL-GRADE-CODE
040110         MOVE SALTRAN-DEPT-CODE     TO SAL-DEPT-CODE
040120         IF SALTRAN-FREQUENCY-UNCHANGED
040130             SET SAL-MONTHLY-PAID TO TRUE
040140         ELSE
040150             MOVE SALTRAN-PAY-FREQUENCY TO SAL-PAY-FREQUENCY
040160         END-IF
040170         IF SALTRAN-EFFECTIVE-DATE IS NUMERIC
040220         AND SALTRAN-EFFECTIVE-DATE > ZERO
040230             MOVE SALTRAN-EFFECTIVE-DATE TO SAL-START-DATE
040240         ELSE
040500                 ADD 1 TO SAM-TRANSACTIONS-REJECTED
040600                 DISPLAY "SALMAINT - DUPLICATE EMPLOYEE ID: "
040700                     SALTRAN-EMPLOYEE-ID
040710             NOT INVALID KEY
040720                 ADD 1 TO SAM-TRANSACTIONS-APPLIED
040722                 MOVE "A" TO JRNL-ACTION
040724                 PERFORM 2830-JOURNAL-AFTER-IMAGE
040730                 PERFORM 2810-CLEAR-OLD-VALUES
040740                 PERFORM 2820-RECORD-SALARY-HISTORY
040750         END-WRITE
041100     END-IF
041200     .
041300
042200                 ADD 1 TO SAM-TRANSACTIONS-REJECTED
042300                 DISPLAY "SALMAINT - EMPLOYEE NOT ON FILE: "
042400                     SALTRAN-EMPLOYEE-ID
042410             NOT INVALID KEY
042420                 PERFORM 2800-CAPTURE-OLD-VALUES
042430                 COMPUTE SAL-LAST-ADJUSTMENT =
042700                     SALTRAN-SALARY - SAL-SALARY
042800                 MOVE SALTRAN-EMPLOYEE-NAME TO SAL-EMPLOYEE-NAME
042900                 MOVE SALTRAN-SALARY        TO SAL-SALARY
043000                 MOVE SALTRAN-GRADE-CODE    TO SAL-GRADE-CODE
043010                 MOVE SALTRAN-DEPT-CODE     TO SAL-DEPT-CODE
043020                 IF NOT SALTRAN-FREQUENCY-UNCHANGED
043030                     MOVE SALTRAN-PAY-FREQUENCY
043040                         TO SAL-PAY-FREQUENCY
043050                 END-IF
043150                 REWRITE SAL-RECORD
043250                 ADD 1 TO SAM-TRANSACTIONS-APPLIED
043260                 MOVE "C" TO JRNL-ACTION
043270                 PERFORM 2830-JOURNAL-AFTER-IMAGE
043350                 PERFORM 2820-RECORD-SALARY-HISTORY
043450         END-READ
043500     END-IF
043600     .
043700 
043800 2400-DELETE-EMPLOYEE.
043900     MOVE SALTRAN-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
043910     READ SALARY-MASTER
043920         INVALID KEY
043930             ADD 1 TO SAM-TRANSACTIONS-REJECTED
043940             DISPLAY "SALMAINT - EMPLOYEE NOT ON FILE: "
043950                 SALTRAN-EMPLOYEE-ID
043960         NOT INVALID KEY
043970             PERFORM 2800-CAPTURE-OLD-VALUES
043980             DELETE SALARY-MASTER RECORD
043990             ADD 1 TO SAM-TRANSACTIONS-APPLIED
043992             MOVE "D" TO JRNL-ACTION
043994             PERFORM 2830-JOURNAL-AFTER-IMAGE
044000*           A DELETED EMPLOYEE HAS NO AFTER VALUES
044010             MOVE ZERO   TO SAL-SALARY
044020             MOVE SPACES TO SAL-GRADE-CODE
044030             MOVE SPACES TO SAL-DEPT-CODE
044040             MOVE SPACES TO SAL-STATUS
044050             PERFORM 2820-RECORD-SALARY-HISTORY
044060     END-READ
044800     .
044810
044820*----------------------------------------------------------------*
044870             ADD 1 TO SAM-TRANSACTIONS-REJECTED
044872             DISPLAY "SALMAINT - EMPLOYEE NOT ON FILE: "
044874                 SALTRAN-EMPLOYEE-ID
044875         NOT INVALID KEY
044876             PERFORM 2800-CAPTURE-OLD-VALUES
044877             IF SALTRAN-EFFECTIVE-DATE IS NUMERIC
044878             AND SALTRAN-EFFECTIVE-DATE > ZERO
044879                 MOVE SALTRAN-EFFECTIVE-DATE TO SAL-LEAVE-DATE
044884             ELSE
044886                 MOVE SAM-BUSINESS-DATE      TO SAL-LEAVE-DATE
044888             END-IF
044890             SET SAL-LEFT TO TRUE
044891             REWRITE SAL-RECORD
044892             ADD 1 TO SAM-TRANSACTIONS-APPLIED
044893             MOVE "C" TO JRNL-ACTION
044894             PERFORM 2830-JOURNAL-AFTER-IMAGE
044895             PERFORM 2820-RECORD-SALARY-HISTORY
044896             DISPLAY "SALMAINT - LEAVER MARKED: "
044898                 SALTRAN-EMPLOYEE-ID " AS AT " SAL-LEAVE-DATE
044900     END-READ
044902     .
044904
044906*----------------------------------------------------------------*
044908* SALARY HISTORY - THE MASTER'S VALUES ARE CAPTURED BEFORE A
044910* CHANGE (OR CLEARED FOR A NEW EMPLOYEE) AND WRITTEN TO SALHIST
044912* BESIDE THE VALUES AFTER IT
044914*----------------------------------------------------------------*
044916 2800-CAPTURE-OLD-VALUES.
044918     MOVE SAL-SALARY     TO SALHIST-OLD-SALARY
044920     MOVE SAL-GRADE-CODE TO SALHIST-OLD-GRADE
044922     MOVE SAL-DEPT-CODE  TO SALHIST-OLD-DEPT
044924     MOVE SAL-STATUS     TO SALHIST-OLD-STATUS
044926     .
044928
044930 2810-CLEAR-OLD-VALUES.
044932     MOVE ZERO   TO SALHIST-OLD-SALARY
044934     MOVE SPACES TO SALHIST-OLD-GRADE
044936     MOVE SPACES TO SALHIST-OLD-DEPT
044938     MOVE SPACES TO SALHIST-OLD-STATUS
044940     .
044942
044944 2820-RECORD-SALARY-HISTORY.
044946     MOVE SALTRAN-EMPLOYEE-ID TO SALHIST-EMPLOYEE-ID
044948     IF SALTRAN-EFFECTIVE-DATE IS NUMERIC
044950     AND SALTRAN-EFFECTIVE-DATE > ZERO
044952         MOVE SALTRAN-EFFECTIVE-DATE TO SALHIST-EFFECTIVE-DATE
044954     ELSE
044956         MOVE SAM-BUSINESS-DATE      TO SALHIST-EFFECTIVE-DATE
044958     END-IF
044960     MOVE SAM-BUSINESS-DATE   TO SALHIST-RECORDED-DATE
044962     MOVE SALTRAN-ACTION-CODE TO SALHIST-ACTION
044964     MOVE SAL-SALARY          TO SALHIST-NEW-SALARY
044966     MOVE SAL-GRADE-CODE      TO SALHIST-NEW-GRADE
044968     MOVE SAL-DEPT-CODE       TO SALHIST-NEW-DEPT
044970     MOVE SAL-STATUS          TO SALHIST-NEW-STATUS
044972     MOVE ZERO                TO SALHIST-BACK-PAY
044974     MOVE "SALMAINT"          TO SALHIST-SOURCE
044976     IF SALTRAN-KEYED-BY = SPACES
044978         MOVE SAM-OPERATOR     TO SALHIST-KEYED-BY
044980     ELSE
044982         MOVE SALTRAN-KEYED-BY TO SALHIST-KEYED-BY
044984     END-IF
044986     MOVE SALTRAN-APPROVED-BY TO SALHIST-APPROVED-BY
044988     WRITE SALHIST-RECORD
044990     .
044995
044996*----------------------------------------------------------------*
044997* EVERY ADD, CHANGE AND DELETE APPLIED TO THE MASTER IS JOURNALLED
044998* AS IT HAPPENS, SO MSTRFWD CAN ROLL THE LAST BACKUP FORWARD.  THE
044999* CALLER SETS THE ACTION; A DELETE CARRIES THE KEY ONLY
045000*----------------------------------------------------------------*
045001 2830-JOURNAL-AFTER-IMAGE.
045002     MOVE "SALMAINT"      TO JRNL-PROGRAM
045003     SET JRNL-IS-SALARY   TO TRUE
045004     MOVE SAL-EMPLOYEE-ID TO JRNL-KEY
045005     IF JRNL-IS-DELETE
045006         MOVE SPACES      TO JRNL-IMAGE
045007     ELSE
045008         MOVE SAL-RECORD  TO JRNL-IMAGE
045009     END-IF
045010     CALL "JRNLW" USING JRNL-RECORD
045011     .
045012
045013 3000-TERMINATE.
045014     CLOSE APPROVAL-QUEUE
045015     CLOSE SALARY-HISTORY
045020     CLOSE PENDING-TRANSACTIONS
045030     CLOSE SALARY-TRANSACTIONS
045300     CLOSE SALARY-MASTER
045400     OPEN INPUT SALARY-MASTER
045500     PERFORM 3050-COMPUTE-ENDING-BALANCE
045900     DISPLAY "SALMAINT - APPLIED: "  SAM-TRANSACTIONS-APPLIED
046000     DISPLAY "SALMAINT - REJECTED: " SAM-TRANSACTIONS-REJECTED
046100     DISPLAY "SALMAINT - HELD PENDING: " SAM-TRANSACTIONS-HELD
046110     DISPLAY "SALMAINT - QUEUED FOR APPROVAL: "
046120         SAM-TRANSACTIONS-QUEUED
046200     IF SAM-TRANSACTIONS-REJECTED > 0
046300         MOVE 8 TO SAM-RETURN-CODE
046400     END-IF
050700         SAM-CHANGE-DISPLAY DELIMITED BY SIZE
050800         INTO TOTALS-CONTROL-LINE
050900     END-STRING
050910     PERFORM 3200-WRITE-REPORT-LINE
050920     MOVE SAM-TRANSACTIONS-QUEUED TO SAM-COUNT-DISPLAY
050930     MOVE SPACES TO TOTALS-CONTROL-LINE
050940     STRING "QUEUED FOR APPROVAL  " DELIMITED BY SIZE
050950         SAM-COUNT-DISPLAY DELIMITED BY SIZE
050960         INTO TOTALS-CONTROL-LINE
050970     END-STRING
050980     PERFORM 3200-WRITE-REPORT-LINE
050990     SET PRT-ACTION-END TO TRUE
051200     CALL "PRTSRV" USING PRT-CONTROL
051300     WRITE TOTALS-CONTROL-LINE FROM PRT-TRAILER-LINE
051400     CLOSE TOTALS-CONTROL-REPORT
