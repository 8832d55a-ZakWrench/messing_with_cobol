000100*================================================================*
000200* SALARY-APPROVAL-PENDING-REPORT
000300* PURPOSE.  Lists every salary master change still waiting on
000400*           the SALAPPQ approval queue at the payroll cut-off -
000500*           the employee, the change keyed, its effective date
000600*           and salary, who keyed it and when it was queued -
000700*           with a count, so a change nobody has approved is
000800*           chased before the run it was meant for, not found
000900*           missing from a payslip afterwards.
001000* AUTHOR.   D. OKAFOR
001100* INSTALLATION. DATA PROCESSING - PAYROLL
001200* DATE-WRITTEN. 10/15/2026
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL PROGRAM
001700*================================================================*
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SALAPPND.
002000 AUTHOR. D. OKAFOR.
002100 INSTALLATION. DATA PROCESSING - PAYROLL.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO "SALAPPQ"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS SAQ-QUEUE-STATUS.
003100
003200     SELECT PENDING-REPORT ASSIGN TO "SALAPPND"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SAQ-REPORT-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  APPROVAL-QUEUE.
003900 COPY SALAPPQ.
004000
004100 FD  PENDING-REPORT.
004200 01  PENDING-REPORT-LINE          PIC X(80).
004300
004400 WORKING-STORAGE SECTION.
004500 01  SAQ-QUEUE-STATUS             PIC X(02).
004600 01  SAQ-REPORT-STATUS            PIC X(02).
004700 01  SAQ-QUEUE-EOF-SWITCH         PIC X(01).
004800     88  SAQ-QUEUE-EOF            VALUE "Y".
004900     88  SAQ-QUEUE-NOT-EOF        VALUE "N".
005000 01  SAQ-PENDING-COUNT            PIC 9(07) VALUE ZERO.
005100 01  SAQ-COUNT-DISPLAY            PIC Z(6)9.
005200 01  SAQ-SALARY-DISPLAY           PIC Z(4)9.99.
005300*----------------------------------------------------------------*
005400* WORK COPY OF THE QUEUED CHANGE, IN ITS REAL SHAPE
005500*----------------------------------------------------------------*
005600 COPY SALTRAN.
005700 COPY RUNLOG.
005800 COPY PRTCTL.
005900
006000 PROCEDURE DIVISION.
006100 0000-MAINLINE.
006200     ACCEPT RUNLOG-START-TIME FROM TIME
006300     PERFORM 1000-INITIALIZE
006400     PERFORM 2000-LIST-APPROVAL-QUEUE
006500     PERFORM 3000-TERMINATE
006600     MOVE ZERO TO RETURN-CODE
006700     GOBACK
006800     .
006900
007000 1000-INITIALIZE.
007100     SET SAQ-QUEUE-NOT-EOF TO TRUE
007200     OPEN OUTPUT PENDING-REPORT
007300     SET PRT-ACTION-INIT TO TRUE
007400     MOVE "SALAPPND" TO PRT-REPORT-NAME
007500     MOVE "SALAPPND" TO PRT-PRODUCER
007600     CALL "PRTSRV" USING PRT-CONTROL
007700     MOVE "EMPLOYEE ACTION EFFECTIVE  SALARY KEYED BY QUEUED"
007800         TO PENDING-REPORT-LINE
007900     PERFORM 2900-WRITE-REPORT-LINE
008000     .
008100
008200 2000-LIST-APPROVAL-QUEUE.
008300     OPEN INPUT APPROVAL-QUEUE
008400     IF SAQ-QUEUE-STATUS = "00"
008500     OR SAQ-QUEUE-STATUS = "05"
008600         IF SAQ-QUEUE-STATUS = "00"
008700             PERFORM 2100-READ-QUEUE
008800             PERFORM 2200-LIST-ONE-QUEUED
008900                 UNTIL SAQ-QUEUE-EOF
009000         END-IF
009100         CLOSE APPROVAL-QUEUE
009200     END-IF
009300     .
009400
009500 2100-READ-QUEUE.
009600     READ APPROVAL-QUEUE
009700         AT END
009800             SET SAQ-QUEUE-EOF TO TRUE
009900     END-READ
010000     .
010100
010200 2200-LIST-ONE-QUEUED.
010300     ADD 1 TO SAQ-PENDING-COUNT
010400     MOVE SALAPPQ-TRANSACTION TO SALTRAN-RECORD
010500     IF SALTRAN-SALARY IS NUMERIC
010600         MOVE SALTRAN-SALARY TO SAQ-SALARY-DISPLAY
010700     ELSE
010800         MOVE ZERO TO SAQ-SALARY-DISPLAY
010900     END-IF
011000     MOVE SPACES TO PENDING-REPORT-LINE
011100     STRING SALTRAN-EMPLOYEE-ID DELIMITED BY SIZE
011200         "   " DELIMITED BY SIZE
011300         SALTRAN-ACTION-CODE DELIMITED BY SIZE
011400         " " DELIMITED BY SIZE
011500         SALTRAN-EFFECTIVE-DATE DELIMITED BY SIZE
011600         " " DELIMITED BY SIZE
011700         SAQ-SALARY-DISPLAY DELIMITED BY SIZE
011800         " " DELIMITED BY SIZE
011900         SALTRAN-KEYED-BY DELIMITED BY SIZE
012000         " " DELIMITED BY SIZE
012100         SALAPPQ-QUEUED-DATE DELIMITED BY SIZE
012200         INTO PENDING-REPORT-LINE
012300     END-STRING
012400     PERFORM 2900-WRITE-REPORT-LINE
012500     PERFORM 2100-READ-QUEUE
012600     .
012700
012800 2900-WRITE-REPORT-LINE.
012900     MOVE PENDING-REPORT-LINE TO PRT-DETAIL-LINE
013000     SET PRT-ACTION-DETAIL TO TRUE
013100     CALL "PRTSRV" USING PRT-CONTROL
013200     IF PRT-HEADING-NEEDED
013300         WRITE PENDING-REPORT-LINE FROM PRT-HEADING-1
013400         WRITE PENDING-REPORT-LINE FROM PRT-HEADING-2
013500     END-IF
013600     WRITE PENDING-REPORT-LINE FROM PRT-DETAIL-LINE
013700     .
013800
013900 3000-TERMINATE.
014000     MOVE SAQ-PENDING-COUNT TO SAQ-COUNT-DISPLAY
014100     MOVE SPACES TO PENDING-REPORT-LINE
014200     STRING "CHANGES PENDING APPROVAL " DELIMITED BY SIZE
014300         SAQ-COUNT-DISPLAY DELIMITED BY SIZE
014400         INTO PENDING-REPORT-LINE
014500     END-STRING
014600     PERFORM 2900-WRITE-REPORT-LINE
014700     SET PRT-ACTION-END TO TRUE
014800     CALL "PRTSRV" USING PRT-CONTROL
014900     WRITE PENDING-REPORT-LINE FROM PRT-TRAILER-LINE
015000     CLOSE PENDING-REPORT
015100     DISPLAY "SALAPPND - CHANGES PENDING APPROVAL: "
015200         SAQ-PENDING-COUNT
015300     MOVE "SALAPPND"          TO RUNLOG-STEP-NAME
015400     MOVE SAQ-PENDING-COUNT   TO RUNLOG-RECORDS-READ
015500     MOVE ZERO                TO RUNLOG-RECORDS-APPLIED
015600     MOVE ZERO                TO RUNLOG-RECORDS-REJECTED
015700     MOVE ZERO                TO RUNLOG-RECORDS-DROPPED
015800     MOVE ZERO                TO RUNLOG-RETURN-CODE
015900     CALL "RUNLOGW" USING RUNLOG-RECORD
016000     .
