001760*                  TO THE SALARRS FILE, WHICH THE NEXT PAYSLIP
001770*                  RUN PAYS AS A SEPARATELY ITEMIZED BACK-PAY
001780*                  ELEMENT
001785* 10/15/2026 DNO   SUPPLEMENTARY RUN ROWS ON THE HISTORY NO
001790*                  LONGER COUNT AS MISSED RUNS - A ONE-OFF
001795*                  PAYMENT CARRIED NO SALARY TO BE IN ARREARS ON
001797* 10/15/2026 DNO   A RUN SINCE REVERSED BY PAYREVRS NO LONGER
001799*                  COUNTS AS A MISSED RUN - ITS RERUN DOES
001809* 10/15/2026 DNO   A WEEKLY RUN ROW COUNTS AS A MISSED RUN FOR A
001819*                  WEEKLY-PAID EMPLOYEE; THE PENDING LAYOUTS ARE
001821*                  WIDENED FOR THE PAY FREQUENCY
001823* 10/15/2026 DNO   PENDING LAYOUTS WIDENED FOR THE KEYING AND
001825*                  APPROVING OPERATORS, WHICH A HELD CHANGE
001827*                  CARRIES BACK INTO SALTRAN SO SALMAINT STILL
001829*                  SEES IT AS APPROVED.  SALAPRV QUEUES EVERY
001831*                  APPROVED CHANGE HERE, SO ONE APPROVED AFTER
001833*                  ITS EFFECTIVE DATE STILL EARNS ITS ARREARS
001834* 10/15/2026 DNO   EVERY BACK PAY RAISED IS ALSO WRITTEN TO THE
001835*                  SALHIST SALARY HISTORY AS AN ARREAR ENTRY, SO
001836*                  THE EMPLOYEE'S CHANGE HISTORY SHOWS IT
001839*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. SALRELSE.
002100 AUTHOR. D. OKAFOR.
004397         ORGANIZATION IS LINE SEQUENTIAL
004398         FILE STATUS IS SRL-ARREARS-STATUS.
004400
004408     SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
004418         ORGANIZATION IS LINE SEQUENTIAL
004428         FILE STATUS IS SRL-HISTORY-STATUS.
004438
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PENDING-TRANSACTIONS.
004800 COPY SALTRAN.
004900
005000 FD  PENDING-WORK.
005100 01  PENDING-WORK-RECORD          PIC X(80).
005200
005300 FD  SALARY-TRANSACTIONS.
005400 01  RELEASED-TRANSACTION         PIC X(80).
005500
005600 FD  RELEASE-REPORT.
005700 01  RELEASE-REPORT-LINE          PIC X(80).
005790 01  ARREARS-RECORD.
005792     05  ARR-EMPLOYEE-ID          PIC 9(06).
005794     05  ARR-AMOUNT               PIC 9(5)V9(2).
005795
005796 FD  SALARY-HISTORY.
005798 COPY SALHIST.
005800
005900 WORKING-STORAGE SECTION.
006000 01  SRL-PENDING-STATUS           PIC X(02).
006910 01  SRL-MASTER-STATUS            PIC X(02).
006920 01  SRL-PAYHIST-STATUS           PIC X(02).
006930 01  SRL-ARREARS-STATUS           PIC X(02).
006935 01  SRL-HISTORY-STATUS           PIC X(02).
006940 01  SRL-PAYHIST-EOF-SWITCH       PIC X(01).
006950     88  SRL-PAYHIST-EOF          VALUE "Y".
006960     88  SRL-PAYHIST-NOT-EOF      VALUE "N".
008830     IF SRL-ARREARS-STATUS = "35"
008840         OPEN OUTPUT ARREARS-FILE
008850     END-IF
008860     OPEN EXTEND SALARY-HISTORY
008870     IF SRL-HISTORY-STATUS = "35"
008880         OPEN OUTPUT SALARY-HISTORY
008890     END-IF
008900     OPEN EXTEND SALARY-TRANSACTIONS
009000     IF SRL-TRAN-STATUS = "35"
009100         OPEN OUTPUT SALARY-TRANSACTIONS
014776     .
014778
014780 2440-WEIGH-ONE-HISTORY.
014781     IF PAYHIST-EMPLOYEE-ID = SALTRAN-EMPLOYEE-ID
014782     AND PAYHIST-RUN-DATE NOT < SALTRAN-EFFECTIVE-DATE
014783     AND (PAYHIST-REGULAR-RUN OR PAYHIST-WEEKLY-RUN)
014784         ADD 1 TO SRL-MISSED-RUNS
014785     END-IF
014786     IF PAYHIST-EMPLOYEE-ID = SALTRAN-EMPLOYEE-ID
014787     AND PAYHIST-REVERSAL
014788     AND PAYHIST-REVERSED-DATE NOT < SALTRAN-EFFECTIVE-DATE
014789     AND SRL-MISSED-RUNS > ZERO
014790         SUBTRACT 1 FROM SRL-MISSED-RUNS
014791     END-IF
014792     PERFORM 2450-READ-HISTORY
014793     .
014794
014796 2450-READ-HISTORY.
014798     READ PAYROLL-HISTORY
014814         SRL-RISE-PER-RUN * SRL-MISSED-RUNS
014816     MOVE SALTRAN-EMPLOYEE-ID TO ARR-EMPLOYEE-ID
014818     MOVE SRL-ARREARS-AMOUNT  TO ARR-AMOUNT
014819     WRITE ARREARS-RECORD
014820     ADD 1 TO SRL-ARREARS-WRITTEN
014821     PERFORM 2470-RECORD-ARREARS-HISTORY
014824     MOVE SRL-MISSED-RUNS   TO SRL-RUNS-DISPLAY
014826     MOVE SRL-ARREARS-AMOUNT TO SRL-AMOUNT-DISPLAY
014828     MOVE SPACES TO RELEASE-REPORT-LINE
014846     PERFORM 9000-WRITE-REPORT-LINE
014848     .
014850
014852*----------------------------------------------------------------*
014854* THE BACK PAY GOES ON THE EMPLOYEE'S SALARY HISTORY BESIDE THE
014856* RISE THAT EARNED IT.  THE MASTER IS NOT CHANGED HERE - THE
014858* RELEASED CHANGE ITSELF IS RECORDED WHEN SALMAINT APPLIES IT
014860*----------------------------------------------------------------*
014862 2470-RECORD-ARREARS-HISTORY.
014864     MOVE SALTRAN-EMPLOYEE-ID    TO SALHIST-EMPLOYEE-ID
014866     MOVE SALTRAN-EFFECTIVE-DATE TO SALHIST-EFFECTIVE-DATE
014868     MOVE SRL-BUSINESS-DATE      TO SALHIST-RECORDED-DATE
014870     SET SALHIST-IS-ARREARS      TO TRUE
014872     MOVE SAL-SALARY             TO SALHIST-OLD-SALARY
014874     MOVE SALTRAN-SALARY         TO SALHIST-NEW-SALARY
014876     MOVE SAL-GRADE-CODE         TO SALHIST-OLD-GRADE
014878     MOVE SAL-GRADE-CODE         TO SALHIST-NEW-GRADE
014880     MOVE SAL-DEPT-CODE          TO SALHIST-OLD-DEPT
014882     MOVE SAL-DEPT-CODE          TO SALHIST-NEW-DEPT
014884     MOVE SAL-STATUS             TO SALHIST-OLD-STATUS
014886     MOVE SAL-STATUS             TO SALHIST-NEW-STATUS
014888     MOVE SRL-ARREARS-AMOUNT     TO SALHIST-BACK-PAY
014890     MOVE "SALRELSE"             TO SALHIST-SOURCE
014892     MOVE SALTRAN-KEYED-BY       TO SALHIST-KEYED-BY
014894     MOVE SALTRAN-APPROVED-BY    TO SALHIST-APPROVED-BY
014896     WRITE SALHIST-RECORD
014898     .
014900 3000-TERMINATE.
015000     IF SRL-PENDING-STATUS NOT = "35"
015100         CLOSE PENDING-TRANSACTIONS
015900     CLOSE RELEASE-REPORT
015910     CLOSE SALARY-MASTER
015920     CLOSE ARREARS-FILE
015930     CLOSE SALARY-HISTORY
016000     DISPLAY "SALRELSE - RELEASED: "   SRL-RELEASED-COUNT
016100     DISPLAY "SALRELSE - STILL HELD: " SRL-STILL-HELD-COUNT
016110     DISPLAY "SALRELSE - ARREARS WRITTEN: "
