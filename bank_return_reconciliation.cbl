000300* PURPOSE.  Works the bank's return file against the payment
000400*           extract we sent.  Each returned item (rejected by
000500*           the bank - closed account, bad sort code) is
000510*           matched against the BANKPAY, BANKSUPP and BANKWEEK
000520*           details by employee ID and amount; a matched item is
000530*           reported as failed, with the file it went out on,
000800*           and written to the BANKRQUE
000900*           re-queue file, which the next BANKEXT run picks up
001000*           once the account detail is corrected.  A return
001100*           matching nothing we sent is reported - the control
001800* MODIFICATION HISTORY
001900* DATE       INIT  DESCRIPTION
002000* 09/02/2026 DNO   ORIGINAL PROGRAM
002010* 10/15/2026 DNO   BANKPAY IS NOW THE BANK-STANDARD 100-BYTE
002020*                  FILE (BACSREC) - THE SENT PAYMENTS ARE THE
002030*                  CREDIT RECORDS, WITH THE EMPLOYEE ID TAKEN
002040*                  FROM THE PAYMENT REFERENCE; LABELS AND THE
002050*                  CONTRA ARE PASSED OVER
002055* 10/15/2026 DNO   RETURNS ARE NOW MATCHED AGAINST EVERYTHING SENT
002060*                  - THE SUPPLEMENTARY RUN'S BANKSUPP AND THE
002065*                  WEEKLY RUN'S BANKWEEK AS WELL AS THE MONTHLY
002070*                  BANKPAY - AND THE REPORT NAMES THE FILE A
002075*                  FAILED PAYMENT WENT OUT ON.  THE PAYMENT TABLE
002080*                  NOW HOLDS 500
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BANKRTRN.
003600     SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS BRT-PAYMENT-STATUS.
003805
003810     SELECT OPTIONAL SUPPLEMENTARY-PAYMENT-FILE
003820         ASSIGN TO "BANKSUPP"
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS BRT-SUPPLEMENTARY-STATUS.
003850
003860     SELECT OPTIONAL WEEKLY-PAYMENT-FILE ASSIGN TO "BANKWEEK"
003870         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS BRT-WEEKLY-STATUS.
003900
004000     SELECT REQUEUE-FILE ASSIGN TO "BANKRQUE"
004100         ORGANIZATION IS LINE SEQUENTIAL
005400     05  RET-REASON               PIC X(20).
005500
005600 FD  BANK-PAYMENT-FILE.
005700 01  BANK-PAYMENT-LINE            PIC X(100).
005705
005710 FD  SUPPLEMENTARY-PAYMENT-FILE.
005720 01  SUPPLEMENTARY-PAYMENT-LINE   PIC X(100).
005730
005740 FD  WEEKLY-PAYMENT-FILE.
005750 01  WEEKLY-PAYMENT-LINE          PIC X(100).
005800
005900 FD  REQUEUE-FILE.
006000 01  REQUEUE-RECORD.
006700 WORKING-STORAGE SECTION.
006800 01  BRT-RETURN-STATUS            PIC X(02).
006900 01  BRT-PAYMENT-STATUS           PIC X(02).
006910 01  BRT-SUPPLEMENTARY-STATUS     PIC X(02).
006920 01  BRT-WEEKLY-STATUS            PIC X(02).
007000 01  BRT-REQUEUE-STATUS           PIC X(02).
007100 01  BRT-REPORT-STATUS            PIC X(02).
007200 01  BRT-RETURN-EOF-SWITCH        PIC X(01).
008100 01  BRT-RETURNS-UNMATCHED        PIC 9(05) VALUE ZERO.
008200 01  BRT-AMOUNT-DISPLAY           PIC Z(5)9.99.
008300*----------------------------------------------------------------*
008310* THE PAYMENT DETAILS, LOADED FROM THE EXTRACTS WE SENT, WITH
008320* THE FILE EACH WENT OUT ON
008500*----------------------------------------------------------------*
008600 COPY BACSREC.
009100 01  BRT-PAYMENT-TABLE.
009200     05  BRT-PAYMENT-ENTRY        OCCURS 500 TIMES.
009300         10  BRT-PAY-EMPLOYEE-ID  PIC 9(06).
009400         10  BRT-PAY-AMOUNT       PIC 9(5)V9(2).
009410         10  BRT-PAY-SOURCE       PIC X(08).
009500 01  BRT-PAYMENT-COUNT            PIC 9(03) VALUE ZERO COMP.
009600 01  BRT-PAYMENT-INDEX            PIC 9(03) COMP.
009610 01  BRT-PAYMENT-FOUND            PIC 9(03) COMP.
009620 01  BRT-PAYMENT-SOURCE           PIC X(08).
009700 01  BRT-MATCH-SWITCH             PIC X(01).
009800     88  BRT-PAYMENT-MATCHED      VALUE "Y".
009900     88  BRT-PAYMENT-NOT-MATCHED  VALUE "N".
011601     MOVE "BANKRTRN" TO PRT-PRODUCER
011700     CALL "PRTSRV" USING PRT-CONTROL
011800     PERFORM 1200-LOAD-PAYMENT-TABLE
011810     PERFORM 1300-LOAD-SUPPLEMENTARY-TABLE
011820     PERFORM 1400-LOAD-WEEKLY-TABLE
011900     OPEN EXTEND REQUEUE-FILE
012000     IF BRT-REQUEUE-STATUS = "35"
012100         OPEN OUTPUT REQUEUE-FILE
014600     .
014700
014800 1230-LOAD-ONE-PAYMENT.
014900     MOVE BANK-PAYMENT-LINE TO BACS-RECORD
015000     MOVE "BANKPAY" TO BRT-PAYMENT-SOURCE
015100     PERFORM 1240-TABLE-ONE-PAYMENT
016100     PERFORM 1260-READ-PAYMENT
016200     .
016205
016210*    ONLY THE CREDITS ARE PAYMENTS - LABELS AND THE CONTRA ARE
016215*    PASSED OVER, WHICHEVER FILE THEY CAME FROM
016220 1240-TABLE-ONE-PAYMENT.
016225     IF NOT BACS-IS-LABEL
016230     AND BACS-IS-CREDIT
016235         IF BRT-PAYMENT-COUNT < 500
016240             ADD 1 TO BRT-PAYMENT-COUNT
016245             MOVE BACS-REF-EMPLOYEE-ID
016250                 TO BRT-PAY-EMPLOYEE-ID(BRT-PAYMENT-COUNT)
016255             MOVE BACS-AMOUNT
016260                 TO BRT-PAY-AMOUNT(BRT-PAYMENT-COUNT)
016265             MOVE BRT-PAYMENT-SOURCE
016270                 TO BRT-PAY-SOURCE(BRT-PAYMENT-COUNT)
016275         ELSE
016280             DISPLAY "BANKRTRN - PAYMENT TABLE FULL"
016285         END-IF
016290     END-IF
016295     .
016300
016400 1260-READ-PAYMENT.
016500     READ BANK-PAYMENT-FILE
016700             SET BRT-PAYMENT-EOF TO TRUE
016800     END-READ
016900     .
016901
016902*----------------------------------------------------------------*
016903* THE SUPPLEMENTARY AND WEEKLY FILES ARE THERE ONLY WHEN THOSE
016904* RUNS WENT OUT - NEITHER BEING THERE IS NOT AN ERROR
016905*----------------------------------------------------------------*
016906 1300-LOAD-SUPPLEMENTARY-TABLE.
016907     SET BRT-PAYMENT-NOT-EOF TO TRUE
016908     OPEN INPUT SUPPLEMENTARY-PAYMENT-FILE
016909     IF BRT-SUPPLEMENTARY-STATUS = "00"
016910         PERFORM 1360-READ-SUPPLEMENTARY
016911         PERFORM 1330-LOAD-ONE-SUPPLEMENTARY
016912             UNTIL BRT-PAYMENT-EOF
016913     END-IF
016914     IF BRT-SUPPLEMENTARY-STATUS = "00"
016915     OR BRT-SUPPLEMENTARY-STATUS = "05"
016916     OR BRT-SUPPLEMENTARY-STATUS = "10"
016917         CLOSE SUPPLEMENTARY-PAYMENT-FILE
016918     END-IF
016919     .
016920
016921 1330-LOAD-ONE-SUPPLEMENTARY.
016922     MOVE SUPPLEMENTARY-PAYMENT-LINE TO BACS-RECORD
016923     MOVE "BANKSUPP" TO BRT-PAYMENT-SOURCE
016924     PERFORM 1240-TABLE-ONE-PAYMENT
016925     PERFORM 1360-READ-SUPPLEMENTARY
016926     .
016927
016928 1360-READ-SUPPLEMENTARY.
016929     READ SUPPLEMENTARY-PAYMENT-FILE
016930         AT END
016931             SET BRT-PAYMENT-EOF TO TRUE
016932     END-READ
016933     .
016934
016935 1400-LOAD-WEEKLY-TABLE.
016936     SET BRT-PAYMENT-NOT-EOF TO TRUE
016937     OPEN INPUT WEEKLY-PAYMENT-FILE
016938     IF BRT-WEEKLY-STATUS = "00"
016939         PERFORM 1460-READ-WEEKLY
016940         PERFORM 1430-LOAD-ONE-WEEKLY
016941             UNTIL BRT-PAYMENT-EOF
016942     END-IF
016943     IF BRT-WEEKLY-STATUS = "00"
016944     OR BRT-WEEKLY-STATUS = "05"
016945     OR BRT-WEEKLY-STATUS = "10"
016946         CLOSE WEEKLY-PAYMENT-FILE
016947     END-IF
016948     .
016949
016950 1430-LOAD-ONE-WEEKLY.
016951     MOVE WEEKLY-PAYMENT-LINE TO BACS-RECORD
016952     MOVE "BANKWEEK" TO BRT-PAYMENT-SOURCE
016953     PERFORM 1240-TABLE-ONE-PAYMENT
016954     PERFORM 1460-READ-WEEKLY
016955     .
016956
016957 1460-READ-WEEKLY.
016958     READ WEEKLY-PAYMENT-FILE
016959         AT END
016960             SET BRT-PAYMENT-EOF TO TRUE
016961     END-READ
016962     .
017000
017100 2000-WORK-ONE-RETURN.
017200     ADD 1 TO BRT-RETURNS-READ
020600     IF BRT-PAY-EMPLOYEE-ID(BRT-PAYMENT-INDEX)
020700         = RET-EMPLOYEE-ID
020800     AND BRT-PAY-AMOUNT(BRT-PAYMENT-INDEX) = RET-AMOUNT
020810         MOVE BRT-PAYMENT-INDEX TO BRT-PAYMENT-FOUND
020900         SET BRT-PAYMENT-MATCHED TO TRUE
021000     END-IF
021100     .
022000     WRITE REQUEUE-RECORD
022100     MOVE RET-AMOUNT TO BRT-AMOUNT-DISPLAY
022200     MOVE SPACES TO RETURN-REPORT-LINE
022300     STRING "RE-QUEUED EMPLOYEE " DELIMITED BY SIZE
022400         RET-EMPLOYEE-ID DELIMITED BY SIZE
022500         " AMOUNT " DELIMITED BY SIZE
022600         BRT-AMOUNT-DISPLAY DELIMITED BY SIZE
022610         " ON " DELIMITED BY SIZE
022620         BRT-PAY-SOURCE(BRT-PAYMENT-FOUND) DELIMITED BY SIZE
022700         " - " DELIMITED BY SIZE
022800         RET-REASON DELIMITED BY SIZE
023000         INTO RETURN-REPORT-LINE
023100     END-STRING
023200     PERFORM 9000-WRITE-REPORT-LINE
