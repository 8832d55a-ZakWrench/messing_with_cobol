002160*                  A FALSE ALARM ON THE CONTROL THE AUDITORS
002170*                  READ.  THE RE-QUEUED AMOUNT PRINTS AS ITS
002180*                  OWN RECONCILING LINE
002182* 10/15/2026 DNO   BANKPAY IS NOW THE BANK-STANDARD FILE - THE
002184*                  BANK TOTAL IS THE CREDIT TOTAL ON ITS UTL1
002186*                  TRAILER.  PAYMENTS BANKEXT HELD BACK (NO OR
002188*                  NEWLY CHANGED PAYEE DETAILS) ARE IN THIS
002190*                  RUN'S JOURNAL BUT NOT THE BANK TOTAL, SO THE
002192*                  BANKRQCT HELD TOTAL COMES OFF THE JOURNAL
002194*                  NET AS A SECOND RECONCILING LINE
002204* 10/15/2026 DNO   VARIABLE PAY - OVERTIME, BONUS AND EXPENSES
002214*                  ARE DEBITED PER DEPARTMENT TO THEIR OWN
002224*                  ACCOUNTS, SALARY COST BECOMES GROSS LESS
002234*                  OVERTIME AND BONUS, AND EXPENSES (PAID IN
002244*                  NET BUT NOT IN GROSS) ARE AN EXTRA DEBIT SO
002254*                  THE JOURNAL STILL BALANCES
002256* 10/15/2026 DNO   RECURRING DEDUCTIONS TAKEN IN THE RUN (LOANS,
002258*                  ADVANCES, ATTACHMENT ORDERS) ARE CREDITED TO
002260*                  THIRD PARTY - THE MONEY NOW OWED TO THE
002262*                  LENDERS AND COURTS ON THE RDREMIT REPORT
002267* 10/15/2026 DNO   SUPPLEMENTARY RUN - WITH "SUPPL" ON THE PAYMODE
002272*                  CONTROL FILE THE JOURNAL FOR THE RUN'S
002277*                  SUPPLEMENTARY HISTORY ROWS GOES TO ITS OWN
002282*                  GLSUPP FILE AND RECONCILES TO THE BANKSUPP
002287*                  TRAILER; THE REGULAR JOURNAL NOW TAKES
002292*                  REGULAR ROWS ONLY
002293* 10/15/2026 DNO   REVERSAL RUN - WITH "REVRS" ON THE PAYMODE
002294*                  CONTROL FILE THE DAY'S PAYREVRS ROWS ARE
002295*                  JOURNALLED TO GLREVRS WITH DEBITS AND CREDITS
002296*                  SWAPPED, UNWINDING THE ORIGINAL POSTING.
002297*                  NOTHING GOES TO THE BANK ON A REVERSAL, SO
002298*                  THERE IS NO BANK RECONCILIATION
002308* 10/15/2026 DNO   WEEKLY RUN - WITH "WEEKL" ON THE PAYMODE
002318*                  CONTROL FILE THE JOURNAL FOR THE RUN'S WEEKLY
002328*                  HISTORY ROWS GOES TO ITS OWN GLWEEK FILE AND
002338*                  RECONCILES TO THE BANKWEEK TRAILER
002339* 10/15/2026 DNO   THE DRIVER NOW PASSES THE TYPE OF THE RUN A
002340*                  REVERSAL TAKES BACK - SPACE FOR THE MONTHLY
002341*                  RUN, "W" FOR THE WEEKLY ONE - AND THE GLREVRS
002342*                  BATCH CONTROL CARRIES IT, SO THE LEDGER KNOWS
002343*                  WHETHER THE GLJOURNL OR THE GLWEEK JOURNAL IS
002344*                  BEING UNDONE
002346* 10/15/2026 DNO   A WEEKLY RE-RUN - "WRRUN" ON THE PAYMODE
002348*                  CONTROL FILE - IS TAKEN AS THE WEEKLY RUN,
002350*                  WRITING GLWEEK FROM THE RE-RUN'S WEEKLY HISTORY
002352*                  ROWS
002354*================================================================*
002358 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. GLEXTRC.
002500 AUTHOR. D. OKAFOR.
002600 INSTALLATION. DATA PROCESSING - PAYROLL.
004300     SELECT OPTIONAL BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS GLX-BANKPAY-STATUS.
004501
004502     SELECT OPTIONAL SUPPLEMENTARY-PAYMENT-FILE
004503         ASSIGN TO "BANKSUPP"
004504         ORGANIZATION IS LINE SEQUENTIAL
004505         FILE STATUS IS GLX-BANKPAY-STATUS.
004506
004507     SELECT OPTIONAL WEEKLY-PAYMENT-FILE ASSIGN TO "BANKWEEK"
004508         ORGANIZATION IS LINE SEQUENTIAL
004509         FILE STATUS IS GLX-BANKPAY-STATUS.
004510
004520     SELECT OPTIONAL REQUEUE-CONTROL ASSIGN TO "BANKRQCT"
004530         ORGANIZATION IS LINE SEQUENTIAL
004700     SELECT JOURNAL-FILE ASSIGN TO "GLJOURNL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS GLX-JOURNAL-STATUS.
004910
004920     SELECT SUPPLEMENTARY-JOURNAL ASSIGN TO "GLSUPP"
004930         ORGANIZATION IS LINE SEQUENTIAL
004940         FILE STATUS IS GLX-JOURNAL-STATUS.
004942
004944     SELECT REVERSAL-JOURNAL ASSIGN TO "GLREVRS"
004946         ORGANIZATION IS LINE SEQUENTIAL
004948         FILE STATUS IS GLX-JOURNAL-STATUS.
004950
004952     SELECT WEEKLY-JOURNAL ASSIGN TO "GLWEEK"
004954         ORGANIZATION IS LINE SEQUENTIAL
004956         FILE STATUS IS GLX-JOURNAL-STATUS.
004958
004960     SELECT OPTIONAL RUN-MODE-CONTROL ASSIGN TO "PAYMODE"
004970         ORGANIZATION IS LINE SEQUENTIAL
004980         FILE STATUS IS GLX-MODE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005700 COPY SALARYREC.
005800
005900 FD  BANK-PAYMENT-FILE.
006000 01  BANK-PAYMENT-LINE            PIC X(100).
006002
006004 FD  SUPPLEMENTARY-PAYMENT-FILE.
006006 01  SUPPLEMENTARY-PAYMENT-LINE   PIC X(100).
006007
006008 FD  WEEKLY-PAYMENT-FILE.
006009 01  WEEKLY-PAYMENT-LINE          PIC X(100).
006010
006020 FD  REQUEUE-CONTROL.
006030 01  REQUEUE-CONTROL-RECORD.
006040     05  RQC-RUN-DATE             PIC 9(08).
006050     05  RQC-REQUEUED-COUNT       PIC 9(05).
006060     05  RQC-REQUEUED-TOTAL       PIC 9(9)V9(2).
006070     05  RQC-HELD-COUNT           PIC 9(05).
006080     05  RQC-HELD-TOTAL           PIC 9(9)V9(2).
006100
006200 FD  JOURNAL-FILE.
006300 01  JOURNAL-LINE                 PIC X(40).
006310
006320 FD  SUPPLEMENTARY-JOURNAL.
006330 01  SUPPLEMENTARY-JOURNAL-LINE   PIC X(40).
006331
006332 FD  WEEKLY-JOURNAL.
006333 01  WEEKLY-JOURNAL-LINE          PIC X(40).
006334
006335 FD  REVERSAL-JOURNAL.
006336 01  REVERSAL-JOURNAL-LINE        PIC X(40).
006340
006350 FD  RUN-MODE-CONTROL.
006360 01  RUN-MODE-RECORD.
006370     05  PMD-MODE                 PIC X(05).
006400
006500 WORKING-STORAGE SECTION.
006600 01  GLX-PAYHIST-STATUS           PIC X(02).
007700 01  GLX-RUN-DATE                 PIC 9(08).
007800 01  GLX-ROWS-ABSORBED            PIC 9(05) VALUE ZERO.
007900 01  GLX-LINES-WRITTEN            PIC 9(05) VALUE ZERO.
007910 01  GLX-MODE-STATUS              PIC X(02).
007920 01  GLX-RUN-TYPE                 PIC X(01) VALUE SPACE.
007930     88  GLX-REGULAR-RUN          VALUE SPACE.
007940     88  GLX-SUPPLEMENTARY-RUN    VALUE "S".
007945     88  GLX-REVERSAL-RUN         VALUE "R".
007947     88  GLX-WEEKLY-RUN           VALUE "W".
007950 01  GLX-JOURNAL-WORK             PIC X(40).
008000*----------------------------------------------------------------*
008100* RUN TOTALS - THE CREDIT SIDE OF THE JOURNAL
008200*----------------------------------------------------------------*
008400 01  GLX-TOTAL-TAX                PIC 9(09)V9(02) VALUE ZERO.
008500 01  GLX-TOTAL-NI                 PIC 9(09)V9(02) VALUE ZERO.
008600 01  GLX-TOTAL-PENSION            PIC 9(09)V9(02) VALUE ZERO.
008610 01  GLX-TOTAL-RECURRING          PIC 9(09)V9(02) VALUE ZERO.
008700 01  GLX-TOTAL-DEBITS             PIC 9(09)V9(02) VALUE ZERO.
008800 01  GLX-TOTAL-CREDITS            PIC 9(09)V9(02) VALUE ZERO.
008900 01  GLX-BALANCE                  PIC S9(09)V9(02).
009000*----------------------------------------------------------------*
009100* PER-DEPARTMENT SALARY COST, OVERTIME, BONUS AND EXPENSES -
009110* THE DEBIT SIDE
009200*----------------------------------------------------------------*
009300 01  GLX-DEPT-TABLE.
009400     05  GLX-DEPT-ENTRY           OCCURS 50 TIMES.
009500         10  GLX-DEPT-CODE        PIC X(04).
009600         10  GLX-DEPT-GROSS       PIC 9(09)V9(02).
009610         10  GLX-DEPT-OVERTIME    PIC 9(09)V9(02).
009620         10  GLX-DEPT-BONUS       PIC 9(09)V9(02).
009630         10  GLX-DEPT-EXPENSES    PIC 9(09)V9(02).
009700 01  GLX-DEPT-COUNT               PIC 9(03) VALUE ZERO COMP.
009800 01  GLX-DEPT-INDEX               PIC 9(03) COMP.
009900 01  GLX-DEPT-FOUND               PIC 9(03) COMP.
011800     05  GLX-CTL-LINE-COUNT       PIC 9(05).
011900     05  GLX-CTL-DEBIT-TOTAL      PIC 9(09)V9(02).
012000     05  GLX-CTL-CREDIT-TOTAL     PIC 9(09)V9(02).
012010     05  GLX-CTL-REVERSED-TYPE    PIC X(01) VALUE SPACE.
012100*----------------------------------------------------------------*
012200* THE BANK TRAILER, FOR THE NET-PAY RECONCILIATION
012300*----------------------------------------------------------------*
012400 COPY BACSREC.
012900 01  GLX-BANK-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
012910 01  GLX-RQCTL-STATUS             PIC X(02).
012920 01  GLX-REQUEUED-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
012925 01  GLX-HELD-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
012930 01  GLX-ADJUSTED-NET             PIC 9(09)V9(02) VALUE ZERO.
013000 01  GLX-BANK-SEEN-SWITCH         PIC X(01).
013100     88  GLX-BANK-TRAILER-SEEN    VALUE "Y".
013200     88  GLX-BANK-TRAILER-NOT-SEEN VALUE "N".
013300 01  GLX-AMOUNT-DISPLAY           PIC Z(8)9.99.
013310 01  GLX-DEBIT-AMOUNT             PIC 9(09)V9(02).
013400 COPY RUNLOG.
013450
013500 LINKAGE SECTION.
013520*----------------------------------------------------------------*
013530* ON A REVERSAL, THE TYPE OF THE RUN TAKEN BACK - SPACE FOR THE
013540* MONTHLY RUN, "W" FOR THE WEEKLY ONE; SPACE ON EVERY OTHER RUN
013550*----------------------------------------------------------------*
013560 01  GLX-REVERSED-RUN-TYPE        PIC X(01).
013570     88  GLX-WEEKLY-REVERSED      VALUE "W".
013575
013580 PROCEDURE DIVISION USING GLX-REVERSED-RUN-TYPE.
013700 0000-MAINLINE.
013800     ACCEPT RUNLOG-START-TIME FROM TIME
013900     PERFORM 1000-INITIALIZE
014000     PERFORM 2000-ABSORB-ONE-HISTORY UNTIL GLX-HISTORY-EOF
014010     PERFORM 3000-WRITE-JOURNAL
014020     IF GLX-REVERSAL-RUN
014030         DISPLAY "GLEXTRC - REVERSAL JOURNAL, NOTHING WENT TO "
014040             "THE BANK"
014050     ELSE
014060         PERFORM 4000-RECONCILE-TO-BANK
014070     END-IF
014300     PERFORM 5000-TERMINATE
014400     MOVE GLX-RETURN-CODE TO RETURN-CODE
014500     GOBACK
014700
014800 1000-INITIALIZE.
014900     SET GLX-HISTORY-NOT-EOF TO TRUE
014910     CALL "BUSDATE" USING GLX-RUN-DATE
014920     PERFORM 1050-READ-RUN-MODE
014930     OPEN INPUT SALARY-MASTER
015200     OPEN INPUT PAYROLL-HISTORY
015300     IF GLX-PAYHIST-STATUS NOT = "00"
015400         DISPLAY "GLEXTRC - NO PAYROLL HISTORY: "
016000     END-IF
016100     .
016200
016202*----------------------------------------------------------------*
016203* "SUPPL" ON PAYMODE MAKES THIS A SUPPLEMENTARY RUN, "REVRS" A
016204* REVERSAL, "WEEKL" OR "WRRUN" (A REVERSED WEEK RE-RUN) THE
016205* WEEKLY RUN - ANYTHING ELSE, OR NO PAYMODE AT ALL, IS THE
016206* REGULAR RUN
016208*----------------------------------------------------------------*
016210 1050-READ-RUN-MODE.
016212     SET GLX-REGULAR-RUN TO TRUE
016214     OPEN INPUT RUN-MODE-CONTROL
016216     IF GLX-MODE-STATUS = "00"
016218     OR GLX-MODE-STATUS = "05"
016220         IF GLX-MODE-STATUS = "00"
016222             READ RUN-MODE-CONTROL
016224                 AT END
016226                     CONTINUE
016228             END-READ
016230             IF GLX-MODE-STATUS = "00"
016232             AND PMD-MODE = "SUPPL"
016234                 SET GLX-SUPPLEMENTARY-RUN TO TRUE
016236                 DISPLAY "GLEXTRC - SUPPLEMENTARY RUN, WRITING "
016238                     "GLSUPP"
016240             END-IF
016245             IF GLX-MODE-STATUS = "00"
016250             AND PMD-MODE = "REVRS"
016255                 SET GLX-REVERSAL-RUN TO TRUE
016257                 DISPLAY "GLEXTRC - REVERSAL RUN, WRITING GLREVRS"
016258                 IF GLX-WEEKLY-REVERSED
016259                     DISPLAY "GLEXTRC - REVERSING THE WEEKLY RUN"
016260                 END-IF
016261             END-IF
016262             IF GLX-MODE-STATUS = "00"
016263             AND (PMD-MODE = "WEEKL" OR PMD-MODE = "WRRUN")
016265                 SET GLX-WEEKLY-RUN TO TRUE
016267                 DISPLAY "GLEXTRC - WEEKLY RUN, WRITING GLWEEK"
016269             END-IF
016270         END-IF
016275         CLOSE RUN-MODE-CONTROL
016280     END-IF
016285     .
016300*----------------------------------------------------------------*
016310* ONLY THIS RUN'S HISTORY ROWS, OF THIS RUN'S TYPE, BELONG IN THE
016320* JOURNAL - GROSS IS DEBITED TO THE EMPLOYEE'S DEPARTMENT OFF THE
016330* SALARY MASTER
016340*----------------------------------------------------------------*
016350 2000-ABSORB-ONE-HISTORY.
016360     IF PAYHIST-RUN-DATE = GLX-RUN-DATE
016370     AND PAYHIST-RUN-TYPE = GLX-RUN-TYPE
016900         ADD 1 TO GLX-ROWS-ABSORBED
017000         ADD PAYHIST-NET        TO GLX-TOTAL-NET
017100         ADD PAYHIST-TAX        TO GLX-TOTAL-TAX
017200         ADD PAYHIST-NI         TO GLX-TOTAL-NI
017300         ADD PAYHIST-PENSION-EE TO GLX-TOTAL-PENSION
017310         ADD PAYHIST-RECURRING  TO GLX-TOTAL-RECURRING
017400         PERFORM 2300-RESOLVE-DEPARTMENT
017500         PERFORM 2400-ACCUMULATE-DEPT-GROSS
017600     END-IF
020600             MOVE GLX-WORK-DEPT
020700                 TO GLX-DEPT-CODE(GLX-DEPT-COUNT)
020800             MOVE ZERO TO GLX-DEPT-GROSS(GLX-DEPT-COUNT)
020810             MOVE ZERO TO GLX-DEPT-OVERTIME(GLX-DEPT-COUNT)
020820             MOVE ZERO TO GLX-DEPT-BONUS(GLX-DEPT-COUNT)
020830             MOVE ZERO TO GLX-DEPT-EXPENSES(GLX-DEPT-COUNT)
020900             MOVE GLX-DEPT-COUNT TO GLX-DEPT-FOUND
021000             SET GLX-DEPT-MATCHED TO TRUE
021100         ELSE
021600     END-IF
021700     IF GLX-DEPT-MATCHED
021800         ADD PAYHIST-GROSS TO GLX-DEPT-GROSS(GLX-DEPT-FOUND)
021810         ADD PAYHIST-OVERTIME
021820             TO GLX-DEPT-OVERTIME(GLX-DEPT-FOUND)
021830         ADD PAYHIST-BONUS TO GLX-DEPT-BONUS(GLX-DEPT-FOUND)
021840         ADD PAYHIST-EXPENSES
021850             TO GLX-DEPT-EXPENSES(GLX-DEPT-FOUND)
021900     END-IF
022000     .
022100
023000
023100*----------------------------------------------------------------*
023200* DEBITS PER DEPARTMENT, THEN THE CREDIT LINES, THEN THE BATCH
023210* CONTROL - GROSS + EXPENSES = NET + TAX + NI + PENSION + THIRD
023220* PARTY DEDUCTIONS, SO THE JOURNAL BALANCES TO ZERO BY
023230* CONSTRUCTION AND THE CONTROL PROVES IT.  A REVERSAL JOURNAL
023240* WRITES THE SAME LINES WITH EACH SIDE SWAPPED
023250*----------------------------------------------------------------*
023260 3000-WRITE-JOURNAL.
023270     EVALUATE TRUE
023280         WHEN GLX-SUPPLEMENTARY-RUN
023290             OPEN OUTPUT SUPPLEMENTARY-JOURNAL
023295         WHEN GLX-REVERSAL-RUN
023300             OPEN OUTPUT REVERSAL-JOURNAL
023305         WHEN GLX-WEEKLY-RUN
023310             OPEN OUTPUT WEEKLY-JOURNAL
023320         WHEN OTHER
023330             OPEN OUTPUT JOURNAL-FILE
023340     END-EVALUATE
023800     PERFORM 3100-WRITE-ONE-DEBIT
023900         VARYING GLX-DEPT-INDEX FROM 1 BY 1
024000         UNTIL GLX-DEPT-INDEX > GLX-DEPT-COUNT
025000     MOVE "PENSION EE" TO GLX-DTL-ACCOUNT
025100     MOVE GLX-TOTAL-PENSION TO GLX-DTL-AMOUNT
025200     PERFORM 3200-WRITE-ONE-CREDIT
025210     IF GLX-TOTAL-RECURRING > ZERO
025220         MOVE "THIRD PARTY" TO GLX-DTL-ACCOUNT
025230         MOVE GLX-TOTAL-RECURRING TO GLX-DTL-AMOUNT
025240         PERFORM 3200-WRITE-ONE-CREDIT
025250     END-IF
025260     PERFORM 3300-WRITE-BATCH-CONTROL
025270     EVALUATE TRUE
025275         WHEN GLX-SUPPLEMENTARY-RUN
025280             CLOSE SUPPLEMENTARY-JOURNAL
025285         WHEN GLX-WEEKLY-RUN
025290             CLOSE WEEKLY-JOURNAL
025300         WHEN GLX-REVERSAL-RUN
025310             CLOSE REVERSAL-JOURNAL
025320         WHEN OTHER
025330             CLOSE JOURNAL-FILE
025340     END-EVALUATE
025500     .
025600
025610*----------------------------------------------------------------*
025620* OVERTIME AND BONUS ARE INSIDE GROSS, SO SALARY COST IS WHAT IS
025630* LEFT; EACH VARIABLE PAY ACCOUNT IS WRITTEN ONLY WHEN USED
025640*----------------------------------------------------------------*
025700 3100-WRITE-ONE-DEBIT.
025705     COMPUTE GLX-DEBIT-AMOUNT =
025710         GLX-DEPT-GROSS(GLX-DEPT-INDEX)
025715         - GLX-DEPT-OVERTIME(GLX-DEPT-INDEX)
025720         - GLX-DEPT-BONUS(GLX-DEPT-INDEX)
025725     MOVE "SALARY COST" TO GLX-DTL-ACCOUNT
025730     PERFORM 3150-WRITE-DEBIT-LINE
025735     IF GLX-DEPT-OVERTIME(GLX-DEPT-INDEX) > ZERO
025740         MOVE GLX-DEPT-OVERTIME(GLX-DEPT-INDEX)
025745             TO GLX-DEBIT-AMOUNT
025750         MOVE "OVERTIME" TO GLX-DTL-ACCOUNT
025755         PERFORM 3150-WRITE-DEBIT-LINE
025760     END-IF
025765     IF GLX-DEPT-BONUS(GLX-DEPT-INDEX) > ZERO
025770         MOVE GLX-DEPT-BONUS(GLX-DEPT-INDEX)
025775             TO GLX-DEBIT-AMOUNT
025780         MOVE "BONUS" TO GLX-DTL-ACCOUNT
025785         PERFORM 3150-WRITE-DEBIT-LINE
025790     END-IF
025795     IF GLX-DEPT-EXPENSES(GLX-DEPT-INDEX) > ZERO
025800         MOVE GLX-DEPT-EXPENSES(GLX-DEPT-INDEX)
025805             TO GLX-DEBIT-AMOUNT
025810         MOVE "EXPENSES" TO GLX-DTL-ACCOUNT
025815         PERFORM 3150-WRITE-DEBIT-LINE
025820     END-IF
025825     .
025830
025840 3150-WRITE-DEBIT-LINE.
025850     IF GLX-REVERSAL-RUN
025860         SET GLX-DTL-CREDIT TO TRUE
025870     ELSE
025880         SET GLX-DTL-DEBIT TO TRUE
025890     END-IF
026000     MOVE GLX-RUN-DATE TO GLX-DTL-RUN-DATE
026200     MOVE GLX-DEPT-CODE(GLX-DEPT-INDEX) TO GLX-DTL-DEPT-CODE
026210     MOVE GLX-DEBIT-AMOUNT TO GLX-DTL-AMOUNT
026220     MOVE GLX-DETAIL-RECORD TO GLX-JOURNAL-WORK
026230     PERFORM 9100-WRITE-JOURNAL-RECORD
026500     ADD 1 TO GLX-LINES-WRITTEN
026600     ADD GLX-DEBIT-AMOUNT TO GLX-TOTAL-DEBITS
026700     .
026800
026810 3200-WRITE-ONE-CREDIT.
026820     IF GLX-REVERSAL-RUN
026830         SET GLX-DTL-DEBIT TO TRUE
026840     ELSE
026850         SET GLX-DTL-CREDIT TO TRUE
026860     END-IF
027100     MOVE GLX-RUN-DATE TO GLX-DTL-RUN-DATE
027110     MOVE SPACES TO GLX-DTL-DEPT-CODE
027120     MOVE GLX-DETAIL-RECORD TO GLX-JOURNAL-WORK
027130     PERFORM 9100-WRITE-JOURNAL-RECORD
027400     ADD 1 TO GLX-LINES-WRITTEN
027500     ADD GLX-DTL-AMOUNT TO GLX-TOTAL-CREDITS
027600     .
027900     MOVE "B" TO GLX-CTL-TYPE
028000     MOVE GLX-RUN-DATE       TO GLX-CTL-RUN-DATE
028100     MOVE GLX-LINES-WRITTEN  TO GLX-CTL-LINE-COUNT
028110     IF GLX-REVERSAL-RUN
028120         MOVE GLX-TOTAL-CREDITS  TO GLX-CTL-DEBIT-TOTAL
028130         MOVE GLX-TOTAL-DEBITS   TO GLX-CTL-CREDIT-TOTAL
028135         MOVE GLX-REVERSED-RUN-TYPE TO GLX-CTL-REVERSED-TYPE
028140     ELSE
028150         MOVE GLX-TOTAL-DEBITS   TO GLX-CTL-DEBIT-TOTAL
028160         MOVE GLX-TOTAL-CREDITS  TO GLX-CTL-CREDIT-TOTAL
028170     END-IF
028310     MOVE GLX-CONTROL-RECORD TO GLX-JOURNAL-WORK
028320     PERFORM 9100-WRITE-JOURNAL-RECORD
028500     COMPUTE GLX-BALANCE =
028600         GLX-TOTAL-DEBITS - GLX-TOTAL-CREDITS
028700     IF GLX-BALANCE NOT = ZERO
029600* BANKPAY TRAILER CARRIES THE CONTROL TOTAL WE SENT.  PAYMENTS
029700* BANKEXT RE-QUEUED FROM AN EARLIER RUN SIT IN THAT TOTAL BUT
029710* NOT IN THIS RUN'S JOURNAL, SO THEIR BANKRQCT FIGURE JOINS
029720* THE JOURNAL NET AS ITS OWN RECONCILING LINE; PAYMENTS HELD
029730* BACK ARE IN THE JOURNAL BUT NOT THE BANK, SO THEY COME OFF.
029735* A SUPPLEMENTARY JOURNAL RECONCILES TO THE BANKSUPP TRAILER AND
029740* A WEEKLY ONE TO THE BANKWEEK TRAILER
029750*----------------------------------------------------------------*
029760 4000-RECONCILE-TO-BANK.
029770     SET GLX-BANKPAY-NOT-EOF TO TRUE
029780     SET GLX-BANK-TRAILER-NOT-SEEN TO TRUE
029785     EVALUATE TRUE
029790         WHEN GLX-SUPPLEMENTARY-RUN
029795             OPEN INPUT SUPPLEMENTARY-PAYMENT-FILE
029800         WHEN GLX-WEEKLY-RUN
029805             OPEN INPUT WEEKLY-PAYMENT-FILE
029810         WHEN OTHER
029815             OPEN INPUT BANK-PAYMENT-FILE
029820     END-EVALUATE
029840     IF GLX-BANKPAY-STATUS = "00"
029850         PERFORM 4100-READ-BANKPAY
029860         PERFORM 4200-SCAN-ONE-BANK-LINE
029870             UNTIL GLX-BANKPAY-EOF
029875         EVALUATE TRUE
029880             WHEN GLX-SUPPLEMENTARY-RUN
029885                 CLOSE SUPPLEMENTARY-PAYMENT-FILE
029890             WHEN GLX-WEEKLY-RUN
029895                 CLOSE WEEKLY-PAYMENT-FILE
029900             WHEN OTHER
029905                 CLOSE BANK-PAYMENT-FILE
029910         END-EVALUATE
029930     END-IF
030710     PERFORM 4300-READ-REQUEUE-CONTROL
030720     COMPUTE GLX-ADJUSTED-NET =
030730         GLX-TOTAL-NET + GLX-REQUEUED-TOTAL - GLX-HELD-TOTAL
030740     IF GLX-REQUEUED-TOTAL > ZERO
030750         MOVE GLX-REQUEUED-TOTAL TO GLX-AMOUNT-DISPLAY
030760         DISPLAY "GLEXTRC - RE-QUEUED PAYMENTS IN THE BANK "
030770             "TOTAL: " GLX-AMOUNT-DISPLAY
030780     END-IF
030782     IF GLX-HELD-TOTAL > ZERO
030784         MOVE GLX-HELD-TOTAL TO GLX-AMOUNT-DISPLAY
030786         DISPLAY "GLEXTRC - HELD PAYMENTS NOT IN THE BANK "
030788             "TOTAL: " GLX-AMOUNT-DISPLAY
030790     END-IF
030800     IF GLX-BANK-TRAILER-NOT-SEEN
030900         DISPLAY "GLEXTRC - NO BANK TRAILER TO RECONCILE TO"
031000     ELSE
031300             DISPLAY "GLEXTRC - NET CREDIT DOES NOT AGREE "
031400                 "WITH THE BANK CONTROL TOTAL"
031500             MOVE GLX-ADJUSTED-NET TO GLX-AMOUNT-DISPLAY
031600             DISPLAY "GLEXTRC - JOURNAL NET ADJUSTED "
031610                 GLX-AMOUNT-DISPLAY
031700             MOVE GLX-BANK-TOTAL TO GLX-AMOUNT-DISPLAY
031800             DISPLAY "GLEXTRC - BANK TOTAL  " GLX-AMOUNT-DISPLAY
032490         IF GLX-RQCTL-STATUS = "00"
032492         AND RQC-RUN-DATE = GLX-RUN-DATE
032494             MOVE RQC-REQUEUED-TOTAL TO GLX-REQUEUED-TOTAL
032495             MOVE RQC-HELD-TOTAL     TO GLX-HELD-TOTAL
032496         END-IF
032498         CLOSE REQUEUE-CONTROL
032499     END-IF
032500     .
032510
032520 4100-READ-BANKPAY.
032525     EVALUATE TRUE
032530         WHEN GLX-SUPPLEMENTARY-RUN
032535             READ SUPPLEMENTARY-PAYMENT-FILE INTO BACS-RECORD
032540                 AT END
032545                     SET GLX-BANKPAY-EOF TO TRUE
032550             END-READ
032555         WHEN GLX-WEEKLY-RUN
032560             READ WEEKLY-PAYMENT-FILE INTO BACS-RECORD
032565                 AT END
032570                     SET GLX-BANKPAY-EOF TO TRUE
032575             END-READ
032580         WHEN OTHER
032585             READ BANK-PAYMENT-FILE INTO BACS-RECORD
032590                 AT END
032595                     SET GLX-BANKPAY-EOF TO TRUE
032600             END-READ
032605     END-EVALUATE
032640     .
033200
033300 4200-SCAN-ONE-BANK-LINE.
033400     IF BACS-IS-TRAILER
033600         SET GLX-BANK-TRAILER-SEEN TO TRUE
033700         MOVE BACS-UTL-CREDIT-TOTAL TO GLX-BANK-TOTAL
033800     END-IF
033900     PERFORM 4100-READ-BANKPAY
034000     .
035700     MOVE GLX-RETURN-CODE    TO RUNLOG-RETURN-CODE
035800     CALL "RUNLOGW" USING RUNLOG-RECORD
035900     .
036000
036100*----------------------------------------------------------------*
036200* EVERY JOURNAL RECORD GOES TO THE FILE FOR THIS RUN'S TYPE
036300*----------------------------------------------------------------*
036310 9100-WRITE-JOURNAL-RECORD.
036320     EVALUATE TRUE
036330         WHEN GLX-SUPPLEMENTARY-RUN
036340             WRITE SUPPLEMENTARY-JOURNAL-LINE
036350                 FROM GLX-JOURNAL-WORK
036355         WHEN GLX-REVERSAL-RUN
036360             WRITE REVERSAL-JOURNAL-LINE FROM GLX-JOURNAL-WORK
036365         WHEN GLX-WEEKLY-RUN
036370             WRITE WEEKLY-JOURNAL-LINE FROM GLX-JOURNAL-WORK
036380         WHEN OTHER
036390             WRITE JOURNAL-LINE FROM GLX-JOURNAL-WORK
036400     END-EVALUATE
037000     .
