001876*                  GLEXTRC CAN RECONCILE THE BANK TOTAL WITHOUT
001878*                  A FALSE ALARM ON A RE-QUEUE RUN - RE-QUEUED
001880*                  ITEMS CARRY AN EARLIER RUN'S HISTORY DATE
001881* 10/15/2026 DNO   THE BANK FILE IS NOW THE BANK-STANDARD
001882*                  100-BYTE LAYOUT (BACSREC) - AN HDR1 HEADER
001883*                  NAMING THE COMPANY AS ORIGINATOR FROM
001884*                  BANKPARM, ONE CREDIT PER EMPLOYEE TO THE
001885*                  SORT CODE AND ACCOUNT ON THE NEW PAYEE
001886*                  MASTER, A CONTRA DEBITING THE COMPANY
001887*                  ACCOUNT WITH THE FILE TOTAL, AND A UTL1
001888*                  TRAILER WITH THE DEBIT AND CREDIT TOTALS AND
001889*                  COUNTS - SO FINANCE NO LONGER RE-KEY ACCOUNT
001890*                  DETAILS INTO THE BANK PORTAL
001891* 10/15/2026 DNO   A PAYMENT IS HELD, NOT SENT, WHEN THE
001892*                  EMPLOYEE HAS NO PAYEE DETAILS OR THE DETAILS
001893*                  CHANGED WITHIN THE BANKPARM HOLD PERIOD (A
001894*                  FRAUD CONTROL) - HELD PAYMENTS ARE LISTED ON
001895*                  THE BANKHOLD REPORT, GO BACK ON THE BANKRQUE
001896*                  RE-QUEUE FOR THE NEXT RUN, AND THEIR COUNT
001897*                  AND AMOUNT JOIN BANKRQCT SO GLEXTRC STILL
001898*                  RECONCILES; THE STEP ENDS WITH RETURN CODE 4
001899*                  WHEN ANYTHING WAS HELD
001909* 10/15/2026 DNO   SUPPLEMENTARY RUN - WITH "SUPPL" ON THE PAYMODE
001919*                  CONTROL FILE THE CREDITS GO TO THEIR OWN
001929*                  BANKSUPP FILE, TAKEN FROM THE RUN'S
001939*                  SUPPLEMENTARY HISTORY ROWS ONLY; THE REGULAR
001949*                  FILE NOW TAKES REGULAR ROWS ONLY.  THE
001959*                  RE-QUEUE IS LEFT FOR THE REGULAR RUN - A
001969*                  SUPPLEMENTARY RUN ADDS ITS HELD PAYMENTS TO
001979*                  BANKRQUE RATHER THAN TAKING IT
001980* 10/15/2026 DNO   WEEKLY RUN - WITH "WEEKL" ON THE PAYMODE
001981*                  CONTROL FILE THE CREDITS GO TO THEIR OWN
001982*                  BANKWEEK FILE, TAKEN FROM THE RUN'S WEEKLY
001983*                  HISTORY ROWS ONLY AND REFERENCED AS WAGES.
001984*                  THE WEEKLY RUN TAKES AND REWRITES THE
001985*                  RE-QUEUE AS THE MONTHLY RUN DOES, SO A HELD
001986*                  PAYMENT GOES OUT ON WHICHEVER RUN COMES NEXT
001988* 10/15/2026 DNO   A WEEKLY RE-RUN - "WRRUN" ON THE PAYMODE
001990*                  CONTROL FILE - IS TAKEN AS THE WEEKLY RUN,
001992*                  WRITING BANKWEEK FROM THE RE-RUN'S WEEKLY
001994*                  HISTORY ROWS
001996*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. BANKEXT.
002200 AUTHOR. D. OKAFOR.
003400     SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS BNK-PAYMENT-STATUS.
003602
003604     SELECT SUPPLEMENTARY-PAYMENT-FILE ASSIGN TO "BANKSUPP"
003606         ORGANIZATION IS LINE SEQUENTIAL
003608         FILE STATUS IS BNK-PAYMENT-STATUS.
003610
003612     SELECT WEEKLY-PAYMENT-FILE ASSIGN TO "BANKWEEK"
003614         ORGANIZATION IS LINE SEQUENTIAL
003616         FILE STATUS IS BNK-PAYMENT-STATUS.
003618
003620     SELECT OPTIONAL REQUEUE-FILE ASSIGN TO "BANKRQUE"
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS BNK-REQUEUE-STATUS.
003660     SELECT REQUEUE-CONTROL ASSIGN TO "BANKRQCT"
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS BNK-RQCTL-STATUS.
003681
003682     SELECT PAYEE-MASTER ASSIGN TO "PAYEE"
003683         ORGANIZATION IS INDEXED
003684         ACCESS MODE IS RANDOM
003685         RECORD KEY IS PAYEE-EMPLOYEE-ID
003686         FILE STATUS IS BNK-PAYEE-STATUS.
003687
003688     SELECT OPTIONAL BANK-PARAMETERS ASSIGN TO "BANKPARM"
003689         ORGANIZATION IS LINE SEQUENTIAL
003690         FILE STATUS IS BNK-PARM-STATUS.
003691
003692     SELECT HOLD-REPORT ASSIGN TO "BANKHOLD"
003693         ORGANIZATION IS LINE SEQUENTIAL
003694         FILE STATUS IS BNK-HOLD-STATUS.
003695
003696     SELECT OPTIONAL RUN-MODE-CONTROL ASSIGN TO "PAYMODE"
003697         ORGANIZATION IS LINE SEQUENTIAL
003698         FILE STATUS IS BNK-MODE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004100 COPY PAYHIST.
004200
004300 FD  BANK-PAYMENT-FILE.
004400 01  BANK-PAYMENT-LINE            PIC X(100).
004402
004404 FD  SUPPLEMENTARY-PAYMENT-FILE.
004406 01  SUPPLEMENTARY-PAYMENT-LINE   PIC X(100).
004407
004408 FD  WEEKLY-PAYMENT-FILE.
004409 01  WEEKLY-PAYMENT-LINE          PIC X(100).
004410
004420 FD  REQUEUE-FILE.
004430 01  REQUEUE-RECORD.
004482     05  RQC-RUN-DATE             PIC 9(08).
004484     05  RQC-REQUEUED-COUNT       PIC 9(05).
004486     05  RQC-REQUEUED-TOTAL       PIC 9(9)V9(2).
004487     05  RQC-HELD-COUNT           PIC 9(05).
004488     05  RQC-HELD-TOTAL           PIC 9(9)V9(2).
004489
004490 FD  PAYEE-MASTER.
004491 COPY PAYEEREC.
004492
004493 FD  BANK-PARAMETERS.
004494 COPY BANKPARM.
004495
004496 FD  HOLD-REPORT.
004497 01  HOLD-REPORT-LINE             PIC X(80).
004507
004517 FD  RUN-MODE-CONTROL.
004527 01  RUN-MODE-RECORD.
004537     05  PMD-MODE                 PIC X(05).
004547
004600 WORKING-STORAGE SECTION.
004700 01  BNK-PAYHIST-STATUS           PIC X(02).
004800 01  BNK-PAYMENT-STATUS           PIC X(02).
005550 01  BNK-REQUEUED-COUNT           PIC 9(05) VALUE ZERO.
005560 01  BNK-REQUEUED-TOTAL           PIC 9(9)V9(2) VALUE ZERO.
005570 01  BNK-RQCTL-STATUS             PIC X(02).
005572 01  BNK-PAYEE-STATUS             PIC X(02).
005574 01  BNK-PARM-STATUS              PIC X(02).
005576 01  BNK-HOLD-STATUS              PIC X(02).
005578 01  BNK-PAYEE-SWITCH             PIC X(01).
005580     88  BNK-PAYEE-AVAILABLE      VALUE "Y".
005582     88  BNK-PAYEE-NOT-AVAILABLE  VALUE "N".
005583 01  BNK-MODE-STATUS              PIC X(02).
005584 01  BNK-RUN-TYPE                 PIC X(01) VALUE SPACE.
005585     88  BNK-REGULAR-RUN          VALUE SPACE.
005586     88  BNK-SUPPLEMENTARY-RUN    VALUE "S".
005587     88  BNK-WEEKLY-RUN           VALUE "W".
005588*----------------------------------------------------------------*
005589* THE COMPANY'S OWN BANK DETAILS AND THE HOLD PERIOD - A RUN
005590* WITHOUT BANKPARM HOLDS FOR 5 DAYS AND NAMES NO ORIGINATOR
005591*----------------------------------------------------------------*
005592 01  BNK-SERVICE-USER             PIC X(06) VALUE SPACES.
005594 01  BNK-ORIG-SORT-CODE           PIC 9(06) VALUE ZERO.
005596 01  BNK-ORIG-ACCOUNT             PIC 9(08) VALUE ZERO.
005598 01  BNK-ORIG-NAME                PIC X(18) VALUE SPACES.
005600 01  BNK-HOLD-DAYS                PIC 9(03) VALUE 5.
005602*----------------------------------------------------------------*
005604* THE PAYMENT IN HAND, FROM THE RE-QUEUE OR THE HISTORY
005606*----------------------------------------------------------------*
005608 01  BNK-WORK-EMPLOYEE-ID         PIC 9(06).
005610 01  BNK-WORK-AMOUNT              PIC 9(5)V9(2).
005612 01  BNK-RUN-SERIAL               PIC 9(07).
005614 01  BNK-CHANGED-SERIAL           PIC 9(07).
005616 01  BNK-DAYS-SINCE-CHANGE        PIC S9(07).
005618 01  BNK-HOLD-REASON              PIC X(30).
005620 01  BNK-PAY-SWITCH               PIC X(01).
005622     88  BNK-PAY-IT               VALUE "Y".
005624     88  BNK-HOLD-IT              VALUE "N".
005626*----------------------------------------------------------------*
005628* HELD PAYMENTS, WRITTEN BACK TO THE RE-QUEUE AT THE END OF THE
005630* RUN ONCE THE RE-QUEUE HAS BEEN READ
005632*----------------------------------------------------------------*
005634 01  BNK-HELD-TABLE.
005636     05  BNK-HELD-ENTRY           OCCURS 500 TIMES.
005638         10  BNK-HELD-EMPLOYEE-ID PIC 9(06).
005640         10  BNK-HELD-AMOUNT      PIC 9(5)V9(2).
005642 01  BNK-HELD-COUNT               PIC 9(05) VALUE ZERO.
005644 01  BNK-HELD-TOTAL               PIC 9(9)V9(2) VALUE ZERO.
005646 01  BNK-HELD-INDEX               PIC 9(03) COMP.
005648 01  BNK-AMOUNT-DISPLAY           PIC Z(5)9.99.
005650 01  BNK-TOTAL-DISPLAY            PIC Z(8)9.99.
005652 01  BNK-COUNT-DISPLAY            PIC Z(4)9.
005654*----------------------------------------------------------------*
005700* THE BANK FILE RECORD SHAPES - HEADER, CREDIT, CONTRA, TRAILER
005800*----------------------------------------------------------------*
005900 COPY BACSREC.
006000 COPY PRTCTL.
007000
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
008100 1000-INITIALIZE.
008200     SET BNK-HISTORY-NOT-EOF TO TRUE
008300     CALL "BUSDATE" USING BNK-RUN-DATE
008302     CALL "DAYSERL" USING BNK-RUN-DATE BNK-RUN-SERIAL
008304     PERFORM 1050-READ-RUN-MODE
008306     PERFORM 1100-READ-BANK-PARAMETERS
008315     SET BNK-PAYEE-AVAILABLE TO TRUE
008320     OPEN INPUT PAYEE-MASTER
008325     IF BNK-PAYEE-STATUS NOT = "00"
008330         DISPLAY "BANKEXT - NO PAYEE MASTER, EVERY PAYMENT "
008335             "HELD: " BNK-PAYEE-STATUS
008340         SET BNK-PAYEE-NOT-AVAILABLE TO TRUE
008345     END-IF
008350     OPEN OUTPUT HOLD-REPORT
008355     SET PRT-ACTION-INIT TO TRUE
008360     MOVE "BANKHOLD" TO PRT-REPORT-NAME
008365     MOVE "BANKEXT" TO PRT-PRODUCER
008370     CALL "PRTSRV" USING PRT-CONTROL
008400     OPEN INPUT PAYROLL-HISTORY
008500     IF BNK-PAYHIST-STATUS NOT = "00"
008600         DISPLAY "BANKEXT - NO PAYROLL HISTORY, NO PAYMENTS"
008700         MOVE 16 TO BNK-RETURN-CODE
008800         SET BNK-HISTORY-EOF TO TRUE
008900     END-IF
008905     EVALUATE TRUE
008910         WHEN BNK-SUPPLEMENTARY-RUN
008915             OPEN OUTPUT SUPPLEMENTARY-PAYMENT-FILE
008920         WHEN BNK-WEEKLY-RUN
008925             OPEN OUTPUT WEEKLY-PAYMENT-FILE
008930         WHEN OTHER
008935             OPEN OUTPUT BANK-PAYMENT-FILE
008940     END-EVALUATE
008960     MOVE SPACES TO BACS-RECORD
009020     SET BACS-IS-HEADER TO TRUE
009030     MOVE BNK-SERVICE-USER TO BACS-HDR-SERVICE-USER
009040     MOVE BNK-ORIG-SORT-CODE TO BACS-HDR-SORT-CODE
009050     MOVE BNK-ORIG-ACCOUNT TO BACS-HDR-ACCOUNT
009060     MOVE BNK-ORIG-NAME TO BACS-HDR-NAME
009070     MOVE BNK-RUN-DATE TO BACS-HDR-PROCESSING-DATE
009080     PERFORM 9100-WRITE-PAYMENT-RECORD
009090     IF NOT BNK-SUPPLEMENTARY-RUN
009100         PERFORM 1500-PICK-UP-REQUEUE
009110     END-IF
009300     IF BNK-HISTORY-NOT-EOF
009400         PERFORM 2100-READ-HISTORY
009500     END-IF
009600     .
009601
009602*----------------------------------------------------------------*
009700* "SUPPL" ON PAYMODE MAKES THIS A SUPPLEMENTARY RUN AND "WEEKL"
009710* THE WEEKLY RUN, AS DOES "WRRUN" (A REVERSED WEEK RE-RUN) -
009720* ANYTHING ELSE, OR NO PAYMODE AT ALL, IS THE REGULAR RUN
010000*----------------------------------------------------------------*
010100 1050-READ-RUN-MODE.
010200     SET BNK-REGULAR-RUN TO TRUE
010300     OPEN INPUT RUN-MODE-CONTROL
010400     IF BNK-MODE-STATUS = "00"
010500     OR BNK-MODE-STATUS = "05"
010600         IF BNK-MODE-STATUS = "00"
010700             READ RUN-MODE-CONTROL
010800                 AT END
010900                     CONTINUE
011000             END-READ
011100             IF BNK-MODE-STATUS = "00"
011200             AND PMD-MODE = "SUPPL"
011300                 SET BNK-SUPPLEMENTARY-RUN TO TRUE
011301                 DISPLAY "BANKEXT - SUPPLEMENTARY RUN, WRITING "
011302                     "BANKSUPP"
011303             END-IF
011304             IF BNK-MODE-STATUS = "00"
011305             AND (PMD-MODE = "WEEKL" OR PMD-MODE = "WRRUN")
011306                 SET BNK-WEEKLY-RUN TO TRUE
011307                 DISPLAY "BANKEXT - WEEKLY RUN, WRITING BANKWEEK"
011308             END-IF
011309         END-IF
011310         CLOSE RUN-MODE-CONTROL
011311     END-IF
011312     .
011313*----------------------------------------------------------------*
011314* BANKPARM NAMES THE COMPANY ACCOUNT THE CONTRA DEBITS AND SETS
011315* THE HOLD PERIOD; WITHOUT IT THE FILE STILL BALANCES BUT THE
011316* BANK WILL NOT ACCEPT IT, SO THE RUN SAYS SO
011317*----------------------------------------------------------------*
011318 1100-READ-BANK-PARAMETERS.
011319     OPEN INPUT BANK-PARAMETERS
011320     IF BNK-PARM-STATUS = "00"
011321     OR BNK-PARM-STATUS = "05"
011322         IF BNK-PARM-STATUS = "00"
011323             READ BANK-PARAMETERS
011324                 AT END
011325                     CONTINUE
011326             END-READ
011327             IF BNK-PARM-STATUS = "00"
011328                 MOVE BANKPARM-SERVICE-USER TO BNK-SERVICE-USER
011329                 MOVE BANKPARM-SORT-CODE TO BNK-ORIG-SORT-CODE
011330                 MOVE BANKPARM-ACCOUNT-NUMBER
011331                     TO BNK-ORIG-ACCOUNT
011332                 MOVE BANKPARM-ACCOUNT-NAME TO BNK-ORIG-NAME
011333                 IF BANKPARM-HOLD-DAYS IS NUMERIC
011334                     MOVE BANKPARM-HOLD-DAYS TO BNK-HOLD-DAYS
011335                 END-IF
011336             END-IF
011337         END-IF
011338         CLOSE BANK-PARAMETERS
011339     END-IF
011340     IF BNK-ORIG-SORT-CODE = ZERO
011341         DISPLAY "BANKEXT - NO ORIGINATOR DETAILS ON BANKPARM"
011342     END-IF
011343     .
011344
011345*----------------------------------------------------------------*
011346* RE-QUEUED PAYMENTS FROM BANKRTRN GO OUT FIRST, INSIDE THE
011347* SAME CONTROL TOTALS, AND THE RE-QUEUE IS EMPTIED ONCE TAKEN
011348*----------------------------------------------------------------*
011349 1500-PICK-UP-REQUEUE.
011350     SET BNK-REQUEUE-NOT-EOF TO TRUE
011351     OPEN INPUT REQUEUE-FILE
011352     IF BNK-REQUEUE-STATUS = "00"
011353     OR BNK-REQUEUE-STATUS = "05"
011354         IF BNK-REQUEUE-STATUS = "00"
011355             PERFORM 1560-READ-REQUEUE
011356             PERFORM 1520-EXTRACT-ONE-REQUEUE
011357                 UNTIL BNK-REQUEUE-EOF
011358         END-IF
011359         CLOSE REQUEUE-FILE
011360     END-IF
011361     IF BNK-REQUEUED-COUNT > 0
011362         DISPLAY "BANKEXT - RE-QUEUED PAYMENTS TAKEN: "
011363             BNK-REQUEUED-COUNT
011364     END-IF
011365     .
011366
011367 1520-EXTRACT-ONE-REQUEUE.
011368     MOVE RQU-EMPLOYEE-ID TO BNK-WORK-EMPLOYEE-ID
011369     MOVE RQU-AMOUNT      TO BNK-WORK-AMOUNT
011370     PERFORM 2500-PAY-OR-HOLD
011371     ADD 1 TO BNK-REQUEUED-COUNT
011372     ADD RQU-AMOUNT TO BNK-REQUEUED-TOTAL
011373     PERFORM 1560-READ-REQUEUE
011374     .
011375
011376 1560-READ-REQUEUE.
011377     READ REQUEUE-FILE
011378         AT END
011379             SET BNK-REQUEUE-EOF TO TRUE
011380     END-READ
011381     .
011382
011383*----------------------------------------------------------------*
011384* ONLY THE HISTORY ROWS STAMPED WITH THIS RUN'S BUSINESS DATE
011385* AND OF THIS RUN'S TYPE BELONG ON THIS PAYMENT FILE
011386*----------------------------------------------------------------*
011387 2000-EXTRACT-ONE-PAYMENT.
011388     IF PAYHIST-RUN-DATE = BNK-RUN-DATE
011389     AND PAYHIST-RUN-TYPE = BNK-RUN-TYPE
011390         MOVE PAYHIST-EMPLOYEE-ID TO BNK-WORK-EMPLOYEE-ID
011391         MOVE PAYHIST-NET         TO BNK-WORK-AMOUNT
011392         PERFORM 2500-PAY-OR-HOLD
011393     END-IF
011394     PERFORM 2100-READ-HISTORY
011395     .
011396
011397 2100-READ-HISTORY.
011400     READ PAYROLL-HISTORY
011500         AT END
011600             SET BNK-HISTORY-EOF TO TRUE
011700     END-READ
011800     .
011900
011901*----------------------------------------------------------------*
011902* A PAYMENT GOES TO THE BANK ONLY WHEN THE EMPLOYEE HAS PAYEE
011903* DETAILS THAT HAVE STOOD UNCHANGED FOR THE WHOLE HOLD PERIOD -
011904* A NEWLY CHANGED ACCOUNT IS THE CLASSIC PAYROLL DIVERSION
011905*----------------------------------------------------------------*
011906 2500-PAY-OR-HOLD.
011907     SET BNK-PAY-IT TO TRUE
011908     IF BNK-PAYEE-NOT-AVAILABLE
011909         SET BNK-HOLD-IT TO TRUE
011910         MOVE "NO PAYEE MASTER" TO BNK-HOLD-REASON
011911     ELSE
011912         MOVE BNK-WORK-EMPLOYEE-ID TO PAYEE-EMPLOYEE-ID
011913         READ PAYEE-MASTER
011914             INVALID KEY
011915                 SET BNK-HOLD-IT TO TRUE
011916                 MOVE "NO BANK DETAILS ON FILE"
011917                     TO BNK-HOLD-REASON
011918         END-READ
011919     END-IF
011920     IF BNK-PAY-IT
011921         CALL "DAYSERL" USING PAYEE-CHANGED-DATE
011922             BNK-CHANGED-SERIAL
011923         COMPUTE BNK-DAYS-SINCE-CHANGE =
011924             BNK-RUN-SERIAL - BNK-CHANGED-SERIAL
011925         IF BNK-DAYS-SINCE-CHANGE < BNK-HOLD-DAYS
011926             SET BNK-HOLD-IT TO TRUE
011927             MOVE SPACES TO BNK-HOLD-REASON
011928             STRING "DETAILS CHANGED " DELIMITED BY SIZE
011929                 PAYEE-CHANGED-DATE DELIMITED BY SIZE
011930                 INTO BNK-HOLD-REASON
011931             END-STRING
011932         END-IF
011933     END-IF
011934     IF BNK-PAY-IT
011935         PERFORM 2600-WRITE-CREDIT
011936     ELSE
011937         PERFORM 2700-HOLD-PAYMENT
011938     END-IF
011939     .
011940
011941 2600-WRITE-CREDIT.
011942     MOVE SPACES TO BACS-RECORD
011943     MOVE PAYEE-SORT-CODE      TO BACS-DEST-SORT-CODE
011944     MOVE PAYEE-ACCOUNT-NUMBER TO BACS-DEST-ACCOUNT
011945     MOVE "0"                  TO BACS-ACCOUNT-TYPE
011946     SET BACS-IS-CREDIT TO TRUE
011947     MOVE BNK-ORIG-SORT-CODE   TO BACS-ORIG-SORT-CODE
011948     MOVE BNK-ORIG-ACCOUNT     TO BACS-ORIG-ACCOUNT
011949     MOVE BNK-WORK-AMOUNT      TO BACS-AMOUNT
011950     MOVE BNK-ORIG-NAME        TO BACS-ORIG-NAME
011951     MOVE BNK-WORK-EMPLOYEE-ID TO BACS-REF-EMPLOYEE-ID
011952     EVALUATE TRUE
011953         WHEN BNK-SUPPLEMENTARY-RUN
011954             MOVE " SUPPLEMENT"    TO BACS-REF-TEXT
011955         WHEN BNK-WEEKLY-RUN
011956             MOVE " WAGES"         TO BACS-REF-TEXT
011957         WHEN OTHER
011958             MOVE " SALARY"        TO BACS-REF-TEXT
011959     END-EVALUATE
011960     MOVE PAYEE-ACCOUNT-NAME   TO BACS-DEST-NAME
011961     PERFORM 9100-WRITE-PAYMENT-RECORD
011962     ADD 1 TO BNK-PAYMENT-COUNT
011963     ADD BNK-WORK-AMOUNT TO BNK-HASH-TOTAL
011964     .
011965
011966 2700-HOLD-PAYMENT.
011967     ADD 1 TO BNK-HELD-COUNT
011968     ADD BNK-WORK-AMOUNT TO BNK-HELD-TOTAL
011969     IF BNK-HELD-COUNT > 500
011970         DISPLAY "BANKEXT - HELD TABLE FULL, NOT RE-QUEUED: "
011971             BNK-WORK-EMPLOYEE-ID
011972         MOVE 16 TO BNK-RETURN-CODE
011973     ELSE
011974         MOVE BNK-WORK-EMPLOYEE-ID
011975             TO BNK-HELD-EMPLOYEE-ID(BNK-HELD-COUNT)
011976         MOVE BNK-WORK-AMOUNT
011977             TO BNK-HELD-AMOUNT(BNK-HELD-COUNT)
011978     END-IF
011979     MOVE BNK-WORK-AMOUNT TO BNK-AMOUNT-DISPLAY
011980     MOVE SPACES TO HOLD-REPORT-LINE
011981     STRING "HELD EMPLOYEE " DELIMITED BY SIZE
011982         BNK-WORK-EMPLOYEE-ID DELIMITED BY SIZE
011983         " AMOUNT " DELIMITED BY SIZE
011984         BNK-AMOUNT-DISPLAY DELIMITED BY SIZE
011985         " - " DELIMITED BY SIZE
011986         BNK-HOLD-REASON DELIMITED BY SIZE
011987         INTO HOLD-REPORT-LINE
011988     END-STRING
011989     PERFORM 9000-WRITE-REPORT-LINE
011990     .
011991
012000 3000-TERMINATE.
012100     PERFORM 3100-WRITE-CONTRA-AND-TRAILER
012400     IF BNK-PAYHIST-STATUS NOT = "35"
012500     AND BNK-RETURN-CODE < 16
012600         CLOSE PAYROLL-HISTORY
012700     END-IF
012705     EVALUATE TRUE
012710         WHEN BNK-SUPPLEMENTARY-RUN
012715             CLOSE SUPPLEMENTARY-PAYMENT-FILE
012720         WHEN BNK-WEEKLY-RUN
012725             CLOSE WEEKLY-PAYMENT-FILE
012730         WHEN OTHER
012735             CLOSE BANK-PAYMENT-FILE
012740     END-EVALUATE
012760     IF BNK-PAYEE-AVAILABLE
012804         CLOSE PAYEE-MASTER
012806     END-IF
012808     PERFORM 3600-REQUEUE-HELD-PAYMENTS
012810     PERFORM 3500-WRITE-REQUEUE-CONTROL
012820     PERFORM 3700-END-HOLD-REPORT
012900     DISPLAY "BANKEXT - PAYMENTS WRITTEN: " BNK-PAYMENT-COUNT
012910     DISPLAY "BANKEXT - PAYMENTS HELD: " BNK-HELD-COUNT
012920     IF BNK-HELD-COUNT > 0
012930     AND BNK-RETURN-CODE < 4
012940         MOVE 4 TO BNK-RETURN-CODE
012950     END-IF
013000     .
013002
013004*----------------------------------------------------------------*
013006* THE CONTRA DEBITS THE COMPANY ACCOUNT WITH EVERYTHING CREDITED
013008* SO THE FILE BALANCES; THE UTL1 TRAILER CARRIES BOTH SIDES
013010*----------------------------------------------------------------*
013012 3100-WRITE-CONTRA-AND-TRAILER.
013014     IF BNK-PAYMENT-COUNT > 0
013016         MOVE SPACES TO BACS-RECORD
013018         MOVE BNK-ORIG-SORT-CODE TO BACS-DEST-SORT-CODE
013020         MOVE BNK-ORIG-ACCOUNT   TO BACS-DEST-ACCOUNT
013022         MOVE "0"                TO BACS-ACCOUNT-TYPE
013024         SET BACS-IS-CONTRA TO TRUE
013026         MOVE BNK-ORIG-SORT-CODE TO BACS-ORIG-SORT-CODE
013028         MOVE BNK-ORIG-ACCOUNT   TO BACS-ORIG-ACCOUNT
013030         MOVE BNK-HASH-TOTAL     TO BACS-AMOUNT
013032         MOVE BNK-ORIG-NAME      TO BACS-ORIG-NAME
013034         MOVE "CONTRA"           TO BACS-REFERENCE
013036         MOVE BNK-ORIG-NAME      TO BACS-DEST-NAME
013038         PERFORM 9100-WRITE-PAYMENT-RECORD
013040     END-IF
013042     MOVE SPACES TO BACS-RECORD
013044     SET BACS-IS-TRAILER TO TRUE
013046     MOVE BNK-HASH-TOTAL    TO BACS-UTL-DEBIT-TOTAL
013048     MOVE BNK-HASH-TOTAL    TO BACS-UTL-CREDIT-TOTAL
013050     IF BNK-PAYMENT-COUNT > 0
013052         MOVE 1             TO BACS-UTL-DEBIT-COUNT
013054     ELSE
013056         MOVE ZERO          TO BACS-UTL-DEBIT-COUNT
013058     END-IF
013060     MOVE BNK-PAYMENT-COUNT TO BACS-UTL-CREDIT-COUNT
013062     PERFORM 9100-WRITE-PAYMENT-RECORD
013064     .
013100
013200*----------------------------------------------------------------*
013300* THE RE-QUEUED FIGURES GO TO BANKRQCT EVERY RUN - ZEROS WHEN
013900     MOVE BNK-RUN-DATE       TO RQC-RUN-DATE
014000     MOVE BNK-REQUEUED-COUNT TO RQC-REQUEUED-COUNT
014100     MOVE BNK-REQUEUED-TOTAL TO RQC-REQUEUED-TOTAL
014110     MOVE BNK-HELD-COUNT     TO RQC-HELD-COUNT
014120     MOVE BNK-HELD-TOTAL     TO RQC-HELD-TOTAL
014200     WRITE REQUEUE-CONTROL-RECORD
014300     CLOSE REQUEUE-CONTROL
014400     .
014500
014600*----------------------------------------------------------------*
014700* THE RE-QUEUE WAS TAKEN WHOLE AT THE START OF THE RUN, SO IT IS
014710* REWRITTEN HERE WITH JUST THE PAYMENTS HELD TONIGHT - EMPTY
014720* WHEN NOTHING WAS HELD.  A SUPPLEMENTARY RUN NEVER TOOK THE
014730* RE-QUEUE, SO ITS HELD PAYMENTS ARE ADDED TO WHAT IS THERE
014740*----------------------------------------------------------------*
014750 3600-REQUEUE-HELD-PAYMENTS.
014760     IF BNK-SUPPLEMENTARY-RUN
014770         IF BNK-HELD-COUNT > 0
014780             OPEN EXTEND REQUEUE-FILE
014790             IF BNK-REQUEUE-STATUS = "35"
014800                 OPEN OUTPUT REQUEUE-FILE
014810             END-IF
014820             PERFORM 3650-REQUEUE-ONE-HELD
014830                 VARYING BNK-HELD-INDEX FROM 1 BY 1
014840                 UNTIL BNK-HELD-INDEX > BNK-HELD-COUNT
014850                    OR BNK-HELD-INDEX > 500
014860             CLOSE REQUEUE-FILE
014870         END-IF
014880     ELSE
014890         PERFORM 3620-REWRITE-REQUEUE
014900     END-IF
014910     .
014920
014930 3620-REWRITE-REQUEUE.
014940     IF BNK-REQUEUED-COUNT > 0
014950     OR BNK-HELD-COUNT > 0
015400         OPEN OUTPUT REQUEUE-FILE
015500         PERFORM 3650-REQUEUE-ONE-HELD
015600             VARYING BNK-HELD-INDEX FROM 1 BY 1
015700             UNTIL BNK-HELD-INDEX > BNK-HELD-COUNT
015800                OR BNK-HELD-INDEX > 500
015900         CLOSE REQUEUE-FILE
016000     END-IF
016100     .
016200
016300 3650-REQUEUE-ONE-HELD.
016400     MOVE BNK-HELD-EMPLOYEE-ID(BNK-HELD-INDEX)
016500         TO RQU-EMPLOYEE-ID
016600     MOVE BNK-HELD-AMOUNT(BNK-HELD-INDEX) TO RQU-AMOUNT
016700     WRITE REQUEUE-RECORD
016800     .
016900
017000 3700-END-HOLD-REPORT.
017100     MOVE BNK-HELD-COUNT TO BNK-COUNT-DISPLAY
017200     MOVE BNK-HELD-TOTAL TO BNK-TOTAL-DISPLAY
017300     MOVE SPACES TO HOLD-REPORT-LINE
017400     STRING "PAYMENTS HELD " DELIMITED BY SIZE
017500         BNK-COUNT-DISPLAY DELIMITED BY SIZE
017600         " TOTAL " DELIMITED BY SIZE
017700         BNK-TOTAL-DISPLAY DELIMITED BY SIZE
017800         " - RE-QUEUED FOR THE NEXT RUN" DELIMITED BY SIZE
017900         INTO HOLD-REPORT-LINE
018000     END-STRING
018100     PERFORM 9000-WRITE-REPORT-LINE
018200     SET PRT-ACTION-END TO TRUE
018300     CALL "PRTSRV" USING PRT-CONTROL
018400     WRITE HOLD-REPORT-LINE FROM PRT-TRAILER-LINE
018500     CLOSE HOLD-REPORT
018600     .
018700
018800 9000-WRITE-REPORT-LINE.
018900     MOVE HOLD-REPORT-LINE TO PRT-DETAIL-LINE
019000     SET PRT-ACTION-DETAIL TO TRUE
019100     CALL "PRTSRV" USING PRT-CONTROL
019200     IF PRT-HEADING-NEEDED
019300         WRITE HOLD-REPORT-LINE FROM PRT-HEADING-1
019400         WRITE HOLD-REPORT-LINE FROM PRT-HEADING-2
019500     END-IF
019600     WRITE HOLD-REPORT-LINE FROM PRT-DETAIL-LINE
019700     .
019800
019900*----------------------------------------------------------------*
020000* EVERY BANK RECORD GOES TO THE FILE FOR THIS RUN'S TYPE
020100*----------------------------------------------------------------*
020200 9100-WRITE-PAYMENT-RECORD.
020210     EVALUATE TRUE
020220         WHEN BNK-SUPPLEMENTARY-RUN
020230             WRITE SUPPLEMENTARY-PAYMENT-LINE FROM BACS-RECORD
020240         WHEN BNK-WEEKLY-RUN
020250             WRITE WEEKLY-PAYMENT-LINE FROM BACS-RECORD
020260         WHEN OTHER
020270             WRITE BANK-PAYMENT-LINE FROM BACS-RECORD
020280     END-EVALUATE
020800     .
