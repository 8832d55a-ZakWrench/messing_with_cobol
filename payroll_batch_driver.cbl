001681*                  FAIL THE STEP WITH RETURN CODE 16, WHICH
001682*                  HOLDS THE BANK AND PENSION EXTRACTS BACK
001683*                  UNTIL OPERATIONS RELEASE THE RUN
001685* 10/15/2026 DNO   THE NEW PAYEEMNT STEP NOW RUNS AFTER
001687*                  SALMAINT, APPLYING THE NIGHT'S PAYEE BANK
001689*                  DETAIL CHANGES (SO A NEW STARTER ADDED BY
001691*                  SALMAINT CAN HAVE AN ACCOUNT THE SAME NIGHT)
001693*                  BEFORE PAYSLIP AND BANKEXT
001694* 10/15/2026 DNO   THE NEW ABSPOST STEP NOW RUNS AFTER
001695*                  PAYEEMNT, POSTING THE NIGHT'S SICKNESS,
001696*                  UNPAID LEAVE AND HOLIDAY TO THE ABSENCE
001697*                  BALANCE MASTER AND QUEUEING THEM FOR PAYSLIP
001707* 10/15/2026 DNO   THE NEW VARPEDIT STEP NOW RUNS AFTER
001717*                  ABSPOST, EDITING THE NIGHT'S OVERTIME, BONUS
001727*                  AND EXPENSES CLAIMS AND QUEUEING THE ACCEPTED
001737*                  ONES FOR PAYSLIP
001738* 10/15/2026 DNO   THE NEW RDEDMNT STEP NOW RUNS AFTER PAYEEMNT,
001739*                  APPLYING THE NIGHT'S RECURRING DEDUCTION
001740*                  CHANGES BEFORE PAYSLIP TAKES THEM, AND THE
001741*                  NEW RDREMIT STEP AFTER PENEXT PRINTS WHAT THE
001742*                  RUN OWES EACH THIRD PARTY
001747* 10/15/2026 DNO   SUPPLEMENTARY RUN - WITH "SUPPL" ON THE PAYMODE
001752*                  CONTROL FILE THE DRIVER RUNS PAYSLIP (PAYING
001757*                  ONLY THE SUPPAY ONE-OFF PAYMENTS), BANKEXT AND
001762*                  GLEXTRC, EACH OF WHICH WRITES ITS OWN
001767*                  SUPPLEMENTARY FILE.  THE MAINTENANCE STEPS,
001772*                  VARIANCE GATE AND PROVIDER EXTRACTS BELONG TO
001777*                  THE REGULAR RUN AND ARE SKIPPED.  A
001782*                  SUPPLEMENTARY RUN IS REFUSED ON A PAY DATE, SO
001787*                  IT CAN NEVER STAND IN FOR THE MONTH'S PAY
001788* 10/15/2026 DNO   REVERSAL RUN - WITH "REVRS" ON THE PAYMODE
001789*                  CONTROL FILE THE DRIVER RUNS THE NEW PAYREVRS
001790*                  STEP, BACKING THE REQUESTED RUN OUT OF THE
001791*                  HISTORY, THEN PENEXT AND GLEXTRC FOR THE
001792*                  REVERSING PROVIDER FILE AND JOURNAL.  A
001793*                  REVERSAL IS REFUSED ON A PAY DATE.  "RERUN"
001794*                  RUNS THE REGULAR STEPS OFF THE CALENDAR, SO A
001795*                  REVERSED PERIOD CAN BE PAID AGAIN
001800* 10/15/2026 DNO   WEEKLY RUN - WITH "WEEKL" ON THE PAYMODE
001805*                  CONTROL FILE THE DRIVER CHECKS THE BUSINESS
001810*                  DATE AGAINST THE CALENDAR'S WEEKLY PAY DATES
001815*                  AND RUNS THE MAINTENANCE STEPS, PAYSLIP (FOR
001820*                  THE WEEKLY-PAID STAFF), BANKEXT, PENEXT,
001825*                  RDREMIT AND GLEXTRC, THE EXTRACTS WRITING
001830*                  THEIR OWN WEEKLY FILES.  THE VARIANCE GATE
001835*                  BELONGS TO THE MONTHLY RUN.  A SUPPLEMENTARY
001840*                  RUN IS NOW ALSO REFUSED ON A WEEKLY PAY DATE
001841* 10/15/2026 DNO   THE NEW SALAPPND STEP NOW RUNS AFTER SALMAINT,
001842*                  LISTING THE SALARY CHANGES STILL WAITING ON
001843*                  THE APPROVAL QUEUE AT THE CUT-OFF
001844* 10/15/2026 DNO   THE NEW BUDGVAR STEP NOW RUNS AFTER GLEXTRC IN
001845*                  THE MONTHLY RUN, SETTING DEPARTMENT PAY COST
001846*                  AGAINST BUDGET
001851* 10/15/2026 DNO   THE MAINLINE AND WEEKLY RUN NOW HALT ON
001856*                  SALMAINT'S OWN RETURN CODE, KEPT APART FROM THE
001861*                  STEP CODE SALAPPND REUSES, AND SALAPPND IS
001866*                  SKIPPED WHEN SALMAINT FAILS.  A REVERSAL RUN IS
001871*                  NOW ALSO REFUSED ON A WEEKLY PAY DATE
001872* 10/15/2026 DNO   PAYREVRS HANDS BACK THE TYPE OF THE RUN IT
001873*                  REVERSED - MONTHLY OR WEEKLY - AND PENEXT AND
001874*                  GLEXTRC ARE PASSED IT ON EVERY CALL, SPACE
001875*                  OUTSIDE A REVERSAL
001877* 10/15/2026 DNO   A LIVE NIGHT NOW RUNS THE PAY CYCLES THE
001879*                  CALENDAR SAYS ARE DUE - THE MONTHLY, THE WEEKLY
001881*                  OR BOTH - WITH THE MAINTENANCE STEPS RUN ONCE.
001883*                  PAYMODE IS WRITTEN FOR EACH CYCLE AND EMPTIED
001885*                  WHEN THE JOB ENDS, SO A MODE IS USED FOR ONE
001887*                  NIGHT ONLY.  "WEEKL" SET ON A MONTHLY PAY DATE
001889*                  OR ON A DAY THAT IS NOT A WEEKLY PAY DATE ENDS
001891*                  THE JOB WITH RC 8.  THE NEW "WRRUN" MODE PAYS A
001893*                  REVERSED WEEK AGAIN OFF THE CALENDAR
001895*================================================================*
001897 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. PAYDRIVE.
002000 AUTHOR. D. OKAFOR.
002100 INSTALLATION. DATA PROCESSING - PAYROLL.
002600 WORKING-STORAGE SECTION.
002700 01  PDR-STEP-RETURN-CODE        PIC 9(02) VALUE ZERO.
002800 01  PDR-JOB-RETURN-CODE         PIC 9(02) VALUE ZERO.
002805 01  PDR-SALMAINT-RETURN-CODE    PIC 9(02) VALUE ZERO.
002807 01  PDR-REVERSED-RUN-TYPE       PIC X(01) VALUE SPACE.
002810 COPY RUNLOG.
002820 01  PDR-MODE-STATUS             PIC X(02).
002822 01  PDR-CYCLE-MODE              PIC X(05).
002824 01  PDR-MAINTENANCE-SWITCH      PIC X(01) VALUE "N".
002826     88  PDR-MAINTENANCE-RUN     VALUE "Y".
002828     88  PDR-MAINTENANCE-NOT-RUN VALUE "N".
002830 01  PDR-TRIAL-SWITCH            PIC X(01).
002840     88  PDR-TRIAL-RUN           VALUE "Y".
002850     88  PDR-LIVE-RUN            VALUE "N".
002855     88  PDR-SUPPLEMENTARY-RUN   VALUE "S".
002857     88  PDR-REVERSAL-RUN        VALUE "R".
002859     88  PDR-PERIOD-RERUN        VALUE "E".
002860     88  PDR-WEEKLY-RUN          VALUE "W".
002861     88  PDR-WEEKLY-RERUN        VALUE "K".
002862 01  PDR-BUSINESS-DATE           PIC 9(08).
002863 01  PDR-CALENDAR-REQUEST        PIC X(01).
002864 01  PDR-CALENDAR-RESULT         PIC 9(08).
002866 01  PDR-DAY-FLAGS.
002868     05  PDR-WORKING-FLAG        PIC X(01).
002870     05  PDR-PAY-FLAG            PIC X(01).
002872         88  PDR-PAY-DATE        VALUE "Y".
002874         88  PDR-NOT-PAY-DATE    VALUE "N".
002879 01  PDR-WEEKLY-DAY-FLAGS.
002884     05  PDR-WEEKLY-WORKING-FLAG PIC X(01).
002889     05  PDR-WEEKLY-PAY-FLAG     PIC X(01).
002894         88  PDR-WEEKLY-PAY-DATE VALUE "Y".
002899         88  PDR-NOT-WEEKLY-PAY-DATE VALUE "N".
002900
003000 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003102     ACCEPT RUNLOG-START-TIME FROM TIME
003103     SET PDR-MAINTENANCE-NOT-RUN TO TRUE
003104     PERFORM 0400-READ-RUN-MODE
003106     IF PDR-TRIAL-RUN
003108         DISPLAY "PAYDRIVE - *** TRIAL RUN - CALCULATION "
003110             "ONLY, NOTHING APPLIED OR EXTRACTED ***"
003112         PERFORM 2000-RUN-PAYSLIP-PRINT
003113         PERFORM 0470-CLEAR-RUN-MODE
003114         PERFORM 8000-WRITE-RUN-LOG
003116         MOVE PDR-JOB-RETURN-CODE TO RETURN-CODE
003118         GOBACK
003120     END-IF
003121     PERFORM 0450-CHECK-PAY-DATE
003122     IF PDR-SUPPLEMENTARY-RUN
003123         IF PDR-PAY-DATE
003124         OR PDR-WEEKLY-PAY-DATE
003125             DISPLAY "PAYDRIVE - " PDR-BUSINESS-DATE " IS A PAY "
003126                 "DATE - SUPPLEMENTARY RUN REFUSED"
003127             MOVE 8 TO PDR-JOB-RETURN-CODE
003128         ELSE
003129             PERFORM 0600-RUN-SUPPLEMENTARY-STEPS
003130         END-IF
003132         PERFORM 0470-CLEAR-RUN-MODE
003134         PERFORM 8000-WRITE-RUN-LOG
003136         MOVE PDR-JOB-RETURN-CODE TO RETURN-CODE
003138         GOBACK
003140     END-IF
003142     IF PDR-REVERSAL-RUN
003144         IF PDR-PAY-DATE OR PDR-WEEKLY-PAY-DATE
003146             DISPLAY "PAYDRIVE - " PDR-BUSINESS-DATE " IS A PAY "
003148                 "DATE - REVERSAL RUN REFUSED"
003150             MOVE 8 TO PDR-JOB-RETURN-CODE
003152         ELSE
003154             PERFORM 0700-RUN-REVERSAL-STEPS
003156         END-IF
003158         PERFORM 0470-CLEAR-RUN-MODE
003160         PERFORM 8000-WRITE-RUN-LOG
003162         MOVE PDR-JOB-RETURN-CODE TO RETURN-CODE
003164         GOBACK
003166     END-IF
003168*    A REVERSED WEEK IS PAID AGAIN OFF THE CALENDAR - PAYSLIP PAYS
003170*    ONLY THE EMPLOYEES WHOSE LAST WEEKLY PAY WAS TAKEN BACK
003172     IF PDR-WEEKLY-RERUN
003174         IF PDR-PAY-DATE OR PDR-WEEKLY-PAY-DATE
003176             DISPLAY "PAYDRIVE - " PDR-BUSINESS-DATE " IS A PAY "
003178                 "DATE - WEEKLY RE-RUN REFUSED"
003180             MOVE 8 TO PDR-JOB-RETURN-CODE
003206         ELSE
003209             DISPLAY "PAYDRIVE - *** RE-RUN OF A REVERSED WEEK "
003212                 "- WEEKLY PAY DATE CHECK BYPASSED ***"
003216             PERFORM 0800-RUN-WEEKLY-STEPS
003226         END-IF
003231         PERFORM 0470-CLEAR-RUN-MODE
003236         PERFORM 8000-WRITE-RUN-LOG
003246         MOVE PDR-JOB-RETURN-CODE TO RETURN-CODE
003256         GOBACK
003257     END-IF
003258*    OTHERWISE THE CALENDAR DECIDES - THE MONTHLY RUN ON A MONTHLY
003259*    PAY DATE, THE WEEKLY RUN ON A WEEKLY ONE, BOTH ON A DATE THAT
003260*    IS BOTH.  "WEEKL" IS NOT NEEDED FOR THE WEEKLY RUN, ONE LEFT
003261*    ON PAYMODE FOR A DAY THE CALENDAR DOES NOT MATCH IS REFUSED
003262     IF PDR-WEEKLY-RUN
003263     AND (PDR-PAY-DATE OR PDR-NOT-WEEKLY-PAY-DATE)
003264         IF PDR-PAY-DATE
003265             DISPLAY "PAYDRIVE - WEEKL ON PAYMODE, BUT "
003266                 PDR-BUSINESS-DATE " IS A MONTHLY PAY DATE - "
003267                 "RUN REFUSED"
003268         ELSE
003270             DISPLAY "PAYDRIVE - " PDR-BUSINESS-DATE " IS NOT A "
003271                 "WEEKLY PAY DATE ON THE CALENDAR - WEEKLY "
003272                 "RUN REFUSED"
003274         END-IF
003275         MOVE 8 TO PDR-JOB-RETURN-CODE
003276         PERFORM 0470-CLEAR-RUN-MODE
003277         PERFORM 8000-WRITE-RUN-LOG
003278         MOVE PDR-JOB-RETURN-CODE TO RETURN-CODE
003279         GOBACK
003280     END-IF
003281     IF PDR-PERIOD-RERUN
003286         DISPLAY "PAYDRIVE - *** RE-RUN OF A REVERSED PERIOD - "
003296             "PAY DATE CHECK BYPASSED ***"
003306     END-IF
003307     IF PDR-PAY-DATE
003308     OR PDR-PERIOD-RERUN
003309         MOVE SPACES TO PDR-CYCLE-MODE
003310         PERFORM 0460-WRITE-RUN-MODE
003311         IF PDR-JOB-RETURN-CODE < 16
003312             PERFORM 0300-RUN-MONTHLY-STEPS
003313         END-IF
003314     END-IF
003315     IF PDR-WEEKLY-PAY-DATE
003316         IF PDR-JOB-RETURN-CODE < 16
003317             MOVE "WEEKL" TO PDR-CYCLE-MODE
003318             PERFORM 0460-WRITE-RUN-MODE
003319         END-IF
003320         IF PDR-JOB-RETURN-CODE < 16
003321             PERFORM 0800-RUN-WEEKLY-STEPS
003322         ELSE
003323             DISPLAY "PAYDRIVE - WEEKLY RUN SKIPPED, "
003324                 "PRIOR FAILURE"
003325         END-IF
003326     END-IF
003327     IF PDR-NOT-PAY-DATE
003328     AND PDR-NOT-WEEKLY-PAY-DATE
003329     AND NOT PDR-PERIOD-RERUN
003336         DISPLAY "PAYDRIVE - " PDR-BUSINESS-DATE " IS NOT A "
003346             "PAY DATE ON THE CALENDAR - PAYROLL SKIPPED"
003386     END-IF
003388     PERFORM 0470-CLEAR-RUN-MODE
003390     PERFORM 8000-WRITE-RUN-LOG
003392     MOVE PDR-JOB-RETURN-CODE TO RETURN-CODE
003394     GOBACK
003396     .
003398
003400*----------------------------------------------------------------*
003402* THE MONTHLY RUN - THE NIGHT'S MAINTENANCE, THEN PAYSLIP, THE
003404* VARIANCE GATE AND THE EXTRACTS FOR THE MONTHLY SALARIED STAFF
003406*----------------------------------------------------------------*
003408 0300-RUN-MONTHLY-STEPS.
003410     PERFORM 0350-RUN-MAINTENANCE-STEPS
003416     IF PDR-SALMAINT-RETURN-CODE < 16
003466         PERFORM 2000-RUN-PAYSLIP-PRINT
003476     ELSE
003486         DISPLAY "PAYDRIVE - HALTED, SALARY MAINTENANCE FAILED"
003496     END-IF
003506     IF PDR-JOB-RETURN-CODE < 16
003516         PERFORM 2500-RUN-VARIANCE-GATE
003526     ELSE
003536         DISPLAY "PAYDRIVE - VARIANCE GATE SKIPPED, "
003546             "PRIOR FAILURE"
003556     END-IF
003566     IF PDR-JOB-RETURN-CODE < 16
003576         PERFORM 3000-RUN-BANK-EXTRACT
003586     ELSE
003596         DISPLAY "PAYDRIVE - BANK EXTRACT SKIPPED, PRIOR FAILURE"
003606     END-IF
003616     IF PDR-JOB-RETURN-CODE < 16
003626         PERFORM 3500-RUN-PENSION-EXTRACT
003636     ELSE
003646         DISPLAY "PAYDRIVE - PENSION EXTRACT SKIPPED, "
003656             "PRIOR FAILURE"
003666     END-IF
003676     IF PDR-JOB-RETURN-CODE < 16
003686         PERFORM 3600-RUN-DEDUCTION-REMITTANCE
003696     ELSE
003706         DISPLAY "PAYDRIVE - DEDUCTION REMITTANCE SKIPPED, "
003716             "PRIOR FAILURE"
003726     END-IF
003736     IF PDR-JOB-RETURN-CODE < 16
003746         PERFORM 3800-RUN-JOURNAL-EXTRACT
003756     ELSE
003766         DISPLAY "PAYDRIVE - JOURNAL EXTRACT SKIPPED, "
003776             "PRIOR FAILURE"
003786     END-IF
003787     IF PDR-JOB-RETURN-CODE < 16
003788         PERFORM 3900-RUN-BUDGET-REPORT
003789     ELSE
003790         DISPLAY "PAYDRIVE - BUDGET REPORT SKIPPED, "
003791             "PRIOR FAILURE"
003792     END-IF
003793     .
003794
003795*----------------------------------------------------------------*
003796* THE NIGHT'S MAINTENANCE - PENDING RELEASE, SALARY, PAYEE,
003797* DEDUCTION, ABSENCE AND VARIABLE PAY - RUNS ONCE, AHEAD OF
003798* WHICHEVER PAY CYCLE COMES FIRST, AND NOT AGAIN WHEN BOTH ARE DUE
003799*----------------------------------------------------------------*
003800 0350-RUN-MAINTENANCE-STEPS.
003801     IF PDR-MAINTENANCE-NOT-RUN
003802         SET PDR-MAINTENANCE-RUN TO TRUE
003803         PERFORM 0500-RUN-PENDING-RELEASE
003804         PERFORM 1000-RUN-SALARY-MAINTENANCE
003805         IF PDR-SALMAINT-RETURN-CODE < 16
003806             PERFORM 1500-RUN-PAYEE-MAINTENANCE
003807             PERFORM 1600-RUN-DEDUCTION-MAINTENANCE
003808             PERFORM 1700-RUN-ABSENCE-POSTING
003809             PERFORM 1800-RUN-VARIABLE-PAY-EDIT
003810         END-IF
003811     END-IF
003826     .
003836
004020 0400-READ-RUN-MODE.
004030     SET PDR-LIVE-RUN TO TRUE
004040     OPEN INPUT RUN-MODE-CONTROL
004082             AND PMD-MODE = "TRIAL"
004084                 SET PDR-TRIAL-RUN TO TRUE
004086             END-IF
004087             IF PDR-MODE-STATUS = "00"
004088             AND PMD-MODE = "SUPPL"
004089                 SET PDR-SUPPLEMENTARY-RUN TO TRUE
004090             END-IF
004091             IF PDR-MODE-STATUS = "00"
004092             AND PMD-MODE = "REVRS"
004093                 SET PDR-REVERSAL-RUN TO TRUE
004094             END-IF
004095             IF PDR-MODE-STATUS = "00"
004100             AND PMD-MODE = "RERUN"
004200                 SET PDR-PERIOD-RERUN TO TRUE
004300             END-IF
004400             IF PDR-MODE-STATUS = "00"
004500             AND PMD-MODE = "WEEKL"
004600                 SET PDR-WEEKLY-RUN TO TRUE
004700             END-IF
004710             IF PDR-MODE-STATUS = "00"
004720             AND PMD-MODE = "WRRUN"
004730                 SET PDR-WEEKLY-RERUN TO TRUE
004740             END-IF
004800         END-IF
004900         CLOSE RUN-MODE-CONTROL
005000     END-IF
005100     .
005200
005300*----------------------------------------------------------------*
005400* PAYROLL RUNS ON PAY DATES ONLY - CALSRV ANSWERS FROM THE
005500* BUSCAL CALENDAR.  THE MONTHLY AND THE WEEKLY PAY DATES ARE
005600* ASKED FOR SEPARATELY.  WITH NO CALENDAR ENTRY EVERY DAY IS A
005650* MONTHLY PAY DATE, BUT NEVER A WEEKLY ONE - THOSE ARE LISTED
005700*----------------------------------------------------------------*
005800 0450-CHECK-PAY-DATE.
005900     CALL "BUSDATE" USING PDR-BUSINESS-DATE
006000     MOVE "Q" TO PDR-CALENDAR-REQUEST
006100     CALL "CALSRV" USING PDR-CALENDAR-REQUEST
006200         PDR-BUSINESS-DATE PDR-CALENDAR-RESULT
006300         PDR-DAY-FLAGS
006400     MOVE "W" TO PDR-CALENDAR-REQUEST
006500     CALL "CALSRV" USING PDR-CALENDAR-REQUEST
006600         PDR-BUSINESS-DATE PDR-CALENDAR-RESULT
006700         PDR-WEEKLY-DAY-FLAGS
006703     .
006706
006709*----------------------------------------------------------------*
006712* PAYMODE IS ONE-SHOT.  BEFORE EACH PAY CYCLE THE DRIVER WRITES
006715* THE MODE THAT CYCLE'S STEPS READ - "WEEKL" FOR THE WEEKLY RUN,
006718* NOTHING FOR THE MONTHLY - AND IT EMPTIES THE FILE WHEN THE JOB
006721* ENDS, SO A MODE SET FOR ONE NIGHT NEVER CARRIES INTO THE NEXT
006724*----------------------------------------------------------------*
006727 0460-WRITE-RUN-MODE.
006730     OPEN OUTPUT RUN-MODE-CONTROL
006733     IF PDR-MODE-STATUS = "00"
006736         IF PDR-CYCLE-MODE NOT = SPACES
006739             MOVE PDR-CYCLE-MODE TO PMD-MODE
006742             WRITE RUN-MODE-RECORD
006745         END-IF
006748         CLOSE RUN-MODE-CONTROL
006751     ELSE
006754         DISPLAY "PAYDRIVE - PAYMODE NOT WRITTEN, STATUS "
006757             PDR-MODE-STATUS
006760         MOVE 16 TO PDR-JOB-RETURN-CODE
006763     END-IF
006766     .
006769
006772 0470-CLEAR-RUN-MODE.
006775     MOVE SPACES TO PDR-CYCLE-MODE
006778     PERFORM 0460-WRITE-RUN-MODE
006800     .
006900
007000 0500-RUN-PENDING-RELEASE.
007100     CALL "SALRELSE"
007200     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
007300     DISPLAY "PAYDRIVE - SALRELSE RETURN CODE: "
007400         PDR-STEP-RETURN-CODE
007500     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
007600         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
007700     END-IF
007800     .
007900
008000*----------------------------------------------------------------*
008100* AN OFF-CYCLE SUPPLEMENTARY RUN - PAYSLIP PAYS THE SUPPAY FILE,
008200* THEN THE BANK FILE AND JOURNAL FOR THOSE PAYMENTS ALONE
008300*----------------------------------------------------------------*
008400 0600-RUN-SUPPLEMENTARY-STEPS.
008500     DISPLAY "PAYDRIVE - *** SUPPLEMENTARY RUN - SUPPAY "
008600         "PAYMENTS ONLY ***"
008700     PERFORM 2000-RUN-PAYSLIP-PRINT
008800     IF PDR-JOB-RETURN-CODE < 16
008900         PERFORM 3000-RUN-BANK-EXTRACT
009000     ELSE
009100         DISPLAY "PAYDRIVE - BANK EXTRACT SKIPPED, PRIOR FAILURE"
009200     END-IF
009300     IF PDR-JOB-RETURN-CODE < 16
009400         PERFORM 3800-RUN-JOURNAL-EXTRACT
009500     ELSE
009600         DISPLAY "PAYDRIVE - JOURNAL EXTRACT SKIPPED, "
009700             "PRIOR FAILURE"
009800     END-IF
009900     .
010000
010100*----------------------------------------------------------------*
010200* A REVERSAL - PAYREVRS WRITES THE COMPENSATING HISTORY ROWS,
010300* THEN THE PROVIDER FILE AND JOURNAL THAT TAKE THEM BACK.  WHEN
010400* PAYREVRS REVERSED NOTHING THERE IS NOTHING TO EXTRACT
010500*----------------------------------------------------------------*
010600 0700-RUN-REVERSAL-STEPS.
010700     DISPLAY "PAYDRIVE - *** REVERSAL RUN - REVREQ RUN "
010800         "BACKED OUT ***"
010900     CALL "PAYREVRS" USING PDR-REVERSED-RUN-TYPE
011000     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
011100     DISPLAY "PAYDRIVE - PAYREVRS RETURN CODE: "
011200         PDR-STEP-RETURN-CODE
011300     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
011400         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
011500     END-IF
011600     IF PDR-JOB-RETURN-CODE < 8
011700         PERFORM 3500-RUN-PENSION-EXTRACT
011800     ELSE
011900         DISPLAY "PAYDRIVE - PENSION EXTRACT SKIPPED, "
012000             "NOTHING REVERSED"
012100     END-IF
012200     IF PDR-JOB-RETURN-CODE < 8
012300         PERFORM 3800-RUN-JOURNAL-EXTRACT
012400     ELSE
012500         DISPLAY "PAYDRIVE - JOURNAL EXTRACT SKIPPED, "
012600             "NOTHING REVERSED"
012700     END-IF
012800     .
012900
013000*----------------------------------------------------------------*
013100* THE WEEKLY RUN - THE NIGHT'S MAINTENANCE, THEN PAYSLIP PAYS
013200* THE WEEKLY-PAID STAFF AND THE EXTRACTS WRITE THEIR WEEKLY
013300* FILES FROM THE WEEKLY HISTORY ROWS
013400*----------------------------------------------------------------*
013500 0800-RUN-WEEKLY-STEPS.
013600     DISPLAY "PAYDRIVE - *** WEEKLY RUN - WEEKLY-PAID "
013700         "STAFF ONLY ***"
013710     PERFORM 0350-RUN-MAINTENANCE-STEPS
014000     IF PDR-SALMAINT-RETURN-CODE < 16
014500         PERFORM 2000-RUN-PAYSLIP-PRINT
014600     ELSE
014700         DISPLAY "PAYDRIVE - HALTED, SALARY MAINTENANCE FAILED"
014800     END-IF
014900     IF PDR-JOB-RETURN-CODE < 16
015000         PERFORM 3000-RUN-BANK-EXTRACT
015100         PERFORM 3500-RUN-PENSION-EXTRACT
015200         PERFORM 3600-RUN-DEDUCTION-REMITTANCE
015300         PERFORM 3800-RUN-JOURNAL-EXTRACT
015400     ELSE
015500         DISPLAY "PAYDRIVE - WEEKLY EXTRACTS SKIPPED, "
015600             "PRIOR FAILURE"
015700     END-IF
015800     .
015900 1000-RUN-SALARY-MAINTENANCE.
016000     CALL "SALMAINT"
016100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
016200     DISPLAY "PAYDRIVE - SALMAINT RETURN CODE: "
016300         PDR-STEP-RETURN-CODE
016310     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
016320         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
016330     END-IF
016332*    SALAPPND REUSES THE STEP RETURN CODE - THE CALLERS' HALT TEST
016334*    READS SALMAINT'S OWN, KEPT HERE
016336     MOVE PDR-STEP-RETURN-CODE TO PDR-SALMAINT-RETURN-CODE
016338     IF PDR-SALMAINT-RETURN-CODE < 16
016340         PERFORM 1100-RUN-APPROVAL-PENDING-REPORT
016342     END-IF
016350     .
016360
016370*----------------------------------------------------------------*
016380* WHAT SALMAINT LEFT ON THE APPROVAL QUEUE MISSES THIS RUN - THE
016390* LIST GOES TO PAYROLL TO CHASE THE APPROVERS
016400*----------------------------------------------------------------*
016410 1100-RUN-APPROVAL-PENDING-REPORT.
016420     CALL "SALAPPND"
016430     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
016440     DISPLAY "PAYDRIVE - SALAPPND RETURN CODE: "
016450         PDR-STEP-RETURN-CODE
016460     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
016470         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
016480     END-IF
016490     .
016500
016510 1500-RUN-PAYEE-MAINTENANCE.
017000     CALL "PAYEEMNT"
017100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
017200     DISPLAY "PAYDRIVE - PAYEEMNT RETURN CODE: "
017300         PDR-STEP-RETURN-CODE
017400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
017500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
017600     END-IF
017700     .
017800
017900 1600-RUN-DEDUCTION-MAINTENANCE.
018000     CALL "RDEDMNT"
018100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
018200     DISPLAY "PAYDRIVE - RDEDMNT RETURN CODE: "
018300         PDR-STEP-RETURN-CODE
018400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
018500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
018600     END-IF
018700     .
018800
018900 1700-RUN-ABSENCE-POSTING.
019000     CALL "ABSPOST"
019100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
019200     DISPLAY "PAYDRIVE - ABSPOST RETURN CODE: "
019300         PDR-STEP-RETURN-CODE
019400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
019500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
019600     END-IF
019700     .
019800
019900 1800-RUN-VARIABLE-PAY-EDIT.
020000     CALL "VARPEDIT"
020100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
020200     DISPLAY "PAYDRIVE - VARPEDIT RETURN CODE: "
020300         PDR-STEP-RETURN-CODE
020400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
020500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
020600     END-IF
020700     .
020800
020900 2000-RUN-PAYSLIP-PRINT.
021000     CALL "PAYSLIP"
021100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
021200     DISPLAY "PAYDRIVE - PAYSLIP RETURN CODE: "
021300         PDR-STEP-RETURN-CODE
021400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
021500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
021600     END-IF
021700     .
021800
021900 2500-RUN-VARIANCE-GATE.
022000     CALL "PAYVARCE"
022100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
022200     DISPLAY "PAYDRIVE - PAYVARCE RETURN CODE: "
022300         PDR-STEP-RETURN-CODE
022400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
022500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
022600     END-IF
022700     .
022800
022900 3000-RUN-BANK-EXTRACT.
023000     CALL "BANKEXT"
023100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
023200     DISPLAY "PAYDRIVE - BANKEXT RETURN CODE: "
023300         PDR-STEP-RETURN-CODE
023400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
023500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
023600     END-IF
023700     .
023800
023900 3500-RUN-PENSION-EXTRACT.
024000     CALL "PENEXT" USING PDR-REVERSED-RUN-TYPE
024100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
024200     DISPLAY "PAYDRIVE - PENEXT RETURN CODE: "
024300         PDR-STEP-RETURN-CODE
024400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
024500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
024600     END-IF
024700     .
024800
024900 3600-RUN-DEDUCTION-REMITTANCE.
025000     CALL "RDREMIT"
025100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
025200     DISPLAY "PAYDRIVE - RDREMIT RETURN CODE: "
025300         PDR-STEP-RETURN-CODE
025400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
025500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
025600     END-IF
025700     .
025800
025900 3800-RUN-JOURNAL-EXTRACT.
026000     CALL "GLEXTRC" USING PDR-REVERSED-RUN-TYPE
026100     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
026200     DISPLAY "PAYDRIVE - GLEXTRC RETURN CODE: "
026300         PDR-STEP-RETURN-CODE
026400     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
026500         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
026600     END-IF
026700     .
026800
026805 3900-RUN-BUDGET-REPORT.
026810     CALL "BUDGVAR"
026815     MOVE RETURN-CODE TO PDR-STEP-RETURN-CODE
026820     DISPLAY "PAYDRIVE - BUDGVAR RETURN CODE: "
026825         PDR-STEP-RETURN-CODE
026830     IF PDR-STEP-RETURN-CODE > PDR-JOB-RETURN-CODE
026835         MOVE PDR-STEP-RETURN-CODE TO PDR-JOB-RETURN-CODE
026840     END-IF
026845     .
026850
026900 8000-WRITE-RUN-LOG.
027000     MOVE "PAYDRIVE"          TO RUNLOG-STEP-NAME
027100     MOVE ZERO                TO RUNLOG-RECORDS-READ
027200     MOVE ZERO                TO RUNLOG-RECORDS-APPLIED
027300     MOVE ZERO                TO RUNLOG-RECORDS-REJECTED
027400     MOVE ZERO                TO RUNLOG-RECORDS-DROPPED
027500     MOVE PDR-JOB-RETURN-CODE TO RUNLOG-RETURN-CODE
027600     CALL "RUNLOGW" USING RUNLOG-RECORD
027700     .
