004338*                  ENTRY COMES OFF THE SALARRS FILE; AN ENTRY
004340*                  FOR AN EMPLOYEE NOT PAID THIS RUN STAYS ON
004342*                  THE FILE FOR THE NEXT ONE
004347* 10/15/2026 DNO   ABSENCE - UNPAID LEAVE AND SICKNESS DAYS
004352*                  POSTED BY ABSPOST TO ABSPEND STOP PAY AT THE
004357*                  DAY RATE, AND STATUTORY SICK PAY FROM THE
004362*                  ABSPARM PARAMETER FILE (WEEKLY RATE, LOWER
004367*                  EARNINGS LIMIT, WAITING DAYS ACROSS LINKED
004372*                  SPELLS, MAXIMUM WEEKS) IS PAID IN THEIR PLACE.
004377*                  THE SLIP LISTS EACH ABSENCE AND THE HOLIDAY
004382*                  REMAINING FROM THE ABSBAL MASTER, AND THE
004387*                  CONSUMED ENTRIES COME OFF ABSPEND AS ARREARS
004392*                  COME OFF SALARRS
004402* 10/15/2026 DNO   VARIABLE PAY - OVERTIME AND BONUS CLAIMS
004412*                  ACCEPTED BY VARPEDIT ONTO VARPAY FOR A PERIOD
004422*                  UP TO THE PAY MONTH ARE ADDED TO GROSS AND
004432*                  TAXED, EXPENSES ARE PAID ON TOP OF NET PAY
004442*                  UNTAXED; EACH IS ITEMIZED ON THE SLIP AND
004452*                  HELD ON PAYHIST, AND CONSUMED CLAIMS COME
004462*                  OFF VARPAY AS ARREARS COME OFF SALARRS
004463* 10/15/2026 DNO   RECURRING DEDUCTIONS - EACH ACTIVE ENTRY ON
004464*                  THE RECDED MASTER (STAFF LOAN, SEASON TICKET
004465*                  ADVANCE, ATTACHMENT OF EARNINGS ORDER) IS
004466*                  TAKEN IN PRIORITY ORDER AFTER THE PENSION,
004467*                  NEVER BELOW ITS PROTECTED EARNINGS FLOOR, AND
004468*                  ITS BALANCE REDUCED.  EACH IS ITEMIZED ON THE
004469*                  SLIP, THE TOTAL IS HELD ON PAYHIST, AND A LIVE
004470*                  RUN APPENDS WHAT WAS TAKEN TO RDTAKEN FOR THE
004471*                  THIRD-PARTY REMITTANCE
004472* 10/15/2026 DNO   SUPPLEMENTARY RUN - WITH "SUPPL" ON THE
004473*                  PAYMODE CONTROL FILE ONLY THE EMPLOYEES ON
004474*                  THE SUPPAY FILE ARE PAID, EACH THE ONE-OFF
004475*                  AMOUNT THERE (LEAVERS INCLUDED), WITH NO
004476*                  PENSION, RECURRING DEDUCTION, ABSENCE OR
004477*                  CLAIM TAKEN AND THE QUEUE FILES LEFT ALONE.
004478*                  THE HISTORY ROWS ARE MARKED SUPPLEMENTARY AND
004479*                  PAID ENTRIES COME OFF SUPPAY.  TAX AND NI ARE
004480*                  NOW WORKED ON THE PAY MONTH TO DATE - AN
004481*                  EARLIER RUN IN THE SAME MONTH IS ADDED TO THE
004482*                  GROSS AND ITS TAX AND NI TAKEN OFF - SO THE
004483*                  MONTHLY BANDS ARE NOT GIVEN TWICE WHICHEVER
004484*                  RUN COMES FIRST
004485* 10/15/2026 DNO   REVERSAL ROWS WRITTEN BY PAYREVRS NOW COME OFF
004486*                  THE YEAR TO DATE AND, WHEN THE REVERSED RUN
004487*                  WAS IN THE PAY MONTH, OFF THE MONTH TO DATE.
004488*                  A REGULAR RUN NO LONGER PAYS AN EMPLOYEE
004489*                  WHO STILL HAS A REGULAR RUN IN THE PAY MONTH
004490*                  NOT REVERSED, SO A RERUN OF A REVERSED PERIOD
004491*                  PAYS ONLY THE EMPLOYEES TAKEN BACK
004496* 10/15/2026 DNO   WEEKLY PAY - WITH "WEEKL" ON THE PAYMODE
004501*                  CONTROL FILE ONLY THE WEEKLY-PAID STAFF ARE
004506*                  PAID, FOR THE WEEK ENDING ON THE PAY DATE,
004511*                  WITH THE WEEKLY DEDUCTION PARAMETERS AND NO
004516*                  MONTH TO DATE; THE HISTORY ROWS ARE MARKED
004521*                  WEEKLY.  THE MONTHLY RUN NOW LEAVES THE
004526*                  WEEKLY-PAID STAFF ALONE, AND THE ABSENCE DAY
004531*                  RATE AND SICK PAY EARNINGS ARE WORKED FROM A
004536*                  YEAR OF THE EMPLOYEE'S OWN PAY PERIODS
004537* 10/15/2026 DNO   EACH SLIP'S LINES CARRY THE EMPLOYEE ID AS THE
004538*                  PRTSRV BREAK KEY, SO PRTBURST CAN SEND EVERY
004539*                  EMPLOYEE THEIR OWN SLIP
004540* 10/15/2026 DNO   A REVERSAL NOW COMES OFF THE MONTH TO DATE ONLY
004541*                  WHEN IT TAKES BACK THE MONTH'S REGULAR RUN - A
004542*                  REVERSED WEEKLY RUN WAS NEVER IN IT.  A
004543*                  SUPPLEMENTARY PAYMENT TO A WEEKLY-PAID EMPLOYEE
004544*                  IS REFUSED, LEFT ON SUPPAY AND FAILS THE STEP
004545*                  WITH RC 8.  "WRRUN" ON PAYMODE IS A WEEKLY RE-
004546*                  RUN, PAYING ONLY THE EMPLOYEES WHOSE LAST
004547*                  WEEKLY PAY WAS REVERSED
004548* 10/15/2026 DNO   A LIVE WEEKLY RUN SKIPS AN EMPLOYEE ALREADY
004549*                  PAID BY A WEEKLY RUN IN THE WEEK ENDING ON THE
004550*                  PAY DATE, NOT SINCE REVERSED
004551*================================================================*
004552 IDENTIFICATION DIVISION.
004553 PROGRAM-ID. PAYSLIP.
004600 AUTHOR. D. OKAFOR.
004700 INSTALLATION. DATA PROCESSING - PAYROLL.
004800 DATE-WRITTEN. 08/08/2026.
007084     SELECT OPTIONAL RUN-MODE-CONTROL ASSIGN TO "PAYMODE"
007086         ORGANIZATION IS LINE SEQUENTIAL
007088         FILE STATUS IS PSL-MODE-STATUS.
007093
007098     SELECT OPTIONAL ABSENCE-PENDING ASSIGN TO "ABSPEND"
007103         ORGANIZATION IS LINE SEQUENTIAL
007108         FILE STATUS IS PSL-ABSPEND-STATUS.
007113
007118     SELECT OPTIONAL ABSENCE-PARAMETERS ASSIGN TO "ABSPARM"
007123         ORGANIZATION IS LINE SEQUENTIAL
007128         FILE STATUS IS PSL-ABSPARM-STATUS.
007133
007138     SELECT ABSENCE-BALANCE-MASTER ASSIGN TO "ABSBAL"
007143         ORGANIZATION IS INDEXED
007148         ACCESS MODE IS RANDOM
007153         RECORD KEY IS ABSBAL-EMPLOYEE-ID
007158         FILE STATUS IS PSL-ABSBAL-STATUS.
007163
007168     SELECT OPTIONAL ACCEPTED-VARIABLE-PAY ASSIGN TO "VARPAY"
007173         ORGANIZATION IS LINE SEQUENTIAL
007178         FILE STATUS IS PSL-VARPAY-STATUS.
007183
007184     SELECT RECURRING-DEDUCTIONS ASSIGN TO "RECDED"
007185         ORGANIZATION IS INDEXED
007186         ACCESS MODE IS DYNAMIC
007187         RECORD KEY IS RECDED-KEY
007188         FILE STATUS IS PSL-RECDED-STATUS.
007189
007190     SELECT OPTIONAL DEDUCTIONS-TAKEN ASSIGN TO "RDTAKEN"
007191         ORGANIZATION IS LINE SEQUENTIAL
007192         FILE STATUS IS PSL-RDTAKEN-STATUS.
007193
007194     SELECT OPTIONAL SUPPLEMENTARY-PAYMENTS ASSIGN TO "SUPPAY"
007195         ORGANIZATION IS LINE SEQUENTIAL
007196         FILE STATUS IS PSL-SUPPAY-STATUS.
007197
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SALARY-MASTER.
008484 FD  RUN-MODE-CONTROL.
008486 01  RUN-MODE-RECORD.
008488     05  PMD-MODE                 PIC X(05).
008489
008490 FD  ABSENCE-PENDING.
008491 COPY ABSPEND.
008492
008493 FD  ABSENCE-PARAMETERS.
008494 COPY ABSPARM.
008495
008496 FD  ABSENCE-BALANCE-MASTER.
008497 COPY ABSBAL.
008507
008517 FD  ACCEPTED-VARIABLE-PAY.
008527 COPY VARPAY.
008528
008529 FD  RECURRING-DEDUCTIONS.
008530 COPY RECDED.
008531
008532 FD  DEDUCTIONS-TAKEN.
008533 COPY RDTAKEN.
008534
008535 FD  SUPPLEMENTARY-PAYMENTS.
008536 COPY SUPPAY.
008537
008600 WORKING-STORAGE SECTION.
008700 01  PSL-MASTER-STATUS          PIC X(02).
008800 01  PSL-REPORT-STATUS          PIC X(02).
013900         10  PSL-YTD-GROSS       PIC 9(7)V9(2).
014000         10  PSL-YTD-DEDUCTIONS  PIC 9(7)V9(2).
014100         10  PSL-YTD-NET         PIC 9(7)V9(2).
014102         10  PSL-YTD-PERIOD-GROSS PIC 9(7)V9(2).
014104         10  PSL-YTD-PERIOD-TAX  PIC 9(7)V9(2).
014106         10  PSL-YTD-PERIOD-NI   PIC 9(7)V9(2).
014108         10  PSL-YTD-PERIOD-RUNS PIC 9(03) COMP.
014110         10  PSL-YTD-PAID-FLAG   PIC X(01).
014120             88  PSL-YTD-PAID-TODAY     VALUE "Y".
014130             88  PSL-YTD-NOT-PAID-TODAY VALUE "N".
014140         10  PSL-YTD-PERIOD-DATE PIC 9(08).
014150         10  PSL-YTD-WEEK-DATE   PIC 9(08).
014160         10  PSL-YTD-WEEK-FLAG   PIC X(01).
014170             88  PSL-YTD-WEEK-REVERSED VALUE "Y".
014180             88  PSL-YTD-WEEK-STANDS   VALUE "N".
014200 01  PSL-YTD-COUNT              PIC 9(03) VALUE ZERO COMP.
014300 01  PSL-YTD-INDEX              PIC 9(03) COMP.
014310 01  PSL-YTD-FOUND              PIC 9(03) COMP.
014400 01  PSL-YTD-MATCH-SWITCH       PIC X(01).
014500     88  PSL-YTD-MATCHED        VALUE "Y".
014600     88  PSL-YTD-NOT-MATCHED    VALUE "N".
014610 01  PSL-REPAY-WEEK-SWITCH      PIC X(01).
014620     88  PSL-REPAY-WEEK         VALUE "Y".
014630     88  PSL-NO-WEEK-TO-REPAY   VALUE "N".
014700 01  PSL-TAX-YEAR-START         PIC 9(08).
014800 01  PSL-PAY-DATE-BREAKDOWN.
014900     05  PSL-PAY-YEAR           PIC 9(04).
015471 01  PSL-FINAL-PAY-SWITCH       PIC X(01).
015472     88  PSL-FINAL-PAY          VALUE "Y".
015473     88  PSL-NOT-FINAL-PAY      VALUE "N".
015475 01  PSL-ABSPEND-STATUS         PIC X(02).
015477 01  PSL-ABSPEND-EOF-SWITCH     PIC X(01).
015479     88  PSL-ABSPEND-EOF        VALUE "Y".
015481     88  PSL-ABSPEND-NOT-EOF    VALUE "N".
015483 01  PSL-ABSPARM-STATUS         PIC X(02).
015485 01  PSL-ABSPARM-EOF-SWITCH     PIC X(01).
015487     88  PSL-ABSPARM-EOF        VALUE "Y".
015489     88  PSL-ABSPARM-NOT-EOF    VALUE "N".
015491 01  PSL-ABSBAL-STATUS          PIC X(02).
015493 01  PSL-ABSBAL-SWITCH          PIC X(01).
015495     88  PSL-ABSBAL-AVAILABLE   VALUE "Y".
015497     88  PSL-ABSBAL-NOT-AVAILABLE VALUE "N".
015499*----------------------------------------------------------------*
015501* SICK PAY PARAMETERS IN FORCE ON THE PAY DATE - WITH NO ABSPARM
015503* ENTRY NO SICK PAY IS DUE, AND A DAY IS 1/260TH OF A YEAR
015505*----------------------------------------------------------------*
015507 01  PSL-ABP-EFFECTIVE          PIC 9(08) VALUE ZERO.
015509 01  PSL-ABP-SSP-WEEKLY-RATE    PIC 9(3)V9(2) VALUE ZERO.
015511 01  PSL-ABP-LOWER-EARNINGS     PIC 9(3)V9(2) VALUE ZERO.
015513 01  PSL-ABP-QUALIFYING-DAYS    PIC 9(01) VALUE 5.
015515 01  PSL-ABP-WAITING-DAYS       PIC 9(01) VALUE ZERO.
015517 01  PSL-ABP-MAXIMUM-WEEKS      PIC 9(02) VALUE ZERO.
015519 01  PSL-ABP-WORKING-DAYS       PIC 9(03) VALUE 260.
015521*----------------------------------------------------------------*
015523* ABSENCES POSTED BY ABSPOST - AN ENTRY STARTING ON OR BEFORE THE
015525* PAY DATE IS TAKEN IN THIS RUN AND COMES OFF THE FILE AT THE
015527* END; A LATER ONE, OR ONE FOR AN EMPLOYEE NOT PAID, STAYS ON
015529*----------------------------------------------------------------*
015531 01  PSL-ABSENCE-TABLE.
015533     05  PSL-ABSENCE-ENTRY       OCCURS 200 TIMES.
015535         10  PSL-ABS-EMPLOYEE-ID PIC 9(06).
015537         10  PSL-ABS-TYPE        PIC X(04).
015539         10  PSL-ABS-FROM-DATE   PIC 9(08).
015541         10  PSL-ABS-TO-DATE     PIC 9(08).
015543         10  PSL-ABS-DAYS        PIC 9(03).
015545         10  PSL-ABS-CHAIN-BEFORE PIC 9(03).
015547         10  PSL-ABS-SSP-DAYS    PIC 9(03).
015549         10  PSL-ABS-USED-FLAG   PIC X(01).
015551             88  PSL-ABS-USED    VALUE "Y".
015553             88  PSL-ABS-UNUSED  VALUE "N".
015555 01  PSL-ABSENCE-COUNT          PIC 9(03) VALUE ZERO COMP.
015557 01  PSL-ABSENCE-INDEX          PIC 9(03) COMP.
015559 01  PSL-SSP-SWITCH             PIC X(01).
015561     88  PSL-SSP-ELIGIBLE       VALUE "Y".
015563     88  PSL-SSP-NOT-ELIGIBLE   VALUE "N".
015565 01  PSL-WEEKLY-EARNINGS        PIC 9(5)V9(2).
015567 01  PSL-DAY-RATE               PIC 9(5)V9(2).
015569 01  PSL-UNPAID-DAYS            PIC 9(03).
015571 01  PSL-SICK-DAYS              PIC 9(03).
015573 01  PSL-SSP-DAYS               PIC 9(03).
015575 01  PSL-SSP-START              PIC 9(04).
015577 01  PSL-SSP-END                PIC 9(04).
015579 01  PSL-SSP-LIMIT              PIC 9(04).
015581 01  PSL-ABSENCE-DEDUCTION      PIC 9(7)V9(2).
015583 01  PSL-SSP-AMOUNT             PIC 9(5)V9(2).
015585 01  PSL-FORMATTED-ABSENCE      PIC $(3),$(3).9(2).
015587 01  PSL-FORMATTED-SSP          PIC $(3),$(3).9(2).
015589 01  PSL-ABS-DAYS-DISPLAY       PIC ZZ9.
015591 01  PSL-SSP-DAYS-DISPLAY       PIC ZZ9.
015593 01  PSL-HOLIDAY-REMAINING-DISPLAY PIC ZZ9.
015595 01  PSL-HOLIDAY-ENTITLED-DISPLAY  PIC ZZ9.
015597*----------------------------------------------------------------*
015599* ACCEPTED CLAIMS FROM VARPEDIT - A CLAIM FOR THE PAY MONTH OR
015601* EARLIER IS PAID IN THIS RUN AND COMES OFF THE FILE AT THE END;
015603* A CLAIM FOR AN EMPLOYEE NOT PAID STAYS ON FOR THE NEXT RUN
015605*----------------------------------------------------------------*
015607 01  PSL-VARPAY-STATUS          PIC X(02).
015609 01  PSL-VARPAY-EOF-SWITCH      PIC X(01).
015611     88  PSL-VARPAY-EOF         VALUE "Y".
015613     88  PSL-VARPAY-NOT-EOF     VALUE "N".
015615 01  PSL-VARIABLE-TABLE.
015617     05  PSL-VARIABLE-ENTRY      OCCURS 200 TIMES.
015619         10  PSL-VAR-EMPLOYEE-ID PIC 9(06).
015621         10  PSL-VAR-TYPE        PIC X(04).
015623         10  PSL-VAR-HOURS       PIC 9(3)V9(2).
015625         10  PSL-VAR-AMOUNT      PIC 9(5)V9(2).
015627         10  PSL-VAR-PERIOD      PIC 9(06).
015629         10  PSL-VAR-APPROVER    PIC X(08).
015631         10  PSL-VAR-USED-FLAG   PIC X(01).
015633             88  PSL-VAR-USED    VALUE "Y".
015635             88  PSL-VAR-UNUSED  VALUE "N".
015637 01  PSL-VARIABLE-COUNT         PIC 9(03) VALUE ZERO COMP.
015639 01  PSL-VARIABLE-INDEX         PIC 9(03) COMP.
015641 01  PSL-PAY-PERIOD             PIC 9(06).
015643 01  PSL-OVERTIME-HOURS         PIC 9(3)V9(2).
015645 01  PSL-OVERTIME-PAY           PIC 9(5)V9(2).
015647 01  PSL-BONUS-PAY              PIC 9(5)V9(2).
015649 01  PSL-EXPENSES-PAY           PIC 9(5)V9(2).
015651 01  PSL-FORMATTED-OVERTIME     PIC $(3),$(3).9(2).
015653 01  PSL-FORMATTED-BONUS        PIC $(3),$(3).9(2).
015655 01  PSL-FORMATTED-EXPENSES     PIC $(3),$(3).9(2).
015657 01  PSL-OVERTIME-HOURS-DISPLAY PIC ZZ9.99.
015658*----------------------------------------------------------------*
015659* RECURRING DEDUCTIONS - TAKEN FROM THE PAY LEFT AFTER TAX, NI
015660* AND PENSION; THE ENTRIES TAKEN FOR THE EMPLOYEE BEING PAID
015661* ARE HELD HERE FOR THE SLIP AND THE RDTAKEN LEDGER
015662*----------------------------------------------------------------*
015663 01  PSL-RECDED-STATUS          PIC X(02).
015664 01  PSL-RECDED-SWITCH          PIC X(01).
015665     88  PSL-RECDED-AVAILABLE   VALUE "Y".
015666     88  PSL-RECDED-NOT-AVAILABLE VALUE "N".
015667 01  PSL-RECDED-EOF-SWITCH      PIC X(01).
015668     88  PSL-RECDED-EOF         VALUE "Y".
015669     88  PSL-RECDED-NOT-EOF     VALUE "N".
015670 01  PSL-RDTAKEN-STATUS         PIC X(02).
015671 01  PSL-RECURRING-DEDUCTION    PIC 9(5)V9(2).
015672 01  PSL-ATTACHABLE-PAY         PIC 9(5)V9(2).
015673 01  PSL-PAY-LEFT               PIC 9(5)V9(2).
015674 01  PSL-RD-DUE                 PIC 9(5)V9(2).
015675 01  PSL-RD-AVAILABLE           PIC 9(5)V9(2).
015676 01  PSL-RD-TAKEN               PIC 9(5)V9(2).
015677 01  PSL-RD-TABLE.
015678     05  PSL-RD-ENTRY            OCCURS 20 TIMES.
015679         10  PSL-RD-PRIORITY     PIC 9(02).
015680         10  PSL-RD-TYPE         PIC X(04).
015681         10  PSL-RD-PAYEE-CODE   PIC X(06).
015682         10  PSL-RD-PAYEE-NAME   PIC X(24).
015683         10  PSL-RD-DUE-AMOUNT   PIC 9(5)V9(2).
015684         10  PSL-RD-TAKEN-AMOUNT PIC 9(5)V9(2).
015685         10  PSL-RD-SHORTFALL    PIC 9(5)V9(2).
015686         10  PSL-RD-BALANCE      PIC 9(7)V9(2).
015687 01  PSL-RD-COUNT               PIC 9(03) VALUE ZERO COMP.
015688 01  PSL-RD-INDEX               PIC 9(03) COMP.
015689 01  PSL-FORMATTED-RD-TAKEN     PIC $(3),$(3).9(2).
015690 01  PSL-FORMATTED-RD-SHORT     PIC $(3),$(3).9(2).
015691 01  PSL-FORMATTED-RD-BALANCE   PIC $(2),$(3),$(3).9(2).
015693*----------------------------------------------------------------*
015695* SUPPLEMENTARY RUN - THE ONE-OFF PAYMENTS FROM SUPPAY, AND THE
015697* PAY MONTH TO DATE THE TAX AND NI ARE WORKED ON
015699*----------------------------------------------------------------*
015701 01  PSL-SUPPLEMENTARY-SWITCH   PIC X(01).
015703     88  PSL-SUPPLEMENTARY-RUN  VALUE "Y".
015705     88  PSL-REGULAR-RUN        VALUE "N".
015707 01  PSL-SUPPAY-STATUS          PIC X(02).
015709 01  PSL-SUPPAY-EOF-SWITCH      PIC X(01).
015711     88  PSL-SUPPAY-EOF         VALUE "Y".
015713     88  PSL-SUPPAY-NOT-EOF     VALUE "N".
015715 01  PSL-SUPP-TABLE.
015717     05  PSL-SUPP-ENTRY          OCCURS 100 TIMES.
015719         10  PSL-SUPP-EMPLOYEE-ID PIC 9(06).
015721         10  PSL-SUPP-AMOUNT     PIC 9(5)V9(2).
015723         10  PSL-SUPP-REASON     PIC X(24).
015725         10  PSL-SUPP-USED-FLAG  PIC X(01).
015727             88  PSL-SUPP-USED   VALUE "Y".
015729             88  PSL-SUPP-UNUSED VALUE "N".
015730             88  PSL-SUPP-REFUSED VALUE "W".
015731 01  PSL-SUPP-COUNT             PIC 9(03) VALUE ZERO COMP.
015733 01  PSL-SUPP-INDEX             PIC 9(03) COMP.
015735 01  PSL-SUPP-LEFT-COUNT        PIC 9(07) VALUE ZERO.
015737 01  PSL-SUPPLEMENTARY-PAY      PIC 9(5)V9(2).
015739 01  PSL-SUPPLEMENTARY-REASON   PIC X(24).
015741 01  PSL-FORMATTED-SUPPLEMENTARY PIC $(3),$(3).9(2).
015743 01  PSL-THIS-RUN-GROSS         PIC 9(5)V9(2).
015745 01  PSL-PERIOD-PAID-GROSS      PIC 9(7)V9(2).
015747 01  PSL-PERIOD-PAID-TAX        PIC 9(7)V9(2).
015749 01  PSL-PERIOD-PAID-NI         PIC 9(7)V9(2).
015751*----------------------------------------------------------------*
015753* PAY CYCLE - THE MONTHLY RUN PAYS THE MONTHLY SALARIED STAFF, THE
015755* WEEKLY RUN THE WEEKLY-PAID STAFF FOR THE SEVEN DAYS ENDING ON
015757* THE PAY DATE, HELD AS DAY SERIALS FOR THE LEAVER PRO-RATA
015759*----------------------------------------------------------------*
015761 01  PSL-CYCLE-SWITCH           PIC X(01).
015763     88  PSL-MONTHLY-CYCLE      VALUE "M".
015764     88  PSL-WEEKLY-CYCLE       VALUE "W" "R".
015765     88  PSL-WEEKLY-RERUN       VALUE "R".
015767 01  PSL-CYCLE-SKIPPED          PIC 9(07) VALUE ZERO.
015769 01  PSL-ANNUAL-PAY             PIC 9(7)V9(2).
015771 01  PSL-PAY-SERIAL             PIC 9(07).
015773 01  PSL-WEEK-START-SERIAL      PIC 9(07).
015775 01  PSL-LEAVE-SERIAL           PIC 9(07).
015776 01  PSL-LAST-WEEK-SERIAL       PIC 9(07).
015777 01  PSL-DAYS-WORKED            PIC 9(01).
015779 01  PSL-LEFT-BEFORE-SWITCH     PIC X(01).
015781     88  PSL-LEFT-BEFORE-PERIOD VALUE "Y".
015783     88  PSL-NOT-LEFT-BEFORE    VALUE "N".
015785 COPY PRTCTL.
015787
015789 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE
016000     PERFORM 2000-PRINT-PAYSLIP UNTIL PSL-END-OF-FILE
017810     IF PSL-TRIAL-RUN
017820         MOVE "PAYSLIPS *** TRIAL" TO PRT-REPORT-NAME
017821         MOVE "PAYSLIP" TO PRT-PRODUCER
017831     ELSE
017841         MOVE "PAYSLIPS" TO PRT-REPORT-NAME
017851         MOVE "PAYSLIP" TO PRT-PRODUCER
017861     END-IF
017871     IF PSL-SUPPLEMENTARY-RUN
017881         MOVE "SUPPLEMENTARY SLIPS" TO PRT-REPORT-NAME
017891     END-IF
017901     IF PSL-WEEKLY-CYCLE
017911         MOVE "WEEKLY SLIPS" TO PRT-REPORT-NAME
017921     END-IF
018000     CALL "PRTSRV" USING PRT-CONTROL
018100     PERFORM 1100-LOAD-DEDUCTION-PARAMETERS
018200     PERFORM 1200-SELECT-EFFECTIVE-DATES
018300     PERFORM 1300-COMPUTE-TAX-YEAR-START
018310     MOVE PSL-PAY-DATE-RAW TO PSL-PERIOD-START
018315     MOVE 01 TO PSL-PERIOD-DAY
018320     PERFORM 1350-SET-DAYS-IN-MONTH
018325     CALL "DAYSERL" USING PSL-PAY-DATE-RAW PSL-PAY-SERIAL
018330     COMPUTE PSL-WEEK-START-SERIAL = PSL-PAY-SERIAL - 6
018340     PERFORM 1380-LOAD-PENSION-TABLE
018350     PERFORM 1395-LOAD-ARREARS-TABLE
018355     PERFORM 1500-LOAD-ABSENCE-PARAMETERS
018360     PERFORM 1600-LOAD-ABSENCE-TABLE
018362     MOVE PSL-PERIOD-START(1:6) TO PSL-PAY-PERIOD
018364     PERFORM 1700-LOAD-VARIABLE-PAY-TABLE
018365     IF PSL-SUPPLEMENTARY-RUN
018366         PERFORM 1900-LOAD-SUPPLEMENTARY-TABLE
018367     END-IF
018368     SET PSL-ABSBAL-AVAILABLE TO TRUE
018370     OPEN INPUT ABSENCE-BALANCE-MASTER
018375     IF PSL-ABSBAL-STATUS NOT = "00"
018380         DISPLAY "PAYSLIP - NO ABSENCE BALANCE MASTER, NO "
018385             "HOLIDAY BALANCES ON THE SLIPS"
018390         SET PSL-ABSBAL-NOT-AVAILABLE TO TRUE
018395     END-IF
018397     PERFORM 1800-OPEN-RECURRING-DEDUCTIONS
018400     PERFORM 1400-LOAD-YTD-FROM-HISTORY
018500     OPEN EXTEND PAYROLL-HISTORY
018600     IF PSL-PAYHIST-STATUS = "35"
019100     END-IF
019200     .
019300
019302 1020-READ-RUN-MODE.
019304     SET PSL-LIVE-RUN TO TRUE
019306     SET PSL-REGULAR-RUN TO TRUE
019308     SET PSL-MONTHLY-CYCLE TO TRUE
019310     OPEN INPUT RUN-MODE-CONTROL
019316     IF PSL-MODE-STATUS = "00"
019318     OR PSL-MODE-STATUS = "05"
019320         IF PSL-MODE-STATUS = "00"
019324                 AT END
019326                     CONTINUE
019328             END-READ
019329             IF PSL-MODE-STATUS = "00"
019330             AND PMD-MODE = "TRIAL"
019331                 SET PSL-TRIAL-RUN TO TRUE
019332                 DISPLAY "PAYSLIP - *** TRIAL RUN - NO "
019333                     "HISTORY WILL BE WRITTEN ***"
019334             END-IF
019335             IF PSL-MODE-STATUS = "00"
019336             AND PMD-MODE = "SUPPL"
019337                 SET PSL-SUPPLEMENTARY-RUN TO TRUE
019339                 DISPLAY "PAYSLIP - SUPPLEMENTARY RUN - SUPPAY "
019341                     "PAYMENTS ONLY"
019343             END-IF
019345             IF PSL-MODE-STATUS = "00"
019347             AND PMD-MODE = "WEEKL"
019349                 SET PSL-WEEKLY-CYCLE TO TRUE
019351                 DISPLAY "PAYSLIP - WEEKLY RUN - WEEKLY-PAID "
019353                     "STAFF ONLY"
019354             END-IF
019355             IF PSL-MODE-STATUS = "00"
019356             AND PMD-MODE = "WRRUN"
019357                 SET PSL-WEEKLY-RERUN TO TRUE
019358                 DISPLAY "PAYSLIP - WEEKLY RE-RUN - REVERSED "
019359                     "WEEKS ONLY"
019360             END-IF
019361         END-IF
019362         CLOSE RUN-MODE-CONTROL
019363     END-IF
019364     .
019365
019400 1100-LOAD-DEDUCTION-PARAMETERS.
019500     SET PSL-DEDPARM-NOT-EOF TO TRUE
019600     OPEN INPUT DEDUCTION-PARAMETERS
019800         PERFORM 1160-READ-ONE-PARAMETER
019900         PERFORM 1130-ADD-ONE-PARAMETER
020000             UNTIL PSL-DEDPARM-EOF
020010         CLOSE DEDUCTION-PARAMETERS
020020         IF PSL-PARM-COUNT = ZERO
020030             DISPLAY "PAYSLIP - NO DEDUCTION PARAMETERS FOR "
020040                 "THIS PAY CYCLE, PAY WILL SHOW NO DEDUCTIONS"
020050         END-IF
020060     ELSE
020070         DISPLAY "PAYSLIP - NO DEDUCTION PARAMETERS, "
020080             "PAY WILL SHOW NO DEDUCTIONS"
020090     END-IF
020100     .
020700
020710*    ONLY THE PARAMETERS STATED FOR THIS RUN'S PAY PERIOD - THE
020720*    WEEKLY BANDS FOR THE WEEKLY RUN, THE MONTHLY ONES OTHERWISE
020730 1130-ADD-ONE-PARAMETER.
020740     IF DEDPARM-WEEKLY AND PSL-WEEKLY-CYCLE
020750     OR DEDPARM-MONTHLY AND PSL-MONTHLY-CYCLE
020760         PERFORM 1140-KEEP-ONE-PARAMETER
020770     END-IF
020780     PERFORM 1160-READ-ONE-PARAMETER
020790     .
020800
020810 1140-KEEP-ONE-PARAMETER.
020820     IF PSL-PARM-COUNT < 50
021000         ADD 1 TO PSL-PARM-COUNT
021100         MOVE DEDPARM-TYPE TO PSL-PARM-TYPE(PSL-PARM-COUNT)
021200         MOVE DEDPARM-EFFECTIVE-DATE
021800     ELSE
021900         DISPLAY "PAYSLIP - PARAMETER TABLE FULL, ENTRY SKIPPED"
022000     END-IF
022100     .
022300
022400 1160-READ-ONE-PARAMETER.
022500     READ DEDUCTION-PARAMETERS
027304     END-READ
027305     .
027306
027307*----------------------------------------------------------------*
027308* THE ABSPARM ENTRY WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
027309* THE PAY DATE GOVERNS SICK PAY, AS FOR THE DEDPARM FIGURES
027310*----------------------------------------------------------------*
027311 1500-LOAD-ABSENCE-PARAMETERS.
027312     SET PSL-ABSPARM-NOT-EOF TO TRUE
027313     OPEN INPUT ABSENCE-PARAMETERS
027314     IF PSL-ABSPARM-STATUS = "00"
027315         PERFORM 1560-READ-ONE-ABSENCE-PARAMETER
027316         PERFORM 1530-WEIGH-ONE-ABSENCE-PARAMETER
027317             UNTIL PSL-ABSPARM-EOF
027318         CLOSE ABSENCE-PARAMETERS
027319     END-IF
027320     IF PSL-ABP-EFFECTIVE = ZERO
027321         DISPLAY "PAYSLIP - NO SICK PAY PARAMETERS IN FORCE, "
027322             "NO STATUTORY SICK PAY THIS RUN"
027323     END-IF
027324     .
027325
027326 1530-WEIGH-ONE-ABSENCE-PARAMETER.
027327     IF ABSPARM-EFFECTIVE-DATE NOT > PSL-PAY-DATE-RAW
027328     AND ABSPARM-EFFECTIVE-DATE > PSL-ABP-EFFECTIVE
027329         MOVE ABSPARM-EFFECTIVE-DATE TO PSL-ABP-EFFECTIVE
027330         MOVE ABSPARM-SSP-WEEKLY-RATE
027331             TO PSL-ABP-SSP-WEEKLY-RATE
027332         MOVE ABSPARM-LOWER-EARNINGS
027333             TO PSL-ABP-LOWER-EARNINGS
027334         MOVE ABSPARM-QUALIFYING-DAYS
027335             TO PSL-ABP-QUALIFYING-DAYS
027336         MOVE ABSPARM-WAITING-DAYS TO PSL-ABP-WAITING-DAYS
027337         MOVE ABSPARM-MAXIMUM-WEEKS TO PSL-ABP-MAXIMUM-WEEKS
027338         IF ABSPARM-WORKING-DAYS > ZERO
027339             MOVE ABSPARM-WORKING-DAYS
027340                 TO PSL-ABP-WORKING-DAYS
027341         END-IF
027342     END-IF
027343     PERFORM 1560-READ-ONE-ABSENCE-PARAMETER
027344     .
027345
027346 1560-READ-ONE-ABSENCE-PARAMETER.
027347     READ ABSENCE-PARAMETERS
027348         AT END
027349             SET PSL-ABSPARM-EOF TO TRUE
027350     END-READ
027351     .
027352
027353 1600-LOAD-ABSENCE-TABLE.
027354     SET PSL-ABSPEND-NOT-EOF TO TRUE
027355     OPEN INPUT ABSENCE-PENDING
027356     IF PSL-ABSPEND-STATUS = "00"
027357         PERFORM 1660-READ-ONE-ABSENCE
027358         PERFORM 1630-ADD-ONE-ABSENCE
027359             UNTIL PSL-ABSPEND-EOF
027360         CLOSE ABSENCE-PENDING
027361     END-IF
027362     .
027363
027364 1630-ADD-ONE-ABSENCE.
027365     IF PSL-ABSENCE-COUNT < 200
027366         ADD 1 TO PSL-ABSENCE-COUNT
027367         MOVE ABSPEND-EMPLOYEE-ID
027368             TO PSL-ABS-EMPLOYEE-ID(PSL-ABSENCE-COUNT)
027369         MOVE ABSPEND-TYPE
027370             TO PSL-ABS-TYPE(PSL-ABSENCE-COUNT)
027371         MOVE ABSPEND-FROM-DATE
027372             TO PSL-ABS-FROM-DATE(PSL-ABSENCE-COUNT)
027373         MOVE ABSPEND-TO-DATE
027374             TO PSL-ABS-TO-DATE(PSL-ABSENCE-COUNT)
027375         MOVE ABSPEND-DAYS
027376             TO PSL-ABS-DAYS(PSL-ABSENCE-COUNT)
027377         MOVE ABSPEND-CHAIN-BEFORE
027378             TO PSL-ABS-CHAIN-BEFORE(PSL-ABSENCE-COUNT)
027379         MOVE ZERO TO PSL-ABS-SSP-DAYS(PSL-ABSENCE-COUNT)
027380         SET PSL-ABS-UNUSED(PSL-ABSENCE-COUNT) TO TRUE
027381     ELSE
027382         DISPLAY "PAYSLIP - ABSENCE TABLE FULL, ENTRY SKIPPED"
027383     END-IF
027384     PERFORM 1660-READ-ONE-ABSENCE
027385     .
027386
027387 1660-READ-ONE-ABSENCE.
027388     READ ABSENCE-PENDING
027389         AT END
027390             SET PSL-ABSPEND-EOF TO TRUE
027391     END-READ
027392     .
027393
027394
027395 1700-LOAD-VARIABLE-PAY-TABLE.
027396     SET PSL-VARPAY-NOT-EOF TO TRUE
027397     OPEN INPUT ACCEPTED-VARIABLE-PAY
027398     IF PSL-VARPAY-STATUS = "00"
027399         PERFORM 1760-READ-ONE-VARIABLE-PAY
027400         PERFORM 1730-ADD-ONE-VARIABLE-PAY
027401             UNTIL PSL-VARPAY-EOF
027402         CLOSE ACCEPTED-VARIABLE-PAY
027403     END-IF
027404     .
027405
027406 1730-ADD-ONE-VARIABLE-PAY.
027407     IF PSL-VARIABLE-COUNT < 200
027408         ADD 1 TO PSL-VARIABLE-COUNT
027409         MOVE VARPAY-EMPLOYEE-ID
027410             TO PSL-VAR-EMPLOYEE-ID(PSL-VARIABLE-COUNT)
027411         MOVE VARPAY-TYPE
027412             TO PSL-VAR-TYPE(PSL-VARIABLE-COUNT)
027413         MOVE VARPAY-HOURS
027414             TO PSL-VAR-HOURS(PSL-VARIABLE-COUNT)
027415         MOVE VARPAY-AMOUNT
027416             TO PSL-VAR-AMOUNT(PSL-VARIABLE-COUNT)
027417         MOVE VARPAY-PERIOD
027418             TO PSL-VAR-PERIOD(PSL-VARIABLE-COUNT)
027419         MOVE VARPAY-APPROVER
027420             TO PSL-VAR-APPROVER(PSL-VARIABLE-COUNT)
027421         SET PSL-VAR-UNUSED(PSL-VARIABLE-COUNT) TO TRUE
027422     ELSE
027423         DISPLAY "PAYSLIP - VARIABLE PAY TABLE FULL, CLAIM "
027424             "SKIPPED"
027425     END-IF
027426     PERFORM 1760-READ-ONE-VARIABLE-PAY
027427     .
027428
027429 1760-READ-ONE-VARIABLE-PAY.
027430     READ ACCEPTED-VARIABLE-PAY
027431         AT END
027432             SET PSL-VARPAY-EOF TO TRUE
027433     END-READ
027434     .
027436
027438*----------------------------------------------------------------*
027440* A TRIAL RUN READS THE DEDUCTIONS BUT NEITHER REDUCES A BALANCE
027442* NOR WRITES THE LEDGER; WITH NO RECDED MASTER NOTHING IS TAKEN
027444*----------------------------------------------------------------*
027446 1800-OPEN-RECURRING-DEDUCTIONS.
027448     SET PSL-RECDED-AVAILABLE TO TRUE
027450     IF PSL-TRIAL-RUN
027452         OPEN INPUT RECURRING-DEDUCTIONS
027454     ELSE
027456         OPEN I-O RECURRING-DEDUCTIONS
027458     END-IF
027460     IF PSL-RECDED-STATUS NOT = "00"
027462         DISPLAY "PAYSLIP - NO RECURRING DEDUCTIONS MASTER, "
027464             "NO RECURRING DEDUCTIONS TAKEN"
027466         SET PSL-RECDED-NOT-AVAILABLE TO TRUE
027468     END-IF
027470     IF PSL-LIVE-RUN
027472         OPEN EXTEND DEDUCTIONS-TAKEN
027474         IF PSL-RDTAKEN-STATUS = "35"
027476             OPEN OUTPUT DEDUCTIONS-TAKEN
027478         END-IF
027480     END-IF
027482     .
027484
027486 1900-LOAD-SUPPLEMENTARY-TABLE.
027488     SET PSL-SUPPAY-NOT-EOF TO TRUE
027490     OPEN INPUT SUPPLEMENTARY-PAYMENTS
027492     IF PSL-SUPPAY-STATUS = "00"
027494         PERFORM 1960-READ-ONE-SUPPLEMENTARY
027496         PERFORM 1930-ADD-ONE-SUPPLEMENTARY
027498             UNTIL PSL-SUPPAY-EOF
027500         CLOSE SUPPLEMENTARY-PAYMENTS
027502     END-IF
027504     IF PSL-SUPP-COUNT = ZERO
027506         DISPLAY "PAYSLIP - NO SUPPLEMENTARY PAYMENTS ON SUPPAY"
027508     END-IF
027510     .
027512
027514 1930-ADD-ONE-SUPPLEMENTARY.
027516     IF PSL-SUPP-COUNT < 100
027518         ADD 1 TO PSL-SUPP-COUNT
027520         MOVE SUPPAY-EMPLOYEE-ID
027522             TO PSL-SUPP-EMPLOYEE-ID(PSL-SUPP-COUNT)
027524         MOVE SUPPAY-AMOUNT
027526             TO PSL-SUPP-AMOUNT(PSL-SUPP-COUNT)
027528         MOVE SUPPAY-REASON
027530             TO PSL-SUPP-REASON(PSL-SUPP-COUNT)
027532         SET PSL-SUPP-UNUSED(PSL-SUPP-COUNT) TO TRUE
027534     ELSE
027536         DISPLAY "PAYSLIP - SUPPLEMENTARY TABLE FULL, PAYMENT "
027538             "SKIPPED"
027540         MOVE 8 TO PSL-RETURN-CODE
027542     END-IF
027544     PERFORM 1960-READ-ONE-SUPPLEMENTARY
027546     .
027548
027550 1960-READ-ONE-SUPPLEMENTARY.
027552     READ SUPPLEMENTARY-PAYMENTS
027554         AT END
027556             SET PSL-SUPPAY-EOF TO TRUE
027558     END-READ
027560     .
027561
027562 1400-LOAD-YTD-FROM-HISTORY.
027564     SET PSL-PAYHIST-NOT-EOF TO TRUE
027566     OPEN INPUT PAYROLL-HISTORY
027600     IF PSL-PAYHIST-STATUS = "00"
027700     OR PSL-PAYHIST-STATUS = "05"
027800         IF PSL-PAYHIST-STATUS = "00"
028400     END-IF
028500     .
028600
028610 1430-ABSORB-ONE-HISTORY.
028620     IF PAYHIST-REVERSAL
028630         PERFORM 1450-ABSORB-REVERSAL
028640     ELSE
028650         PERFORM 1435-ABSORB-PAID-ROW
028660     END-IF
028670     PERFORM 1460-READ-ONE-HISTORY
028680     .
028690
028700 1435-ABSORB-PAID-ROW.
028710     IF PAYHIST-RUN-DATE NOT < PSL-TAX-YEAR-START
028900     AND PAYHIST-RUN-DATE NOT > PSL-PAY-DATE-RAW
029000         MOVE PAYHIST-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
029100         PERFORM 2520-FIND-OR-ADD-YTD-ENTRY
029600                 TO PSL-YTD-DEDUCTIONS(PSL-YTD-FOUND)
029700             ADD PAYHIST-NET
029800                 TO PSL-YTD-NET(PSL-YTD-FOUND)
029801             IF PAYHIST-WEEKLY-RUN
029802                 MOVE PAYHIST-RUN-DATE
029803                     TO PSL-YTD-WEEK-DATE(PSL-YTD-FOUND)
029804                 SET PSL-YTD-WEEK-STANDS(PSL-YTD-FOUND) TO TRUE
029805             END-IF
029810             IF PAYHIST-RUN-DATE = PSL-PAY-DATE-RAW
029820                 SET PSL-YTD-PAID-TODAY(PSL-YTD-FOUND) TO TRUE
029830             ELSE
029840                 PERFORM 1440-ABSORB-PERIOD-TO-DATE
029850             END-IF
029860         END-IF
029870     END-IF
029880     .
030300
030400 1460-READ-ONE-HISTORY.
030500     READ PAYROLL-HISTORY
030700             SET PSL-PAYHIST-EOF TO TRUE
030800     END-READ
030900     .
030905
030907*    AN EARLIER RUN IN THE PAY MONTH - A SUPPLEMENTARY PAYMENT,
030909*    OR THE MONTH'S REGULAR PAY BEFORE ONE - IS TAXED WITH THIS.
030910*    A WEEKLY RUN WAS TAXED ON ITS OWN WEEK AND STAYS OUT.  THE
030911*    REGULAR RUN'S DATE IS KEPT SO A REVERSAL OF IT IS KNOWN
030913 1440-ABSORB-PERIOD-TO-DATE.
030915     IF PAYHIST-RUN-DATE(1:6) = PSL-PAY-PERIOD
030917     AND NOT PAYHIST-WEEKLY-RUN
030930         ADD PAYHIST-GROSS
030935             TO PSL-YTD-PERIOD-GROSS(PSL-YTD-FOUND)
030940         ADD PAYHIST-TAX
030945             TO PSL-YTD-PERIOD-TAX(PSL-YTD-FOUND)
030946         ADD PAYHIST-NI
030947             TO PSL-YTD-PERIOD-NI(PSL-YTD-FOUND)
030948         IF PAYHIST-REGULAR-RUN
030949             ADD 1 TO PSL-YTD-PERIOD-RUNS(PSL-YTD-FOUND)
030950             MOVE PAYHIST-RUN-DATE
030951                 TO PSL-YTD-PERIOD-DATE(PSL-YTD-FOUND)
030952         END-IF
030953     END-IF
030954     .
030955
030956*    A REVERSAL BELONGS TO THE TAX YEAR OF THE RUN IT TAKES BACK,
030957*    AND COUNTS ONCE IT HAS BEEN POSTED.  ONLY A REVERSAL OF THE
030958*    MONTH'S REGULAR RUN COMES OFF THE MONTH TO DATE - A WEEKLY
030959*    RUN WAS NEVER IN IT.  REVERSING THE LAST WEEKLY RUN LEAVES
030960*    THAT WEEK FOR A WEEKLY RE-RUN TO PAY AGAIN
030961 1450-ABSORB-REVERSAL.
030962     IF PAYHIST-REVERSED-DATE NOT < PSL-TAX-YEAR-START
030963     AND PAYHIST-RUN-DATE NOT > PSL-PAY-DATE-RAW
030964         MOVE PAYHIST-EMPLOYEE-ID TO SAL-EMPLOYEE-ID
030965         PERFORM 2520-FIND-OR-ADD-YTD-ENTRY
030966         IF PSL-YTD-MATCHED
030967             SUBTRACT PAYHIST-GROSS
030968                 FROM PSL-YTD-GROSS(PSL-YTD-FOUND)
030969             SUBTRACT PAYHIST-DEDUCTIONS
030970                 FROM PSL-YTD-DEDUCTIONS(PSL-YTD-FOUND)
030971             SUBTRACT PAYHIST-NET
030972                 FROM PSL-YTD-NET(PSL-YTD-FOUND)
030973             IF PAYHIST-REVERSED-DATE
030974                 = PSL-YTD-PERIOD-DATE(PSL-YTD-FOUND)
030975                 PERFORM 1455-REVERSE-PERIOD-TO-DATE
030976             END-IF
030977             IF PAYHIST-REVERSED-DATE
030978                 = PSL-YTD-WEEK-DATE(PSL-YTD-FOUND)
030979                 SET PSL-YTD-WEEK-REVERSED(PSL-YTD-FOUND) TO TRUE
030980             END-IF
030981         END-IF
030982     END-IF
030983     .
030984
030985 1455-REVERSE-PERIOD-TO-DATE.
030986     SUBTRACT PAYHIST-GROSS
030987         FROM PSL-YTD-PERIOD-GROSS(PSL-YTD-FOUND)
030988     SUBTRACT PAYHIST-TAX
030989         FROM PSL-YTD-PERIOD-TAX(PSL-YTD-FOUND)
030990     SUBTRACT PAYHIST-NI
030991         FROM PSL-YTD-PERIOD-NI(PSL-YTD-FOUND)
030992     IF PSL-YTD-PERIOD-RUNS(PSL-YTD-FOUND) > ZERO
030993         SUBTRACT 1 FROM PSL-YTD-PERIOD-RUNS(PSL-YTD-FOUND)
030994     END-IF
030995     .
031000 
031002 2000-PRINT-PAYSLIP.
031004*    A SUPPLEMENTARY RUN PAYS ONLY THE EMPLOYEES ON SUPPAY,
031006*    LEAVERS INCLUDED - A CORRECTION CAN FALL DUE AFTER THE END
031008     IF PSL-SUPPLEMENTARY-RUN
031010         PERFORM 2002-WEIGH-SUPPLEMENTARY
031011     ELSE
031012*        EACH PAY CYCLE PAYS ONLY ITS OWN STAFF
031013         IF SAL-WEEKLY-PAID AND PSL-MONTHLY-CYCLE
031014         OR SAL-MONTHLY-PAID AND PSL-WEEKLY-CYCLE
031015             ADD 1 TO PSL-CYCLE-SKIPPED
031016             PERFORM 2100-READ-SALARY-MASTER
031017         ELSE
031018             PERFORM 2001-WEIGH-LEAVER
031019         END-IF
031020     END-IF
031021     .
031022
031023*    A LEAVER WHOSE LEAVE DATE FELL BEFORE THIS PERIOD - THE
031024*    MONTH, OR FOR THE WEEKLY RUN THE WEEK - HAD THE FINAL
031025*    PAYMENT ALREADY - NO SLIP, NO HISTORY, NO BANK LINE
031026 2001-WEIGH-LEAVER.
031027     SET PSL-NOT-LEFT-BEFORE TO TRUE
031028     IF SAL-LEFT
031029         IF PSL-WEEKLY-CYCLE
031030             CALL "DAYSERL" USING SAL-LEAVE-DATE PSL-LEAVE-SERIAL
031031             IF PSL-LEAVE-SERIAL < PSL-WEEK-START-SERIAL
031032                 SET PSL-LEFT-BEFORE-PERIOD TO TRUE
031033             END-IF
031034         ELSE
031035             IF SAL-LEAVE-DATE < PSL-PERIOD-START
031036                 SET PSL-LEFT-BEFORE-PERIOD TO TRUE
031037             END-IF
031038         END-IF
031039     END-IF
031040     IF PSL-LEFT-BEFORE-PERIOD
031041         ADD 1 TO PSL-LEAVERS-SKIPPED
031042         DISPLAY "PAYSLIP - LEFT " SAL-LEAVE-DATE
031043             ", NOT PAID: " SAL-EMPLOYEE-ID
031044         PERFORM 2100-READ-SALARY-MASTER
031045     ELSE
031046         PERFORM 2005-WEIGH-ONE-EMPLOYEE
031047     END-IF
031048     .
031049
031050 2002-WEIGH-SUPPLEMENTARY.
031051     MOVE ZERO TO PSL-SUPPLEMENTARY-PAY
031052     MOVE SPACES TO PSL-SUPPLEMENTARY-REASON
031053     PERFORM 2003-TAKE-ONE-SUPPLEMENTARY
031054         VARYING PSL-SUPP-INDEX FROM 1 BY 1
031055         UNTIL PSL-SUPP-INDEX > PSL-SUPP-COUNT
031056     IF PSL-SUPPLEMENTARY-PAY > ZERO
031057         PERFORM 2005-WEIGH-ONE-EMPLOYEE
031058     ELSE
031060         PERFORM 2100-READ-SALARY-MASTER
031062     END-IF
031064     .
031066
031068*    TWO ENTRIES FOR ONE EMPLOYEE ARE PAID AS ONE AMOUNT UNDER
031069*    THE FIRST ENTRY'S REASON.  A WEEKLY-PAID EMPLOYEE IS NOT PAID
031070*    HERE - THE MONTHLY BANDS AND MONTH TO DATE DO NOT FIT WEEKLY
031071*    PAY - SO THE ENTRY STAYS ON SUPPAY AND THE STEP IS FAILED
031072 2003-TAKE-ONE-SUPPLEMENTARY.
031073     IF PSL-SUPP-EMPLOYEE-ID(PSL-SUPP-INDEX) = SAL-EMPLOYEE-ID
031074     AND PSL-SUPP-UNUSED(PSL-SUPP-INDEX)
031075     AND SAL-WEEKLY-PAID
031076         SET PSL-SUPP-REFUSED(PSL-SUPP-INDEX) TO TRUE
031077         DISPLAY "PAYSLIP - WEEKLY-PAID, LEFT ON SUPPAY: "
031078             SAL-EMPLOYEE-ID
031079         IF PSL-RETURN-CODE < 8
031080             MOVE 8 TO PSL-RETURN-CODE
031081         END-IF
031082     END-IF
031083     IF PSL-SUPP-EMPLOYEE-ID(PSL-SUPP-INDEX) = SAL-EMPLOYEE-ID
031084     AND PSL-SUPP-UNUSED(PSL-SUPP-INDEX)
031085         SET PSL-SUPP-USED(PSL-SUPP-INDEX) TO TRUE
031086         ADD PSL-SUPP-AMOUNT(PSL-SUPP-INDEX)
031087             TO PSL-SUPPLEMENTARY-PAY
031088         IF PSL-SUPPLEMENTARY-REASON = SPACES
031089             MOVE PSL-SUPP-REASON(PSL-SUPP-INDEX)
031090                 TO PSL-SUPPLEMENTARY-REASON
031091         END-IF
031092     END-IF
031094     .
031095
031096 2005-WEIGH-ONE-EMPLOYEE.
031098*    AN EMPLOYEE WITH A HISTORY ROW FOR THIS PAY DATE HAS
031100*    ALREADY BEEN PAID - A RERUN MUST NOT PAY A SECOND TIME
031102     PERFORM 2520-FIND-OR-ADD-YTD-ENTRY
031104     IF PSL-YTD-MATCHED
031106     AND PSL-LIVE-RUN
031108     AND PSL-YTD-PAID-TODAY(PSL-YTD-FOUND)
031110         ADD 1 TO PSL-ALREADY-PAID-COUNT
031112         DISPLAY "PAYSLIP - ALREADY PAID " PSL-PAY-DATE-RAW
031114             ", SKIPPED: " SAL-EMPLOYEE-ID
031116         PERFORM 2100-READ-SALARY-MASTER
031118     ELSE
031120         PERFORM 2006-WEIGH-PAY-WEEK
031122     END-IF
031124     .
031126
031128*    A WEEKLY RUN PAYS AN EMPLOYEE ONCE A WEEK - A WEEKLY RUN IN
031130*    THE WEEK ENDING ON THE PAY DATE, NOT SINCE REVERSED, HAS
031132*    PAID THEM.  A WEEKLY RE-RUN IS WEIGHED IN 2008 INSTEAD
031134 2006-WEIGH-PAY-WEEK.
031136     MOVE ZERO TO PSL-LAST-WEEK-SERIAL
031138     IF PSL-YTD-MATCHED
031140     AND PSL-LIVE-RUN
031142     AND PSL-WEEKLY-CYCLE
031144     AND NOT PSL-WEEKLY-RERUN
031146     AND PSL-YTD-WEEK-STANDS(PSL-YTD-FOUND)
031148     AND PSL-YTD-WEEK-DATE(PSL-YTD-FOUND) > ZERO
031150         CALL "DAYSERL" USING PSL-YTD-WEEK-DATE(PSL-YTD-FOUND)
031152             PSL-LAST-WEEK-SERIAL
031154     END-IF
031156     IF PSL-LAST-WEEK-SERIAL > ZERO
031158     AND PSL-LAST-WEEK-SERIAL NOT < PSL-WEEK-START-SERIAL
031160         ADD 1 TO PSL-ALREADY-PAID-COUNT
031162         DISPLAY "PAYSLIP - ALREADY PAID IN THE WEEK TO "
031164             PSL-PAY-DATE-RAW ", SKIPPED: " SAL-EMPLOYEE-ID
031166         PERFORM 2100-READ-SALARY-MASTER
031168     ELSE
031170         PERFORM 2007-WEIGH-PAY-MONTH
031172     END-IF
031174     .
031176
031187*    A REGULAR RUN PAYS AN EMPLOYEE ONCE A MONTH - ANOTHER REGULAR
031188*    RUN IN THE PAY MONTH, NOT SINCE REVERSED, HAS PAID THEM
031189 2007-WEIGH-PAY-MONTH.
031190     IF PSL-YTD-MATCHED
031191     AND PSL-LIVE-RUN
031192     AND PSL-REGULAR-RUN
031193     AND PSL-MONTHLY-CYCLE
031194     AND PSL-YTD-PERIOD-RUNS(PSL-YTD-FOUND) > ZERO
031195         ADD 1 TO PSL-ALREADY-PAID-COUNT
031196         DISPLAY "PAYSLIP - ALREADY PAID IN " PSL-PAY-PERIOD
031197             ", SKIPPED: " SAL-EMPLOYEE-ID
031198         PERFORM 2100-READ-SALARY-MASTER
031199     ELSE
031200         PERFORM 2008-WEIGH-REVERSED-WEEK
031201     END-IF
031202     .
031203
031204*    A WEEKLY RE-RUN PAYS AGAIN ONLY THE EMPLOYEES WHOSE LAST
031205*    WEEKLY PAY HAS BEEN REVERSED - ONE PAID SINCE, OR NOT PAID
031206*    WEEKLY IN THE TAX YEAR, HAS NO WEEK TO PAY AGAIN
031207 2008-WEIGH-REVERSED-WEEK.
031208     SET PSL-NO-WEEK-TO-REPAY TO TRUE
031209     IF PSL-YTD-MATCHED
031210     AND PSL-YTD-WEEK-REVERSED(PSL-YTD-FOUND)
031211         SET PSL-REPAY-WEEK TO TRUE
031212     END-IF
031213     IF PSL-LIVE-RUN
031214     AND PSL-WEEKLY-RERUN
031215     AND PSL-NO-WEEK-TO-REPAY
031216         ADD 1 TO PSL-ALREADY-PAID-COUNT
031217         DISPLAY "PAYSLIP - NO REVERSED WEEK TO PAY AGAIN, "
031218             "SKIPPED: " SAL-EMPLOYEE-ID
031219         PERFORM 2100-READ-SALARY-MASTER
031220     ELSE
031221         PERFORM 2010-PRODUCE-ONE-PAYSLIP
031222     END-IF
031223     .
031224
031225 2010-PRODUCE-ONE-PAYSLIP.
031226     MOVE SAL-EMPLOYEE-ID TO PRT-BREAK-KEY
031227     IF PSL-TRIAL-RUN
031228         MOVE "  *** TRIAL RUN - NOT PAID ***"
031229             TO PAYSLIP-REPORT-LINE
031230         PERFORM 9000-WRITE-REPORT-LINE
031231     END-IF
031232     IF PSL-SUPPLEMENTARY-RUN
031233         PERFORM 2490-COMPUTE-SUPPLEMENTARY
031234     ELSE
031241         PERFORM 2400-COMPUTE-DEDUCTIONS
031251     END-IF
031261     PERFORM 2050-FORMAT-ADJUSTMENT-TEXT
031400     MOVE SPACES TO PAYSLIP-REPORT-LINE
031500     STRING SAL-EMPLOYEE-NAME DELIMITED BY SIZE
031600         "  PAY DATE " DELIMITED BY SIZE
032197         END-STRING
032198         PERFORM 9000-WRITE-REPORT-LINE
032199     END-IF
032201     IF PSL-SUPPLEMENTARY-RUN
032203         PERFORM 2075-PRINT-SUPPLEMENTARY-LINE
032205     ELSE
032207         PERFORM 2060-PRINT-ABSENCE-LINES
032209         PERFORM 2070-PRINT-VARIABLE-PAY-LINES
032211     END-IF
032219     MOVE PSL-GROSS-PAY      TO PSL-FORMATTED-GROSS
032300     MOVE PSL-TAX-DEDUCTION  TO PSL-FORMATTED-TAX
032400     MOVE PSL-NI-DEDUCTION   TO PSL-FORMATTED-NI
032500     MOVE PSL-NET-PAY        TO PSL-FORMATTED-NET
033770         END-STRING
033780         PERFORM 9000-WRITE-REPORT-LINE
033790     END-IF
033792     PERFORM 2080-PRINT-ONE-RECURRING
033794         VARYING PSL-RD-INDEX FROM 1 BY 1
033796         UNTIL PSL-RD-INDEX > PSL-RD-COUNT
033800     PERFORM 2500-ACCUMULATE-AND-PRINT-YTD
033900     PERFORM 2600-APPEND-HISTORY-RECORD
034000     PERFORM 2100-READ-SALARY-MASTER
034300 2500-ACCUMULATE-AND-PRINT-YTD.
034400     COMPUTE PSL-TOTAL-DEDUCTIONS =
034500         PSL-TAX-DEDUCTION + PSL-NI-DEDUCTION
034520         + PSL-PENSION-EE-DEDUCTION + PSL-RECURRING-DEDUCTION
034600     PERFORM 2520-FIND-OR-ADD-YTD-ENTRY
034700     IF PSL-YTD-MATCHED
034750         SET PSL-YTD-PAID-TODAY(PSL-YTD-FOUND) TO TRUE
037600                 TO PSL-YTD-EMPLOYEE-ID(PSL-YTD-COUNT)
037700             MOVE ZERO TO PSL-YTD-GROSS(PSL-YTD-COUNT)
037800             MOVE ZERO TO PSL-YTD-DEDUCTIONS(PSL-YTD-COUNT)
037810             MOVE ZERO TO PSL-YTD-NET(PSL-YTD-COUNT)
037820             MOVE ZERO TO PSL-YTD-PERIOD-GROSS(PSL-YTD-COUNT)
037830             MOVE ZERO TO PSL-YTD-PERIOD-TAX(PSL-YTD-COUNT)
037840             MOVE ZERO TO PSL-YTD-PERIOD-NI(PSL-YTD-COUNT)
037940             MOVE ZERO TO PSL-YTD-PERIOD-RUNS(PSL-YTD-COUNT)
037950             SET PSL-YTD-NOT-PAID-TODAY(PSL-YTD-COUNT) TO TRUE
037960             MOVE ZERO TO PSL-YTD-PERIOD-DATE(PSL-YTD-COUNT)
037970             MOVE ZERO TO PSL-YTD-WEEK-DATE(PSL-YTD-COUNT)
037980             SET PSL-YTD-WEEK-STANDS(PSL-YTD-COUNT) TO TRUE
038000             MOVE PSL-YTD-COUNT TO PSL-YTD-FOUND
038100             SET PSL-YTD-MATCHED TO TRUE
038200         ELSE
041120     MOVE PSL-PENSION-ER-AMOUNT TO PAYHIST-PENSION-ER
041130     MOVE PSL-TAX-DEDUCTION     TO PAYHIST-TAX
041140     MOVE PSL-NI-DEDUCTION      TO PAYHIST-NI
041142     MOVE PSL-OVERTIME-PAY      TO PAYHIST-OVERTIME
041144     MOVE PSL-BONUS-PAY         TO PAYHIST-BONUS
041146     MOVE PSL-EXPENSES-PAY      TO PAYHIST-EXPENSES
041147     MOVE PSL-RECURRING-DEDUCTION TO PAYHIST-RECURRING
041148     MOVE ZERO                  TO PAYHIST-REVERSED-DATE
041149     EVALUATE TRUE
041150         WHEN PSL-SUPPLEMENTARY-RUN
041151             SET PAYHIST-SUPPLEMENTARY-RUN TO TRUE
041152         WHEN PSL-WEEKLY-CYCLE
041153             SET PAYHIST-WEEKLY-RUN TO TRUE
041154         WHEN OTHER
041155             SET PAYHIST-REGULAR-RUN TO TRUE
041156     END-EVALUATE
041157*    A TRIAL RUN PROVES THE FIGURES AND WRITES NOTHING
041160     IF PSL-LIVE-RUN
041200         WRITE PAYHIST-RECORD
041202         PERFORM 2650-APPEND-ONE-TAKEN
041204             VARYING PSL-RD-INDEX FROM 1 BY 1
041206             UNTIL PSL-RD-INDEX > PSL-RD-COUNT
041210     END-IF
041300     .
041305
041310 2650-APPEND-ONE-TAKEN.
041315     MOVE SAL-EMPLOYEE-ID TO RDTAKEN-EMPLOYEE-ID
041320     MOVE PSL-PAY-DATE-RAW TO RDTAKEN-RUN-DATE
041325     MOVE PSL-RD-PRIORITY(PSL-RD-INDEX) TO RDTAKEN-PRIORITY
041330     MOVE PSL-RD-TYPE(PSL-RD-INDEX) TO RDTAKEN-TYPE
041335     MOVE PSL-RD-PAYEE-CODE(PSL-RD-INDEX) TO RDTAKEN-PAYEE-CODE
041340     MOVE PSL-RD-PAYEE-NAME(PSL-RD-INDEX) TO RDTAKEN-PAYEE-NAME
041345     MOVE PSL-RD-DUE-AMOUNT(PSL-RD-INDEX) TO RDTAKEN-DUE
041350     MOVE PSL-RD-TAKEN-AMOUNT(PSL-RD-INDEX) TO RDTAKEN-AMOUNT
041355     MOVE PSL-RD-SHORTFALL(PSL-RD-INDEX) TO RDTAKEN-SHORTFALL
041360     MOVE PSL-RD-BALANCE(PSL-RD-INDEX) TO RDTAKEN-BALANCE-AFTER
041365     WRITE RDTAKEN-RECORD
041370     .
041400
041500*----------------------------------------------------------------*
041600* GROSS TO NET - EACH SELECTED TAX BAND CHARGES ITS RATE ON THE
041700* SLICE OF PAY BETWEEN ITS FLOOR AND THE NEXT FLOOR UP, AND NI
041800* CHARGES ITS RATE ON EVERYTHING OVER THE THRESHOLD
041900*----------------------------------------------------------------*
041910 2400-COMPUTE-DEDUCTIONS.
041920     MOVE SAL-SALARY TO PSL-GROSS-PAY
041930     IF SAL-WEEKLY-PAID
041940         COMPUTE PSL-ANNUAL-PAY = SAL-SALARY * 52
041950     ELSE
041960         COMPUTE PSL-ANNUAL-PAY = SAL-SALARY * 12
041970     END-IF
042110     PERFORM 2410-PRO-RATA-FINAL-PAY
042115     PERFORM 2415-APPLY-ABSENCE
042120     PERFORM 2420-ADD-BACK-PAY
042130     PERFORM 2422-ADD-VARIABLE-PAY
042230     PERFORM 2470-TAX-WITH-PERIOD-TO-DATE
042330     PERFORM 2440-COMPUTE-PENSION
042620     PERFORM 2450-APPLY-RECURRING-DEDUCTIONS
042700     COMPUTE PSL-NET-PAY =
042800         PSL-GROSS-PAY - PSL-TAX-DEDUCTION - PSL-NI-DEDUCTION
042810         - PSL-PENSION-EE-DEDUCTION - PSL-RECURRING-DEDUCTION
042820         + PSL-EXPENSES-PAY
042900     .
042901
042902*----------------------------------------------------------------*
042903* TAX AND NI ARE WORKED ON THE PAY MONTH TO DATE - THE GROSS OF
042904* ANY EARLIER RUN THIS MONTH IS ADDED IN FOR THE BANDS AND THE
042905* THRESHOLD, AND THE TAX AND NI IT ALREADY TOOK COME OFF.  WITH
043000* NO EARLIER RUN THIS IS THE PLAIN MONTHLY CALCULATION.  THE
043100* WEEKLY RUN IS TAXED ON THE WEEK ALONE WITH THE WEEKLY BANDS
043200*----------------------------------------------------------------*
043300 2470-TAX-WITH-PERIOD-TO-DATE.
043400     MOVE ZERO TO PSL-PERIOD-PAID-GROSS
043500     MOVE ZERO TO PSL-PERIOD-PAID-TAX
043501     MOVE ZERO TO PSL-PERIOD-PAID-NI
043502     IF PSL-YTD-MATCHED
043503     AND PSL-MONTHLY-CYCLE
043504         MOVE PSL-YTD-PERIOD-GROSS(PSL-YTD-FOUND)
043505             TO PSL-PERIOD-PAID-GROSS
043506         MOVE PSL-YTD-PERIOD-TAX(PSL-YTD-FOUND)
043507             TO PSL-PERIOD-PAID-TAX
043508         MOVE PSL-YTD-PERIOD-NI(PSL-YTD-FOUND)
043509             TO PSL-PERIOD-PAID-NI
043510     END-IF
043511     MOVE PSL-GROSS-PAY TO PSL-THIS-RUN-GROSS
043512     ADD PSL-PERIOD-PAID-GROSS TO PSL-GROSS-PAY
043513     MOVE ZERO TO PSL-TAX-DEDUCTION
043514     MOVE ZERO TO PSL-NI-DEDUCTION
043515     PERFORM 2430-APPLY-ONE-PARAMETER
043516         VARYING PSL-PARM-INDEX FROM 1 BY 1
043517         UNTIL PSL-PARM-INDEX > PSL-PARM-COUNT
043518     MOVE PSL-THIS-RUN-GROSS TO PSL-GROSS-PAY
043519     IF PSL-TAX-DEDUCTION > PSL-PERIOD-PAID-TAX
043520         SUBTRACT PSL-PERIOD-PAID-TAX FROM PSL-TAX-DEDUCTION
043521     ELSE
043522         MOVE ZERO TO PSL-TAX-DEDUCTION
043523     END-IF
043524     IF PSL-NI-DEDUCTION > PSL-PERIOD-PAID-NI
043525         SUBTRACT PSL-PERIOD-PAID-NI FROM PSL-NI-DEDUCTION
043526     ELSE
043527         MOVE ZERO TO PSL-NI-DEDUCTION
043528     END-IF
043529     .
043530
043531*----------------------------------------------------------------*
043532* A SUPPLEMENTARY PAYMENT IS THE ONE-OFF AMOUNT ALONE - TAXED
043533* WITH THE PAY MONTH TO DATE, AND NOTHING ELSE TAKEN OR ADDED
043534*----------------------------------------------------------------*
043535 2490-COMPUTE-SUPPLEMENTARY.
043536     SET PSL-NOT-FINAL-PAY TO TRUE
043537     MOVE ZERO TO PSL-BACK-PAY
043538     MOVE ZERO TO PSL-ABSENCE-DEDUCTION
043539     MOVE ZERO TO PSL-SSP-AMOUNT
043540     MOVE ZERO TO PSL-OVERTIME-HOURS
043541     MOVE ZERO TO PSL-OVERTIME-PAY
043542     MOVE ZERO TO PSL-BONUS-PAY
043543     MOVE ZERO TO PSL-EXPENSES-PAY
043544     MOVE ZERO TO PSL-PENSION-EE-DEDUCTION
043545     MOVE ZERO TO PSL-PENSION-ER-AMOUNT
043546     MOVE ZERO TO PSL-RECURRING-DEDUCTION
043547     MOVE ZERO TO PSL-RD-COUNT
043548     MOVE PSL-SUPPLEMENTARY-PAY TO PSL-GROSS-PAY
043549     PERFORM 2470-TAX-WITH-PERIOD-TO-DATE
043550     COMPUTE PSL-NET-PAY =
043551         PSL-GROSS-PAY - PSL-TAX-DEDUCTION - PSL-NI-DEDUCTION
043552     .
043553
043554*----------------------------------------------------------------*
043555* THE PENSION COMES OUT AFTER NI - THE EMPLOYEE PERCENTAGE OF
043556* GROSS LEAVES THE PAY, THE EMPLOYER PERCENTAGE IS COMPUTED
043557* ALONGSIDE FOR THE HISTORY AND THE PROVIDER EXTRACT
043558*----------------------------------------------------------------*
043559 2440-COMPUTE-PENSION.
043560     MOVE ZERO TO PSL-PENSION-EE-DEDUCTION
043561     MOVE ZERO TO PSL-PENSION-ER-AMOUNT
043562     SET PSL-PENSION-NOT-MATCHED TO TRUE
043563     PERFORM 2445-MATCH-ONE-PENSION
043564         VARYING PSL-PENSION-INDEX FROM 1 BY 1
043565         UNTIL PSL-PENSION-INDEX > PSL-PENSION-COUNT
043566            OR PSL-PENSION-MATCHED
043567     IF PSL-PENSION-MATCHED
043568     AND PSL-PEN-MEMBER-FLAG(PSL-PENSION-FOUND) = "Y"
043569         COMPUTE PSL-PENSION-EE-DEDUCTION ROUNDED =
043570             PSL-GROSS-PAY
043571             * PSL-PEN-EE-PCT(PSL-PENSION-FOUND) / 100
043572         COMPUTE PSL-PENSION-ER-AMOUNT ROUNDED =
043573             PSL-GROSS-PAY
043574             * PSL-PEN-ER-PCT(PSL-PENSION-FOUND) / 100
043575     END-IF
043576     .
043577
043578*----------------------------------------------------------------*
043579* RECURRING DEDUCTIONS COME OUT IN PRIORITY ORDER (THE KEY ORDER
043580* WITHIN THE EMPLOYEE) FROM THE PAY LEFT AFTER TAX, NI AND
043581* PENSION.  A PERCENTAGE IS OF THAT PAY; NO DEDUCTION IS MORE
043582* THAN ITS BALANCE, AND NONE TAKES THE PAY STILL LEFT BELOW ITS
043583* PROTECTED EARNINGS FLOOR - WHAT THE FLOOR HOLDS BACK IS NOT
043584* CARRIED FORWARD, ONLY SHOWN AS A SHORTFALL
043585*----------------------------------------------------------------*
043586 2450-APPLY-RECURRING-DEDUCTIONS.
043587     MOVE ZERO TO PSL-RECURRING-DEDUCTION
043588     MOVE ZERO TO PSL-RD-COUNT
043589     IF PSL-RECDED-AVAILABLE
043590         COMPUTE PSL-ATTACHABLE-PAY =
043591             PSL-GROSS-PAY - PSL-TAX-DEDUCTION
043592             - PSL-NI-DEDUCTION - PSL-PENSION-EE-DEDUCTION
043593         MOVE PSL-ATTACHABLE-PAY TO PSL-PAY-LEFT
043594         SET PSL-RECDED-NOT-EOF TO TRUE
043595         MOVE SAL-EMPLOYEE-ID TO RECDED-EMPLOYEE-ID
043596         MOVE ZERO TO RECDED-PRIORITY
043597         START RECURRING-DEDUCTIONS KEY NOT < RECDED-KEY
043598             INVALID KEY
043599                 SET PSL-RECDED-EOF TO TRUE
043600         END-START
043601         IF PSL-RECDED-NOT-EOF
043602             PERFORM 2452-READ-NEXT-DEDUCTION
043603         END-IF
043604         PERFORM 2455-TAKE-ONE-DEDUCTION
043605             UNTIL PSL-RECDED-EOF
043606     END-IF
043607     .
043608
043609 2452-READ-NEXT-DEDUCTION.
043610     READ RECURRING-DEDUCTIONS NEXT RECORD
043611         AT END
043612             SET PSL-RECDED-EOF TO TRUE
043613     END-READ
043614     IF PSL-RECDED-NOT-EOF
043615     AND RECDED-EMPLOYEE-ID NOT = SAL-EMPLOYEE-ID
043616         SET PSL-RECDED-EOF TO TRUE
043617     END-IF
043618     .
043619
043620 2455-TAKE-ONE-DEDUCTION.
043621     IF RECDED-ACTIVE
043622     AND RECDED-BALANCE > ZERO
043623         IF RECDED-PERCENTAGE
043624             COMPUTE PSL-RD-DUE ROUNDED =
043625                 PSL-ATTACHABLE-PAY * RECDED-PERCENT / 100
043626         ELSE
043627             MOVE RECDED-AMOUNT TO PSL-RD-DUE
043628         END-IF
043629         IF PSL-RD-DUE > RECDED-BALANCE
043630             MOVE RECDED-BALANCE TO PSL-RD-DUE
043631         END-IF
043632         MOVE ZERO TO PSL-RD-AVAILABLE
043633         IF PSL-PAY-LEFT > RECDED-PROTECTED-EARNINGS
043634             COMPUTE PSL-RD-AVAILABLE =
043635                 PSL-PAY-LEFT - RECDED-PROTECTED-EARNINGS
043636         END-IF
043637         MOVE PSL-RD-DUE TO PSL-RD-TAKEN
043638         IF PSL-RD-TAKEN > PSL-RD-AVAILABLE
043639             MOVE PSL-RD-AVAILABLE TO PSL-RD-TAKEN
043640         END-IF
043641         SUBTRACT PSL-RD-TAKEN FROM PSL-PAY-LEFT
043642         ADD PSL-RD-TAKEN TO PSL-RECURRING-DEDUCTION
043643         SUBTRACT PSL-RD-TAKEN FROM RECDED-BALANCE
043644         ADD PSL-RD-TAKEN TO RECDED-TAKEN-TO-DATE
043645         IF RECDED-BALANCE = ZERO
043646             SET RECDED-CLEARED TO TRUE
043647         END-IF
043648         MOVE PSL-PAY-DATE-RAW TO RECDED-LAST-TAKEN-DATE
043649         MOVE PSL-RD-TAKEN TO RECDED-LAST-TAKEN-AMOUNT
043650         PERFORM 2458-NOTE-ONE-DEDUCTION
043651         IF PSL-LIVE-RUN
043652             REWRITE RECDED-RECORD
043653         END-IF
043654     END-IF
043655     PERFORM 2452-READ-NEXT-DEDUCTION
043656     .
043657
043658 2458-NOTE-ONE-DEDUCTION.
043659     IF PSL-RD-COUNT < 20
043660         ADD 1 TO PSL-RD-COUNT
043661         MOVE RECDED-PRIORITY TO PSL-RD-PRIORITY(PSL-RD-COUNT)
043662         MOVE RECDED-TYPE TO PSL-RD-TYPE(PSL-RD-COUNT)
043663         MOVE RECDED-PAYEE-CODE
043664             TO PSL-RD-PAYEE-CODE(PSL-RD-COUNT)
043665         MOVE RECDED-PAYEE-NAME
043666             TO PSL-RD-PAYEE-NAME(PSL-RD-COUNT)
043667         MOVE PSL-RD-DUE TO PSL-RD-DUE-AMOUNT(PSL-RD-COUNT)
043668         MOVE PSL-RD-TAKEN TO PSL-RD-TAKEN-AMOUNT(PSL-RD-COUNT)
043669         COMPUTE PSL-RD-SHORTFALL(PSL-RD-COUNT) =
043670             PSL-RD-DUE - PSL-RD-TAKEN
043671         MOVE RECDED-BALANCE TO PSL-RD-BALANCE(PSL-RD-COUNT)
043672     ELSE
043673         DISPLAY "PAYSLIP - RECURRING DEDUCTION TABLE FULL FOR "
043674             "EMPLOYEE " SAL-EMPLOYEE-ID
043675     END-IF
043676     .
043677
043678*    THE PERFORM VARYING INDEX SITS ONE PAST THE MATCH WHEN THE
043679*    LOOP ENDS - CAPTURE THE MATCHED ENTRY NUMBER HERE
043680 2445-MATCH-ONE-PENSION.
043681     IF PSL-PEN-EMPLOYEE-ID(PSL-PENSION-INDEX) = SAL-EMPLOYEE-ID
043682         MOVE PSL-PENSION-INDEX TO PSL-PENSION-FOUND
043683         SET PSL-PENSION-MATCHED TO TRUE
043684     END-IF
043685     .
043686
043687 2430-APPLY-ONE-PARAMETER.
043688     IF PSL-PARM-TYPE(PSL-PARM-INDEX) = "T"
043689     AND PSL-PARM-EFFECTIVE(PSL-PARM-INDEX) = PSL-TAX-EFFECTIVE
043690     AND PSL-TAX-EFFECTIVE > ZERO
043691         PERFORM 2460-APPLY-ONE-TAX-BAND
043692     END-IF
043700     IF PSL-PARM-TYPE(PSL-PARM-INDEX) = "N"
043800     AND PSL-PARM-EFFECTIVE(PSL-PARM-INDEX) = PSL-NI-EFFECTIVE
043900     AND PSL-NI-EFFECTIVE > ZERO
044664     END-IF
044666     .
044668
044669*----------------------------------------------------------------*
044670* OVERTIME AND BONUS ARE TAXABLE PAY AND GO INTO GROSS; EXPENSES
044671* ARE A REIMBURSEMENT, KEPT OUT OF GROSS AND ADDED TO NET PAY
044672*----------------------------------------------------------------*
044673 2422-ADD-VARIABLE-PAY.
044674     MOVE ZERO TO PSL-OVERTIME-HOURS
044675     MOVE ZERO TO PSL-OVERTIME-PAY
044676     MOVE ZERO TO PSL-BONUS-PAY
044677     MOVE ZERO TO PSL-EXPENSES-PAY
044678     PERFORM 2423-TAKE-ONE-VARIABLE-PAY
044679         VARYING PSL-VARIABLE-INDEX FROM 1 BY 1
044680         UNTIL PSL-VARIABLE-INDEX > PSL-VARIABLE-COUNT
044681     ADD PSL-OVERTIME-PAY TO PSL-GROSS-PAY
044682     ADD PSL-BONUS-PAY TO PSL-GROSS-PAY
044683     .
044684
044685*    A CLAIM FOR A PERIOD AFTER THE PAY MONTH WAITS FOR ITS RUN
044686 2423-TAKE-ONE-VARIABLE-PAY.
044687     IF PSL-VAR-EMPLOYEE-ID(PSL-VARIABLE-INDEX) = SAL-EMPLOYEE-ID
044688     AND PSL-VAR-UNUSED(PSL-VARIABLE-INDEX)
044689     AND PSL-VAR-PERIOD(PSL-VARIABLE-INDEX)
044690         NOT > PSL-PAY-PERIOD
044691         SET PSL-VAR-USED(PSL-VARIABLE-INDEX) TO TRUE
044692         EVALUATE PSL-VAR-TYPE(PSL-VARIABLE-INDEX)
044693             WHEN "OVTM"
044694                 ADD PSL-VAR-HOURS(PSL-VARIABLE-INDEX)
044695                     TO PSL-OVERTIME-HOURS
044696                 ADD PSL-VAR-AMOUNT(PSL-VARIABLE-INDEX)
044697                     TO PSL-OVERTIME-PAY
044698             WHEN "BONS"
044699                 ADD PSL-VAR-AMOUNT(PSL-VARIABLE-INDEX)
044700                     TO PSL-BONUS-PAY
044701             WHEN "EXPS"
044702                 ADD PSL-VAR-AMOUNT(PSL-VARIABLE-INDEX)
044703                     TO PSL-EXPENSES-PAY
044704         END-EVALUATE
044705     END-IF
044706     .
044707
044710*----------------------------------------------------------------*
044711* AN EMPLOYEE LEAVING DURING THE PAY MONTH IS PAID TO THE LEAVE
044712* DAY ONLY - NEVER AGAIN A FULL MONTH FOR A LEAVER ON THE 3RD.
044713* A WEEKLY-PAID LEAVER IS PAID SEVENTHS OF THE WEEK TO THE DAY
044714*----------------------------------------------------------------*
044715 2410-PRO-RATA-FINAL-PAY.
044716     SET PSL-NOT-FINAL-PAY TO TRUE
044717     IF SAL-LEFT AND PSL-WEEKLY-CYCLE
044718         PERFORM 2412-PRO-RATA-FINAL-WEEK
044719     END-IF
044720     IF SAL-LEFT AND PSL-MONTHLY-CYCLE
044721         MOVE SAL-LEAVE-DATE TO PSL-LEAVE-BREAKDOWN
044726         IF PSL-LEAVE-YEAR = PSL-PERIOD-YEAR
044728         AND PSL-LEAVE-MONTH = PSL-PERIOD-MONTH
044730         AND PSL-LEAVE-DAY < PSL-DAYS-IN-MONTH
044738         END-IF
044740     END-IF
044742     .
044800
044900 2412-PRO-RATA-FINAL-WEEK.
045000     CALL "DAYSERL" USING SAL-LEAVE-DATE PSL-LEAVE-SERIAL
045100     IF PSL-LEAVE-SERIAL < PSL-PAY-SERIAL
045200     AND PSL-LEAVE-SERIAL NOT < PSL-WEEK-START-SERIAL
045300         SET PSL-FINAL-PAY TO TRUE
045400         COMPUTE PSL-DAYS-WORKED =
045500             PSL-LEAVE-SERIAL - PSL-WEEK-START-SERIAL + 1
045600         COMPUTE PSL-GROSS-PAY ROUNDED =
045700             SAL-SALARY * PSL-DAYS-WORKED / 7
045800     END-IF
045900     .
046000
046100*----------------------------------------------------------------*
046200* UNPAID AND SICKNESS DAYS STOP PAY AT THE DAY RATE - A YEAR'S
046300* PAY (52 WEEKS OR 12 MONTHS OF THE EMPLOYEE'S OWN PERIOD PAY)
046400* OVER THE WORKING DAYS IN A YEAR - NEVER BELOW NOTHING, AND
046500* STATUTORY SICK PAY IS PAID FOR THE QUALIFYING SICKNESS DAYS
046600* WHEN AVERAGE WEEKLY PAY REACHES THE LOWER EARNINGS LIMIT.
046700* COMPANY SICK PAY ABOVE THE STATUTORY AMOUNT IS NOT PAID
046800*----------------------------------------------------------------*
046900 2415-APPLY-ABSENCE.
047000     MOVE ZERO TO PSL-UNPAID-DAYS
047100     MOVE ZERO TO PSL-SICK-DAYS
047200     MOVE ZERO TO PSL-SSP-DAYS
047300     MOVE ZERO TO PSL-ABSENCE-DEDUCTION
047400     MOVE ZERO TO PSL-SSP-AMOUNT
047500     SET PSL-SSP-NOT-ELIGIBLE TO TRUE
047600     COMPUTE PSL-WEEKLY-EARNINGS ROUNDED = PSL-ANNUAL-PAY / 52
047700     IF PSL-ABP-EFFECTIVE > ZERO
047800     AND PSL-ABP-QUALIFYING-DAYS > ZERO
047900     AND PSL-WEEKLY-EARNINGS NOT < PSL-ABP-LOWER-EARNINGS
048000         SET PSL-SSP-ELIGIBLE TO TRUE
048100     END-IF
048200     PERFORM 2416-TAKE-ONE-ABSENCE
048300         VARYING PSL-ABSENCE-INDEX FROM 1 BY 1
048400         UNTIL PSL-ABSENCE-INDEX > PSL-ABSENCE-COUNT
048500     IF PSL-UNPAID-DAYS > ZERO
048600     OR PSL-SICK-DAYS > ZERO
048700         COMPUTE PSL-DAY-RATE ROUNDED =
048701             PSL-ANNUAL-PAY / PSL-ABP-WORKING-DAYS
048702         COMPUTE PSL-ABSENCE-DEDUCTION ROUNDED =
048703             PSL-DAY-RATE * (PSL-UNPAID-DAYS + PSL-SICK-DAYS)
048704         IF PSL-ABSENCE-DEDUCTION > PSL-GROSS-PAY
048705             MOVE PSL-GROSS-PAY TO PSL-ABSENCE-DEDUCTION
048706         END-IF
048707         SUBTRACT PSL-ABSENCE-DEDUCTION FROM PSL-GROSS-PAY
048708     END-IF
048709     IF PSL-SSP-DAYS > ZERO
048710         COMPUTE PSL-SSP-AMOUNT ROUNDED =
048711             PSL-ABP-SSP-WEEKLY-RATE * PSL-SSP-DAYS
048712             / PSL-ABP-QUALIFYING-DAYS
048713         ADD PSL-SSP-AMOUNT TO PSL-GROSS-PAY
048714     END-IF
048715     .
048716
048717*    AN ABSENCE STARTING AFTER THE PAY DATE WAITS FOR ITS RUN
048718 2416-TAKE-ONE-ABSENCE.
048719     IF PSL-ABS-EMPLOYEE-ID(PSL-ABSENCE-INDEX) = SAL-EMPLOYEE-ID
048720     AND PSL-ABS-UNUSED(PSL-ABSENCE-INDEX)
048721     AND PSL-ABS-FROM-DATE(PSL-ABSENCE-INDEX)
048722         NOT > PSL-PAY-DATE-RAW
048723         SET PSL-ABS-USED(PSL-ABSENCE-INDEX) TO TRUE
048724         EVALUATE PSL-ABS-TYPE(PSL-ABSENCE-INDEX)
048725             WHEN "UNPD"
048726                 ADD PSL-ABS-DAYS(PSL-ABSENCE-INDEX)
048727                     TO PSL-UNPAID-DAYS
048728             WHEN "SICK"
048729                 ADD PSL-ABS-DAYS(PSL-ABSENCE-INDEX)
048730                     TO PSL-SICK-DAYS
048731                 PERFORM 2417-COUNT-SSP-DAYS
048732         END-EVALUATE
048733     END-IF
048734     .
048735
048736*----------------------------------------------------------------*
048737* THE FIRST WAITING DAYS OF A CHAIN OF LINKED SPELLS ARE NOT
048738* PAID, NOR ANY DAY BEYOND THE MAXIMUM WEEKS - THE CHAIN DAYS
048739* BEFORE THIS SPELL COME FROM ABSPOST
048740*----------------------------------------------------------------*
048741 2417-COUNT-SSP-DAYS.
048742     MOVE ZERO TO PSL-ABS-SSP-DAYS(PSL-ABSENCE-INDEX)
048743     IF PSL-SSP-ELIGIBLE
048744         COMPUTE PSL-SSP-LIMIT = PSL-ABP-WAITING-DAYS
048745             + PSL-ABP-MAXIMUM-WEEKS * PSL-ABP-QUALIFYING-DAYS
048746         MOVE PSL-ABS-CHAIN-BEFORE(PSL-ABSENCE-INDEX)
048747             TO PSL-SSP-START
048748         IF PSL-SSP-START < PSL-ABP-WAITING-DAYS
048749             MOVE PSL-ABP-WAITING-DAYS TO PSL-SSP-START
048750         END-IF
048751         COMPUTE PSL-SSP-END =
048752             PSL-ABS-CHAIN-BEFORE(PSL-ABSENCE-INDEX)
048753             + PSL-ABS-DAYS(PSL-ABSENCE-INDEX)
048754         IF PSL-SSP-END > PSL-SSP-LIMIT
048755             MOVE PSL-SSP-LIMIT TO PSL-SSP-END
048756         END-IF
048757         IF PSL-SSP-END > PSL-SSP-START
048758             COMPUTE PSL-ABS-SSP-DAYS(PSL-ABSENCE-INDEX) =
048759                 PSL-SSP-END - PSL-SSP-START
048760             ADD PSL-ABS-SSP-DAYS(PSL-ABSENCE-INDEX)
048761                 TO PSL-SSP-DAYS
048762         END-IF
048763     END-IF
048764     .
048765
048766 2460-APPLY-ONE-TAX-BAND.
048767     MOVE PSL-GROSS-PAY TO PSL-BAND-UPPER
048768     PERFORM 2480-FIND-NEXT-BAND-FLOOR
048769         VARYING PSL-BAND-INDEX FROM 1 BY 1
048770         UNTIL PSL-BAND-INDEX > PSL-PARM-COUNT
048771     IF PSL-BAND-UPPER > PSL-PARM-FLOOR(PSL-PARM-INDEX)
048772         COMPUTE PSL-BAND-TAXABLE =
048773             PSL-BAND-UPPER - PSL-PARM-FLOOR(PSL-PARM-INDEX)
048774         COMPUTE PSL-TAX-DEDUCTION ROUNDED =
048775             PSL-TAX-DEDUCTION
048776             + PSL-BAND-TAXABLE
048777             * PSL-PARM-RATE(PSL-PARM-INDEX) / 100
048778     END-IF
048779     .
048780
048781 2480-FIND-NEXT-BAND-FLOOR.
048782     IF PSL-BAND-INDEX NOT = PSL-PARM-INDEX
048783     AND PSL-PARM-TYPE(PSL-BAND-INDEX) = "T"
048784     AND PSL-PARM-EFFECTIVE(PSL-BAND-INDEX) = PSL-TAX-EFFECTIVE
048785     AND PSL-PARM-FLOOR(PSL-BAND-INDEX)
048786         > PSL-PARM-FLOOR(PSL-PARM-INDEX)
048787     AND PSL-PARM-FLOOR(PSL-BAND-INDEX) < PSL-BAND-UPPER
048788         MOVE PSL-PARM-FLOOR(PSL-BAND-INDEX) TO PSL-BAND-UPPER
048789     END-IF
048790     .
048791 
048792 2050-FORMAT-ADJUSTMENT-TEXT.
048793     MOVE SPACES TO PSL-ADJUSTMENT-TEXT
048794     IF SAL-LAST-ADJUSTMENT NOT = ZERO
048795         MOVE SAL-LAST-ADJUSTMENT TO PSL-FORMATTED-ADJUSTMENT
048796         STRING "  ADJ " DELIMITED BY SIZE
048797             PSL-FORMATTED-ADJUSTMENT DELIMITED BY SIZE
048798             INTO PSL-ADJUSTMENT-TEXT
048799         END-STRING
048800     END-IF
048801     .
048802
048803*----------------------------------------------------------------*
048804* EACH ABSENCE TAKEN IN THIS RUN, THE PAY STOPPED AND THE SICK
048805* PAY PAID FOR THEM, AND THE HOLIDAY STILL TO TAKE
048806*----------------------------------------------------------------*
048807 2060-PRINT-ABSENCE-LINES.
048808     PERFORM 2065-PRINT-ONE-ABSENCE
048809         VARYING PSL-ABSENCE-INDEX FROM 1 BY 1
048810         UNTIL PSL-ABSENCE-INDEX > PSL-ABSENCE-COUNT
048811     IF PSL-ABSENCE-DEDUCTION > ZERO
048812     OR PSL-SSP-AMOUNT > ZERO
048813         MOVE PSL-ABSENCE-DEDUCTION TO PSL-FORMATTED-ABSENCE
048814         MOVE PSL-SSP-AMOUNT TO PSL-FORMATTED-SSP
048815         MOVE SPACES TO PAYSLIP-REPORT-LINE
048816         STRING "  ABSENCE PAY STOPPED " DELIMITED BY SIZE
048817             PSL-FORMATTED-ABSENCE DELIMITED BY SIZE
048818             "  SICK PAY " DELIMITED BY SIZE
048819             PSL-FORMATTED-SSP DELIMITED BY SIZE
048820             INTO PAYSLIP-REPORT-LINE
048821         END-STRING
048822         PERFORM 9000-WRITE-REPORT-LINE
048823     END-IF
048824     IF PSL-ABSBAL-AVAILABLE
048825         MOVE SAL-EMPLOYEE-ID TO ABSBAL-EMPLOYEE-ID
048826         READ ABSENCE-BALANCE-MASTER
048827             INVALID KEY
048828                 CONTINUE
048829             NOT INVALID KEY
048830                 PERFORM 2068-PRINT-HOLIDAY-BALANCE
048831         END-READ
048832     END-IF
048833     .
048834
048835 2065-PRINT-ONE-ABSENCE.
048836     IF PSL-ABS-EMPLOYEE-ID(PSL-ABSENCE-INDEX) = SAL-EMPLOYEE-ID
048837     AND PSL-ABS-USED(PSL-ABSENCE-INDEX)
048838         MOVE PSL-ABS-DAYS(PSL-ABSENCE-INDEX)
048839             TO PSL-ABS-DAYS-DISPLAY
048840         MOVE PSL-ABS-SSP-DAYS(PSL-ABSENCE-INDEX)
048841             TO PSL-SSP-DAYS-DISPLAY
048842         MOVE SPACES TO PAYSLIP-REPORT-LINE
048843         STRING "  ABSENCE " DELIMITED BY SIZE
048844             PSL-ABS-TYPE(PSL-ABSENCE-INDEX) DELIMITED BY SIZE
048845             " " DELIMITED BY SIZE
048846             PSL-ABS-FROM-DATE(PSL-ABSENCE-INDEX)
048847                 DELIMITED BY SIZE
048848             " TO " DELIMITED BY SIZE
048849             PSL-ABS-TO-DATE(PSL-ABSENCE-INDEX)
048850                 DELIMITED BY SIZE
048851             " " DELIMITED BY SIZE
048852             PSL-ABS-DAYS-DISPLAY DELIMITED BY SIZE
048853             " DAYS" DELIMITED BY SIZE
048854             INTO PAYSLIP-REPORT-LINE
048855         END-STRING
048856         IF PSL-ABS-TYPE(PSL-ABSENCE-INDEX) = "SICK"
048857             MOVE "SICK PAY DAYS" TO PAYSLIP-REPORT-LINE(50:13)
048858             MOVE PSL-SSP-DAYS-DISPLAY
048859                 TO PAYSLIP-REPORT-LINE(64:3)
048860         END-IF
048861         PERFORM 9000-WRITE-REPORT-LINE
048862     END-IF
048863     .
048864
048865 2068-PRINT-HOLIDAY-BALANCE.
048866     MOVE ABSBAL-HOLIDAY-REMAINING
048867         TO PSL-HOLIDAY-REMAINING-DISPLAY
048868     MOVE ABSBAL-HOLIDAY-ENTITLEMENT
048869         TO PSL-HOLIDAY-ENTITLED-DISPLAY
048870     MOVE SPACES TO PAYSLIP-REPORT-LINE
048871     STRING "  HOLIDAY REMAINING " DELIMITED BY SIZE
048872         PSL-HOLIDAY-REMAINING-DISPLAY DELIMITED BY SIZE
048873         " OF " DELIMITED BY SIZE
048874         PSL-HOLIDAY-ENTITLED-DISPLAY DELIMITED BY SIZE
048875         " DAYS" DELIMITED BY SIZE
048876         INTO PAYSLIP-REPORT-LINE
048877     END-STRING
048878     PERFORM 9000-WRITE-REPORT-LINE
048879     .
048880 
048881 2080-PRINT-ONE-RECURRING.
048882     MOVE PSL-RD-TAKEN-AMOUNT(PSL-RD-INDEX)
048883         TO PSL-FORMATTED-RD-TAKEN
048884     MOVE PSL-RD-BALANCE(PSL-RD-INDEX)
048885         TO PSL-FORMATTED-RD-BALANCE
048886     MOVE SPACES TO PAYSLIP-REPORT-LINE
048887     STRING "  " DELIMITED BY SIZE
048888         PSL-RD-TYPE(PSL-RD-INDEX) DELIMITED BY SIZE
048889         " " DELIMITED BY SIZE
048890         PSL-RD-PAYEE-NAME(PSL-RD-INDEX) DELIMITED BY SIZE
048891         PSL-FORMATTED-RD-TAKEN DELIMITED BY SIZE
048892         "  BALANCE " DELIMITED BY SIZE
048893         PSL-FORMATTED-RD-BALANCE DELIMITED BY SIZE
048894         INTO PAYSLIP-REPORT-LINE
048895     END-STRING
048896     PERFORM 9000-WRITE-REPORT-LINE
048897     IF PSL-RD-SHORTFALL(PSL-RD-INDEX) > ZERO
048898         MOVE PSL-RD-SHORTFALL(PSL-RD-INDEX)
048899             TO PSL-FORMATTED-RD-SHORT
048900         MOVE SPACES TO PAYSLIP-REPORT-LINE
048901         STRING "       NOT TAKEN - PROTECTED EARNINGS "
048902             DELIMITED BY SIZE
048903             PSL-FORMATTED-RD-SHORT DELIMITED BY SIZE
048904             INTO PAYSLIP-REPORT-LINE
048905         END-STRING
048906         PERFORM 9000-WRITE-REPORT-LINE
048907     END-IF
048908     .
048909
048910 2070-PRINT-VARIABLE-PAY-LINES.
048911     IF PSL-OVERTIME-PAY > ZERO
048912         MOVE PSL-OVERTIME-HOURS TO PSL-OVERTIME-HOURS-DISPLAY
048913         MOVE PSL-OVERTIME-PAY TO PSL-FORMATTED-OVERTIME
048914         MOVE SPACES TO PAYSLIP-REPORT-LINE
048915         STRING "  OVERTIME " DELIMITED BY SIZE
048916             PSL-OVERTIME-HOURS-DISPLAY DELIMITED BY SIZE
048917             " HOURS " DELIMITED BY SIZE
048918             PSL-FORMATTED-OVERTIME DELIMITED BY SIZE
048919             INTO PAYSLIP-REPORT-LINE
048920         END-STRING
048921         PERFORM 9000-WRITE-REPORT-LINE
048922     END-IF
048923     IF PSL-BONUS-PAY > ZERO
048924         MOVE PSL-BONUS-PAY TO PSL-FORMATTED-BONUS
048925         MOVE SPACES TO PAYSLIP-REPORT-LINE
048926         STRING "  BONUS " DELIMITED BY SIZE
048927             PSL-FORMATTED-BONUS DELIMITED BY SIZE
048928             INTO PAYSLIP-REPORT-LINE
048929         END-STRING
048930         PERFORM 9000-WRITE-REPORT-LINE
048931     END-IF
048932     IF PSL-EXPENSES-PAY > ZERO
048933         MOVE PSL-EXPENSES-PAY TO PSL-FORMATTED-EXPENSES
048934         MOVE SPACES TO PAYSLIP-REPORT-LINE
048935         STRING "  EXPENSES (NOT TAXED) " DELIMITED BY SIZE
048936             PSL-FORMATTED-EXPENSES DELIMITED BY SIZE
048937             INTO PAYSLIP-REPORT-LINE
048938         END-STRING
048939         PERFORM 9000-WRITE-REPORT-LINE
048940     END-IF
048941     .
048942
048943 2075-PRINT-SUPPLEMENTARY-LINE.
048944     MOVE PSL-SUPPLEMENTARY-PAY TO PSL-FORMATTED-SUPPLEMENTARY
048945     MOVE SPACES TO PAYSLIP-REPORT-LINE
048946     STRING "  SUPPLEMENTARY PAYMENT " DELIMITED BY SIZE
048947         PSL-FORMATTED-SUPPLEMENTARY DELIMITED BY SIZE
048948         "  " DELIMITED BY SIZE
048949         PSL-SUPPLEMENTARY-REASON DELIMITED BY SIZE
048950         INTO PAYSLIP-REPORT-LINE
048951     END-STRING
048952     PERFORM 9000-WRITE-REPORT-LINE
048953     .
048954 2100-READ-SALARY-MASTER.
048955     READ SALARY-MASTER NEXT RECORD
048956         AT END
048957             SET PSL-END-OF-FILE TO TRUE
048958     END-READ
049000     .
049100 
049200 3000-TERMINATE.
049300     CLOSE SALARY-MASTER
049400     CLOSE PAYROLL-HISTORY
049410     IF PSL-ABSBAL-AVAILABLE
049420         CLOSE ABSENCE-BALANCE-MASTER
049430     END-IF
049440     IF PSL-RECDED-AVAILABLE
049450         CLOSE RECURRING-DEDUCTIONS
049460     END-IF
049470     IF PSL-LIVE-RUN
049480         CLOSE DEDUCTIONS-TAKEN
049490     END-IF
049500     SET PRT-ACTION-END TO TRUE
049600     CALL "PRTSRV" USING PRT-CONTROL
049700     WRITE PAYSLIP-REPORT-LINE FROM PRT-TRAILER-LINE
049820         DISPLAY "PAYSLIP - ALREADY PAID, SKIPPED: "
049830             PSL-ALREADY-PAID-COUNT
049840     END-IF
049841*    A SUPPLEMENTARY RUN TAKES NOTHING FROM THE QUEUE FILES -
049842*    THEY ARE LEFT FOR THE REGULAR RUN, AND ONLY SUPPAY CHANGES
049843     IF PSL-LIVE-RUN
049844     AND PSL-REGULAR-RUN
049845         PERFORM 3100-REWRITE-ARREARS-FILE
049846         PERFORM 3200-REWRITE-ABSENCE-FILE
049847         PERFORM 3300-REWRITE-VARIABLE-PAY-FILE
049848     END-IF
049849     IF PSL-LIVE-RUN
049850     AND PSL-SUPPLEMENTARY-RUN
049851         PERFORM 3400-REWRITE-SUPPLEMENTARY-FILE
049852     END-IF
049857     IF PSL-LEAVERS-SKIPPED > 0
049862         DISPLAY "PAYSLIP - LEAVERS NOT PAID: "
049867             PSL-LEAVERS-SKIPPED
049872     END-IF
049877     IF PSL-CYCLE-SKIPPED > 0
049882         DISPLAY "PAYSLIP - PAID IN THE OTHER PAY CYCLE: "
049887             PSL-CYCLE-SKIPPED
049892     END-IF
049900     .
050000
050010*----------------------------------------------------------------*
050046         WRITE ARREARS-RECORD
050048     END-IF
050050     .
050051
050052*----------------------------------------------------------------*
050053* ABSENCES TAKEN IN THIS RUN COME OFF ABSPEND - ONE STARTING
050054* AFTER THE PAY DATE, OR FOR AN EMPLOYEE NOT PAID, STAYS ON
050055*----------------------------------------------------------------*
050056 3200-REWRITE-ABSENCE-FILE.
050057     OPEN OUTPUT ABSENCE-PENDING
050058     PERFORM 3230-WRITE-ONE-ABSENCE
050059         VARYING PSL-ABSENCE-INDEX FROM 1 BY 1
050060         UNTIL PSL-ABSENCE-INDEX > PSL-ABSENCE-COUNT
050061     CLOSE ABSENCE-PENDING
050062     .
050063
050064 3230-WRITE-ONE-ABSENCE.
050065     IF PSL-ABS-UNUSED(PSL-ABSENCE-INDEX)
050066         MOVE PSL-ABS-EMPLOYEE-ID(PSL-ABSENCE-INDEX)
050067             TO ABSPEND-EMPLOYEE-ID
050068         MOVE PSL-ABS-TYPE(PSL-ABSENCE-INDEX)
050069             TO ABSPEND-TYPE
050070         MOVE PSL-ABS-FROM-DATE(PSL-ABSENCE-INDEX)
050071             TO ABSPEND-FROM-DATE
050072         MOVE PSL-ABS-TO-DATE(PSL-ABSENCE-INDEX)
050073             TO ABSPEND-TO-DATE
050074         MOVE PSL-ABS-DAYS(PSL-ABSENCE-INDEX)
050075             TO ABSPEND-DAYS
050076         MOVE PSL-ABS-CHAIN-BEFORE(PSL-ABSENCE-INDEX)
050077             TO ABSPEND-CHAIN-BEFORE
050078         WRITE ABSPEND-RECORD
050079     END-IF
050080     .
050082
050084*----------------------------------------------------------------*
050086* CLAIMS PAID IN THIS RUN COME OFF VARPAY - ONE FOR A LATER
050088* PERIOD, OR FOR AN EMPLOYEE NOT PAID, STAYS ON
050090*----------------------------------------------------------------*
050092 3300-REWRITE-VARIABLE-PAY-FILE.
050094     OPEN OUTPUT ACCEPTED-VARIABLE-PAY
050096     PERFORM 3330-WRITE-ONE-VARIABLE-PAY
050098         VARYING PSL-VARIABLE-INDEX FROM 1 BY 1
050100         UNTIL PSL-VARIABLE-INDEX > PSL-VARIABLE-COUNT
050102     CLOSE ACCEPTED-VARIABLE-PAY
050104     .
050106
050108 3330-WRITE-ONE-VARIABLE-PAY.
050110     IF PSL-VAR-UNUSED(PSL-VARIABLE-INDEX)
050112         MOVE PSL-VAR-EMPLOYEE-ID(PSL-VARIABLE-INDEX)
050114             TO VARPAY-EMPLOYEE-ID
050116         MOVE PSL-VAR-TYPE(PSL-VARIABLE-INDEX)
050118             TO VARPAY-TYPE
050120         MOVE PSL-VAR-HOURS(PSL-VARIABLE-INDEX)
050122             TO VARPAY-HOURS
050124         MOVE PSL-VAR-AMOUNT(PSL-VARIABLE-INDEX)
050126             TO VARPAY-AMOUNT
050128         MOVE PSL-VAR-PERIOD(PSL-VARIABLE-INDEX)
050130             TO VARPAY-PERIOD
050132         MOVE PSL-VAR-APPROVER(PSL-VARIABLE-INDEX)
050134             TO VARPAY-APPROVER
050136         WRITE VARPAY-RECORD
050138     END-IF
050140     .
050142
050143*----------------------------------------------------------------*
050144* PAID ENTRIES COME OFF SUPPAY - ONE FOR AN EMPLOYEE NOT ON THE
050145* SALARY MASTER, OR WEEKLY-PAID, STAYS ON, IS NAMED, AND WARNS
050146* THE STEP
050147*----------------------------------------------------------------*
050148 3400-REWRITE-SUPPLEMENTARY-FILE.
050149     OPEN OUTPUT SUPPLEMENTARY-PAYMENTS
050150     PERFORM 3430-WRITE-ONE-SUPPLEMENTARY
050151         VARYING PSL-SUPP-INDEX FROM 1 BY 1
050152         UNTIL PSL-SUPP-INDEX > PSL-SUPP-COUNT
050153     CLOSE SUPPLEMENTARY-PAYMENTS
050154     IF PSL-SUPP-LEFT-COUNT > 0
050155         DISPLAY "PAYSLIP - SUPPLEMENTARY PAYMENTS NOT MADE: "
050156             PSL-SUPP-LEFT-COUNT
050157         IF PSL-RETURN-CODE < 4
050158             MOVE 4 TO PSL-RETURN-CODE
050159         END-IF
050160     END-IF
050161     .
050162
050163 3430-WRITE-ONE-SUPPLEMENTARY.
050164     IF PSL-SUPP-UNUSED(PSL-SUPP-INDEX)
050165         ADD 1 TO PSL-SUPP-LEFT-COUNT
050166         DISPLAY "PAYSLIP - NOT ON SALARY MASTER, LEFT ON "
050167             "SUPPAY: " PSL-SUPP-EMPLOYEE-ID(PSL-SUPP-INDEX)
050168     END-IF
050169     IF NOT PSL-SUPP-USED(PSL-SUPP-INDEX)
050170         MOVE PSL-SUPP-EMPLOYEE-ID(PSL-SUPP-INDEX)
050171             TO SUPPAY-EMPLOYEE-ID
050172         MOVE PSL-SUPP-AMOUNT(PSL-SUPP-INDEX)
050173             TO SUPPAY-AMOUNT
050174         MOVE PSL-SUPP-REASON(PSL-SUPP-INDEX)
050175             TO SUPPAY-REASON
050176         WRITE SUPPAY-RECORD
050177     END-IF
050178     .
050179 9000-WRITE-REPORT-LINE.
050200     MOVE PAYSLIP-REPORT-LINE TO PRT-DETAIL-LINE
050300     SET PRT-ACTION-DETAIL TO TRUE
050400     CALL "PRTSRV" USING PRT-CONTROL
