001662*                  MODE "R", KEYED RE-READS ONLY, BECAUSE THE
001663*                  MSTCTL BASELINE PREDATES WHAT THE FAILED
001664*                  NIGHT LEGITIMATELY APPLIED
001669* 10/15/2026 DNO   THE NEW OBSNOTE STEP NOW RUNS AFTER PAYDRIVE AS
001674*                  CHECKPOINT STEP 7, PRINTING EACH OBSERVER'S
001679*                  NOTICE OF THE DAY'S ACCEPTED, HELD, QUERIED AND
001684*                  REJECTED RECORDS ONCE THE LOAD HAS SETTLED THEM
001689* 10/15/2026 DNO   GENROLL IS NOW CALLED WITH ROLL MODE R - THE
001694*                  NIGHTLY ROLL OF THE RUN OUTPUTS
001704* 10/15/2026 DNO   THE NEW SGTBAL STEP NOW RUNS AFTER SIGHTLOAD AS
001714*                  CHECKPOINT STEP 5, BALANCING THE NIGHT'S
001724*                  SIGHTING RECORDS FROM SIGHTCOL THROUGH SIGHTEDT
001734*                  AND SIGHTLOAD TO THE ARCHIVE.  AN UNACCEPTED
001744*                  DIFFERENCE ENDS IT RC 16 AND HALTS THE SUITE.
001754*                  POPTREND, PAYDRIVE AND OBSNOTE MOVED TO STEPS
001764*                  6, 7 AND 8 - CLEAR JOBCKP BEFORE THE FIRST RUN
001774*                  OF THIS VERSION IF A RESTART IS PENDING
001776* 10/15/2026 DNO   THE NIGHT'S REPORTS ARE BURST TO THEIR
001778*                  RECIPIENTS BY PRTBURST AFTER THE RUN SUMMARY
001779* 10/15/2026 DNO   PERIOD-END JOBS ARE NOW TAKEN FROM THE JOBSCHED
001780*                  SCHEDULE AS CHECKPOINT STEP 9, AFTER OBSNOTE.
001781*                  EACH ENTRY'S RULE (DAILY, MONTH-END, QUARTER-
001782*                  END, YEAR-END, TAX YEAR-END, CENSUS DATE) IS
001783*                  TESTED AGAINST THE BUSCAL CALENDAR THROUGH
001784*                  CALSRV, THE JOBS DUE RUN IN DEPENDENCY ORDER,
001785*                  EACH COMPLETED JOB IS NOTED ON PERCKP SO A
001786*                  RESTART RUNS ONLY WHAT IS LEFT, AND THE JOBSKED
001787*                  REPORT LISTS EVERY JOB DUE WITH ITS OUTCOME -
001788*                  ANY SKIPPED OR FAILED JOB IS NAMED THERE AND ON
001789*                  THE CONSOLE
001790*================================================================*
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. JOBDRIVE.
002000 AUTHOR. D. OKAFOR.
002398     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
002400         ORGANIZATION IS LINE SEQUENTIAL
002402         FILE STATUS IS JBD-RUNHIST-STATUS.
002407     SELECT OPTIONAL JOB-SCHEDULE ASSIGN TO "JOBSCHED"
002412         ORGANIZATION IS LINE SEQUENTIAL
002417         FILE STATUS IS JBD-SCHEDULE-STATUS.
002422
002427     SELECT OPTIONAL PERIOD-CHECKPOINT ASSIGN TO "PERCKP"
002432         ORGANIZATION IS LINE SEQUENTIAL
002437         FILE STATUS IS JBD-PERIOD-CKP-STATUS.
002442
002447     SELECT SCHEDULE-REPORT ASSIGN TO "JOBSKED"
002452         ORGANIZATION IS LINE SEQUENTIAL
002457         FILE STATUS IS JBD-REPORT-STATUS.
002462
002500 DATA DIVISION.
002510 FILE SECTION.
002520 FD  RUN-LOG.
002588*----------------------------------------------------------------*
002590 FD  RUN-HISTORY.
002592 01  RUN-HISTORY-RECORD          PIC X(70).
002597 FD  JOB-SCHEDULE.
002602 COPY JOBSCHED.
002607
002612*----------------------------------------------------------------*
002617* ONE RECORD PER PERIOD-END JOB COMPLETED FOR THE BUSINESS DATE -
002622* A RESTART RUNS ONLY THE SCHEDULED JOBS NOT YET ON IT
002627*----------------------------------------------------------------*
002632 FD  PERIOD-CHECKPOINT.
002637 01  PERIOD-CHECKPOINT-RECORD.
002642     05  PCK-BUSINESS-DATE       PIC 9(08).
002647     05  PCK-JOB-NAME            PIC X(08).
002652     05  PCK-RETURN-CODE         PIC 9(02).
002657
002662 FD  SCHEDULE-REPORT.
002667 01  SCHEDULE-REPORT-LINE        PIC X(80).
002672
002677 WORKING-STORAGE SECTION.
002700 01  JBD-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002800 01  JBD-JOB-RETURN-CODE        PIC 9(02) VALUE ZERO.
002810 01  JBD-RUNLOG-STATUS          PIC X(02).
002848     88  JBD-RUNLOG-NOT-EOF     VALUE "N".
002849 01  JBD-ARCHIVED-COUNT         PIC 9(05) VALUE ZERO.
002850 01  JBD-VERIFY-MODE            PIC X(01).
002851 01  JBD-ROLL-MODE              PIC X(01) VALUE "R".
002852 01  JBD-OVERRIDE-STATUS        PIC X(02).
002853 01  JBD-BUSINESS-DATE          PIC 9(08).
002854 01  JBD-BUSINESS-PARTS REDEFINES JBD-BUSINESS-DATE.
002855     05  JBD-BUSINESS-YEAR      PIC 9(04).
002856     05  JBD-BUSINESS-MONTH     PIC 9(02).
002857         88  JBD-QUARTER-MONTH  VALUES 03 06 09 12.
002858     05  JBD-BUSINESS-DAY       PIC 9(02).
002859 01  JBD-CALENDAR-REQUEST       PIC X(01).
002860 01  JBD-CALENDAR-RESULT        PIC 9(08).
002861 01  JBD-DAY-FLAGS.
002862     05  JBD-WORKING-FLAG       PIC X(01).
002863         88  JBD-WORKING-DAY    VALUE "Y".
002864         88  JBD-NON-WORKING-DAY VALUE "N".
002866     05  JBD-PAY-FLAG           PIC X(01).
002868 01  JBD-OVERRIDE-SWITCH        PIC X(01).
002870     88  JBD-OVERRIDE-GIVEN     VALUE "Y".
002872     88  JBD-NO-OVERRIDE        VALUE "N".
002873*----------------------------------------------------------------*
002874* THE PERIOD-END SCHEDULE, HELD WHOLE WITH EACH JOB'S STATE
002875*----------------------------------------------------------------*
002876 01  JBD-SCHEDULE-STATUS        PIC X(02).
002877 01  JBD-PERIOD-CKP-STATUS      PIC X(02).
002878 01  JBD-REPORT-STATUS          PIC X(02).
002879 01  JBD-SCHEDULE-EOF-SWITCH    PIC X(01).
002880     88  JBD-SCHEDULE-EOF       VALUE "Y".
002881     88  JBD-SCHEDULE-NOT-EOF   VALUE "N".
002882 01  JBD-SUITE-HALT-SWITCH      PIC X(01).
002883     88  JBD-SUITE-HALTED       VALUE "Y".
002884     88  JBD-SUITE-RUNNING      VALUE "N".
002885 01  JBD-SCHEDULE-TABLE.
002886     05  JBD-SCH-ENTRY          OCCURS 50 TIMES.
002887         10  JBD-SCH-JOB-NAME   PIC X(08).
002888         10  JBD-SCH-FREQUENCY  PIC X(01).
002889         10  JBD-SCH-CENSUS-MMDD PIC 9(04).
002890         10  JBD-SCH-CENSUS-PARTS REDEFINES JBD-SCH-CENSUS-MMDD.
002891             15  JBD-SCH-CENSUS-MONTH PIC 9(02).
002892             15  JBD-SCH-CENSUS-DAY PIC 9(02).
002893         10  JBD-SCH-DEPENDS-ON PIC X(08) OCCURS 3 TIMES.
002894         10  JBD-SCH-STATE      PIC X(01).
002895             88  JBD-SCH-NOT-DUE     VALUE "N".
002896             88  JBD-SCH-PENDING     VALUE "P".
002897             88  JBD-SCH-COMPLETED   VALUE "C".
002898             88  JBD-SCH-DONE-EARLIER VALUE "E".
002899             88  JBD-SCH-FAILED      VALUE "F".
002900             88  JBD-SCH-SKIPPED     VALUE "S".
002901             88  JBD-SCH-INVALID     VALUE "I".
002902         10  JBD-SCH-RETURN-CODE PIC 9(02).
002903         10  JBD-SCH-OUTCOME    PIC X(40).
002904 01  JBD-SCH-COUNT              PIC 9(03) VALUE ZERO COMP.
002905 01  JBD-SCH-INDEX              PIC 9(03) COMP.
002906 01  JBD-DEP-INDEX              PIC 9(03) COMP.
002907 01  JBD-OTHER-INDEX            PIC 9(03) COMP.
002908 01  JBD-DUE-COUNT              PIC 9(03) VALUE ZERO.
002909 01  JBD-MISSED-COUNT           PIC 9(03) VALUE ZERO.
002910 01  JBD-PERIOD-FAILURES        PIC 9(03) VALUE ZERO.
002911 01  JBD-PASS-SWITCH            PIC X(01).
002912     88  JBD-PASS-PROGRESSED    VALUE "Y".
002913     88  JBD-PASS-STALLED       VALUE "N".
002914 01  JBD-DEPENDENCY-SWITCH      PIC X(01).
002915     88  JBD-DEPENDENCIES-MET   VALUE "M".
002916     88  JBD-DEPENDENCY-WAITING VALUE "W".
002917     88  JBD-DEPENDENCY-FAILED  VALUE "F".
002918 01  JBD-FAILED-DEPENDENCY      PIC X(08).
002919 01  JBD-CALL-NAME              PIC X(08).
002920 01  JBD-CALL-SWITCH            PIC X(01).
002921     88  JBD-CALL-MADE          VALUE "Y".
002922     88  JBD-CALL-FAILED        VALUE "N".
002923*----------------------------------------------------------------*
002924* THE DATES THAT DECIDE WHICH PERIOD ENDS TONIGHT
002925*----------------------------------------------------------------*
002926 01  JBD-PREVIOUS-WORKING-DATE  PIC 9(08).
002927 01  JBD-PREVIOUS-PARTS REDEFINES JBD-PREVIOUS-WORKING-DATE.
002928     05  JBD-PREVIOUS-YEAR      PIC 9(04).
002929     05  FILLER                 PIC 9(04).
002930 01  JBD-NEXT-WORKING-DATE      PIC 9(08).
002931 01  JBD-NEXT-MONTH-START       PIC 9(08).
002932 01  JBD-NEXT-MONTH-PARTS REDEFINES JBD-NEXT-MONTH-START.
002933     05  JBD-NEXT-MONTH-YEAR    PIC 9(04).
002934     05  JBD-NEXT-MONTH-MONTH   PIC 9(02).
002935     05  JBD-NEXT-MONTH-DAY     PIC 9(02).
002936 01  JBD-BUSINESS-SERIAL        PIC 9(07).
002937 01  JBD-MONTH-START-SERIAL     PIC 9(07).
002938 01  JBD-MONTH-END-SWITCH       PIC X(01).
002939     88  JBD-MONTH-END-NIGHT    VALUE "Y".
002940     88  JBD-NOT-MONTH-END      VALUE "N".
002941 01  JBD-ANCHOR-MMDD            PIC 9(04).
002942 01  JBD-ANCHOR-DATE            PIC 9(08).
002943 01  JBD-DUE-SWITCH             PIC X(01).
002944     88  JBD-JOB-DUE            VALUE "Y".
002945     88  JBD-JOB-NOT-DUE        VALUE "N".
002946*----------------------------------------------------------------*
002947* THE JOBSKED SCHEDULE REPORT
002948*----------------------------------------------------------------*
002949 01  JBD-SCHEDULE-DETAIL-LINE.
002950     05  JBD-SDL-JOB            PIC X(08).
002951     05  FILLER                 PIC X(02) VALUE SPACES.
002952     05  JBD-SDL-FREQUENCY      PIC X(16).
002953     05  FILLER                 PIC X(02) VALUE SPACES.
002954     05  JBD-SDL-OUTCOME        PIC X(40).
002955     05  FILLER                 PIC X(12) VALUE SPACES.
002956 01  JBD-FREQUENCY-TEXT         PIC X(16).
002957 01  JBD-CENSUS-EDITED          PIC 9(2)/9(2).
002958 01  JBD-DATE-EDITED            PIC 9(4)/9(2)/9(2).
002959 01  JBD-COUNT-DISPLAY          PIC ZZ9.
002960 COPY PRTCTL.
002961
003000 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003102     PERFORM 0300-CHECK-WORKING-DATE
003116     IF JBD-LAST-COMPLETED = 0
003119         PERFORM 0450-ARCHIVE-RUN-LOG
003122         PERFORM 0500-CLEAR-RUN-LOG
003124         PERFORM 0550-CLEAR-PERIOD-CHECKPOINT
003125     ELSE
003128         DISPLAY "JOBDRIVE - RESTART, SKIPPING FIRST "
003131             JBD-LAST-COMPLETED " STEPS"
003700             JBD-JOB-RETURN-CODE
003800     END-IF
003900     IF JBD-JOB-RETURN-CODE < 16
004000         PERFORM 2500-RUN-SIGHTINGS-BALANCE
004100     ELSE
004200         DISPLAY "JOBDRIVE - HALTED AFTER SIGHTLOAD, RETURN CODE "
004210             JBD-JOB-RETURN-CODE
004220     END-IF
004230     IF JBD-JOB-RETURN-CODE < 16
004240         PERFORM 3000-RUN-POPULATION-TREND
004250     ELSE
004260         DISPLAY "JOBDRIVE - HALTED AFTER SGTBAL, RETURN CODE "
004300             JBD-JOB-RETURN-CODE
004400     END-IF
004500     IF JBD-JOB-RETURN-CODE < 16
004800         DISPLAY "JOBDRIVE - HALTED AFTER POPTREND, RETURN CODE "
004900             JBD-JOB-RETURN-CODE
005000     END-IF
005001     IF JBD-JOB-RETURN-CODE < 16
005002         PERFORM 4500-RUN-OBSERVER-NOTICES
005003     ELSE
005004         DISPLAY "JOBDRIVE - HALTED AFTER PAYDRIVE, RETURN CODE "
005005             JBD-JOB-RETURN-CODE
005006     END-IF
005007*    A HALTED SUITE STILL REPORTS THE PERIOD-END JOBS IT MISSED
005008     IF JBD-JOB-RETURN-CODE < 16
005009         SET JBD-SUITE-RUNNING TO TRUE
005010     ELSE
005011         SET JBD-SUITE-HALTED TO TRUE
005012     END-IF
005013     PERFORM 6000-RUN-PERIOD-END-JOBS
005014*    A LOCK-REFUSED STEP (RC 12) LEFT WORK UNDONE - KEEP THE
005015*    CHECKPOINT SO THE RERUN RESUMES AT THAT STEP
005020     IF JBD-JOB-RETURN-CODE < 12
005030         PERFORM 8000-CLEAR-JOB-CHECKPOINT
005032*        A CLEAN NIGHT CLOSES WITH THE NEW CONTROL BASELINE
005038         DISPLAY "JOBDRIVE - MASTER CONTROL BASELINE TAKEN"
005040     END-IF
005050     PERFORM 5000-RUN-SUMMARY
005055     PERFORM 5200-RUN-REPORT-BURSTING
005060     PERFORM 5500-RUN-GENERATION-ROLL
005100     MOVE JBD-JOB-RETURN-CODE TO RETURN-CODE
005200     STOP RUN
005496     OPEN OUTPUT RUN-LOG
005497     CLOSE RUN-LOG
005498     .
005499 0550-CLEAR-PERIOD-CHECKPOINT.
005500     OPEN OUTPUT PERIOD-CHECKPOINT
005501     CLOSE PERIOD-CHECKPOINT
005502     .
005503
005504 1000-RUN-SPECIES-MAINTENANCE.
005510     IF JBD-LAST-COMPLETED NOT < 1
005520         DISPLAY "JOBDRIVE - SPMAINT ALREADY COMPLETE, SKIPPED"
005530     ELSE
006840         END-IF
006850     END-IF
006900     .
006902
006905 2500-RUN-SIGHTINGS-BALANCE.
006910     IF JBD-LAST-COMPLETED NOT < 5
006915         DISPLAY "JOBDRIVE - SGTBAL ALREADY COMPLETE, SKIPPED"
006920     ELSE
006925         CALL "SGTBAL"
006930         MOVE RETURN-CODE TO JBD-STEP-RETURN-CODE
006935         DISPLAY "JOBDRIVE - SGTBAL RETURN CODE: "
006940             JBD-STEP-RETURN-CODE
006945         PERFORM 9000-UPDATE-JOB-RETURN-CODE
006950         IF JBD-STEP-RETURN-CODE < 12
006955             MOVE 5 TO JBD-COMPLETED-STEP
006960             PERFORM 9100-WRITE-JOB-CHECKPOINT
006965         END-IF
006970     END-IF
006975     .
007000
007100 3000-RUN-POPULATION-TREND.
007110     IF JBD-LAST-COMPLETED NOT < 6
007120         DISPLAY "JOBDRIVE - POPTREND ALREADY COMPLETE, SKIPPED"
007130     ELSE
007200         CALL "POPTREND"
007500             JBD-STEP-RETURN-CODE
007600         PERFORM 9000-UPDATE-JOB-RETURN-CODE
007610         IF JBD-STEP-RETURN-CODE < 12
007620             MOVE 6 TO JBD-COMPLETED-STEP
007630             PERFORM 9100-WRITE-JOB-CHECKPOINT
007640         END-IF
007650     END-IF
007700     .
007800
007900 4000-RUN-PAYROLL.
007910     IF JBD-LAST-COMPLETED NOT < 7
007920         DISPLAY "JOBDRIVE - PAYDRIVE ALREADY COMPLETE, SKIPPED"
007930     ELSE
008000         CALL "PAYDRIVE"
008300             JBD-STEP-RETURN-CODE
008400         PERFORM 9000-UPDATE-JOB-RETURN-CODE
008410         IF JBD-STEP-RETURN-CODE < 12
008420             MOVE 7 TO JBD-COMPLETED-STEP
008430             PERFORM 9100-WRITE-JOB-CHECKPOINT
008440         END-IF
008450     END-IF
008500     .
008600
008601 4500-RUN-OBSERVER-NOTICES.
008602     IF JBD-LAST-COMPLETED NOT < 8
008603         DISPLAY "JOBDRIVE - OBSNOTE ALREADY COMPLETE, SKIPPED"
008604     ELSE
008605         CALL "OBSNOTE"
008606         MOVE RETURN-CODE TO JBD-STEP-RETURN-CODE
008607         DISPLAY "JOBDRIVE - OBSNOTE RETURN CODE: "
008608             JBD-STEP-RETURN-CODE
008609         PERFORM 9000-UPDATE-JOB-RETURN-CODE
008610         IF JBD-STEP-RETURN-CODE < 12
008611             MOVE 8 TO JBD-COMPLETED-STEP
008612             PERFORM 9100-WRITE-JOB-CHECKPOINT
008613         END-IF
008614     END-IF
008615     .
008616 5000-RUN-SUMMARY.
008620     CALL "RUNSUMM"
008630     .
008631
008632 5200-RUN-REPORT-BURSTING.
008633     CALL "PRTBURST"
008634     MOVE RETURN-CODE TO JBD-STEP-RETURN-CODE
008635     DISPLAY "JOBDRIVE - PRTBURST RETURN CODE: "
008636         JBD-STEP-RETURN-CODE
008637     PERFORM 9000-UPDATE-JOB-RETURN-CODE
008638     .
008639
008640 5500-RUN-GENERATION-ROLL.
008641     CALL "GENROLL" USING JBD-ROLL-MODE
008642     .
008643
008650*----------------------------------------------------------------*
008660* PERIOD-END JOBS FROM THE JOBSCHED SCHEDULE.  THE STEP IS ONLY
008670* CHECKPOINTED AS COMPLETE WHEN NO JOB DUE FAILED; A RESTART THEN
008680* RUNS AGAIN ONLY THE JOBS NOT ALREADY ON PERCKP
008690*----------------------------------------------------------------*
008700 6000-RUN-PERIOD-END-JOBS.
008710     IF JBD-LAST-COMPLETED NOT < 9
008720         DISPLAY "JOBDRIVE - PERIOD-END JOBS ALREADY COMPLETE, "
008730             "SKIPPED"
008740     ELSE
008750         PERFORM 6100-LOAD-JOB-SCHEDULE
008760         PERFORM 6200-SET-PERIOD-DATES
008770         PERFORM 6300-MARK-DUE-JOB
008780             VARYING JBD-SCH-INDEX FROM 1 BY 1
008790             UNTIL JBD-SCH-INDEX > JBD-SCH-COUNT
008800         IF JBD-SUITE-HALTED
008810             DISPLAY "JOBDRIVE - SUITE HALTED, PERIOD-END JOBS "
008820                 "NOT RUN"
008830             PERFORM 6350-SKIP-FOR-HALT
008840                 VARYING JBD-SCH-INDEX FROM 1 BY 1
008850                 UNTIL JBD-SCH-INDEX > JBD-SCH-COUNT
008860         ELSE
008870             PERFORM 6400-LOAD-PERIOD-CHECKPOINT
008880             SET JBD-PASS-PROGRESSED TO TRUE
008890             PERFORM 6500-RUN-ONE-PASS UNTIL JBD-PASS-STALLED
008900             PERFORM 6700-SKIP-ONE-STALLED
008910                 VARYING JBD-SCH-INDEX FROM 1 BY 1
008920                 UNTIL JBD-SCH-INDEX > JBD-SCH-COUNT
008930         END-IF
008940         PERFORM 6800-PRINT-SCHEDULE-REPORT
008950         IF JBD-SUITE-RUNNING
008960         AND JBD-PERIOD-FAILURES = ZERO
008970             MOVE 9 TO JBD-COMPLETED-STEP
008980             PERFORM 9100-WRITE-JOB-CHECKPOINT
008990         END-IF
009000     END-IF
009010     .
009020
009030 6100-LOAD-JOB-SCHEDULE.
009040     MOVE ZERO TO JBD-SCH-COUNT
009050     SET JBD-SCHEDULE-NOT-EOF TO TRUE
009060     OPEN INPUT JOB-SCHEDULE
009070     IF JBD-SCHEDULE-STATUS = "00"
009080         PERFORM 6180-READ-JOB-SCHEDULE
009090         PERFORM 6120-TAKE-ONE-ENTRY UNTIL JBD-SCHEDULE-EOF
009100     ELSE
009110         DISPLAY "JOBDRIVE - NO JOBSCHED SCHEDULE, NO PERIOD-END "
009120             "JOBS"
009130     END-IF
009140     IF JBD-SCHEDULE-STATUS = "00"
009150     OR JBD-SCHEDULE-STATUS = "05"
009160     OR JBD-SCHEDULE-STATUS = "10"
009170         CLOSE JOB-SCHEDULE
009180     END-IF
009190     .
009200
009210 6120-TAKE-ONE-ENTRY.
009220     IF JBD-SCH-COUNT < 50
009230         ADD 1 TO JBD-SCH-COUNT
009240         MOVE JSCH-JOB-NAME  TO JBD-SCH-JOB-NAME(JBD-SCH-COUNT)
009250         MOVE JSCH-FREQUENCY TO JBD-SCH-FREQUENCY(JBD-SCH-COUNT)
009260         IF JSCH-CENSUS-MMDD IS NUMERIC
009270             MOVE JSCH-CENSUS-MMDD
009280                 TO JBD-SCH-CENSUS-MMDD(JBD-SCH-COUNT)
009290         ELSE
009300             MOVE ZERO TO JBD-SCH-CENSUS-MMDD(JBD-SCH-COUNT)
009310         END-IF
009320         MOVE JSCH-DEPENDS-ON(1)
009330             TO JBD-SCH-DEPENDS-ON(JBD-SCH-COUNT, 1)
009340         MOVE JSCH-DEPENDS-ON(2)
009350             TO JBD-SCH-DEPENDS-ON(JBD-SCH-COUNT, 2)
009360         MOVE JSCH-DEPENDS-ON(3)
009370             TO JBD-SCH-DEPENDS-ON(JBD-SCH-COUNT, 3)
009380         SET JBD-SCH-NOT-DUE(JBD-SCH-COUNT) TO TRUE
009390         MOVE ZERO   TO JBD-SCH-RETURN-CODE(JBD-SCH-COUNT)
009400         MOVE SPACES TO JBD-SCH-OUTCOME(JBD-SCH-COUNT)
009410     ELSE
009420         DISPLAY "JOBDRIVE - JOBSCHED TABLE FULL, NOT SCHEDULED: "
009430             JSCH-JOB-NAME
009440     END-IF
009450     PERFORM 6180-READ-JOB-SCHEDULE
009460     .
009470
009480 6180-READ-JOB-SCHEDULE.
009490     READ JOB-SCHEDULE
009500         AT END
009510             SET JBD-SCHEDULE-EOF TO TRUE
009520     END-READ
009530     .
009540
009550*----------------------------------------------------------------*
009560* TONIGHT IS A MONTH-END WHEN THE NEXT WORKING DAY FALLS IN A
009570* LATER MONTH.  WITH NO LATER CALENDAR ENTRY TOMORROW IS TAKEN AS
009580* A WORKING DAY, AND WITH NO EARLIER ONE YESTERDAY IS - THE SAME
009590* DEFAULT CALSRV APPLIES TO A DATE THE CALENDAR DOES NOT HOLD
009600*----------------------------------------------------------------*
009610 6200-SET-PERIOD-DATES.
009620     MOVE "P" TO JBD-CALENDAR-REQUEST
009630     CALL "CALSRV" USING JBD-CALENDAR-REQUEST
009640         JBD-BUSINESS-DATE JBD-PREVIOUS-WORKING-DATE
009650         JBD-DAY-FLAGS
009660     IF JBD-PREVIOUS-WORKING-DATE NOT < JBD-BUSINESS-DATE
009670*        ONLY EVER COMPARED - ONE LESS STANDS FOR YESTERDAY
009680         COMPUTE JBD-PREVIOUS-WORKING-DATE =
009690             JBD-BUSINESS-DATE - 1
009700     END-IF
009710     MOVE "N" TO JBD-CALENDAR-REQUEST
009720     CALL "CALSRV" USING JBD-CALENDAR-REQUEST
009730         JBD-BUSINESS-DATE JBD-NEXT-WORKING-DATE
009740         JBD-DAY-FLAGS
009750     MOVE JBD-BUSINESS-YEAR TO JBD-NEXT-MONTH-YEAR
009760     IF JBD-BUSINESS-MONTH = 12
009770         ADD 1 TO JBD-NEXT-MONTH-YEAR
009780         MOVE 1 TO JBD-NEXT-MONTH-MONTH
009790     ELSE
009800         COMPUTE JBD-NEXT-MONTH-MONTH = JBD-BUSINESS-MONTH + 1
009810     END-IF
009820     MOVE 1 TO JBD-NEXT-MONTH-DAY
009830     SET JBD-NOT-MONTH-END TO TRUE
009840     IF JBD-NEXT-WORKING-DATE > JBD-BUSINESS-DATE
009850         IF JBD-NEXT-WORKING-DATE NOT < JBD-NEXT-MONTH-START
009860             SET JBD-MONTH-END-NIGHT TO TRUE
009870         END-IF
009880     ELSE
009890         CALL "DAYSERL" USING JBD-BUSINESS-DATE
009900             JBD-BUSINESS-SERIAL
009910         CALL "DAYSERL" USING JBD-NEXT-MONTH-START
009920             JBD-MONTH-START-SERIAL
009930         IF JBD-MONTH-START-SERIAL = JBD-BUSINESS-SERIAL + 1
009940             SET JBD-MONTH-END-NIGHT TO TRUE
009950         END-IF
009960     END-IF
009970     .
009980
009990 6300-MARK-DUE-JOB.
010000     SET JBD-JOB-NOT-DUE TO TRUE
010010     EVALUATE TRUE
010020         WHEN JBD-SCH-JOB-NAME(JBD-SCH-INDEX) = SPACES
010030             SET JBD-SCH-INVALID(JBD-SCH-INDEX) TO TRUE
010040             MOVE "NOT RUN - NO JOB NAME ON THE ENTRY"
010050                 TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
010060         WHEN JBD-SCH-FREQUENCY(JBD-SCH-INDEX) = "D"
010070             SET JBD-JOB-DUE TO TRUE
010080         WHEN JBD-SCH-FREQUENCY(JBD-SCH-INDEX) = "M"
010090             IF JBD-MONTH-END-NIGHT
010100                 SET JBD-JOB-DUE TO TRUE
010110             END-IF
010120         WHEN JBD-SCH-FREQUENCY(JBD-SCH-INDEX) = "Q"
010130             IF JBD-MONTH-END-NIGHT
010140             AND JBD-QUARTER-MONTH
010150                 SET JBD-JOB-DUE TO TRUE
010160             END-IF
010170         WHEN JBD-SCH-FREQUENCY(JBD-SCH-INDEX) = "Y"
010180             MOVE 0101 TO JBD-ANCHOR-MMDD
010190             PERFORM 6320-TEST-ANCHOR-DATE
010200         WHEN JBD-SCH-FREQUENCY(JBD-SCH-INDEX) = "T"
010210             MOVE 0406 TO JBD-ANCHOR-MMDD
010220             PERFORM 6320-TEST-ANCHOR-DATE
010230         WHEN JBD-SCH-FREQUENCY(JBD-SCH-INDEX) = "C"
010240             IF JBD-SCH-CENSUS-MONTH(JBD-SCH-INDEX) > ZERO
010250             AND JBD-SCH-CENSUS-MONTH(JBD-SCH-INDEX) < 13
010260             AND JBD-SCH-CENSUS-DAY(JBD-SCH-INDEX) > ZERO
010270             AND JBD-SCH-CENSUS-DAY(JBD-SCH-INDEX) < 32
010280                 MOVE JBD-SCH-CENSUS-MMDD(JBD-SCH-INDEX)
010290                     TO JBD-ANCHOR-MMDD
010300                 PERFORM 6320-TEST-ANCHOR-DATE
010310             ELSE
010320                 SET JBD-SCH-INVALID(JBD-SCH-INDEX) TO TRUE
010330                 MOVE "NOT RUN - CENSUS DATE NOT VALID"
010340                     TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
010350             END-IF
010360         WHEN OTHER
010370             SET JBD-SCH-INVALID(JBD-SCH-INDEX) TO TRUE
010380             MOVE "NOT RUN - FREQUENCY NOT KNOWN"
010390                 TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
010400     END-EVALUATE
010410     IF JBD-SCH-INVALID(JBD-SCH-INDEX)
010420         ADD 1 TO JBD-MISSED-COUNT
010430         MOVE 4 TO JBD-STEP-RETURN-CODE
010440         PERFORM 9000-UPDATE-JOB-RETURN-CODE
010450     END-IF
010460     IF JBD-JOB-DUE
010470         SET JBD-SCH-PENDING(JBD-SCH-INDEX) TO TRUE
010480         ADD 1 TO JBD-DUE-COUNT
010490     END-IF
010500     .
010510
010520*----------------------------------------------------------------*
010530* A YEAR-END, TAX YEAR-END OR CENSUS JOB IS DUE ON THE FIRST
010540* WORKING DAY ON OR AFTER ITS DATE - THE DATE LIES AFTER THE LAST
010550* WORKING DAY AND NO LATER THAN TONIGHT.  BOTH YEARS ARE TRIED SO
010560* A DATE LATE IN DECEMBER IS NOT LOST ACROSS THE YEAR END
010570*----------------------------------------------------------------*
010580 6320-TEST-ANCHOR-DATE.
010590     COMPUTE JBD-ANCHOR-DATE =
010600         JBD-BUSINESS-YEAR * 10000 + JBD-ANCHOR-MMDD
010610     IF JBD-ANCHOR-DATE > JBD-PREVIOUS-WORKING-DATE
010620     AND JBD-ANCHOR-DATE NOT > JBD-BUSINESS-DATE
010630         SET JBD-JOB-DUE TO TRUE
010640     END-IF
010650     COMPUTE JBD-ANCHOR-DATE =
010660         JBD-PREVIOUS-YEAR * 10000 + JBD-ANCHOR-MMDD
010670     IF JBD-ANCHOR-DATE > JBD-PREVIOUS-WORKING-DATE
010680     AND JBD-ANCHOR-DATE NOT > JBD-BUSINESS-DATE
010690         SET JBD-JOB-DUE TO TRUE
010700     END-IF
010710     .
010720
010730 6350-SKIP-FOR-HALT.
010740     IF JBD-SCH-PENDING(JBD-SCH-INDEX)
010750         SET JBD-SCH-SKIPPED(JBD-SCH-INDEX) TO TRUE
010760         MOVE "SKIPPED - SUITE HALTED BEFORE IT"
010770             TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
010780         ADD 1 TO JBD-MISSED-COUNT
010790     END-IF
010800     .
010810
010820 6400-LOAD-PERIOD-CHECKPOINT.
010830     SET JBD-SCHEDULE-NOT-EOF TO TRUE
010840     OPEN INPUT PERIOD-CHECKPOINT
010850     IF JBD-PERIOD-CKP-STATUS = "00"
010860         PERFORM 6480-READ-PERIOD-CHECKPOINT
010870         PERFORM 6420-TAKE-ONE-COMPLETION UNTIL JBD-SCHEDULE-EOF
010880     END-IF
010890     IF JBD-PERIOD-CKP-STATUS = "00"
010900     OR JBD-PERIOD-CKP-STATUS = "05"
010910     OR JBD-PERIOD-CKP-STATUS = "10"
010920         CLOSE PERIOD-CHECKPOINT
010930     END-IF
010940     .
010950
010960 6420-TAKE-ONE-COMPLETION.
010970     IF PCK-BUSINESS-DATE = JBD-BUSINESS-DATE
010980         PERFORM 6440-MARK-ONE-COMPLETION
010990             VARYING JBD-SCH-INDEX FROM 1 BY 1
011000             UNTIL JBD-SCH-INDEX > JBD-SCH-COUNT
011010     END-IF
011020     PERFORM 6480-READ-PERIOD-CHECKPOINT
011030     .
011040
011050 6440-MARK-ONE-COMPLETION.
011060     IF JBD-SCH-JOB-NAME(JBD-SCH-INDEX) = PCK-JOB-NAME
011070     AND JBD-SCH-PENDING(JBD-SCH-INDEX)
011080         SET JBD-SCH-DONE-EARLIER(JBD-SCH-INDEX) TO TRUE
011090         MOVE PCK-RETURN-CODE
011100             TO JBD-SCH-RETURN-CODE(JBD-SCH-INDEX)
011110         MOVE "COMPLETED ON AN EARLIER RUN"
011120             TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
011130         DISPLAY "JOBDRIVE - " PCK-JOB-NAME
011140             " ALREADY COMPLETE, SKIPPED"
011150     END-IF
011160     .
011170
011180 6480-READ-PERIOD-CHECKPOINT.
011190     READ PERIOD-CHECKPOINT
011200         AT END
011210             SET JBD-SCHEDULE-EOF TO TRUE
011220     END-READ
011230     .
011240
011250*----------------------------------------------------------------*
011260* EACH PASS RUNS, IN SCHEDULE ORDER, EVERY JOB WHOSE DEPENDENCIES
011270* HAVE COMPLETED, AND SKIPS EVERY JOB WITH ONE THAT DID NOT.  THE
011280* PASSES STOP WHEN ONE CHANGES NOTHING
011290*----------------------------------------------------------------*
011300 6500-RUN-ONE-PASS.
011310     SET JBD-PASS-STALLED TO TRUE
011320     PERFORM 6520-TRY-ONE-JOB
011330         VARYING JBD-SCH-INDEX FROM 1 BY 1
011340         UNTIL JBD-SCH-INDEX > JBD-SCH-COUNT
011350     .
011360
011370 6520-TRY-ONE-JOB.
011380     IF JBD-SCH-PENDING(JBD-SCH-INDEX)
011390         SET JBD-DEPENDENCIES-MET TO TRUE
011400         PERFORM 6540-CHECK-ONE-DEPENDENCY
011410             VARYING JBD-DEP-INDEX FROM 1 BY 1
011420             UNTIL JBD-DEP-INDEX > 3
011430         EVALUATE TRUE
011440             WHEN JBD-DEPENDENCY-FAILED
011450                 SET JBD-SCH-SKIPPED(JBD-SCH-INDEX) TO TRUE
011460                 MOVE SPACES TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
011470                 STRING "SKIPPED - " DELIMITED BY SIZE
011480                     JBD-FAILED-DEPENDENCY DELIMITED BY SPACE
011490                     " DID NOT COMPLETE" DELIMITED BY SIZE
011500                     INTO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
011510                 END-STRING
011520                 ADD 1 TO JBD-MISSED-COUNT
011530                 MOVE 4 TO JBD-STEP-RETURN-CODE
011540                 PERFORM 9000-UPDATE-JOB-RETURN-CODE
011550                 SET JBD-PASS-PROGRESSED TO TRUE
011560             WHEN JBD-DEPENDENCIES-MET
011570                 PERFORM 6600-RUN-SCHEDULED-JOB
011580                 SET JBD-PASS-PROGRESSED TO TRUE
011590             WHEN OTHER
011600                 CONTINUE
011610         END-EVALUATE
011620     END-IF
011630     .
011640
011650 6540-CHECK-ONE-DEPENDENCY.
011660     IF JBD-SCH-DEPENDS-ON(JBD-SCH-INDEX, JBD-DEP-INDEX)
011670         NOT = SPACES
011680         PERFORM 6560-WEIGH-DEPENDENCY
011690             VARYING JBD-OTHER-INDEX FROM 1 BY 1
011700             UNTIL JBD-OTHER-INDEX > JBD-SCH-COUNT
011710     END-IF
011720     .
011730
011740 6560-WEIGH-DEPENDENCY.
011750     IF JBD-SCH-JOB-NAME(JBD-OTHER-INDEX)
011760         = JBD-SCH-DEPENDS-ON(JBD-SCH-INDEX, JBD-DEP-INDEX)
011770     AND JBD-OTHER-INDEX NOT = JBD-SCH-INDEX
011780         EVALUATE TRUE
011790             WHEN JBD-SCH-FAILED(JBD-OTHER-INDEX)
011800             WHEN JBD-SCH-SKIPPED(JBD-OTHER-INDEX)
011810             WHEN JBD-SCH-INVALID(JBD-OTHER-INDEX)
011820                 SET JBD-DEPENDENCY-FAILED TO TRUE
011830                 MOVE JBD-SCH-JOB-NAME(JBD-OTHER-INDEX)
011840                     TO JBD-FAILED-DEPENDENCY
011850             WHEN JBD-SCH-PENDING(JBD-OTHER-INDEX)
011860                 IF NOT JBD-DEPENDENCY-FAILED
011870                     SET JBD-DEPENDENCY-WAITING TO TRUE
011880                 END-IF
011890             WHEN OTHER
011900                 CONTINUE
011910         END-EVALUATE
011920     END-IF
011930     .
011940
011950*----------------------------------------------------------------*
011960* A JOB IS COMPLETE ON A RETURN CODE BELOW 12, AS THE NIGHTLY
011970* STEPS ARE, AND ONLY THEN GOES ON THE PERIOD CHECKPOINT
011980*----------------------------------------------------------------*
011990 6600-RUN-SCHEDULED-JOB.
012000     MOVE JBD-SCH-JOB-NAME(JBD-SCH-INDEX) TO JBD-CALL-NAME
012010     SET JBD-CALL-MADE TO TRUE
012020     CALL JBD-CALL-NAME
012030         ON EXCEPTION
012040             SET JBD-CALL-FAILED TO TRUE
012050     END-CALL
012060     IF JBD-CALL-MADE
012070         MOVE RETURN-CODE TO JBD-STEP-RETURN-CODE
012072*        A JOB SCHEDULED TWICE STARTS THE SECOND TIME AFRESH
012074         CANCEL JBD-CALL-NAME
012080     ELSE
012090         MOVE 16 TO JBD-STEP-RETURN-CODE
012100     END-IF
012110     DISPLAY "JOBDRIVE - " JBD-CALL-NAME " RETURN CODE: "
012120         JBD-STEP-RETURN-CODE
012130     PERFORM 9000-UPDATE-JOB-RETURN-CODE
012140     MOVE JBD-STEP-RETURN-CODE
012150         TO JBD-SCH-RETURN-CODE(JBD-SCH-INDEX)
012160     MOVE SPACES TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
012170     EVALUATE TRUE
012180         WHEN JBD-CALL-FAILED
012190             SET JBD-SCH-FAILED(JBD-SCH-INDEX) TO TRUE
012200             MOVE "FAILED - PROGRAM NOT FOUND"
012210                 TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
012220             ADD 1 TO JBD-MISSED-COUNT
012230             ADD 1 TO JBD-PERIOD-FAILURES
012240         WHEN JBD-STEP-RETURN-CODE < 12
012250             SET JBD-SCH-COMPLETED(JBD-SCH-INDEX) TO TRUE
012260             STRING "COMPLETED, RETURN CODE " DELIMITED BY SIZE
012270                 JBD-STEP-RETURN-CODE DELIMITED BY SIZE
012280                 INTO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
012290             END-STRING
012300             PERFORM 6650-WRITE-PERIOD-CHECKPOINT
012310         WHEN OTHER
012320             SET JBD-SCH-FAILED(JBD-SCH-INDEX) TO TRUE
012330             STRING "FAILED, RETURN CODE " DELIMITED BY SIZE
012340                 JBD-STEP-RETURN-CODE DELIMITED BY SIZE
012350                 INTO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
012360             END-STRING
012370             ADD 1 TO JBD-MISSED-COUNT
012380             ADD 1 TO JBD-PERIOD-FAILURES
012390     END-EVALUATE
012400     .
012410
012420 6650-WRITE-PERIOD-CHECKPOINT.
012430     OPEN EXTEND PERIOD-CHECKPOINT
012440     IF JBD-PERIOD-CKP-STATUS = "35"
012450         OPEN OUTPUT PERIOD-CHECKPOINT
012460     END-IF
012470     MOVE JBD-BUSINESS-DATE     TO PCK-BUSINESS-DATE
012480     MOVE JBD-CALL-NAME         TO PCK-JOB-NAME
012490     MOVE JBD-STEP-RETURN-CODE  TO PCK-RETURN-CODE
012500     WRITE PERIOD-CHECKPOINT-RECORD
012510     CLOSE PERIOD-CHECKPOINT
012520     .
012530
012540 6700-SKIP-ONE-STALLED.
012550     IF JBD-SCH-PENDING(JBD-SCH-INDEX)
012560         SET JBD-SCH-SKIPPED(JBD-SCH-INDEX) TO TRUE
012570         MOVE "SKIPPED - DEPENDENCIES CANNOT BE MET"
012580             TO JBD-SCH-OUTCOME(JBD-SCH-INDEX)
012590         ADD 1 TO JBD-MISSED-COUNT
012600         MOVE 4 TO JBD-STEP-RETURN-CODE
012610         PERFORM 9000-UPDATE-JOB-RETURN-CODE
012620     END-IF
012630     .
012640
012650*----------------------------------------------------------------*
012660* THE JOBSKED REPORT - EVERY JOB DUE TONIGHT WITH ITS OUTCOME, AND
012670* EVERY SCHEDULE ENTRY THAT COULD NOT BE READ
012680*----------------------------------------------------------------*
012690 6800-PRINT-SCHEDULE-REPORT.
012700     OPEN OUTPUT SCHEDULE-REPORT
012710     SET PRT-ACTION-INIT TO TRUE
012720     MOVE "PERIOD-END SCHEDULE" TO PRT-REPORT-NAME
012730     MOVE "JOBDRIVE" TO PRT-PRODUCER
012740     CALL "PRTSRV" USING PRT-CONTROL
012750     MOVE JBD-BUSINESS-DATE TO JBD-DATE-EDITED
012760     MOVE SPACES TO SCHEDULE-REPORT-LINE
012770     STRING "BUSINESS DATE " DELIMITED BY SIZE
012780         JBD-DATE-EDITED DELIMITED BY SIZE
012790         INTO SCHEDULE-REPORT-LINE
012800     END-STRING
012810     IF JBD-MONTH-END-NIGHT
012820         MOVE "- LAST WORKING DAY OF THE MONTH"
012830             TO SCHEDULE-REPORT-LINE(26:)
012840     END-IF
012850     PERFORM 6900-WRITE-REPORT-LINE
012860     MOVE SPACES TO SCHEDULE-REPORT-LINE
012870     PERFORM 6900-WRITE-REPORT-LINE
012880     MOVE "JOB       FREQUENCY         OUTCOME"
012890         TO SCHEDULE-REPORT-LINE
012900     PERFORM 6900-WRITE-REPORT-LINE
012910     PERFORM 6820-LIST-ONE-JOB
012920         VARYING JBD-SCH-INDEX FROM 1 BY 1
012930         UNTIL JBD-SCH-INDEX > JBD-SCH-COUNT
012940     IF JBD-DUE-COUNT = ZERO
012950         MOVE "NO PERIOD-END JOBS DUE TONIGHT"
012960             TO SCHEDULE-REPORT-LINE
012970         PERFORM 6900-WRITE-REPORT-LINE
012980     END-IF
012990     MOVE SPACES TO SCHEDULE-REPORT-LINE
013000     PERFORM 6900-WRITE-REPORT-LINE
013010     MOVE JBD-SCH-COUNT TO JBD-COUNT-DISPLAY
013020     MOVE SPACES TO SCHEDULE-REPORT-LINE
013030     STRING "SCHEDULE ENTRIES    " DELIMITED BY SIZE
013040         JBD-COUNT-DISPLAY DELIMITED BY SIZE
013050         INTO SCHEDULE-REPORT-LINE
013060     END-STRING
013070     PERFORM 6900-WRITE-REPORT-LINE
013080     MOVE JBD-DUE-COUNT TO JBD-COUNT-DISPLAY
013090     MOVE SPACES TO SCHEDULE-REPORT-LINE
013100     STRING "DUE TONIGHT         " DELIMITED BY SIZE
013110         JBD-COUNT-DISPLAY DELIMITED BY SIZE
013120         INTO SCHEDULE-REPORT-LINE
013130     END-STRING
013140     PERFORM 6900-WRITE-REPORT-LINE
013150     MOVE JBD-MISSED-COUNT TO JBD-COUNT-DISPLAY
013160     MOVE SPACES TO SCHEDULE-REPORT-LINE
013170     STRING "SKIPPED OR FAILED   " DELIMITED BY SIZE
013180         JBD-COUNT-DISPLAY DELIMITED BY SIZE
013190         INTO SCHEDULE-REPORT-LINE
013200     END-STRING
013210     PERFORM 6900-WRITE-REPORT-LINE
013220     SET PRT-ACTION-END TO TRUE
013230     CALL "PRTSRV" USING PRT-CONTROL
013240     WRITE SCHEDULE-REPORT-LINE FROM PRT-TRAILER-LINE
013250     CLOSE SCHEDULE-REPORT
013260     DISPLAY "JOBDRIVE - PERIOD-END JOBS DUE: " JBD-DUE-COUNT
013270         ", SKIPPED OR FAILED: " JBD-MISSED-COUNT
013280     .
013290
013300 6820-LIST-ONE-JOB.
013310     IF NOT JBD-SCH-NOT-DUE(JBD-SCH-INDEX)
013320         PERFORM 6840-SET-FREQUENCY-TEXT
013330         MOVE JBD-SCH-JOB-NAME(JBD-SCH-INDEX) TO JBD-SDL-JOB
013340         MOVE JBD-FREQUENCY-TEXT TO JBD-SDL-FREQUENCY
013350         MOVE JBD-SCH-OUTCOME(JBD-SCH-INDEX) TO JBD-SDL-OUTCOME
013360         MOVE JBD-SCHEDULE-DETAIL-LINE TO SCHEDULE-REPORT-LINE
013370         PERFORM 6900-WRITE-REPORT-LINE
013380         IF JBD-SCH-FAILED(JBD-SCH-INDEX)
013390         OR JBD-SCH-SKIPPED(JBD-SCH-INDEX)
013400         OR JBD-SCH-INVALID(JBD-SCH-INDEX)
013410             DISPLAY "JOBDRIVE - SCHEDULED JOB "
013420                 JBD-SCH-JOB-NAME(JBD-SCH-INDEX) " "
013430                 JBD-SCH-OUTCOME(JBD-SCH-INDEX)
013440         END-IF
013450     END-IF
013460     .
013470
013480 6840-SET-FREQUENCY-TEXT.
013490     EVALUATE JBD-SCH-FREQUENCY(JBD-SCH-INDEX)
013500         WHEN "D"
013510             MOVE "DAILY"        TO JBD-FREQUENCY-TEXT
013520         WHEN "M"
013530             MOVE "MONTH-END"    TO JBD-FREQUENCY-TEXT
013540         WHEN "Q"
013550             MOVE "QUARTER-END"  TO JBD-FREQUENCY-TEXT
013560         WHEN "Y"
013570             MOVE "YEAR-END"     TO JBD-FREQUENCY-TEXT
013580         WHEN "T"
013590             MOVE "TAX YEAR-END" TO JBD-FREQUENCY-TEXT
013600         WHEN "C"
013610             MOVE JBD-SCH-CENSUS-MMDD(JBD-SCH-INDEX)
013620                 TO JBD-CENSUS-EDITED
013630             MOVE SPACES TO JBD-FREQUENCY-TEXT
013640             STRING "CENSUS " DELIMITED BY SIZE
013650                 JBD-CENSUS-EDITED DELIMITED BY SIZE
013660                 INTO JBD-FREQUENCY-TEXT
013670             END-STRING
013680         WHEN OTHER
013690             MOVE "NOT KNOWN"    TO JBD-FREQUENCY-TEXT
013700     END-EVALUATE
013710     .
013720
013730 6900-WRITE-REPORT-LINE.
013740     MOVE SCHEDULE-REPORT-LINE TO PRT-DETAIL-LINE
013750     SET PRT-ACTION-DETAIL TO TRUE
013760     CALL "PRTSRV" USING PRT-CONTROL
013770     IF PRT-HEADING-NEEDED
013780         WRITE SCHEDULE-REPORT-LINE FROM PRT-HEADING-1
013790         WRITE SCHEDULE-REPORT-LINE FROM PRT-HEADING-2
013800     END-IF
013810     WRITE SCHEDULE-REPORT-LINE FROM PRT-DETAIL-LINE
013820     .
013830
013840 8000-CLEAR-JOB-CHECKPOINT.
013850     MOVE ZERO TO JBD-COMPLETED-STEP
013860     PERFORM 9100-WRITE-JOB-CHECKPOINT
013870     .
013880
013890 9000-UPDATE-JOB-RETURN-CODE.
013900     IF JBD-STEP-RETURN-CODE > JBD-JOB-RETURN-CODE
013910         MOVE JBD-STEP-RETURN-CODE TO JBD-JOB-RETURN-CODE
013920     END-IF
013930     .
013940
013950 9100-WRITE-JOB-CHECKPOINT.
013960     MOVE JBD-COMPLETED-STEP TO JCK-LAST-COMPLETED-STEP
013970     OPEN OUTPUT JOB-CHECKPOINT
013980     WRITE JOB-CHECKPOINT-RECORD
013990     CLOSE JOB-CHECKPOINT
014000     .
