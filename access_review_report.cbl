000100*================================================================*
000200* ACCESS-REVIEW-REPORT
000300* PURPOSE.  Periodic operator access review for internal audit.
000400*           Every OPERPROF profile's function-class permissions
000500*           are set against what the operator actually ran and
000600*           was refused at the operator menu, from the SECLOG
000700*           security log for the SECPARM review period back from
000800*           the business date.  The report flags unused
000900*           privileges (a class permitted but never run), runs
001000*           without permission (a class run by an ID whose
001100*           profile does not carry it, or which is not on
001200*           OPERPROF at all), operators with repeated refusals
001300*           (refused sign-ons and refused authority checks
001400*           together, at or above the SECPARM limit), and
001500*           payroll functions run outside the pay window - more
001600*           than the SECPARM working days before a pay date on
001700*           the BUSCAL calendar, asked of CALSRV.  A refused
001800*           mid-flight selection is the suite guard at work, not
001900*           a refusal of the operator, and is not counted.
002000* AUTHOR.   D. OKAFOR
002100* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002200* DATE-WRITTEN. 10/15/2026
002300*================================================================*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 DNO   ORIGINAL PROGRAM
002700*================================================================*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. ACCREVW.
003000 AUTHOR. D. OKAFOR.
003100 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL OPERATOR-PROFILES ASSIGN TO "OPERPROF"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS ARV-PROFILE-STATUS.
004100
004200     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS ARV-SECLOG-STATUS.
004500
004600     SELECT OPTIONAL ACCESS-PARAMETER ASSIGN TO "SECPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS ARV-SECPARM-STATUS.
004900
005000     SELECT REVIEW-REPORT ASSIGN TO "ACCREVW"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS ARV-REPORT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OPERATOR-PROFILES.
005700 COPY OPRREC.
005800
005900 FD  SECURITY-LOG.
006000 COPY SECLOG.
006100
006200 FD  ACCESS-PARAMETER.
006300 COPY SECPARM.
006400
006500 FD  REVIEW-REPORT.
006600 01  REVIEW-REPORT-LINE           PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  ARV-PROFILE-STATUS           PIC X(02).
007000 01  ARV-SECLOG-STATUS            PIC X(02).
007100 01  ARV-SECPARM-STATUS           PIC X(02).
007200 01  ARV-REPORT-STATUS            PIC X(02).
007300 01  ARV-END-OF-FILE-SWITCH       PIC X(01).
007400     88  ARV-END-OF-FILE          VALUE "Y".
007500     88  ARV-NOT-END-OF-FILE      VALUE "N".
007600 01  ARV-RETURN-CODE              PIC 9(02) VALUE ZERO.
007700*----------------------------------------------------------------*
007800* RUN PARAMETERS - DEFAULTS STAND UNLESS SECPARM GIVES A FIGURE
007900*----------------------------------------------------------------*
008000 01  ARV-REVIEW-MONTHS            PIC 9(03) VALUE 3.
008100 01  ARV-REFUSAL-LIMIT            PIC 9(03) VALUE 3.
008200 01  ARV-WINDOW-DAYS              PIC 9(02) VALUE 3.
008300*----------------------------------------------------------------*
008400* THE REVIEW PERIOD RUNS BACK FROM THE BUSINESS DATE BY THE
008500* REVIEW MONTHS, TO THE SAME DAY OF THE MONTH
008600*----------------------------------------------------------------*
008700 01  ARV-BUSINESS-DATE            PIC 9(08).
008800 01  ARV-BUSINESS-DATE-PARTS REDEFINES ARV-BUSINESS-DATE.
008900     05  ARV-BUSINESS-YEAR        PIC 9(04).
009000     05  ARV-BUSINESS-MONTH       PIC 9(02).
009100     05  ARV-BUSINESS-DAY         PIC 9(02).
009200 01  ARV-CUTOFF-DATE              PIC 9(08).
009300 01  ARV-CUTOFF-DATE-PARTS REDEFINES ARV-CUTOFF-DATE.
009400     05  ARV-CUTOFF-YEAR          PIC 9(04).
009500     05  ARV-CUTOFF-MONTH         PIC 9(02).
009600     05  ARV-CUTOFF-DAY           PIC 9(02).
009700 01  ARV-MONTH-NUMBER             PIC 9(06).
009800*----------------------------------------------------------------*
009900* THE FOUR OPERPROF FUNCTION CLASSES, IN PROFILE FLAG ORDER
010000*----------------------------------------------------------------*
010100 01  ARV-CLASS-LIST.
010200     05  FILLER                   PIC X(10) VALUE "MMASTERS".
010300     05  FILLER                   PIC X(10) VALUE "SSIGHTINGS".
010400     05  FILLER                   PIC X(10) VALUE "PPAYROLL".
010500     05  FILLER                   PIC X(10) VALUE "RREPORTS".
010600 01  ARV-CLASS-TABLE REDEFINES ARV-CLASS-LIST.
010700     05  ARV-CLASS-ENTRY          OCCURS 4 TIMES.
010800         10  ARV-CLASS-CODE       PIC X(01).
010900         10  ARV-CLASS-NAME       PIC X(09).
011000 01  ARV-CLASS-INDEX              PIC 9(03) COMP.
011100 01  ARV-CLASS-FOUND              PIC 9(03) COMP.
011200*----------------------------------------------------------------*
011300* ONE ENTRY PER PROFILED OPERATOR, PLUS ANY ID THE LOG NAMES THAT
011400* IS NOT ON OPERPROF, WITH THE PERIOD'S TALLIES PER CLASS
011500*----------------------------------------------------------------*
011600 01  ARV-OPERATOR-TABLE.
011700     05  ARV-OPR-ENTRY            OCCURS 100 TIMES.
011800         10  ARV-OPR-ID           PIC X(08).
011900         10  ARV-OPR-NAME         PIC X(30).
012000         10  ARV-OPR-PROFILE-FLAG PIC X(01).
012100             88  ARV-OPR-PROFILED VALUE "Y".
012200             88  ARV-OPR-NOT-PROFILED VALUE "N".
012300         10  ARV-OPR-SIGN-ONS     PIC 9(05).
012400         10  ARV-OPR-SIGN-ON-REFUSALS PIC 9(05).
012500         10  ARV-OPR-CLASS        OCCURS 4 TIMES.
012600             15  ARV-OPR-PERMITTED PIC X(01).
012700             15  ARV-OPR-RUNS     PIC 9(05).
012800             15  ARV-OPR-REFUSALS PIC 9(05).
012900 01  ARV-OPR-COUNT                PIC 9(03) VALUE ZERO COMP.
013000 01  ARV-OPR-INDEX                PIC 9(03) COMP.
013100 01  ARV-OPR-FOUND                PIC 9(03) COMP.
013200 01  ARV-OPR-SWITCH               PIC X(01).
013300     88  ARV-OPR-MATCHED          VALUE "Y".
013400     88  ARV-OPR-NOT-MATCHED      VALUE "N".
013500 01  ARV-TOTAL-REFUSALS           PIC 9(06).
013600*----------------------------------------------------------------*
013700* PAYROLL RUNS FOUND OUTSIDE THE PAY WINDOW, KEPT FOR THE REPORT
013800*----------------------------------------------------------------*
013900 01  ARV-OFF-WINDOW-TABLE.
014000     05  ARV-OFW-ENTRY            OCCURS 200 TIMES.
014100         10  ARV-OFW-DATE         PIC 9(08).
014200         10  ARV-OFW-TIME         PIC 9(06).
014300         10  ARV-OFW-OPERATOR     PIC X(08).
014400         10  ARV-OFW-SELECTION    PIC X(02).
014500         10  ARV-OFW-PROGRAM      PIC X(08).
014600         10  ARV-OFW-RETURN-CODE  PIC 9(02).
014700 01  ARV-OFW-COUNT                PIC 9(03) VALUE ZERO COMP.
014800 01  ARV-OFW-INDEX                PIC 9(03) COMP.
014900 01  ARV-LOG-TIME                 PIC 9(08).
015000 01  ARV-LOG-TIME-PARTS REDEFINES ARV-LOG-TIME.
015100     05  ARV-LOG-HHMMSS           PIC 9(06).
015200     05  ARV-LOG-HUNDREDTHS       PIC 9(02).
015300*----------------------------------------------------------------*
015400* THE PAY WINDOW - THE RUN DATE AND THE WORKING DAYS AFTER IT, UP
015500* TO THE WINDOW DAYS, ARE ASKED OF CALSRV FOR A MONTHLY OR WEEKLY
015600* PAY DATE
015700*----------------------------------------------------------------*
015800 01  ARV-WINDOW-DATE              PIC 9(08).
015900 01  ARV-WINDOW-STEPS             PIC 9(03) COMP.
016000 01  ARV-WINDOW-SWITCH            PIC X(01).
016100     88  ARV-INSIDE-WINDOW        VALUE "Y".
016200     88  ARV-OUTSIDE-WINDOW       VALUE "N".
016300 01  ARV-CALENDAR-REQUEST         PIC X(01).
016400 01  ARV-CALENDAR-RESULT          PIC 9(08).
016500 01  ARV-DAY-FLAGS.
016600     05  ARV-WORKING-FLAG         PIC X(01).
016700     05  ARV-PAY-FLAG             PIC X(01).
016800         88  ARV-PAY-DATE         VALUE "Y".
016900 01  ARV-WEEKLY-DAY-FLAGS.
017000     05  ARV-WEEKLY-WORKING-FLAG  PIC X(01).
017100     05  ARV-WEEKLY-PAY-FLAG      PIC X(01).
017200         88  ARV-WEEKLY-PAY-DATE  VALUE "Y".
017300*----------------------------------------------------------------*
017400* REPORT LINES AND COUNTS
017500*----------------------------------------------------------------*
017600 01  ARV-USE-COLUMN-LINE.
017700     05  FILLER                   PIC X(30) VALUE
017800         "OPERATOR NAME".
017900     05  FILLER                   PIC X(10) VALUE "CLASS".
018000     05  FILLER                   PIC X(04) VALUE "PRM".
018100     05  FILLER                   PIC X(07) VALUE " RUNS".
018200     05  FILLER                   PIC X(06) VALUE "REFSD".
018300     05  FILLER                   PIC X(23) VALUE "FINDING".
018400 01  ARV-USE-DETAIL-LINE.
018500     05  ARV-UDL-ID               PIC X(08).
018600     05  FILLER                   PIC X(01) VALUE SPACE.
018700     05  ARV-UDL-NAME             PIC X(20).
018800     05  FILLER                   PIC X(01) VALUE SPACE.
018900     05  ARV-UDL-CLASS            PIC X(09).
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  ARV-UDL-PERMITTED        PIC X(01).
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  ARV-UDL-RUNS             PIC Z(4)9.
019400     05  FILLER                   PIC X(02) VALUE SPACES.
019500     05  ARV-UDL-REFUSALS         PIC Z(4)9.
019600     05  FILLER                   PIC X(01) VALUE SPACE.
019700     05  ARV-UDL-FINDING          PIC X(22).
019800     05  FILLER                   PIC X(01) VALUE SPACE.
019900 01  ARV-REFUSAL-COLUMN-LINE.
020000     05  FILLER                   PIC X(40) VALUE
020100         "OPERATOR NAME".
020200     05  FILLER                   PIC X(40) VALUE
020300         "SGNON  SGREF  AUREF  TOTAL".
020400 01  ARV-REFUSAL-DETAIL-LINE.
020500     05  ARV-RDL-ID               PIC X(08).
020600     05  FILLER                   PIC X(01) VALUE SPACE.
020700     05  ARV-RDL-NAME             PIC X(30).
020800     05  FILLER                   PIC X(01) VALUE SPACE.
020900     05  ARV-RDL-SIGN-ONS         PIC Z(4)9.
021000     05  FILLER                   PIC X(02) VALUE SPACES.
021100     05  ARV-RDL-SIGN-ON-REFUSALS PIC Z(4)9.
021200     05  FILLER                   PIC X(02) VALUE SPACES.
021300     05  ARV-RDL-AUTH-REFUSALS    PIC Z(4)9.
021400     05  FILLER                   PIC X(02) VALUE SPACES.
021500     05  ARV-RDL-TOTAL            PIC Z(4)9.
021600     05  FILLER                   PIC X(14) VALUE SPACES.
021700 01  ARV-WINDOW-COLUMN-LINE.
021800     05  FILLER                   PIC X(44) VALUE
021900         "DATE      TIME    OPERATOR  SL  PROGRAM   RC".
022000     05  FILLER                   PIC X(36) VALUE SPACES.
022100 01  ARV-WINDOW-DETAIL-LINE.
022200     05  ARV-WDL-DATE             PIC 9(08).
022300     05  FILLER                   PIC X(02) VALUE SPACES.
022400     05  ARV-WDL-TIME             PIC 9(06).
022500     05  FILLER                   PIC X(02) VALUE SPACES.
022600     05  ARV-WDL-OPERATOR         PIC X(08).
022700     05  FILLER                   PIC X(02) VALUE SPACES.
022800     05  ARV-WDL-SELECTION        PIC X(02).
022900     05  FILLER                   PIC X(02) VALUE SPACES.
023000     05  ARV-WDL-PROGRAM          PIC X(08).
023100     05  FILLER                   PIC X(02) VALUE SPACES.
023200     05  ARV-WDL-RETURN-CODE      PIC Z9.
023300     05  FILLER                   PIC X(36) VALUE SPACES.
023400 01  ARV-SECTION-LINES            PIC 9(05).
023500 01  ARV-LOG-READ                 PIC 9(07) VALUE ZERO.
023600 01  ARV-LOG-IN-PERIOD            PIC 9(07) VALUE ZERO.
023700 01  ARV-LOG-DROPPED              PIC 9(07) VALUE ZERO.
023800 01  ARV-UNUSED-PRIVILEGES        PIC 9(07) VALUE ZERO.
023900 01  ARV-UNPERMITTED-RUNS         PIC 9(07) VALUE ZERO.
024000 01  ARV-REPEAT-REFUSERS          PIC 9(07) VALUE ZERO.
024100 01  ARV-OFF-WINDOW-RUNS          PIC 9(07) VALUE ZERO.
024200 COPY RUNLOG.
024300 COPY PRTCTL.
024400
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     ACCEPT RUNLOG-START-TIME FROM TIME
024800     PERFORM 1000-INITIALIZE
024900     PERFORM 1500-LOAD-PROFILES
025000     IF ARV-RETURN-CODE = ZERO
025100         PERFORM 2000-TALLY-SECURITY-LOG
025200         PERFORM 4000-PRINT-REVIEW
025300     END-IF
025400     PERFORM 9000-TERMINATE
025500     MOVE ARV-RETURN-CODE TO RETURN-CODE
025600     GOBACK
025700     .
025800
025900 1000-INITIALIZE.
026000     CALL "BUSDATE" USING ARV-BUSINESS-DATE
026100     OPEN INPUT ACCESS-PARAMETER
026200     IF ARV-SECPARM-STATUS = "00"
026300         READ ACCESS-PARAMETER
026400             AT END
026500                 CONTINUE
026600         END-READ
026700         IF ARV-SECPARM-STATUS = "00"
026800             PERFORM 1050-TAKE-PARAMETERS
026900         END-IF
027000     END-IF
027100     IF ARV-SECPARM-STATUS = "00"
027200     OR ARV-SECPARM-STATUS = "05"
027300     OR ARV-SECPARM-STATUS = "10"
027400         CLOSE ACCESS-PARAMETER
027500     END-IF
027600     COMPUTE ARV-MONTH-NUMBER =
027700         ARV-BUSINESS-YEAR * 12 + ARV-BUSINESS-MONTH - 1
027800         - ARV-REVIEW-MONTHS
027900     DIVIDE 12 INTO ARV-MONTH-NUMBER
028000         GIVING ARV-CUTOFF-YEAR
028100         REMAINDER ARV-CUTOFF-MONTH
028200     ADD 1 TO ARV-CUTOFF-MONTH
028300     MOVE ARV-BUSINESS-DAY TO ARV-CUTOFF-DAY
028400     .
028500
028600 1050-TAKE-PARAMETERS.
028700     IF SECPARM-REVIEW-MONTHS IS NUMERIC
028800     AND SECPARM-REVIEW-MONTHS > ZERO
028900         MOVE SECPARM-REVIEW-MONTHS TO ARV-REVIEW-MONTHS
029000     END-IF
029100     IF SECPARM-REFUSAL-LIMIT IS NUMERIC
029200     AND SECPARM-REFUSAL-LIMIT > ZERO
029300         MOVE SECPARM-REFUSAL-LIMIT TO ARV-REFUSAL-LIMIT
029400     END-IF
029500     IF SECPARM-WINDOW-DAYS IS NUMERIC
029600     AND SECPARM-WINDOW-DAYS > ZERO
029700         MOVE SECPARM-WINDOW-DAYS TO ARV-WINDOW-DAYS
029800     END-IF
029900     .
030000
030100*----------------------------------------------------------------*
030200* WITHOUT OPERPROF THERE ARE NO PERMISSIONS TO REVIEW
030300*----------------------------------------------------------------*
030400 1500-LOAD-PROFILES.
030500     SET ARV-NOT-END-OF-FILE TO TRUE
030600     OPEN INPUT OPERATOR-PROFILES
030700     IF ARV-PROFILE-STATUS = "00"
030800         PERFORM 1580-READ-PROFILE
030900         PERFORM 1540-ADD-ONE-PROFILE UNTIL ARV-END-OF-FILE
031000         CLOSE OPERATOR-PROFILES
031100     ELSE
031200         DISPLAY "ACCREVW - NO OPERPROF PROFILE FILE: "
031300             ARV-PROFILE-STATUS
031400         MOVE 16 TO ARV-RETURN-CODE
031500         IF ARV-PROFILE-STATUS = "05"
031600             CLOSE OPERATOR-PROFILES
031700         END-IF
031800     END-IF
031900     .
032000
032100 1540-ADD-ONE-PROFILE.
032200     IF ARV-OPR-COUNT < 100
032300         ADD 1 TO ARV-OPR-COUNT
032400         MOVE ARV-OPR-COUNT TO ARV-OPR-FOUND
032500         MOVE OPR-OPERATOR-ID TO ARV-OPR-ID(ARV-OPR-FOUND)
032600         MOVE OPR-OPERATOR-NAME TO ARV-OPR-NAME(ARV-OPR-FOUND)
032700         SET ARV-OPR-PROFILED(ARV-OPR-FOUND) TO TRUE
032800         PERFORM 1560-CLEAR-TALLIES
032900         MOVE OPR-MASTERS-FLAG
033000             TO ARV-OPR-PERMITTED(ARV-OPR-FOUND, 1)
033100         MOVE OPR-SIGHTINGS-FLAG
033200             TO ARV-OPR-PERMITTED(ARV-OPR-FOUND, 2)
033300         MOVE OPR-PAYROLL-FLAG
033400             TO ARV-OPR-PERMITTED(ARV-OPR-FOUND, 3)
033500         MOVE OPR-REPORTS-FLAG
033600             TO ARV-OPR-PERMITTED(ARV-OPR-FOUND, 4)
033700     ELSE
033800         DISPLAY "ACCREVW - OPERATOR TABLE FULL, SKIPPED: "
033900             OPR-OPERATOR-ID
034000     END-IF
034100     PERFORM 1580-READ-PROFILE
034200     .
034300
034400 1560-CLEAR-TALLIES.
034500     MOVE ZERO TO ARV-OPR-SIGN-ONS(ARV-OPR-FOUND)
034600     MOVE ZERO TO ARV-OPR-SIGN-ON-REFUSALS(ARV-OPR-FOUND)
034700     PERFORM 1570-CLEAR-ONE-CLASS
034800         VARYING ARV-CLASS-INDEX FROM 1 BY 1
034900         UNTIL ARV-CLASS-INDEX > 4
035000     .
035100
035200 1570-CLEAR-ONE-CLASS.
035300     MOVE "N"
035400         TO ARV-OPR-PERMITTED(ARV-OPR-FOUND, ARV-CLASS-INDEX)
035500     MOVE ZERO TO ARV-OPR-RUNS(ARV-OPR-FOUND, ARV-CLASS-INDEX)
035600     MOVE ZERO
035700         TO ARV-OPR-REFUSALS(ARV-OPR-FOUND, ARV-CLASS-INDEX)
035800     .
035900
036000 1580-READ-PROFILE.
036100     READ OPERATOR-PROFILES
036200         AT END
036300             SET ARV-END-OF-FILE TO TRUE
036400     END-READ
036500     .
036600
036700 2000-TALLY-SECURITY-LOG.
036800     SET ARV-NOT-END-OF-FILE TO TRUE
036900     OPEN INPUT SECURITY-LOG
037000     IF ARV-SECLOG-STATUS = "00"
037100         PERFORM 2080-READ-SECURITY-LOG
037200         PERFORM 2040-TALLY-ONE-EVENT UNTIL ARV-END-OF-FILE
037300     END-IF
037400     IF ARV-SECLOG-STATUS = "00"
037500     OR ARV-SECLOG-STATUS = "05"
037600     OR ARV-SECLOG-STATUS = "10"
037700         CLOSE SECURITY-LOG
037800     END-IF
037900     .
038000
038100*----------------------------------------------------------------*
038200* ONLY SIGN-ONS, REFUSED SIGN-ONS, PROGRAM RUNS AND REFUSED
038300* AUTHORITY CHECKS ARE TALLIED - A SELECTION IS FOLLOWED BY ITS
038400* RUN OR ITS REFUSAL, AND A SIGN-OFF CARRIES NOTHING TO REVIEW
038500*----------------------------------------------------------------*
038600 2040-TALLY-ONE-EVENT.
038700     ADD 1 TO ARV-LOG-READ
038800     IF SECLOG-DATE NOT < ARV-CUTOFF-DATE
038900     AND SECLOG-DATE NOT > ARV-BUSINESS-DATE
039000     AND (SECLOG-SIGN-ON OR SECLOG-SIGN-ON-REFUSED
039100          OR SECLOG-PROGRAM-RUN OR SECLOG-AUTHORITY-REFUSED)
039200         ADD 1 TO ARV-LOG-IN-PERIOD
039300         PERFORM 2100-FIND-OPERATOR
039400         IF ARV-OPR-MATCHED
039500             PERFORM 2200-FIND-CLASS
039600             PERFORM 2060-TALLY-FOR-OPERATOR
039700         ELSE
039800             ADD 1 TO ARV-LOG-DROPPED
039900         END-IF
040000     END-IF
040100     PERFORM 2080-READ-SECURITY-LOG
040200     .
040300
040400 2060-TALLY-FOR-OPERATOR.
040500     EVALUATE TRUE
040600         WHEN SECLOG-SIGN-ON
040700             ADD 1 TO ARV-OPR-SIGN-ONS(ARV-OPR-FOUND)
040800         WHEN SECLOG-SIGN-ON-REFUSED
040900             ADD 1 TO ARV-OPR-SIGN-ON-REFUSALS(ARV-OPR-FOUND)
041000         WHEN SECLOG-PROGRAM-RUN
041100             IF ARV-CLASS-FOUND > ZERO
041200                 ADD 1 TO
041300                     ARV-OPR-RUNS(ARV-OPR-FOUND, ARV-CLASS-FOUND)
041400             END-IF
041500             IF SECLOG-PAYROLL-CLASS
041600                 PERFORM 2300-CHECK-PAY-WINDOW
041700             END-IF
041800         WHEN SECLOG-AUTHORITY-REFUSED
041900             IF ARV-CLASS-FOUND > ZERO
042000                 ADD 1 TO ARV-OPR-REFUSALS
042100                     (ARV-OPR-FOUND, ARV-CLASS-FOUND)
042200             END-IF
042300     END-EVALUATE
042400     .
042500
042600 2080-READ-SECURITY-LOG.
042700     READ SECURITY-LOG
042800         AT END
042900             SET ARV-END-OF-FILE TO TRUE
043000     END-READ
043100     .
043200
043300*----------------------------------------------------------------*
043400* AN ID THE LOG NAMES THAT IS NOT ON OPERPROF IS ADDED WITH NO
043500* PERMISSIONS, SO ANY RUN UNDER IT IS FLAGGED
043600*----------------------------------------------------------------*
043700 2100-FIND-OPERATOR.
043800     SET ARV-OPR-NOT-MATCHED TO TRUE
043900     PERFORM 2130-MATCH-ONE-OPERATOR
044000         VARYING ARV-OPR-INDEX FROM 1 BY 1
044100         UNTIL ARV-OPR-INDEX > ARV-OPR-COUNT
044200            OR ARV-OPR-MATCHED
044300     IF ARV-OPR-NOT-MATCHED
044400     AND ARV-OPR-COUNT < 100
044500         ADD 1 TO ARV-OPR-COUNT
044600         MOVE ARV-OPR-COUNT TO ARV-OPR-FOUND
044700         MOVE SECLOG-OPERATOR TO ARV-OPR-ID(ARV-OPR-FOUND)
044800         MOVE "NOT ON OPERPROF" TO ARV-OPR-NAME(ARV-OPR-FOUND)
044900         SET ARV-OPR-NOT-PROFILED(ARV-OPR-FOUND) TO TRUE
045000         PERFORM 1560-CLEAR-TALLIES
045100         SET ARV-OPR-MATCHED TO TRUE
045200     END-IF
045300     .
045400
045500 2130-MATCH-ONE-OPERATOR.
045600     IF ARV-OPR-ID(ARV-OPR-INDEX) = SECLOG-OPERATOR
045700         MOVE ARV-OPR-INDEX TO ARV-OPR-FOUND
045800         SET ARV-OPR-MATCHED TO TRUE
045900     END-IF
046000     .
046100
046200 2200-FIND-CLASS.
046300     MOVE ZERO TO ARV-CLASS-FOUND
046400     PERFORM 2230-MATCH-ONE-CLASS
046500         VARYING ARV-CLASS-INDEX FROM 1 BY 1
046600         UNTIL ARV-CLASS-INDEX > 4
046700            OR ARV-CLASS-FOUND > ZERO
046800     .
046900
047000 2230-MATCH-ONE-CLASS.
047100     IF ARV-CLASS-CODE(ARV-CLASS-INDEX) = SECLOG-FUNCTION-CLASS
047200         MOVE ARV-CLASS-INDEX TO ARV-CLASS-FOUND
047300     END-IF
047400     .
047500
047600*----------------------------------------------------------------*
047700* A PAYROLL RUN IS IN THE WINDOW WHEN ITS OWN DATE, OR ONE OF THE
047800* WINDOW DAYS OF WORKING DAYS AFTER IT, IS A MONTHLY OR WEEKLY PAY
047900* DATE.  WITH NO BUSCAL CALENDAR EVERY DAY IS A PAY DATE
048000*----------------------------------------------------------------*
048100 2300-CHECK-PAY-WINDOW.
048200     MOVE SECLOG-DATE TO ARV-WINDOW-DATE
048300     MOVE ZERO TO ARV-WINDOW-STEPS
048400     SET ARV-OUTSIDE-WINDOW TO TRUE
048500     PERFORM 2330-TRY-ONE-DAY
048600         UNTIL ARV-INSIDE-WINDOW
048700            OR ARV-WINDOW-STEPS > ARV-WINDOW-DAYS
048800     IF ARV-OUTSIDE-WINDOW
048900         ADD 1 TO ARV-OFF-WINDOW-RUNS
049000         IF ARV-OFW-COUNT < 200
049100             ADD 1 TO ARV-OFW-COUNT
049200             PERFORM 2360-KEEP-OFF-WINDOW-RUN
049300         END-IF
049400     END-IF
049500     .
049600
049700 2330-TRY-ONE-DAY.
049800     MOVE "Q" TO ARV-CALENDAR-REQUEST
049900     CALL "CALSRV" USING ARV-CALENDAR-REQUEST
050000         ARV-WINDOW-DATE ARV-CALENDAR-RESULT
050100         ARV-DAY-FLAGS
050200     MOVE "W" TO ARV-CALENDAR-REQUEST
050300     CALL "CALSRV" USING ARV-CALENDAR-REQUEST
050400         ARV-WINDOW-DATE ARV-CALENDAR-RESULT
050500         ARV-WEEKLY-DAY-FLAGS
050600     IF ARV-PAY-DATE
050700     OR ARV-WEEKLY-PAY-DATE
050800         SET ARV-INSIDE-WINDOW TO TRUE
050900     ELSE
051000         ADD 1 TO ARV-WINDOW-STEPS
051100         MOVE "N" TO ARV-CALENDAR-REQUEST
051200         CALL "CALSRV" USING ARV-CALENDAR-REQUEST
051300             ARV-WINDOW-DATE ARV-CALENDAR-RESULT
051400             ARV-DAY-FLAGS
051500         MOVE ARV-CALENDAR-RESULT TO ARV-WINDOW-DATE
051600     END-IF
051700     .
051800
051900 2360-KEEP-OFF-WINDOW-RUN.
052000     MOVE SECLOG-TIME TO ARV-LOG-TIME
052100     MOVE SECLOG-DATE      TO ARV-OFW-DATE(ARV-OFW-COUNT)
052200     MOVE ARV-LOG-HHMMSS   TO ARV-OFW-TIME(ARV-OFW-COUNT)
052300     MOVE SECLOG-OPERATOR  TO ARV-OFW-OPERATOR(ARV-OFW-COUNT)
052400     MOVE SECLOG-SELECTION TO ARV-OFW-SELECTION(ARV-OFW-COUNT)
052500     MOVE SECLOG-PROGRAM   TO ARV-OFW-PROGRAM(ARV-OFW-COUNT)
052600     MOVE SECLOG-RETURN-CODE
052700         TO ARV-OFW-RETURN-CODE(ARV-OFW-COUNT)
052800     .
052900
053000 4000-PRINT-REVIEW.
053100     OPEN OUTPUT REVIEW-REPORT
053200     SET PRT-ACTION-INIT TO TRUE
053300     MOVE "ACCREVW" TO PRT-REPORT-NAME
053400     MOVE "ACCREVW" TO PRT-PRODUCER
053500     CALL "PRTSRV" USING PRT-CONTROL
053600     MOVE SPACES TO REVIEW-REPORT-LINE
053700     STRING "OPERATOR ACCESS REVIEW - SECURITY LOG FROM "
053800         DELIMITED BY SIZE
053900         ARV-CUTOFF-DATE DELIMITED BY SIZE
054000         " TO " DELIMITED BY SIZE
054100         ARV-BUSINESS-DATE DELIMITED BY SIZE
054200         INTO REVIEW-REPORT-LINE
054300     END-STRING
054400     PERFORM 9100-WRITE-REPORT-LINE
054500     MOVE SPACES TO REVIEW-REPORT-LINE
054600     PERFORM 9100-WRITE-REPORT-LINE
054700     PERFORM 4100-PRINT-PERMISSIONS
054800     PERFORM 4300-PRINT-REFUSALS
054900     PERFORM 4500-PRINT-PAY-WINDOW
055000     SET PRT-ACTION-END TO TRUE
055100     CALL "PRTSRV" USING PRT-CONTROL
055200     WRITE REVIEW-REPORT-LINE FROM PRT-TRAILER-LINE
055300     CLOSE REVIEW-REPORT
055400     .
055500
055600*----------------------------------------------------------------*
055700* SECTION 1 - EACH OPERATOR'S FOUR CLASSES, PERMISSION AGAINST USE
055800*----------------------------------------------------------------*
055900 4100-PRINT-PERMISSIONS.
056000     MOVE "PROFILE PERMISSIONS AGAINST USE" TO REVIEW-REPORT-LINE
056100     PERFORM 9100-WRITE-REPORT-LINE
056200     MOVE ARV-USE-COLUMN-LINE TO REVIEW-REPORT-LINE
056300     PERFORM 9100-WRITE-REPORT-LINE
056400     MOVE ZERO TO ARV-SECTION-LINES
056500     PERFORM 4150-PRINT-ONE-CLASS
056600         VARYING ARV-OPR-INDEX FROM 1 BY 1
056700         UNTIL ARV-OPR-INDEX > ARV-OPR-COUNT
056800         AFTER ARV-CLASS-INDEX FROM 1 BY 1
056900         UNTIL ARV-CLASS-INDEX > 4
057000     PERFORM 4900-END-SECTION
057100     .
057200
057300 4150-PRINT-ONE-CLASS.
057400     ADD 1 TO ARV-SECTION-LINES
057500     IF ARV-CLASS-INDEX = 1
057600         MOVE ARV-OPR-ID(ARV-OPR-INDEX)   TO ARV-UDL-ID
057700         MOVE ARV-OPR-NAME(ARV-OPR-INDEX) TO ARV-UDL-NAME
057800     ELSE
057900         MOVE SPACES TO ARV-UDL-ID
058000         MOVE SPACES TO ARV-UDL-NAME
058100     END-IF
058200     MOVE ARV-CLASS-NAME(ARV-CLASS-INDEX) TO ARV-UDL-CLASS
058300     MOVE ARV-OPR-PERMITTED(ARV-OPR-INDEX, ARV-CLASS-INDEX)
058400         TO ARV-UDL-PERMITTED
058500     MOVE ARV-OPR-RUNS(ARV-OPR-INDEX, ARV-CLASS-INDEX)
058600         TO ARV-UDL-RUNS
058700     MOVE ARV-OPR-REFUSALS(ARV-OPR-INDEX, ARV-CLASS-INDEX)
058800         TO ARV-UDL-REFUSALS
058900     MOVE SPACES TO ARV-UDL-FINDING
059000     IF ARV-OPR-PERMITTED(ARV-OPR-INDEX, ARV-CLASS-INDEX) = "Y"
059100         IF ARV-OPR-RUNS(ARV-OPR-INDEX, ARV-CLASS-INDEX) = ZERO
059200             MOVE "UNUSED PRIVILEGE" TO ARV-UDL-FINDING
059300             ADD 1 TO ARV-UNUSED-PRIVILEGES
059400         END-IF
059500     ELSE
059600         IF ARV-OPR-RUNS(ARV-OPR-INDEX, ARV-CLASS-INDEX) > ZERO
059700             MOVE "RUN WITHOUT PERMISSION" TO ARV-UDL-FINDING
059800             ADD 1 TO ARV-UNPERMITTED-RUNS
059900         END-IF
060000     END-IF
060100     MOVE ARV-USE-DETAIL-LINE TO REVIEW-REPORT-LINE
060200     PERFORM 9100-WRITE-REPORT-LINE
060300     .
060400
060500*----------------------------------------------------------------*
060600* SECTION 2 - OPERATORS REFUSED AT OR ABOVE THE SECPARM LIMIT
060700*----------------------------------------------------------------*
060800 4300-PRINT-REFUSALS.
060900     MOVE SPACES TO REVIEW-REPORT-LINE
061000     STRING "REPEATED REFUSALS - " DELIMITED BY SIZE
061100         ARV-REFUSAL-LIMIT DELIMITED BY SIZE
061200         " OR MORE IN THE PERIOD" DELIMITED BY SIZE
061300         INTO REVIEW-REPORT-LINE
061400     END-STRING
061500     PERFORM 9100-WRITE-REPORT-LINE
061600     MOVE ARV-REFUSAL-COLUMN-LINE TO REVIEW-REPORT-LINE
061700     PERFORM 9100-WRITE-REPORT-LINE
061800     MOVE ZERO TO ARV-SECTION-LINES
061900     PERFORM 4350-PRINT-ONE-REFUSER
062000         VARYING ARV-OPR-INDEX FROM 1 BY 1
062100         UNTIL ARV-OPR-INDEX > ARV-OPR-COUNT
062200     PERFORM 4900-END-SECTION
062300     .
062400
062500 4350-PRINT-ONE-REFUSER.
062600     COMPUTE ARV-TOTAL-REFUSALS =
062700         ARV-OPR-SIGN-ON-REFUSALS(ARV-OPR-INDEX)
062800         + ARV-OPR-REFUSALS(ARV-OPR-INDEX, 1)
062900         + ARV-OPR-REFUSALS(ARV-OPR-INDEX, 2)
063000         + ARV-OPR-REFUSALS(ARV-OPR-INDEX, 3)
063100         + ARV-OPR-REFUSALS(ARV-OPR-INDEX, 4)
063200     IF ARV-TOTAL-REFUSALS NOT < ARV-REFUSAL-LIMIT
063300         ADD 1 TO ARV-SECTION-LINES
063400         ADD 1 TO ARV-REPEAT-REFUSERS
063500         MOVE ARV-OPR-ID(ARV-OPR-INDEX)   TO ARV-RDL-ID
063600         MOVE ARV-OPR-NAME(ARV-OPR-INDEX) TO ARV-RDL-NAME
063700         MOVE ARV-OPR-SIGN-ONS(ARV-OPR-INDEX) TO ARV-RDL-SIGN-ONS
063800         MOVE ARV-OPR-SIGN-ON-REFUSALS(ARV-OPR-INDEX)
063900             TO ARV-RDL-SIGN-ON-REFUSALS
064000         COMPUTE ARV-RDL-AUTH-REFUSALS = ARV-TOTAL-REFUSALS
064100             - ARV-OPR-SIGN-ON-REFUSALS(ARV-OPR-INDEX)
064200         MOVE ARV-TOTAL-REFUSALS          TO ARV-RDL-TOTAL
064300         MOVE ARV-REFUSAL-DETAIL-LINE TO REVIEW-REPORT-LINE
064400         PERFORM 9100-WRITE-REPORT-LINE
064500     END-IF
064600     .
064700
064800*----------------------------------------------------------------*
064900* SECTION 3 - PAYROLL FUNCTIONS RUN OUTSIDE THE PAY WINDOW
065000*----------------------------------------------------------------*
065100 4500-PRINT-PAY-WINDOW.
065200     MOVE SPACES TO REVIEW-REPORT-LINE
065300     STRING "PAYROLL RUNS MORE THAN " DELIMITED BY SIZE
065400         ARV-WINDOW-DAYS DELIMITED BY SIZE
065500         " WORKING DAYS BEFORE A PAY DATE"
065600         DELIMITED BY SIZE
065700         INTO REVIEW-REPORT-LINE
065800     END-STRING
065900     PERFORM 9100-WRITE-REPORT-LINE
066000     MOVE ARV-WINDOW-COLUMN-LINE TO REVIEW-REPORT-LINE
066100     PERFORM 9100-WRITE-REPORT-LINE
066200     MOVE ZERO TO ARV-SECTION-LINES
066300     PERFORM 4550-PRINT-ONE-OFF-WINDOW
066400         VARYING ARV-OFW-INDEX FROM 1 BY 1
066500         UNTIL ARV-OFW-INDEX > ARV-OFW-COUNT
066600     IF ARV-OFF-WINDOW-RUNS > ARV-OFW-COUNT
066700         MOVE SPACES TO REVIEW-REPORT-LINE
066800         STRING "       ONLY THE FIRST 200 OF " DELIMITED BY SIZE
066900             ARV-OFF-WINDOW-RUNS DELIMITED BY SIZE
067000             " ARE LISTED" DELIMITED BY SIZE
067100             INTO REVIEW-REPORT-LINE
067200         END-STRING
067300         PERFORM 9100-WRITE-REPORT-LINE
067400     END-IF
067500     PERFORM 4900-END-SECTION
067600     .
067700
067800 4550-PRINT-ONE-OFF-WINDOW.
067900     ADD 1 TO ARV-SECTION-LINES
068000     MOVE ARV-OFW-DATE(ARV-OFW-INDEX)      TO ARV-WDL-DATE
068100     MOVE ARV-OFW-TIME(ARV-OFW-INDEX)      TO ARV-WDL-TIME
068200     MOVE ARV-OFW-OPERATOR(ARV-OFW-INDEX)  TO ARV-WDL-OPERATOR
068300     MOVE ARV-OFW-SELECTION(ARV-OFW-INDEX) TO ARV-WDL-SELECTION
068400     MOVE ARV-OFW-PROGRAM(ARV-OFW-INDEX)   TO ARV-WDL-PROGRAM
068500     MOVE ARV-OFW-RETURN-CODE(ARV-OFW-INDEX)
068600         TO ARV-WDL-RETURN-CODE
068700     MOVE ARV-WINDOW-DETAIL-LINE TO REVIEW-REPORT-LINE
068800     PERFORM 9100-WRITE-REPORT-LINE
068900     .
069000
069100 4900-END-SECTION.
069200     IF ARV-SECTION-LINES = ZERO
069300         MOVE "       NONE" TO REVIEW-REPORT-LINE
069400         PERFORM 9100-WRITE-REPORT-LINE
069500     END-IF
069600     MOVE SPACES TO REVIEW-REPORT-LINE
069700     PERFORM 9100-WRITE-REPORT-LINE
069800     .
069900
070000 9000-TERMINATE.
070100     DISPLAY "ACCREVW - OPERATORS REVIEWED: " ARV-OPR-COUNT
070200     DISPLAY "ACCREVW - LOG ENTRIES READ: " ARV-LOG-READ
070300     DISPLAY "ACCREVW - LOG ENTRIES IN PERIOD: " ARV-LOG-IN-PERIOD
070400     IF ARV-LOG-DROPPED > ZERO
070500         DISPLAY "ACCREVW - ENTRIES NOT TALLIED, TABLE FULL: "
070600             ARV-LOG-DROPPED
070700     END-IF
070800     DISPLAY "ACCREVW - UNUSED PRIVILEGES: " ARV-UNUSED-PRIVILEGES
070900     DISPLAY "ACCREVW - RUNS WITHOUT PERMISSION: "
071000         ARV-UNPERMITTED-RUNS
071100     DISPLAY "ACCREVW - REPEATED REFUSALS: " ARV-REPEAT-REFUSERS
071200     DISPLAY "ACCREVW - PAYROLL RUNS OUTSIDE WINDOW: "
071300         ARV-OFF-WINDOW-RUNS
071400     IF ARV-RETURN-CODE = ZERO
071500     AND (ARV-UNUSED-PRIVILEGES > 0 OR ARV-UNPERMITTED-RUNS > 0
071600          OR ARV-REPEAT-REFUSERS > 0 OR ARV-OFF-WINDOW-RUNS > 0)
071700         MOVE 4 TO ARV-RETURN-CODE
071800     END-IF
071900     MOVE "ACCREVW "               TO RUNLOG-STEP-NAME
072000     MOVE ARV-LOG-READ             TO RUNLOG-RECORDS-READ
072100     MOVE ARV-LOG-IN-PERIOD        TO RUNLOG-RECORDS-APPLIED
072200     MOVE ZERO                     TO RUNLOG-RECORDS-REJECTED
072300     MOVE ARV-LOG-DROPPED          TO RUNLOG-RECORDS-DROPPED
072400     MOVE ARV-RETURN-CODE          TO RUNLOG-RETURN-CODE
072500     CALL "RUNLOGW" USING RUNLOG-RECORD
072600     .
072700
072800 9100-WRITE-REPORT-LINE.
072900     MOVE REVIEW-REPORT-LINE TO PRT-DETAIL-LINE
073000     SET PRT-ACTION-DETAIL TO TRUE
073100     CALL "PRTSRV" USING PRT-CONTROL
073200     IF PRT-HEADING-NEEDED
073300         WRITE REVIEW-REPORT-LINE FROM PRT-HEADING-1
073400         WRITE REVIEW-REPORT-LINE FROM PRT-HEADING-2
073500     END-IF
073600     WRITE REVIEW-REPORT-LINE FROM PRT-DETAIL-LINE
073700     .
