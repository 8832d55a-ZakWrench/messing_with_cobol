001688*                  A MASTER WHILE THE OVERNIGHT SUITE IS MID-
001689*                  FLIGHT - UNLESS THE OPERATOR EXPLICITLY
001690*                  OVERRIDES AT THE PROMPT
001692* 10/15/2026 DNO   ADDED SALAPRV - SALARY CHANGE APPROVAL, FOR A
001694*                  PAYROLL OPERATOR OTHER THAN THE ONE WHO KEYED
001696*                  THE CHANGE
001697* 10/15/2026 DNO   ADDED EMPENQ - EMPLOYEE ENQUIRY, FOR A PAYROLL
001698*                  OPERATOR ANSWERING AN EMPLOYEE PAY QUERY
001708* 10/15/2026 DNO   ADDED BUDGLOAD - DEPARTMENT BUDGET LOAD, FOR A
001718*                  PAYROLL OPERATOR, AND BUDGVAR - BUDGET VERSUS
001728*                  ACTUAL REPORT
001730* 10/15/2026 DNO   ADDED BRDATLAS - THE BREEDING STATUS ATLAS
001732*                  REPORT, FOR A REPORTS OPERATOR
001734* 10/15/2026 DNO   ADDED DISTMAP - THE 10KM SQUARE DISTRIBUTION
001736*                  MAP, FOR A REPORTS OPERATOR
001746* 10/15/2026 DNO   ADDED SYSLIST - THE ANNUAL SYSTEMATIC LIST AND
001756*                  TYPESETTER EXTRACT, FOR A REPORTS OPERATOR
001761* 10/15/2026 DNO   ADDED PHENOLOG - THE MIGRANT PHENOLOGY REPORT,
001763*                  FOR A REPORTS OPERATOR
001764* 10/15/2026 DNO   ADDED QRYRESV - THE COUNT QUERY RESOLUTION RUN,
001765*                  FOR A SIGHTINGS OPERATOR
001767* 10/15/2026 DNO   ADDED EFFRTRPT - THE BIRDS-PER-HOUR EFFORT
001769*                  INDEX REPORT, FOR A REPORTS OPERATOR
001771* 10/15/2026 DNO   ADDED POPESTM - THE SURVEY POPULATION ESTIMATE
001773*                  AND PROPOSED SPECTRAN UPDATES, FOR A REPORTS
001775*                  OPERATOR
001777* 10/15/2026 DNO   ADDED OBSREVW - THE OBSERVER ACCREDITATION
001779*                  REVIEW AND PROPOSED OBSTRAN UPDATES, FOR A
001781*                  REPORTS OPERATOR
001783* 10/15/2026 DNO   ADDED MSTRFWD - RECOVER THE MASTERS FROM THE
001785*                  LAST BACKUP AND THE AFTER-IMAGE JOURNAL
001787* 10/15/2026 DNO   ADDED ARCCONV - THE ONE-OFF CONVERSION OF
001789*                  SIGHTARC AND THE SGTAYYYY YEAR FILES TO THE
001791*                  INDEXED ARCHIVE
001793* 10/15/2026 DNO   ADDED OPTION 37, ARCCORR ARCHIVED SIGHTING
001795*                  CORRECTION, UNDER SIGHTINGS AUTHORITY
001796* 10/15/2026 DNO   ADDED SGTBAL - THE OVERNIGHT SIGHTINGS PIPELINE
001797*                  RECORD BALANCE, FOR A RERUN AFTER A BALOVRD
001798*                  OVERRIDE
001808* 10/15/2026 DNO   EVERY SIGN-ON, SIGN-OFF, REFUSED SIGN-ON, MENU
001818*                  SELECTION, PROGRAM RUN WITH ITS RETURN CODE,
001828*                  FAILED AUTHORITY CHECK AND REFUSED MID-FLIGHT
001838*                  SELECTION IS NOW WRITTEN TO THE SECLOG SECURITY
001848*                  LOG THROUGH SECLOGW, WITH THE OPERATOR ID, THE
001858*                  PROGRAM AND ITS FUNCTION CLASS.  ADDED ACCREVW
001868*                  - THE OPERATOR ACCESS REVIEW, FOR A REPORTS
001878*                  OPERATOR
001880* 10/15/2026 DNO   OPTION 40 RUNS PRTBURST, THE REPORT
001882*                  DISTRIBUTION BURSTING, UNDER REPORTS AUTHORITY
001884* 10/15/2026 DNO   OPTION 41 RUNS OBSDSAR, THE OBSERVER DATA
001886*                  PROTECTION REQUESTS, UNDER MASTERS AUTHORITY
001887*                  AND THE SUITE GUARD
001889* 10/15/2026 DNO   OPTION 42 RUNS NRCEXP, THE NATIONAL RECORDS
001891*                  CENTRE EXPORT, UNDER REPORTS AUTHORITY
001892* 10/15/2026 DNO   OPTIONS 43 AND 44 RUN RINGCAPT AND RINGBIOR,
001893*                  THE RINGING BIOMETRICS CAPTURE (MASTERS
001894*                  AUTHORITY AND THE SUITE GUARD) AND REPORT
001895*                  (REPORTS AUTHORITY)
001905* 10/15/2026 DNO   MSTRFWD AND ARCCORR REWRITE MASTERS AND ARE NOW
001915*                  HELD BACK BY THE SUITE GUARD LIKE THE OTHER
001925*                  MAINTENANCE OPTIONS.  THE LAST-RUN STATUS BLOCK
001935*                  NOW HOLDS 100 STEPS - EVERY PROGRAM LOGGING TO
001945*                  RUNHIST NO LONGER FITS IN 30
001955*================================================================*
001965 IDENTIFICATION DIVISION.
001975 PROGRAM-ID. OPERMENU.
002000 AUTHOR. D. OKAFOR.
002100 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002200 DATE-WRITTEN. 08/22/2026.
002599     05  SGN-OPERATOR-ID         PIC X(08).
002601
002602 WORKING-STORAGE SECTION.
002702 01  OPM-SELECTION               PIC X(02) VALUE SPACES.
002802 01  OPM-STEP-RETURN-CODE        PIC 9(02) VALUE ZERO.
002900 01  OPM-EXIT-SWITCH             PIC X(01).
003000     88  OPM-EXIT-REQUESTED      VALUE "Y".
003100     88  OPM-KEEP-GOING          VALUE "N".
003140* BLOCK PRINTED AHEAD OF THE PROMPT
003142*----------------------------------------------------------------*
003144 01  OPM-STEP-TABLE.
003146     05  OPM-STEP-ENTRY          OCCURS 100 TIMES.
003148         10  OPM-ENTRY-STEP      PIC X(08).
003150         10  OPM-ENTRY-DATE      PIC 9(08).
003152         10  OPM-ENTRY-RC        PIC 9(02).
003200     05  OPM-SESSION-PAYROLL     PIC X(01).
003202     05  OPM-SESSION-REPORTS     PIC X(01).
003204 01  OPM-REQUIRED-FLAG           PIC X(01).
003205 01  OPM-FUNCTION-CLASS          PIC X(01) VALUE SPACE.
003206 01  OPM-RUN-PROGRAM             PIC X(08) VALUE SPACES.
003207*----------------------------------------------------------------*
003208* THE PROGRAM BEHIND EACH SELECTION, FOR THE SECURITY LOG
003209*----------------------------------------------------------------*
003210 01  OPM-PROGRAM-LIST.
003211     05  FILLER                  PIC X(10) VALUE "1 SPMAINT ".
003212     05  FILLER                  PIC X(10) VALUE "2 SIGHTEDT".
003213     05  FILLER                  PIC X(10) VALUE "3 SIGHTLOD".
003214     05  FILLER                  PIC X(10) VALUE "4 SPEXPORT".
003215     05  FILLER                  PIC X(10) VALUE "5 SGTRECN ".
003216     05  FILLER                  PIC X(10) VALUE "6 SPECMEAS".
003217     05  FILLER                  PIC X(10) VALUE "7 POPTREND".
003218     05  FILLER                  PIC X(10) VALUE "8 PAYDRIVE".
003219     05  FILLER                  PIC X(10) VALUE "9 SGTVERIF".
003220     05  FILLER                  PIC X(10) VALUE "10RARREVW ".
003221     05  FILLER                  PIC X(10) VALUE "11ARCHROLL".
003222     05  FILLER                  PIC X(10) VALUE "12POPCMPCT".
003223     05  FILLER                  PIC X(10) VALUE "13COVCHASE".
003224     05  FILLER                  PIC X(10) VALUE "14RINGMNT ".
003225     05  FILLER                  PIC X(10) VALUE "15RINGRECV".
003226     05  FILLER                  PIC X(10) VALUE "16TAXREMIT".
003227     05  FILLER                  PIC X(10) VALUE "17BANKRTRN".
003228     05  FILLER                  PIC X(10) VALUE "18SALINCR ".
003229     05  FILLER                  PIC X(10) VALUE "19RUNTREND".
003230     05  FILLER                  PIC X(10) VALUE "20GENREST ".
003231     05  FILLER                  PIC X(10) VALUE "21PRTBROWS".
003232     05  FILLER                  PIC X(10) VALUE "22SIGHTCAP".
003233     05  FILLER                  PIC X(10) VALUE "23SALAPRV ".
003234     05  FILLER                  PIC X(10) VALUE "24EMPENQ  ".
003235     05  FILLER                  PIC X(10) VALUE "25BUDGLOAD".
003236     05  FILLER                  PIC X(10) VALUE "26BUDGVAR ".
003237     05  FILLER                  PIC X(10) VALUE "27BRDATLAS".
003238     05  FILLER                  PIC X(10) VALUE "28DISTMAP ".
003239     05  FILLER                  PIC X(10) VALUE "29SYSLIST ".
003240     05  FILLER                  PIC X(10) VALUE "30PHENOLOG".
003241     05  FILLER                  PIC X(10) VALUE "31QRYRESV ".
003242     05  FILLER                  PIC X(10) VALUE "32EFFRTRPT".
003243     05  FILLER                  PIC X(10) VALUE "33POPESTM ".
003244     05  FILLER                  PIC X(10) VALUE "34OBSREVW ".
003245     05  FILLER                  PIC X(10) VALUE "35MSTRFWD ".
003246     05  FILLER                  PIC X(10) VALUE "36ARCCONV ".
003247     05  FILLER                  PIC X(10) VALUE "37ARCCORR ".
003248     05  FILLER                  PIC X(10) VALUE "38SGTBAL  ".
003249     05  FILLER                  PIC X(10) VALUE "39ACCREVW ".
003250     05  FILLER                  PIC X(10) VALUE "40PRTBURST".
003251     05  FILLER                  PIC X(10) VALUE "41OBSDSAR ".
003252     05  FILLER                  PIC X(10) VALUE "42NRCEXP  ".
003253     05  FILLER                  PIC X(10) VALUE "43RINGCAPT".
003254     05  FILLER                  PIC X(10) VALUE "44RINGBIOR".
003255 01  OPM-PROGRAM-TABLE REDEFINES OPM-PROGRAM-LIST.
003256     05  OPM-PROGRAM-ENTRY       OCCURS 44 TIMES.
003257         10  OPM-LIST-SELECTION  PIC X(02).
003258         10  OPM-LIST-PROGRAM    PIC X(08).
003259 01  OPM-PROGRAM-COUNT           PIC 9(03) VALUE 44 COMP.
003260 01  OPM-PROGRAM-INDEX           PIC 9(03) COMP.
003261 COPY SECLOG.
003262
003263 PROCEDURE DIVISION.
003400 0000-MAINLINE.
003410     PERFORM 0200-SIGN-ON
003420     IF OPM-NOT-SIGNED-ON
003450     END-IF
003500     SET OPM-KEEP-GOING TO TRUE
003600     PERFORM 1000-OFFER-MENU UNTIL OPM-EXIT-REQUESTED
003602     MOVE ZERO TO OPM-STEP-RETURN-CODE
003604     SET SECLOG-SIGN-OFF TO TRUE
003606     PERFORM 1700-WRITE-SECURITY-LOG
003610     PERFORM 0290-CLEAR-SIGN-ON
003700     DISPLAY "OPERMENU - END OF SESSION"
003800     GOBACK
003926     SET OPM-NOT-SIGNED-ON TO TRUE
003928     DISPLAY "OPERMENU - ENTER OPERATOR ID:"
003930     ACCEPT OPM-REQUEST-ID
003931     MOVE OPM-REQUEST-ID TO SECLOG-OPERATOR
003932     SET OPM-PROFILE-NOT-EOF TO TRUE
003934     OPEN INPUT OPERATOR-PROFILES
003936     IF OPM-PROFILE-STATUS = "00"
003960         MOVE OPM-SESSION-ID TO SGN-OPERATOR-ID
003962         WRITE SIGN-ON-RECORD
003964         CLOSE SIGN-ON-FILE
004000         SET SECLOG-SIGN-ON TO TRUE
004100     ELSE
004200         SET SECLOG-SIGN-ON-REFUSED TO TRUE
004300     END-IF
004302     PERFORM 1700-WRITE-SECURITY-LOG
004304     .
004306
004308 0230-MATCH-ONE-PROFILE.
004310     IF OPR-OPERATOR-ID = OPM-REQUEST-ID
004312         SET OPM-SIGNED-ON TO TRUE
004314         MOVE OPR-OPERATOR-ID    TO OPM-SESSION-ID
004316         MOVE OPR-OPERATOR-NAME  TO OPM-SESSION-NAME
004318         MOVE OPR-MASTERS-FLAG   TO OPM-SESSION-MASTERS
004320         MOVE OPR-SIGHTINGS-FLAG TO OPM-SESSION-SIGHTINGS
004322         MOVE OPR-PAYROLL-FLAG   TO OPM-SESSION-PAYROLL
004324         MOVE OPR-REPORTS-FLAG   TO OPM-SESSION-REPORTS
004326     ELSE
004328         PERFORM 0260-READ-PROFILE
004330     END-IF
004332     .
004334
004336 0260-READ-PROFILE.
004338     READ OPERATOR-PROFILES
004340         AT END
004342             SET OPM-PROFILE-EOF TO TRUE
004344     END-READ
004346     .
004348
004350*----------------------------------------------------------------*
004352* THE SIGN-ON FILE IS CLEARED AT SESSION END SO THE OVERNIGHT
004354* BATCH STAMPS BATCH, NOT THE LAST OPERATOR TO WALK AWAY
004356*----------------------------------------------------------------*
004358 0290-CLEAR-SIGN-ON.
004360     OPEN OUTPUT SIGN-ON-FILE
004362     CLOSE SIGN-ON-FILE
004364     .
004366
004368 1000-OFFER-MENU.
004370     DISPLAY " "
004372     PERFORM 0500-SHOW-SUITE-STATUS
004374     DISPLAY "OPERMENU - SUITE PROGRAMS"
004400     DISPLAY "  1  SPMAINT  - SPECIES MASTER MAINTENANCE"
004500     DISPLAY "  2  SIGHTEDT - SIGHTINGS FRONT-END EDIT"
004600     DISPLAY "  3  SIGHTLOAD - SIGHTINGS LOAD"
005232     DISPLAY "  20 GENREST  - RESTORE AN OUTPUT GENERATION"
005234     DISPLAY "  21 PRTBROWS - REPORT SPOOL CATALOGUE"
005236     DISPLAY "  22 SIGHTCAP - SIGHTINGS CAPTURE SESSION"
005237     DISPLAY "  23 SALAPRV  - SALARY CHANGE APPROVAL"
005247     DISPLAY "  24 EMPENQ   - EMPLOYEE ENQUIRY"
005249     DISPLAY "  25 BUDGLOAD - DEPARTMENT BUDGET LOAD"
005251     DISPLAY "  26 BUDGVAR  - BUDGET VERSUS ACTUAL REPORT"
005256     DISPLAY "  27 BRDATLAS - BREEDING STATUS ATLAS"
005266     DISPLAY "  28 DISTMAP  - 10KM DISTRIBUTION MAP"
005271     DISPLAY "  29 SYSLIST  - ANNUAL SYSTEMATIC LIST"
005273     DISPLAY "  30 PHENOLOG - MIGRANT PHENOLOGY REPORT"
005275     DISPLAY "  31 QRYRESV  - COUNT QUERY RESOLUTION"
005277     DISPLAY "  32 EFFRTRPT - BIRDS PER HOUR EFFORT REPORT"
005279     DISPLAY "  33 POPESTM  - POPULATION ESTIMATE PROPOSALS"
005281     DISPLAY "  34 OBSREVW  - OBSERVER ACCREDITATION REVIEW"
005283     DISPLAY "  35 MSTRFWD  - ROLL MASTERS FORWARD FROM JOURNAL"
005284     DISPLAY "  36 ARCCONV  - CONVERT ARCHIVE TO INDEXED"
005289     DISPLAY "  37 ARCCORR  - ARCHIVED SIGHTING CORRECTION"
005291     DISPLAY "  38 SGTBAL   - SIGHTINGS PIPELINE BALANCE"
005293     DISPLAY "  39 ACCREVW  - OPERATOR ACCESS REVIEW"
005295     DISPLAY "  40 PRTBURST - REPORT DISTRIBUTION BURSTING"
005296     DISPLAY "  41 OBSDSAR  - OBSERVER DATA PROTECTION REQUESTS"
005297     DISPLAY "  42 NRCEXP   - NATIONAL RECORDS CENTRE EXPORT"
005307     DISPLAY "  43 RINGCAPT - RINGING BIOMETRICS CAPTURE"
005317     DISPLAY "  44 RINGBIOR - RINGING BIOMETRICS REPORT"
005327     DISPLAY "  X  EXIT"
005337     DISPLAY "OPERMENU - ENTER SELECTION:"
005400     ACCEPT OPM-SELECTION
005500     PERFORM 2000-RUN-SELECTED-PROGRAM
005600     .
005866                 TO OPM-ENTRY-RC(OPM-STEP-FOUND)
005868         END-IF
005870     ELSE
005872         IF OPM-STEP-COUNT < 100
005874             ADD 1 TO OPM-STEP-COUNT
005876             MOVE RUNLOG-STEP-NAME
005878                 TO OPM-ENTRY-STEP(OPM-STEP-COUNT)
005936         " RC " OPM-ENTRY-RC(OPM-STEP-INDEX)
005938     .
005940
006000*----------------------------------------------------------------*
006100* THE SECURITY LOG - THE CALLER SETS THE EVENT, THE OPERATOR IS
006200* THE ID OFFERED AT SIGN-ON, AND THE REST IS THE CURRENT SELECTION
006300*----------------------------------------------------------------*
006400 1700-WRITE-SECURITY-LOG.
006500     IF SECLOG-SIGN-ON
006600     OR SECLOG-SIGN-ON-REFUSED
006700         MOVE SPACES TO SECLOG-SELECTION
006800         MOVE SPACES TO SECLOG-PROGRAM
006900         MOVE SPACE  TO SECLOG-FUNCTION-CLASS
007000     ELSE
007100         MOVE OPM-SELECTION      TO SECLOG-SELECTION
007200         MOVE OPM-RUN-PROGRAM    TO SECLOG-PROGRAM
007300         MOVE OPM-FUNCTION-CLASS TO SECLOG-FUNCTION-CLASS
007400     END-IF
007500     MOVE OPM-STEP-RETURN-CODE TO SECLOG-RETURN-CODE
007600     CALL "SECLOGW" USING SECLOG-RECORD
007700     .
007800
007900 1850-FIND-PROGRAM-NAME.
008000     MOVE SPACES TO OPM-RUN-PROGRAM
008100     PERFORM 1860-MATCH-ONE-PROGRAM
008200         VARYING OPM-PROGRAM-INDEX FROM 1 BY 1
008300         UNTIL OPM-PROGRAM-INDEX > OPM-PROGRAM-COUNT
008400            OR OPM-RUN-PROGRAM NOT = SPACES
008500     .
008600
008700 1860-MATCH-ONE-PROGRAM.
008800     IF OPM-LIST-SELECTION(OPM-PROGRAM-INDEX) = OPM-SELECTION
008900         MOVE OPM-LIST-PROGRAM(OPM-PROGRAM-INDEX)
009000             TO OPM-RUN-PROGRAM
009100     END-IF
009200     .
009250
009300*----------------------------------------------------------------*
009400* THE PROFILE GATE - EVERY SELECTION BELONGS TO ONE OF THE FOUR
009500* FUNCTION CLASSES, AND THE SESSION FLAG CAPTURED AT SIGN-ON
009600* MUST SAY "Y" BEFORE THE CHOICE RUNS
009700*----------------------------------------------------------------*
009800 1800-CHECK-AUTHORITY.
009900     SET OPM-RUN-ALLOWED TO TRUE
010000     EVALUATE OPM-SELECTION
010100         WHEN "1"
010200         WHEN "14"
010300         WHEN "35"
010310         WHEN "41"
010320         WHEN "43"
010400             MOVE OPM-SESSION-MASTERS   TO OPM-REQUIRED-FLAG
010500             MOVE "M"                   TO OPM-FUNCTION-CLASS
010600         WHEN "2"
010700         WHEN "3"
010800         WHEN "9"
010900         WHEN "10"
011000         WHEN "11"
011100         WHEN "12"
011200         WHEN "22"
011300         WHEN "31"
011400         WHEN "36"
011500         WHEN "37"
011600         WHEN "38"
011700             MOVE OPM-SESSION-SIGHTINGS TO OPM-REQUIRED-FLAG
011800             MOVE "S"                   TO OPM-FUNCTION-CLASS
011900         WHEN "8"
012000         WHEN "16"
012100         WHEN "17"
012200         WHEN "18"
012300         WHEN "23"
012400         WHEN "24"
012500         WHEN "25"
012600             MOVE OPM-SESSION-PAYROLL   TO OPM-REQUIRED-FLAG
012700             MOVE "P"                   TO OPM-FUNCTION-CLASS
012800         WHEN "4"
012900         WHEN "5"
013000         WHEN "6"
013100         WHEN "7"
013200         WHEN "13"
013300         WHEN "15"
013400         WHEN "19"
013500         WHEN "20"
013600         WHEN "21"
013700         WHEN "26"
013800         WHEN "27"
013900         WHEN "28"
014000         WHEN "29"
014100         WHEN "30"
014200         WHEN "32"
014300         WHEN "33"
014400         WHEN "34"
014410         WHEN "39"
014420         WHEN "40"
014430         WHEN "42"
014440         WHEN "44"
014500             MOVE OPM-SESSION-REPORTS   TO OPM-REQUIRED-FLAG
014600             MOVE "R"                   TO OPM-FUNCTION-CLASS
014700         WHEN OTHER
014800             MOVE "Y"                   TO OPM-REQUIRED-FLAG
014900             MOVE SPACE                 TO OPM-FUNCTION-CLASS
015000     END-EVALUATE
015100     IF OPM-REQUIRED-FLAG NOT = "Y"
015200         SET OPM-RUN-BLOCKED TO TRUE
015300         DISPLAY "OPERMENU - PROFILE DOES NOT PERMIT THIS "
015400             "FUNCTION FOR " OPM-SESSION-ID
015500         DISPLAY "OPERMENU - SELECTION REFUSED"
015600     END-IF
015700     .
015800
015900*----------------------------------------------------------------*
016000* A SELECTION THAT UPDATES A MASTER IS REFUSED WHILE THE SUITE
016100* IS MID-FLIGHT, UNLESS THE OPERATOR EXPLICITLY OVERRIDES
016200*----------------------------------------------------------------*
016300 1900-CHECK-SUITE-GUARD.
016400     IF OPM-SUITE-MID-FLIGHT
016500     AND (OPM-SELECTION = "1" OR OPM-SELECTION = "3"
016600          OR OPM-SELECTION = "8" OR OPM-SELECTION = "14"
016700          OR OPM-SELECTION = "23"
016800          OR OPM-SELECTION = "25"
016810          OR OPM-SELECTION = "35" OR OPM-SELECTION = "37"
016850          OR OPM-SELECTION = "41"
016860          OR OPM-SELECTION = "43")
016900         DISPLAY "OPERMENU - THE OVERNIGHT SUITE IS MID-FLIGHT"
017000         DISPLAY "OPERMENU - THIS SELECTION UPDATES A MASTER."
017100         DISPLAY "OPERMENU - OVERRIDE AND RUN ANYWAY? (Y/N):"
017200         ACCEPT OPM-OVERRIDE-ANSWER
017300         IF OPM-OVERRIDE-ANSWER NOT = "Y"
017400         AND OPM-OVERRIDE-ANSWER NOT = "y"
017500             SET OPM-RUN-BLOCKED TO TRUE
017600             DISPLAY "OPERMENU - SELECTION REFUSED"
017700         END-IF
017800     END-IF
017900     .
018000
018100 2000-RUN-SELECTED-PROGRAM.
018200     MOVE ZERO TO OPM-STEP-RETURN-CODE
018300     PERFORM 1850-FIND-PROGRAM-NAME
018400     PERFORM 1800-CHECK-AUTHORITY
018500     SET SECLOG-MENU-SELECTION TO TRUE
018600     PERFORM 1700-WRITE-SECURITY-LOG
018700     IF OPM-RUN-BLOCKED
018800         SET SECLOG-AUTHORITY-REFUSED TO TRUE
018900         PERFORM 1700-WRITE-SECURITY-LOG
019000     ELSE
019100         PERFORM 1900-CHECK-SUITE-GUARD
019200         IF OPM-RUN-BLOCKED
019300             SET SECLOG-GUARD-REFUSED TO TRUE
019400             PERFORM 1700-WRITE-SECURITY-LOG
019500         END-IF
019600     END-IF
019700     IF OPM-RUN-BLOCKED
019800         CONTINUE
019900     ELSE
020000     EVALUATE OPM-SELECTION
020100         WHEN "1"
020200             CALL "SPMAINT"
020300             PERFORM 3000-SHOW-RETURN-CODE
020400         WHEN "2"
020500             CALL "SIGHTEDT"
020600             PERFORM 3000-SHOW-RETURN-CODE
020700         WHEN "3"
020800             CALL "SIGHTLOAD"
020900             PERFORM 3000-SHOW-RETURN-CODE
021000         WHEN "4"
021100             CALL "SPEXPORT"
021200             PERFORM 3000-SHOW-RETURN-CODE
021300         WHEN "5"
021400             CALL "SGTRECN"
021500             PERFORM 3000-SHOW-RETURN-CODE
021600         WHEN "6"
021700             CALL "SPECMEAS"
021800             PERFORM 3000-SHOW-RETURN-CODE
021900         WHEN "7"
022000             CALL "POPTREND"
022100             PERFORM 3000-SHOW-RETURN-CODE
022200         WHEN "8"
022300             CALL "PAYDRIVE"
022400             PERFORM 3000-SHOW-RETURN-CODE
022500         WHEN "9"
022600             CALL "SGTVERIF"
022700             PERFORM 3000-SHOW-RETURN-CODE
022800         WHEN "10"
022900             CALL "RARREVW"
023000             PERFORM 3000-SHOW-RETURN-CODE
023100         WHEN "11"
023200             CALL "ARCHROLL"
023300             PERFORM 3000-SHOW-RETURN-CODE
023400         WHEN "12"
023500             CALL "POPCMPCT"
023600             PERFORM 3000-SHOW-RETURN-CODE
023700         WHEN "13"
023800             CALL "COVCHASE"
023900             PERFORM 3000-SHOW-RETURN-CODE
024000         WHEN "14"
024100             CALL "RINGMNT"
024200             PERFORM 3000-SHOW-RETURN-CODE
024300         WHEN "15"
024400             CALL "RINGRECV"
024500             PERFORM 3000-SHOW-RETURN-CODE
024600         WHEN "16"
024700             CALL "TAXREMIT"
024800             PERFORM 3000-SHOW-RETURN-CODE
024900         WHEN "17"
025000             CALL "BANKRTRN"
025100             PERFORM 3000-SHOW-RETURN-CODE
025200         WHEN "18"
025300             CALL "SALINCR"
025400             PERFORM 3000-SHOW-RETURN-CODE
025500         WHEN "19"
025600             CALL "RUNTREND"
025700             PERFORM 3000-SHOW-RETURN-CODE
025800         WHEN "20"
025900             CALL "GENREST"
026000             PERFORM 3000-SHOW-RETURN-CODE
026100         WHEN "21"
026200             CALL "PRTBROWS"
026300             PERFORM 3000-SHOW-RETURN-CODE
026400         WHEN "22"
026500             CALL "SIGHTCAP"
026600             PERFORM 3000-SHOW-RETURN-CODE
026700         WHEN "23"
026800             CALL "SALAPRV"
026900             PERFORM 3000-SHOW-RETURN-CODE
027000         WHEN "24"
027100             CALL "EMPENQ"
027200             PERFORM 3000-SHOW-RETURN-CODE
027300         WHEN "25"
027400             CALL "BUDGLOAD"
027500             PERFORM 3000-SHOW-RETURN-CODE
027600         WHEN "26"
027700             CALL "BUDGVAR"
027800             PERFORM 3000-SHOW-RETURN-CODE
027900         WHEN "27"
028000             CALL "BRDATLAS"
028100             PERFORM 3000-SHOW-RETURN-CODE
028200         WHEN "28"
028300             CALL "DISTMAP"
028400             PERFORM 3000-SHOW-RETURN-CODE
028500         WHEN "29"
028600             CALL "SYSLIST"
028700             PERFORM 3000-SHOW-RETURN-CODE
028800         WHEN "30"
028900             CALL "PHENOLOG"
029000             PERFORM 3000-SHOW-RETURN-CODE
029100         WHEN "31"
029200             CALL "QRYRESV"
029300             PERFORM 3000-SHOW-RETURN-CODE
029400         WHEN "32"
029500             CALL "EFFRTRPT"
029600             PERFORM 3000-SHOW-RETURN-CODE
029700         WHEN "33"
029800             CALL "POPESTM"
029900             PERFORM 3000-SHOW-RETURN-CODE
030000         WHEN "34"
030100             CALL "OBSREVW"
030200             PERFORM 3000-SHOW-RETURN-CODE
030300         WHEN "35"
030400             CALL "MSTRFWD"
030500             PERFORM 3000-SHOW-RETURN-CODE
030600         WHEN "36"
030700             CALL "ARCCONV"
030800             PERFORM 3000-SHOW-RETURN-CODE
030900         WHEN "37"
031000             CALL "ARCCORR"
031100             PERFORM 3000-SHOW-RETURN-CODE
031200         WHEN "38"
031300             CALL "SGTBAL"
031400             PERFORM 3000-SHOW-RETURN-CODE
031410         WHEN "39"
031420             CALL "ACCREVW"
031430             PERFORM 3000-SHOW-RETURN-CODE
031440         WHEN "40"
031450             CALL "PRTBURST"
031460             PERFORM 3000-SHOW-RETURN-CODE
031470         WHEN "41"
031480             CALL "OBSDSAR"
031490             PERFORM 3000-SHOW-RETURN-CODE
031491         WHEN "42"
031492             CALL "NRCEXP"
031493             PERFORM 3000-SHOW-RETURN-CODE
031494         WHEN "43"
031495             CALL "RINGCAPT"
031496             PERFORM 3000-SHOW-RETURN-CODE
031497         WHEN "44"
031498             CALL "RINGBIOR"
031499             PERFORM 3000-SHOW-RETURN-CODE
031500         WHEN "X"
031600             SET OPM-EXIT-REQUESTED TO TRUE
031700         WHEN "x"
031800             SET OPM-EXIT-REQUESTED TO TRUE
031900         WHEN OTHER
032000             DISPLAY "OPERMENU - UNKNOWN SELECTION: "
032100                 OPM-SELECTION
032200     END-EVALUATE
032300     END-IF
032400     .
032500
032600 3000-SHOW-RETURN-CODE.
032700     MOVE RETURN-CODE TO OPM-STEP-RETURN-CODE
032800     DISPLAY "OPERMENU - STEP RETURN CODE: "
032900         OPM-STEP-RETURN-CODE
033000     SET SECLOG-PROGRAM-RUN TO TRUE
033100     PERFORM 1700-WRITE-SECURITY-LOG
033200     .
