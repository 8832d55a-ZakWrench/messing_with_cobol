000100*================================================================*
000200* RINGING-BIOMETRICS-CAPTURE
000300* PURPOSE.  Takes the ringers' capture sheets (CAPTRAN) - wing
000400*           length, weight, age and sex taken at every ringing
000500*           and retrap - onto the RINGBIO biometrics master, so
000600*           they no longer live in a spreadsheet.  The ring must
000700*           be on the ring register, whose species the capture
000800*           is checked against: wing length against the species
000900*           master's BIRD-WINGSPAN range and weight against its
001000*           BIRD-WEIGHT range, both brought to metric through
001100*           UNITCNV first.  A capture outside either range is
001200*           written to the RINGQRY query file for the ringer and
001300*           not stored; re-keyed with the confirmed flag it is
001400*           stored and marked.  A range the master does not hold
001500*           (maximum zero) is not checked.  A capture that fails
001510*           its edits is rejected as RINGMNT rejects.  A capture
001520*           at a merged site is stored under the site it was
001530*           merged into, and one at a closed site on or after the
001540*           day it closed is rejected, as SIGHTEDT treats
001550*           sightings.
001700* AUTHOR.   D. OKAFOR
001800* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001900* DATE-WRITTEN. 10/15/2026
002000*================================================================*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 DNO   ORIGINAL PROGRAM
002310* 10/15/2026 DNO   A CAPTURE AT A MERGED SITE IS NOW STORED UNDER
002320*                  THE SITE IT WAS MERGED INTO, AND ONE AT A
002330*                  CLOSED SITE ON OR AFTER ITS CLOSED DATE IS
002340*                  REJECTED, AS SIGHTEDT DOES.  A RING REGISTER,
002350*                  SPECIES MASTER OR SITE MASTER THAT WILL NOT
002360*                  OPEN NOW ENDS THE STEP WITH RETURN CODE 16
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. RINGCAPT.
002700 AUTHOR. D. OKAFOR.
002800 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CAPTURE-TRANSACTIONS ASSIGN TO "CAPTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RCP-TRAN-STATUS.
003800
003900     SELECT BIOMETRICS-MASTER ASSIGN TO "RINGBIO"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RINGBIO-KEY
004300         FILE STATUS IS RCP-MASTER-STATUS.
004400
004500     SELECT RING-REGISTER ASSIGN TO "RINGREG"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS RING-NUMBER
004900         FILE STATUS IS RCP-REGISTER-STATUS.
005000
005100     SELECT SPECIES-MASTER ASSIGN TO "SPECIES"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS BIRD-SCIENTIFIC-NAME
005500         ALTERNATE RECORD KEY IS BIRD-COMMON-NAME
005600         FILE STATUS IS RCP-SPECIES-STATUS.
005700
005800     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS SITE-CODE
006200         FILE STATUS IS RCP-SITE-STATUS.
006300
006400     SELECT CAPTURE-QUERY ASSIGN TO "RINGQRY"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS RCP-QUERY-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CAPTURE-TRANSACTIONS.
007100 COPY CAPTRAN.
007200
007300 FD  BIOMETRICS-MASTER.
007400 COPY RINGBIO.
007500
007600 FD  RING-REGISTER.
007700 COPY RINGREC.
007800
007900 FD  SPECIES-MASTER.
008000 COPY BIRDREC.
008100
008200 FD  SITE-MASTER.
008300 COPY SITEREC.
008400
008500 FD  CAPTURE-QUERY.
008600 COPY RINGQRY.
008700
008800 WORKING-STORAGE SECTION.
008900 01  RCP-TRAN-STATUS              PIC X(02).
009000 01  RCP-MASTER-STATUS            PIC X(02).
009100 01  RCP-REGISTER-STATUS          PIC X(02).
009200 01  RCP-SPECIES-STATUS           PIC X(02).
009300 01  RCP-SITE-STATUS              PIC X(02).
009400 01  RCP-QUERY-STATUS             PIC X(02).
009500 01  RCP-END-OF-FILE-SWITCH       PIC X(01).
009600     88  RCP-END-OF-FILE          VALUE "Y".
009700     88  RCP-NOT-END-OF-FILE      VALUE "N".
009800 01  RCP-EDIT-SWITCH              PIC X(01).
009900     88  RCP-EDIT-VALID           VALUE "Y".
010000     88  RCP-EDIT-INVALID         VALUE "N".
010100 01  RCP-WING-SWITCH              PIC X(01).
010200     88  RCP-WING-IN-RANGE        VALUE "Y".
010300     88  RCP-WING-OUT-OF-RANGE    VALUE "N".
010400 01  RCP-WEIGHT-SWITCH            PIC X(01).
010500     88  RCP-WEIGHT-IN-RANGE      VALUE "Y".
010600     88  RCP-WEIGHT-OUT-OF-RANGE  VALUE "N".
010610 01  RCP-SITE-SWITCH              PIC X(01).
010620     88  RCP-SITE-FOUND           VALUE "Y".
010630     88  RCP-SITE-NOT-FOUND       VALUE "N".
010640 01  RCP-SITE-CODE                PIC X(06).
010700 01  RCP-RETURN-CODE              PIC 9(02) VALUE ZERO.
010800 01  RCP-BUSINESS-DATE            PIC 9(08).
010900 01  RCP-CAPTURES-READ            PIC 9(07) VALUE ZERO.
011000 01  RCP-CAPTURES-STORED          PIC 9(07) VALUE ZERO.
011100 01  RCP-CAPTURES-CONFIRMED       PIC 9(07) VALUE ZERO.
011200 01  RCP-CAPTURES-QUERIED         PIC 9(07) VALUE ZERO.
011300 01  RCP-CAPTURES-REJECTED        PIC 9(07) VALUE ZERO.
011400
011500 COPY RUNLOG.
011600
011700 PROCEDURE DIVISION.
011800 0000-MAINLINE.
011900     ACCEPT RUNLOG-START-TIME FROM TIME
012000     PERFORM 1000-INITIALIZE
012100     PERFORM 2000-PROCESS-CAPTURE UNTIL RCP-END-OF-FILE
012200     PERFORM 3000-TERMINATE
012300     MOVE RCP-RETURN-CODE TO RETURN-CODE
012400     GOBACK
012500     .
012600
012700 1000-INITIALIZE.
012800     SET RCP-NOT-END-OF-FILE TO TRUE
012900     CALL "BUSDATE" USING RCP-BUSINESS-DATE
013000     OPEN INPUT RING-REGISTER
013100     OPEN INPUT SPECIES-MASTER
013200     OPEN INPUT SITE-MASTER
013205     IF RCP-REGISTER-STATUS NOT = "00"
013210     OR RCP-SPECIES-STATUS NOT = "00"
013215     OR RCP-SITE-STATUS NOT = "00"
013220         DISPLAY "RINGCAPT - REFERENCE FILE WILL NOT OPEN: "
013225             "RINGREG " RCP-REGISTER-STATUS
013230             " SPECIES " RCP-SPECIES-STATUS
013232             " SITEMAST " RCP-SITE-STATUS
013235         MOVE 16 TO RCP-RETURN-CODE
013240         MOVE "RINGCAPT" TO RUNLOG-STEP-NAME
013245         MOVE ZERO TO RUNLOG-RECORDS-READ
013250         MOVE ZERO TO RUNLOG-RECORDS-APPLIED
013255         MOVE ZERO TO RUNLOG-RECORDS-REJECTED
013260         MOVE ZERO TO RUNLOG-RECORDS-DROPPED
013265         MOVE RCP-RETURN-CODE TO RUNLOG-RETURN-CODE
013270         CALL "RUNLOGW" USING RUNLOG-RECORD
013275         MOVE RCP-RETURN-CODE TO RETURN-CODE
013280         GOBACK
013285     END-IF
013300     OPEN I-O BIOMETRICS-MASTER
013400     IF RCP-MASTER-STATUS = "35"
013500         CLOSE BIOMETRICS-MASTER
013600         OPEN OUTPUT BIOMETRICS-MASTER
013700         CLOSE BIOMETRICS-MASTER
013800         OPEN I-O BIOMETRICS-MASTER
013900     END-IF
014000     OPEN EXTEND CAPTURE-QUERY
014100     IF RCP-QUERY-STATUS = "35"
014200         OPEN OUTPUT CAPTURE-QUERY
014300     END-IF
014400     OPEN INPUT CAPTURE-TRANSACTIONS
014500     IF RCP-TRAN-STATUS NOT = "00"
014600         DISPLAY "RINGCAPT - NO CAPTURE FILE: " RCP-TRAN-STATUS
014700         SET RCP-END-OF-FILE TO TRUE
014800     ELSE
014900         PERFORM 2100-READ-CAPTURE
015000     END-IF
015100     .
015200
015300 2000-PROCESS-CAPTURE.
015400     ADD 1 TO RCP-CAPTURES-READ
015500     PERFORM 2200-EDIT-CAPTURE
015600     IF RCP-EDIT-VALID
015700         PERFORM 2500-CHECK-RANGES
015800         IF (RCP-WING-IN-RANGE AND RCP-WEIGHT-IN-RANGE)
015900         OR CAPTRAN-IS-CONFIRMED
016000             PERFORM 2700-STORE-CAPTURE
016100         ELSE
016200             PERFORM 2600-QUERY-CAPTURE
016300         END-IF
016400     ELSE
016500         ADD 1 TO RCP-CAPTURES-REJECTED
016600     END-IF
016700     PERFORM 2100-READ-CAPTURE
016800     .
016900
017000 2100-READ-CAPTURE.
017100     READ CAPTURE-TRANSACTIONS
017200         AT END
017300             SET RCP-END-OF-FILE TO TRUE
017400     END-READ
017500     .
017600
017700*----------------------------------------------------------------*
017800* THE RING MUST BE ON THE REGISTER - ITS SPECIES IS THE ONE THE
017900* BIOMETRICS ARE CHECKED AGAINST.  A CAPTURE CANNOT PRE-DATE THE
017910* RINGING OR FALL AFTER TODAY, AND A RING IS RINGED ONLY ONCE.
017920* A MERGED SITE CODE POINTS AT ITS SURVIVOR, AND A CLOSED SITE
017930* TAKES NO CAPTURE FROM THE DAY IT CLOSED, AS IN SIGHTEDT
018100*----------------------------------------------------------------*
018200 2200-EDIT-CAPTURE.
018300     SET RCP-EDIT-VALID TO TRUE
018400     MOVE CAPTRAN-RING-NUMBER TO RING-NUMBER
018500     READ RING-REGISTER
018600         INVALID KEY
018700             SET RCP-EDIT-INVALID TO TRUE
018800             DISPLAY "RINGCAPT - RING NOT ON REGISTER: "
018900                 CAPTRAN-RING-NUMBER
019000     END-READ
019100     IF CAPTRAN-CAPTURE-DATE IS NOT NUMERIC
019200     OR CAPTRAN-CAPTURE-TIME IS NOT NUMERIC
019300         SET RCP-EDIT-INVALID TO TRUE
019400         DISPLAY "RINGCAPT - CAPTURE DATE OR TIME NOT NUMERIC: "
019500             CAPTRAN-RING-NUMBER
019600     ELSE
019700         IF CAPTRAN-CAPTURE-DATE > RCP-BUSINESS-DATE
019800             SET RCP-EDIT-INVALID TO TRUE
019900             DISPLAY "RINGCAPT - CAPTURE DATE IN THE FUTURE: "
020000                 CAPTRAN-RING-NUMBER " " CAPTRAN-CAPTURE-DATE
020100         END-IF
020200         IF RCP-EDIT-VALID
020300         AND CAPTRAN-CAPTURE-DATE < RING-DATE
020400             SET RCP-EDIT-INVALID TO TRUE
020500             DISPLAY "RINGCAPT - CAPTURE BEFORE RINGING DATE: "
020600                 CAPTRAN-RING-NUMBER " " CAPTRAN-CAPTURE-DATE
020700         END-IF
020800     END-IF
020900     IF NOT CAPTRAN-IS-RINGING
021000     AND NOT CAPTRAN-IS-RETRAP
021100         SET RCP-EDIT-INVALID TO TRUE
021200         DISPLAY "RINGCAPT - UNKNOWN CAPTURE TYPE: "
021300             CAPTRAN-RING-NUMBER " " CAPTRAN-CAPTURE-TYPE
021400     END-IF
021500     IF RCP-EDIT-VALID
021600     AND CAPTRAN-IS-RINGING
021700         PERFORM 2300-CHECK-NOT-CAPTURED
021800     END-IF
021810     MOVE CAPTRAN-SITE-CODE TO RCP-SITE-CODE
021820     MOVE RCP-SITE-CODE TO SITE-CODE
021830     SET RCP-SITE-FOUND TO TRUE
022000     READ SITE-MASTER
022100         INVALID KEY
022110             SET RCP-SITE-NOT-FOUND TO TRUE
022200             SET RCP-EDIT-INVALID TO TRUE
022300             DISPLAY "RINGCAPT - SITE NOT ON MASTER: "
022400                 CAPTRAN-SITE-CODE
022500     END-READ
022505     IF RCP-SITE-FOUND
022510     AND SITE-IS-MERGED
022515         MOVE SITE-MERGED-INTO TO RCP-SITE-CODE
022520         MOVE RCP-SITE-CODE TO SITE-CODE
022525         READ SITE-MASTER
022530             INVALID KEY
022535                 SET RCP-SITE-NOT-FOUND TO TRUE
022540                 SET RCP-EDIT-INVALID TO TRUE
022545                 DISPLAY "RINGCAPT - SITE MERGED INTO IS NOT ON "
022550                     "MASTER: " CAPTRAN-SITE-CODE " "
022552                     RCP-SITE-CODE
022555         END-READ
022560     END-IF
022565     IF RCP-SITE-FOUND
022570     AND SITE-IS-CLOSED
022575     AND CAPTRAN-CAPTURE-DATE NOT < SITE-CLOSED-DATE
022580         SET RCP-EDIT-INVALID TO TRUE
022585         DISPLAY "RINGCAPT - SITE CLOSED ON CAPTURE DATE: "
022590             RCP-SITE-CODE " " CAPTRAN-CAPTURE-DATE
022595     END-IF
022600     IF CAPTRAN-WING-LENGTH IS NOT NUMERIC
022700     OR CAPTRAN-WEIGHT IS NOT NUMERIC
022800         SET RCP-EDIT-INVALID TO TRUE
022900         DISPLAY "RINGCAPT - WING OR WEIGHT NOT NUMERIC: "
023000             CAPTRAN-RING-NUMBER
023100     ELSE
023200         IF CAPTRAN-WING-LENGTH = ZERO
023300         OR CAPTRAN-WEIGHT = ZERO
023400             SET RCP-EDIT-INVALID TO TRUE
023500             DISPLAY "RINGCAPT - WING OR WEIGHT NOT TAKEN: "
023600                 CAPTRAN-RING-NUMBER
023700         END-IF
023800     END-IF
023900     IF NOT CAPTRAN-AGE-VALID
024000         SET RCP-EDIT-INVALID TO TRUE
024100         DISPLAY "RINGCAPT - INVALID AGE CODE: "
024200             CAPTRAN-RING-NUMBER " " CAPTRAN-AGE-CODE
024300     END-IF
024400     IF NOT CAPTRAN-SEX-VALID
024500         SET RCP-EDIT-INVALID TO TRUE
024600         DISPLAY "RINGCAPT - INVALID SEX: "
024700             CAPTRAN-RING-NUMBER " " CAPTRAN-SEX
024800     END-IF
024900     IF RCP-REGISTER-STATUS = "00"
025000         MOVE RING-SCIENTIFIC-NAME TO BIRD-SCIENTIFIC-NAME
025100         READ SPECIES-MASTER
025200             INVALID KEY
025300                 SET RCP-EDIT-INVALID TO TRUE
025400                 DISPLAY "RINGCAPT - SPECIES NOT ON MASTER: "
025500                     RING-SCIENTIFIC-NAME
025600         END-READ
025700     END-IF
025800     .
025900
026000*----------------------------------------------------------------*
026100* A RINGING CAPTURE IS THE RING'S FIRST - ANY CAPTURE ALREADY
026200* HELD FOR THE RING MAKES THIS ONE A RETRAP
026300*----------------------------------------------------------------*
026400 2300-CHECK-NOT-CAPTURED.
026500     MOVE CAPTRAN-RING-NUMBER TO RINGBIO-RING-NUMBER
026600     MOVE ZERO TO RINGBIO-CAPTURE-DATE
026700     MOVE ZERO TO RINGBIO-CAPTURE-TIME
026800     START BIOMETRICS-MASTER KEY IS NOT < RINGBIO-KEY
026900         INVALID KEY
027000             MOVE SPACES TO RINGBIO-RING-NUMBER
027100         NOT INVALID KEY
027200             READ BIOMETRICS-MASTER NEXT RECORD
027300                 AT END
027400                     MOVE SPACES TO RINGBIO-RING-NUMBER
027500             END-READ
027600     END-START
027700     IF RINGBIO-RING-NUMBER = CAPTRAN-RING-NUMBER
027800         SET RCP-EDIT-INVALID TO TRUE
027900         DISPLAY "RINGCAPT - RING ALREADY CAPTURED: "
028000             CAPTRAN-RING-NUMBER
028100     END-IF
028200     .
028300
028400*----------------------------------------------------------------*
028500* THE MASTER MAY HOLD A SPECIES IN INCHES AND OUNCES - UNITCNV
028600* BRINGS THE RANGES TO CENTIMETRES AND GRAMS, THE UNITS THE
028700* RINGERS WORK IN
028800*----------------------------------------------------------------*
028900 2500-CHECK-RANGES.
029000     CALL "UNITCNV" USING BIRD-MEASUREMENTS
029100         BIRD-UNIT-OF-MEASURE
029200     SET RCP-WING-IN-RANGE TO TRUE
029300     SET RCP-WEIGHT-IN-RANGE TO TRUE
029400     IF BIRD-WINGSPAN-MAX > ZERO
029500         IF CAPTRAN-WING-LENGTH < BIRD-WINGSPAN-MIN
029600         OR CAPTRAN-WING-LENGTH > BIRD-WINGSPAN-MAX
029700             SET RCP-WING-OUT-OF-RANGE TO TRUE
029800         END-IF
029900     END-IF
030000     IF BIRD-WEIGHT-MAX > ZERO
030100         IF CAPTRAN-WEIGHT < BIRD-WEIGHT-MIN
030200         OR CAPTRAN-WEIGHT > BIRD-WEIGHT-MAX
030300             SET RCP-WEIGHT-OUT-OF-RANGE TO TRUE
030400         END-IF
030500     END-IF
030600     .
030700
030800 2600-QUERY-CAPTURE.
030900     MOVE CAPTRAN-RECORD        TO RINGQRY-CAPTURE
031000     MOVE BIRD-SCIENTIFIC-NAME  TO RINGQRY-SCIENTIFIC-NAME
031100     EVALUATE TRUE
031200         WHEN RCP-WING-OUT-OF-RANGE AND RCP-WEIGHT-OUT-OF-RANGE
031300             SET RINGQRY-BOTH   TO TRUE
031400         WHEN RCP-WING-OUT-OF-RANGE
031500             SET RINGQRY-WING   TO TRUE
031600         WHEN OTHER
031700             SET RINGQRY-WEIGHT TO TRUE
031800     END-EVALUATE
031900     MOVE BIRD-WINGSPAN-MIN     TO RINGQRY-WINGSPAN-MIN
032000     MOVE BIRD-WINGSPAN-MAX     TO RINGQRY-WINGSPAN-MAX
032100     MOVE BIRD-WEIGHT-MIN       TO RINGQRY-WEIGHT-MIN
032200     MOVE BIRD-WEIGHT-MAX       TO RINGQRY-WEIGHT-MAX
032300     MOVE RCP-BUSINESS-DATE     TO RINGQRY-HELD-DATE
032400     WRITE RINGQRY-RECORD
032500     ADD 1 TO RCP-CAPTURES-QUERIED
032600     DISPLAY "RINGCAPT - CAPTURE QUERIED, " RINGQRY-REASON-CODE
032700         " OUT OF RANGE: " CAPTRAN-RING-NUMBER " "
032800         CAPTRAN-CAPTURE-DATE
032900     .
033000
033100 2700-STORE-CAPTURE.
033200     MOVE CAPTRAN-RING-NUMBER   TO RINGBIO-RING-NUMBER
033300     MOVE CAPTRAN-CAPTURE-DATE  TO RINGBIO-CAPTURE-DATE
033400     MOVE CAPTRAN-CAPTURE-TIME  TO RINGBIO-CAPTURE-TIME
033500     MOVE RING-SCIENTIFIC-NAME  TO RINGBIO-SCIENTIFIC-NAME
033600     MOVE CAPTRAN-CAPTURE-TYPE  TO RINGBIO-CAPTURE-TYPE
033700     MOVE RCP-SITE-CODE         TO RINGBIO-SITE-CODE
033800     MOVE CAPTRAN-WING-LENGTH   TO RINGBIO-WING-LENGTH
033900     MOVE CAPTRAN-WEIGHT        TO RINGBIO-WEIGHT
034000     MOVE CAPTRAN-AGE-CODE      TO RINGBIO-AGE-CODE
034100     MOVE CAPTRAN-SEX           TO RINGBIO-SEX
034200     MOVE RCP-BUSINESS-DATE     TO RINGBIO-LOAD-DATE
034300     IF RCP-WING-IN-RANGE AND RCP-WEIGHT-IN-RANGE
034400         SET RINGBIO-WITHIN-RANGE TO TRUE
034500     ELSE
034600         SET RINGBIO-OUTSIDE-RANGE-CONFIRMED TO TRUE
034700     END-IF
034800     WRITE RINGBIO-RECORD
034900         INVALID KEY
035000             ADD 1 TO RCP-CAPTURES-REJECTED
035100             DISPLAY "RINGCAPT - CAPTURE ALREADY HELD: "
035200                 CAPTRAN-RING-NUMBER " " CAPTRAN-CAPTURE-DATE
035300                 " " CAPTRAN-CAPTURE-TIME
035400         NOT INVALID KEY
035500             ADD 1 TO RCP-CAPTURES-STORED
035600             IF RINGBIO-OUTSIDE-RANGE-CONFIRMED
035700                 ADD 1 TO RCP-CAPTURES-CONFIRMED
035800             END-IF
035900     END-WRITE
036000     .
036100
036200 3000-TERMINATE.
036300     IF RCP-TRAN-STATUS NOT = "35"
036400     AND RCP-TRAN-STATUS NOT = "30"
036500         CLOSE CAPTURE-TRANSACTIONS
036600     END-IF
036700     CLOSE BIOMETRICS-MASTER
036800     CLOSE RING-REGISTER
036900     CLOSE SPECIES-MASTER
037000     CLOSE SITE-MASTER
037100     CLOSE CAPTURE-QUERY
037200     DISPLAY "RINGCAPT - READ: "      RCP-CAPTURES-READ
037300     DISPLAY "RINGCAPT - STORED: "    RCP-CAPTURES-STORED
037400     DISPLAY "RINGCAPT - CONFIRMED OUTSIDE RANGE: "
037500         RCP-CAPTURES-CONFIRMED
037600     DISPLAY "RINGCAPT - QUERIED: "   RCP-CAPTURES-QUERIED
037700     DISPLAY "RINGCAPT - REJECTED: "  RCP-CAPTURES-REJECTED
037800     IF RCP-CAPTURES-QUERIED > 0
037900         MOVE 4 TO RCP-RETURN-CODE
038000     END-IF
038100     IF RCP-CAPTURES-REJECTED > 0
038200         MOVE 8 TO RCP-RETURN-CODE
038300     END-IF
038400     MOVE "RINGCAPT"              TO RUNLOG-STEP-NAME
038500     MOVE RCP-CAPTURES-READ       TO RUNLOG-RECORDS-READ
038600     MOVE RCP-CAPTURES-STORED     TO RUNLOG-RECORDS-APPLIED
038700     MOVE RCP-CAPTURES-REJECTED   TO RUNLOG-RECORDS-REJECTED
038800     MOVE RCP-CAPTURES-QUERIED    TO RUNLOG-RECORDS-DROPPED
038900     MOVE RCP-RETURN-CODE         TO RUNLOG-RETURN-CODE
039000     CALL "RUNLOGW" USING RUNLOG-RECORD
039100     .
