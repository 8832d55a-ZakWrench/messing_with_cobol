000100*================================================================*
000200* OBSERVER-ACCREDITATION-REVIEW
000300* PURPOSE.  Periodic review of every observer's accreditation
000400*           for the records committee.  Verification sign-offs
000500*           and rarities decisions are counted per observer from
000600*           the REVWHIST review history, and each observer's
000700*           latest record is found from the review history, the
000800*           live SIGHTARC and the SGTAYYYY year files back to
000900*           the start of the inactivity period.  A trainee with
001000*           at least the ACCPARM threshold of verified records
001100*           and a reject rate no higher than the limit is put up
001200*           for promotion to fully accredited; any observer not
001300*           already lapsed with no record since the period began
001400*           is put up for lapsing.  Each proposal is written as a
001500*           complete OBSTRAN UPDATE to the OBSPROP review file -
001600*           nothing is applied here - and the report lists the
001700*           proposals with the figures behind them, and the
001800*           trainees not yet eligible, for the committee to
001900*           approve before the approved transactions go to
002000*           OBSMAINT.
002100* AUTHOR.   D. OKAFOR
002200* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002300* DATE-WRITTEN. 10/15/2026
002400*================================================================*
002500* MODIFICATION HISTORY
002600* DATE       INIT  DESCRIPTION
002700* 10/15/2026 DNO   ORIGINAL PROGRAM
002710* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILES ARE NOW INDEXED ON
002720*                  SIGHTING DATE FIRST - EACH IS STARTED AT THE
002730*                  INACTIVITY CUTOFF DATE RATHER THAN READ END TO
002740*                  END
002800*================================================================*
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. OBSREVW.
003100 AUTHOR. D. OKAFOR.
003200 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS OBS-OBSERVER-ID
004300         FILE STATUS IS OAR-OBSERVER-STATUS.
004400
004500     SELECT OPTIONAL REVIEW-HISTORY ASSIGN TO "REVWHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS OAR-HISTORY-STATUS.
004800
004900     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
004910         ORGANIZATION IS INDEXED
004920         ACCESS MODE IS DYNAMIC
004930         RECORD KEY IS SIGHTARC-KEY
004940         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
004950             WITH DUPLICATES
004960         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
004970             WITH DUPLICATES
004980         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
004990             WITH DUPLICATES
005100         FILE STATUS IS OAR-ARCHIVE-STATUS.
005200
005300     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO OAR-YEAR-FILE-NAME
005310         ORGANIZATION IS INDEXED
005320         ACCESS MODE IS DYNAMIC
005330         RECORD KEY IS YAR-KEY
005340         ALTERNATE RECORD KEY IS YAR-SITE-KEY
005350             WITH DUPLICATES
005360         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
005370             WITH DUPLICATES
005380         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
005390             WITH DUPLICATES
005500         FILE STATUS IS OAR-YEAR-STATUS.
005600
005700     SELECT OPTIONAL ACCREDITATION-PARAMETER ASSIGN TO "ACCPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS OAR-ACCPARM-STATUS.
006000
006100     SELECT PROPOSED-TRANSACTIONS ASSIGN TO "OBSPROP"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS OAR-PROPOSAL-STATUS.
006400
006500     SELECT REVIEW-REPORT ASSIGN TO "OBSREVW"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS OAR-REPORT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  OBSERVER-REGISTRY.
007200 COPY OBSREC.
007300
007400 FD  REVIEW-HISTORY.
007500 COPY REVWHIST.
007600
007700 FD  SIGHTINGS-ARCHIVE.
007800 COPY SIGHTARC.
007900
008000 FD  YEAR-ARCHIVE.
008100 01  YEAR-ARCHIVE-RECORD.
008105     05  YAR-KEY.
008110         10  YAR-KEY-DATE         PIC 9(08).
008115         10  YAR-KEY-OBSERVER     PIC X(06).
008120         10  YAR-KEY-SITE         PIC X(06).
008125         10  YAR-KEY-NAME         PIC X(30).
008130     05  YAR-SITE-KEY.
008135         10  YAR-SITE-CODE        PIC X(06).
008140         10  YAR-SITE-DATE        PIC 9(08).
008145     05  YAR-OBSERVER-KEY.
008150         10  YAR-OBSERVER-ID      PIC X(06).
008155         10  YAR-OBSERVER-DATE    PIC 9(08).
008200     05  YAR-LOAD-DATE            PIC 9(08).
008300     05  YAR-SIGHTING             PIC X(93).
008400
008500 FD  ACCREDITATION-PARAMETER.
008600 COPY ACCPARM.
008700
008800 FD  PROPOSED-TRANSACTIONS.
008900 COPY OBSTRAN.
009000
009100 FD  REVIEW-REPORT.
009200 01  REVIEW-REPORT-LINE           PIC X(80).
009300
009400 WORKING-STORAGE SECTION.
009500 01  OAR-OBSERVER-STATUS          PIC X(02).
009600 01  OAR-HISTORY-STATUS           PIC X(02).
009700 01  OAR-ARCHIVE-STATUS           PIC X(02).
009800 01  OAR-YEAR-STATUS              PIC X(02).
009900 01  OAR-ACCPARM-STATUS           PIC X(02).
010000 01  OAR-PROPOSAL-STATUS          PIC X(02).
010100 01  OAR-REPORT-STATUS            PIC X(02).
010200 01  OAR-END-OF-FILE-SWITCH       PIC X(01).
010300     88  OAR-END-OF-FILE          VALUE "Y".
010400     88  OAR-NOT-END-OF-FILE      VALUE "N".
010500 01  OAR-RETURN-CODE              PIC 9(02) VALUE ZERO.
010600*----------------------------------------------------------------*
010700* RUN PARAMETERS - DEFAULTS STAND UNLESS ACCPARM GIVES A FIGURE
010800*----------------------------------------------------------------*
010900 01  OAR-VERIFIED-THRESHOLD       PIC 9(05) VALUE 100.
011000 01  OAR-REJECT-PCT               PIC 9(03) VALUE 10.
011100 01  OAR-LAPSE-MONTHS             PIC 9(03) VALUE 24.
011200*----------------------------------------------------------------*
011300* THE INACTIVITY PERIOD RUNS BACK FROM THE BUSINESS DATE BY THE
011400* LAPSE MONTHS, TO THE SAME DAY OF THE MONTH
011500*----------------------------------------------------------------*
011600 01  OAR-BUSINESS-DATE            PIC 9(08).
011700 01  OAR-BUSINESS-DATE-PARTS REDEFINES OAR-BUSINESS-DATE.
011800     05  OAR-BUSINESS-YEAR        PIC 9(04).
011900     05  OAR-BUSINESS-MONTH       PIC 9(02).
012000     05  OAR-BUSINESS-DAY         PIC 9(02).
012100 01  OAR-CUTOFF-DATE              PIC 9(08).
012200 01  OAR-CUTOFF-DATE-PARTS REDEFINES OAR-CUTOFF-DATE.
012300     05  OAR-CUTOFF-YEAR          PIC 9(04).
012400     05  OAR-CUTOFF-MONTH         PIC 9(02).
012500     05  OAR-CUTOFF-DAY           PIC 9(02).
012600 01  OAR-MONTH-NUMBER             PIC 9(06).
012700 01  OAR-SCAN-YEAR                PIC 9(04).
012800 01  OAR-YEAR-FILE-NAME           PIC X(08).
012900*----------------------------------------------------------------*
013000* ONE ENTRY PER REGISTERED OBSERVER, WITH THE REVIEW TALLIES AND
013100* THE LATEST RECORD DATE
013200*----------------------------------------------------------------*
013300 01  OAR-OBSERVER-TABLE.
013400     05  OAR-OBS-ENTRY            OCCURS 500 TIMES.
013500         10  OAR-OBS-ID           PIC X(06).
013600         10  OAR-OBS-NAME         PIC X(30).
013700         10  OAR-OBS-CONTACT      PIC X(30).
013800         10  OAR-OBS-ACCREDITATION PIC X(01).
013900             88  OAR-OBS-FULL     VALUE "F".
014000             88  OAR-OBS-TRAINEE  VALUE "T".
014100             88  OAR-OBS-LAPSED   VALUE "L".
014200         10  OAR-OBS-VERIFIED     PIC 9(05).
014300         10  OAR-OBS-VER-REJECTED PIC 9(05).
014400         10  OAR-OBS-RAR-ACCEPTED PIC 9(05).
014500         10  OAR-OBS-RAR-REJECTED PIC 9(05).
014600         10  OAR-OBS-LAST-ACTIVE  PIC 9(08).
014700         10  OAR-OBS-PROPOSAL     PIC X(01).
014800             88  OAR-PROPOSE-PROMOTION VALUE "P".
014900             88  OAR-PROPOSE-LAPSE VALUE "L".
015000             88  OAR-PROPOSE-NOTHING VALUE " ".
015100 01  OAR-OBS-COUNT                PIC 9(03) VALUE ZERO COMP.
015200 01  OAR-OBS-INDEX                PIC 9(03) COMP.
015300 01  OAR-OBS-FOUND                PIC 9(03) COMP.
015400 01  OAR-OBS-SWITCH               PIC X(01).
015500     88  OAR-OBS-MATCHED          VALUE "Y".
015600     88  OAR-OBS-NOT-MATCHED      VALUE "N".
015700 01  OAR-LOOKUP-ID                PIC X(06).
015800 01  OAR-LOOKUP-DATE              PIC 9(08).
015900 01  OAR-REVIEWED                 PIC 9(06).
016000 01  OAR-REJECTED                 PIC 9(06).
016100 01  OAR-WORK-PCT                 PIC 9(03).
016200*----------------------------------------------------------------*
016300* REPORT LINES AND COUNTS
016400*----------------------------------------------------------------*
016500 01  OAR-COLUMN-LINE.
016600     05  FILLER                   PIC X(38) VALUE
016700         "OBSRVR NAME".
016800     05  FILLER                   PIC X(32) VALUE
016900         "VERIF  REJTD  RARES PCT LAST REC".
017000     05  FILLER                   PIC X(10) VALUE SPACES.
017100 01  OAR-DETAIL-LINE.
017200     05  OAR-DTL-ID               PIC X(06).
017300     05  FILLER                   PIC X(01) VALUE SPACE.
017400     05  OAR-DTL-NAME             PIC X(30).
017500     05  FILLER                   PIC X(01) VALUE SPACE.
017600     05  OAR-DTL-VERIFIED         PIC Z(4)9.
017700     05  FILLER                   PIC X(02) VALUE SPACES.
017800     05  OAR-DTL-REJECTED         PIC Z(4)9.
017900     05  FILLER                   PIC X(02) VALUE SPACES.
018000     05  OAR-DTL-RARITIES         PIC Z(4)9.
018100     05  FILLER                   PIC X(01) VALUE SPACE.
018200     05  OAR-DTL-PCT              PIC ZZ9.
018300     05  FILLER                   PIC X(01) VALUE SPACE.
018400     05  OAR-DTL-LAST-ACTIVE      PIC X(08).
018500     05  FILLER                   PIC X(10) VALUE SPACES.
018600 01  OAR-LAST-ACTIVE-DISPLAY      PIC 9(08).
018700 01  OAR-SECTION-SELECT           PIC X(01).
018800     88  OAR-SECTION-PROMOTIONS   VALUE "P".
018900     88  OAR-SECTION-LAPSES       VALUE "L".
019000     88  OAR-SECTION-NOT-ELIGIBLE VALUE "N".
019100 01  OAR-SECTION-LINES            PIC 9(05).
019200 01  OAR-HISTORY-READ             PIC 9(07) VALUE ZERO.
019300 01  OAR-RECORDS-READ             PIC 9(07) VALUE ZERO.
019400 01  OAR-PROMOTIONS-PROPOSED      PIC 9(07) VALUE ZERO.
019500 01  OAR-LAPSES-PROPOSED          PIC 9(07) VALUE ZERO.
019600*----------------------------------------------------------------*
019700* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
019800*----------------------------------------------------------------*
019900 COPY SIGHTREC.
020000 COPY RUNLOG.
020100 COPY PRTCTL.
020200
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     ACCEPT RUNLOG-START-TIME FROM TIME
020600     PERFORM 1000-INITIALIZE
020700     PERFORM 1500-LOAD-REGISTRY
020800     PERFORM 2000-TALLY-REVIEW-HISTORY
020900     PERFORM 2500-FIND-LATEST-ACTIVITY
021000     PERFORM 3000-WEIGH-OBSERVERS
021100         VARYING OAR-OBS-INDEX FROM 1 BY 1
021200         UNTIL OAR-OBS-INDEX > OAR-OBS-COUNT
021300     PERFORM 4000-PRINT-REVIEW
021400     PERFORM 9000-TERMINATE
021500     MOVE OAR-RETURN-CODE TO RETURN-CODE
021600     GOBACK
021700     .
021800
021900 1000-INITIALIZE.
022000     CALL "BUSDATE" USING OAR-BUSINESS-DATE
022100     OPEN INPUT ACCREDITATION-PARAMETER
022200     IF OAR-ACCPARM-STATUS = "00"
022300         READ ACCREDITATION-PARAMETER
022400             AT END
022500                 CONTINUE
022600         END-READ
022700         IF OAR-ACCPARM-STATUS = "00"
022800             PERFORM 1050-TAKE-PARAMETERS
022900         END-IF
023000     END-IF
023100     IF OAR-ACCPARM-STATUS = "00"
023200     OR OAR-ACCPARM-STATUS = "05"
023300     OR OAR-ACCPARM-STATUS = "10"
023400         CLOSE ACCREDITATION-PARAMETER
023500     END-IF
023600     COMPUTE OAR-MONTH-NUMBER =
023700         OAR-BUSINESS-YEAR * 12 + OAR-BUSINESS-MONTH - 1
023800         - OAR-LAPSE-MONTHS
023900     DIVIDE 12 INTO OAR-MONTH-NUMBER
024000         GIVING OAR-CUTOFF-YEAR
024100         REMAINDER OAR-CUTOFF-MONTH
024200     ADD 1 TO OAR-CUTOFF-MONTH
024300     MOVE OAR-BUSINESS-DAY TO OAR-CUTOFF-DAY
024400     OPEN OUTPUT PROPOSED-TRANSACTIONS
024500     .
024600
024700 1050-TAKE-PARAMETERS.
024800     IF ACCPARM-VERIFIED-THRESHOLD IS NUMERIC
024900     AND ACCPARM-VERIFIED-THRESHOLD > ZERO
025000         MOVE ACCPARM-VERIFIED-THRESHOLD TO OAR-VERIFIED-THRESHOLD
025100     END-IF
025200     IF ACCPARM-REJECT-PCT IS NUMERIC
025300     AND ACCPARM-REJECT-PCT NOT > 100
025400         MOVE ACCPARM-REJECT-PCT TO OAR-REJECT-PCT
025500     END-IF
025600     IF ACCPARM-LAPSE-MONTHS IS NUMERIC
025700     AND ACCPARM-LAPSE-MONTHS > ZERO
025800         MOVE ACCPARM-LAPSE-MONTHS TO OAR-LAPSE-MONTHS
025900     END-IF
026000     .
026100
026200 1500-LOAD-REGISTRY.
026300     SET OAR-NOT-END-OF-FILE TO TRUE
026400     OPEN INPUT OBSERVER-REGISTRY
026500     IF OAR-OBSERVER-STATUS NOT = "00"
026600         DISPLAY "OBSREVW - REGISTRY WOULD NOT OPEN: "
026700             OAR-OBSERVER-STATUS
026800         MOVE 16 TO OAR-RETURN-CODE
026900     ELSE
027000         PERFORM 1580-READ-REGISTRY
027100         PERFORM 1540-ADD-ONE-OBSERVER UNTIL OAR-END-OF-FILE
027200         CLOSE OBSERVER-REGISTRY
027300     END-IF
027400     .
027500
027600 1540-ADD-ONE-OBSERVER.
027700     IF OAR-OBS-COUNT < 500
027800         ADD 1 TO OAR-OBS-COUNT
027900         MOVE OBS-OBSERVER-ID   TO OAR-OBS-ID(OAR-OBS-COUNT)
028000         MOVE OBS-OBSERVER-NAME TO OAR-OBS-NAME(OAR-OBS-COUNT)
028100         MOVE OBS-CONTACT       TO OAR-OBS-CONTACT(OAR-OBS-COUNT)
028200         MOVE OBS-ACCREDITATION
028300             TO OAR-OBS-ACCREDITATION(OAR-OBS-COUNT)
028400         MOVE ZERO TO OAR-OBS-VERIFIED(OAR-OBS-COUNT)
028500         MOVE ZERO TO OAR-OBS-VER-REJECTED(OAR-OBS-COUNT)
028600         MOVE ZERO TO OAR-OBS-RAR-ACCEPTED(OAR-OBS-COUNT)
028700         MOVE ZERO TO OAR-OBS-RAR-REJECTED(OAR-OBS-COUNT)
028800         MOVE ZERO TO OAR-OBS-LAST-ACTIVE(OAR-OBS-COUNT)
028900         SET OAR-PROPOSE-NOTHING(OAR-OBS-COUNT) TO TRUE
029000     ELSE
029100         DISPLAY "OBSREVW - OBSERVER TABLE FULL, SKIPPED: "
029200             OBS-OBSERVER-ID
029300     END-IF
029400     PERFORM 1580-READ-REGISTRY
029500     .
029600
029700 1580-READ-REGISTRY.
029800     READ OBSERVER-REGISTRY NEXT RECORD
029900         AT END
030000             SET OAR-END-OF-FILE TO TRUE
030100     END-READ
030200     .
030300
030400 2000-TALLY-REVIEW-HISTORY.
030500     SET OAR-NOT-END-OF-FILE TO TRUE
030600     OPEN INPUT REVIEW-HISTORY
030700     IF OAR-HISTORY-STATUS = "00"
030800         PERFORM 2080-READ-HISTORY
030900         PERFORM 2040-TALLY-ONE-OUTCOME UNTIL OAR-END-OF-FILE
031000         CLOSE REVIEW-HISTORY
031100     END-IF
031200     .
031300
031400 2040-TALLY-ONE-OUTCOME.
031500     ADD 1 TO OAR-HISTORY-READ
031600     MOVE REVWHIST-OBSERVER-ID TO OAR-LOOKUP-ID
031700     MOVE REVWHIST-SIGHT-DATE  TO OAR-LOOKUP-DATE
031800     PERFORM 2700-NOTE-ACTIVITY
031900     IF OAR-OBS-MATCHED
032000         IF REVWHIST-VERIFICATION
032100             IF REVWHIST-ACCEPTED
032200                 ADD 1 TO OAR-OBS-VERIFIED(OAR-OBS-FOUND)
032300             ELSE
032400                 ADD 1 TO OAR-OBS-VER-REJECTED(OAR-OBS-FOUND)
032500             END-IF
032600         ELSE
032700             IF REVWHIST-ACCEPTED
032800                 ADD 1 TO OAR-OBS-RAR-ACCEPTED(OAR-OBS-FOUND)
032900             ELSE
033000                 ADD 1 TO OAR-OBS-RAR-REJECTED(OAR-OBS-FOUND)
033100             END-IF
033200         END-IF
033300     END-IF
033400     PERFORM 2080-READ-HISTORY
033500     .
033600
033700 2080-READ-HISTORY.
033800     READ REVIEW-HISTORY
033900         AT END
034000             SET OAR-END-OF-FILE TO TRUE
034100     END-READ
034200     .
034300
034400*----------------------------------------------------------------*
034410* ONLY THE YEAR FILES THE INACTIVITY PERIOD REACHES INTO ARE READ,
034420* AND EACH FILE IS STARTED AT THE CUTOFF DATE ON ITS DATE KEY
034600*----------------------------------------------------------------*
034700 2500-FIND-LATEST-ACTIVITY.
034800     PERFORM 2520-SCAN-ONE-YEAR
034900         VARYING OAR-SCAN-YEAR FROM OAR-CUTOFF-YEAR BY 1
035000         UNTIL OAR-SCAN-YEAR > OAR-BUSINESS-YEAR
035100     SET OAR-NOT-END-OF-FILE TO TRUE
035200     OPEN INPUT SIGHTINGS-ARCHIVE
035300     IF OAR-ARCHIVE-STATUS NOT = "00"
035400         DISPLAY "OBSREVW - ARCHIVE WOULD NOT OPEN: "
035500             OAR-ARCHIVE-STATUS
035600         SET OAR-END-OF-FILE TO TRUE
035700     ELSE
035800         PERFORM 2650-START-ARCHIVE
035900     END-IF
036000     PERFORM 2640-TAKE-ONE-ARCHIVE-RECORD UNTIL OAR-END-OF-FILE
036100     IF OAR-ARCHIVE-STATUS NOT = "35"
036200         CLOSE SIGHTINGS-ARCHIVE
036300     END-IF
036400     .
036500
036600 2520-SCAN-ONE-YEAR.
036700     MOVE SPACES TO OAR-YEAR-FILE-NAME
036800     STRING "SGTA" DELIMITED BY SIZE
036900         OAR-SCAN-YEAR DELIMITED BY SIZE
037000         INTO OAR-YEAR-FILE-NAME
037100     END-STRING
037200     SET OAR-NOT-END-OF-FILE TO TRUE
037300     OPEN INPUT YEAR-ARCHIVE
037400     IF OAR-YEAR-STATUS = "00"
037500         PERFORM 2550-START-YEAR-FILE
037600         PERFORM 2540-TAKE-ONE-YEAR-RECORD
037700             UNTIL OAR-END-OF-FILE
037800         CLOSE YEAR-ARCHIVE
037900     END-IF
038000     .
038100
038200 2540-TAKE-ONE-YEAR-RECORD.
038300     MOVE YAR-SIGHTING TO SIGHT-RECORD
038400     PERFORM 2600-NOTE-ONE-SIGHTING
038500     PERFORM 2560-READ-YEAR-FILE
038600     .
038700
038705 2550-START-YEAR-FILE.
038710     MOVE LOW-VALUES    TO YAR-KEY
038715     MOVE OAR-CUTOFF-DATE TO YAR-KEY-DATE
038720     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
038725         INVALID KEY
038730             SET OAR-END-OF-FILE TO TRUE
038735     END-START
038740     IF OAR-NOT-END-OF-FILE
038745         PERFORM 2560-READ-YEAR-FILE
038750     END-IF
038755     .
038760
038800 2560-READ-YEAR-FILE.
038900     READ YEAR-ARCHIVE NEXT RECORD
039000         AT END
039100             SET OAR-END-OF-FILE TO TRUE
039200     END-READ
039300     .
039400
039500 2600-NOTE-ONE-SIGHTING.
039600     ADD 1 TO OAR-RECORDS-READ
039700     MOVE SIGHT-OBSERVER-ID TO OAR-LOOKUP-ID
039800     MOVE SIGHT-DATE        TO OAR-LOOKUP-DATE
039900     PERFORM 2700-NOTE-ACTIVITY
040000     .
040100
040200 2640-TAKE-ONE-ARCHIVE-RECORD.
040300     MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
040400     PERFORM 2600-NOTE-ONE-SIGHTING
040500     PERFORM 2660-READ-ARCHIVE
040600     .
040700
040705 2650-START-ARCHIVE.
040710     MOVE LOW-VALUES    TO SIGHTARC-KEY
040715     MOVE OAR-CUTOFF-DATE TO SIGHTARC-KEY-DATE
040720     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
040725         INVALID KEY
040730             SET OAR-END-OF-FILE TO TRUE
040735     END-START
040740     IF OAR-NOT-END-OF-FILE
040745         PERFORM 2660-READ-ARCHIVE
040750     END-IF
040755     .
040760
040800 2660-READ-ARCHIVE.
040900     READ SIGHTINGS-ARCHIVE NEXT RECORD
041000         AT END
041100             SET OAR-END-OF-FILE TO TRUE
041200     END-READ
041300     .
041400
041500 2700-NOTE-ACTIVITY.
041600     SET OAR-OBS-NOT-MATCHED TO TRUE
041700     PERFORM 2730-MATCH-ONE-OBSERVER
041800         VARYING OAR-OBS-INDEX FROM 1 BY 1
041900         UNTIL OAR-OBS-INDEX > OAR-OBS-COUNT
042000            OR OAR-OBS-MATCHED
042100     IF OAR-OBS-MATCHED
042200     AND OAR-LOOKUP-DATE IS NUMERIC
042300     AND OAR-LOOKUP-DATE > OAR-OBS-LAST-ACTIVE(OAR-OBS-FOUND)
042400         MOVE OAR-LOOKUP-DATE
042410             TO OAR-OBS-LAST-ACTIVE(OAR-OBS-FOUND)
042500     END-IF
042600     .
042700
042800 2730-MATCH-ONE-OBSERVER.
042900     IF OAR-OBS-ID(OAR-OBS-INDEX) = OAR-LOOKUP-ID
043000         MOVE OAR-OBS-INDEX TO OAR-OBS-FOUND
043100         SET OAR-OBS-MATCHED TO TRUE
043200     END-IF
043300     .
043400
043500*----------------------------------------------------------------*
043600* LAPSING IS WEIGHED FIRST - AN INACTIVE TRAINEE IS LAPSED, NOT
043700* PROMOTED ON OLD RECORDS
043800*----------------------------------------------------------------*
043900 3000-WEIGH-OBSERVERS.
044000     PERFORM 3100-FIGURE-REJECT-RATE
044100     IF NOT OAR-OBS-LAPSED(OAR-OBS-INDEX)
044200     AND OAR-OBS-LAST-ACTIVE(OAR-OBS-INDEX) < OAR-CUTOFF-DATE
044300         SET OAR-PROPOSE-LAPSE(OAR-OBS-INDEX) TO TRUE
044400         MOVE "L" TO OBSTRAN-ACCREDITATION
044500         PERFORM 3200-WRITE-PROPOSAL
044600         ADD 1 TO OAR-LAPSES-PROPOSED
044700     ELSE
044800         IF OAR-OBS-TRAINEE(OAR-OBS-INDEX)
044900         AND OAR-OBS-VERIFIED(OAR-OBS-INDEX)
045000             NOT < OAR-VERIFIED-THRESHOLD
045100         AND OAR-WORK-PCT NOT > OAR-REJECT-PCT
045200             SET OAR-PROPOSE-PROMOTION(OAR-OBS-INDEX) TO TRUE
045300             MOVE "F" TO OBSTRAN-ACCREDITATION
045400             PERFORM 3200-WRITE-PROPOSAL
045500             ADD 1 TO OAR-PROMOTIONS-PROPOSED
045600         END-IF
045700     END-IF
045800     .
045900
046000*----------------------------------------------------------------*
046100* THE REJECT RATE IS OVER EVERY REVIEWED RECORD - VERIFICATION
046200* SIGN-OFFS AND RARITIES DECISIONS TOGETHER
046300*----------------------------------------------------------------*
046400 3100-FIGURE-REJECT-RATE.
046500     COMPUTE OAR-REJECTED =
046600         OAR-OBS-VER-REJECTED(OAR-OBS-INDEX)
046700         + OAR-OBS-RAR-REJECTED(OAR-OBS-INDEX)
046800     COMPUTE OAR-REVIEWED = OAR-REJECTED
046900         + OAR-OBS-VERIFIED(OAR-OBS-INDEX)
047000         + OAR-OBS-RAR-ACCEPTED(OAR-OBS-INDEX)
047100     IF OAR-REVIEWED = ZERO
047200         MOVE ZERO TO OAR-WORK-PCT
047300     ELSE
047400         COMPUTE OAR-WORK-PCT ROUNDED =
047500             OAR-REJECTED * 100 / OAR-REVIEWED
047600     END-IF
047700     .
047800
047900*----------------------------------------------------------------*
048000* OBSMAINT'S UPDATE REPLACES NAME AND CONTACT AS WELL, SO THE
048100* PROPOSAL CARRIES THE REGISTRY'S OWN
048200*----------------------------------------------------------------*
048300 3200-WRITE-PROPOSAL.
048400     SET OBSTRAN-IS-UPDATE TO TRUE
048500     MOVE OAR-OBS-ID(OAR-OBS-INDEX)      TO OBSTRAN-OBSERVER-ID
048600     MOVE OAR-OBS-NAME(OAR-OBS-INDEX)    TO OBSTRAN-OBSERVER-NAME
048700     MOVE OAR-OBS-CONTACT(OAR-OBS-INDEX) TO OBSTRAN-CONTACT
048800     WRITE OBSTRAN-RECORD
048900     .
049000
049100 4000-PRINT-REVIEW.
049200     OPEN OUTPUT REVIEW-REPORT
049300     SET PRT-ACTION-INIT TO TRUE
049400     MOVE "OBSREVW" TO PRT-REPORT-NAME
049500     MOVE "OBSREVW" TO PRT-PRODUCER
049600     CALL "PRTSRV" USING PRT-CONTROL
049700     MOVE SPACES TO REVIEW-REPORT-LINE
049800     STRING "ACCREDITATION REVIEW - NO RECORD SINCE "
049900         DELIMITED BY SIZE
050000         OAR-CUTOFF-DATE DELIMITED BY SIZE
050100         " IS PROPOSED FOR LAPSE" DELIMITED BY SIZE
050200         INTO REVIEW-REPORT-LINE
050300     END-STRING
050400     PERFORM 9100-WRITE-REPORT-LINE
050500     MOVE SPACES TO REVIEW-REPORT-LINE
050600     PERFORM 9100-WRITE-REPORT-LINE
050700     MOVE "PROMOTION TO FULLY ACCREDITED PROPOSED"
050800         TO REVIEW-REPORT-LINE
050900     SET OAR-SECTION-PROMOTIONS TO TRUE
051000     PERFORM 4100-PRINT-SECTION
051100     MOVE "LAPSE PROPOSED - NO RECORD IN THE PERIOD"
051200         TO REVIEW-REPORT-LINE
051300     SET OAR-SECTION-LAPSES TO TRUE
051400     PERFORM 4100-PRINT-SECTION
051500     MOVE "TRAINEES NOT YET ELIGIBLE FOR PROMOTION"
051600         TO REVIEW-REPORT-LINE
051700     SET OAR-SECTION-NOT-ELIGIBLE TO TRUE
051800     PERFORM 4100-PRINT-SECTION
051900     SET PRT-ACTION-END TO TRUE
052000     CALL "PRTSRV" USING PRT-CONTROL
052100     WRITE REVIEW-REPORT-LINE FROM PRT-TRAILER-LINE
052200     CLOSE REVIEW-REPORT
052300     .
052400
052500 4100-PRINT-SECTION.
052600     PERFORM 9100-WRITE-REPORT-LINE
052700     MOVE OAR-COLUMN-LINE TO REVIEW-REPORT-LINE
052800     PERFORM 9100-WRITE-REPORT-LINE
052900     MOVE ZERO TO OAR-SECTION-LINES
053000     PERFORM 4200-PRINT-ONE-OBSERVER
053100         VARYING OAR-OBS-INDEX FROM 1 BY 1
053200         UNTIL OAR-OBS-INDEX > OAR-OBS-COUNT
053300     IF OAR-SECTION-LINES = ZERO
053400         MOVE "       NONE" TO REVIEW-REPORT-LINE
053500         PERFORM 9100-WRITE-REPORT-LINE
053600     END-IF
053700     MOVE SPACES TO REVIEW-REPORT-LINE
053800     PERFORM 9100-WRITE-REPORT-LINE
053900     .
054000
054100 4200-PRINT-ONE-OBSERVER.
054200     IF (OAR-SECTION-PROMOTIONS
054300         AND OAR-PROPOSE-PROMOTION(OAR-OBS-INDEX))
054400     OR (OAR-SECTION-LAPSES
054500         AND OAR-PROPOSE-LAPSE(OAR-OBS-INDEX))
054600     OR (OAR-SECTION-NOT-ELIGIBLE
054700         AND OAR-OBS-TRAINEE(OAR-OBS-INDEX)
054800         AND OAR-PROPOSE-NOTHING(OAR-OBS-INDEX))
054900         ADD 1 TO OAR-SECTION-LINES
055000         PERFORM 3100-FIGURE-REJECT-RATE
055100         MOVE OAR-OBS-ID(OAR-OBS-INDEX)   TO OAR-DTL-ID
055200         MOVE OAR-OBS-NAME(OAR-OBS-INDEX) TO OAR-DTL-NAME
055300         MOVE OAR-OBS-VERIFIED(OAR-OBS-INDEX) TO OAR-DTL-VERIFIED
055400         MOVE OAR-REJECTED                TO OAR-DTL-REJECTED
055500         MOVE OAR-OBS-RAR-ACCEPTED(OAR-OBS-INDEX)
055600             TO OAR-DTL-RARITIES
055700         MOVE OAR-WORK-PCT                TO OAR-DTL-PCT
055800         IF OAR-OBS-LAST-ACTIVE(OAR-OBS-INDEX) = ZERO
055900             MOVE "NONE" TO OAR-DTL-LAST-ACTIVE
056000         ELSE
056100             MOVE OAR-OBS-LAST-ACTIVE(OAR-OBS-INDEX)
056200                 TO OAR-LAST-ACTIVE-DISPLAY
056300             MOVE OAR-LAST-ACTIVE-DISPLAY TO OAR-DTL-LAST-ACTIVE
056400         END-IF
056500         MOVE OAR-DETAIL-LINE TO REVIEW-REPORT-LINE
056600         PERFORM 9100-WRITE-REPORT-LINE
056700     END-IF
056800     .
056900
057000 9000-TERMINATE.
057100     CLOSE PROPOSED-TRANSACTIONS
057200     DISPLAY "OBSREVW - OBSERVERS REVIEWED: " OAR-OBS-COUNT
057300     DISPLAY "OBSREVW - REVIEW OUTCOMES READ: " OAR-HISTORY-READ
057400     DISPLAY "OBSREVW - ARCHIVE RECORDS READ: " OAR-RECORDS-READ
057500     DISPLAY "OBSREVW - PROMOTIONS PROPOSED: "
057600         OAR-PROMOTIONS-PROPOSED
057700     DISPLAY "OBSREVW - LAPSES PROPOSED: " OAR-LAPSES-PROPOSED
057800     IF OAR-RETURN-CODE = ZERO
057900     AND (OAR-PROMOTIONS-PROPOSED > 0 OR OAR-LAPSES-PROPOSED > 0)
058000         MOVE 4 TO OAR-RETURN-CODE
058100     END-IF
058200     MOVE "OBSREVW "               TO RUNLOG-STEP-NAME
058300     MOVE OAR-OBS-COUNT            TO RUNLOG-RECORDS-READ
058400     COMPUTE RUNLOG-RECORDS-APPLIED =
058500         OAR-PROMOTIONS-PROPOSED + OAR-LAPSES-PROPOSED
058600     MOVE ZERO                     TO RUNLOG-RECORDS-REJECTED
058700     MOVE ZERO                     TO RUNLOG-RECORDS-DROPPED
058800     MOVE OAR-RETURN-CODE          TO RUNLOG-RETURN-CODE
058900     CALL "RUNLOGW" USING RUNLOG-RECORD
059000     .
059100
059200 9100-WRITE-REPORT-LINE.
059300     MOVE REVIEW-REPORT-LINE TO PRT-DETAIL-LINE
059400     SET PRT-ACTION-DETAIL TO TRUE
059500     CALL "PRTSRV" USING PRT-CONTROL
059600     IF PRT-HEADING-NEEDED
059700         WRITE REVIEW-REPORT-LINE FROM PRT-HEADING-1
059800         WRITE REVIEW-REPORT-LINE FROM PRT-HEADING-2
059900     END-IF
060000     WRITE REVIEW-REPORT-LINE FROM PRT-DETAIL-LINE
060100     .
