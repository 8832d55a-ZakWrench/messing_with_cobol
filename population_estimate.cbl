000100*================================================================*
000200* POPULATION-ESTIMATE
000300* PURPOSE.  Derives a breeding-population estimate for every
000400*           species from the survey itself, so the figure on the
000500*           species master can be checked against our own counts
000600*           instead of only ever being keyed.  The frame is the
000700*           COVSCHED coverage schedule: for the survey year asked
000800*           for, each species' peak breeding-season count at each
000900*           scheduled site is taken from the SGTAYYYY year file
001000*           and the live SIGHTARC.  A scheduled site counts as
001100*           visited when it produced any breeding-season record
001200*           or has a survey visit on VISITS in the season.  The
001300*           mean peak per visited site, times the sites on the
001400*           schedule, times the ESTPARM raising factor, is the
001500*           estimate; the low/high range is two standard errors
001600*           either side, never below the birds actually counted.
001700*           Where the estimate departs from the master by more
001800*           than the tolerance a SPECTRAN UPDATE carrying the
001900*           master's other fields and the estimated population
002000*           is written to the POPPROP review file - nothing is
002100*           applied here.  The report explains each species'
002200*           figures and why an update was or was not proposed.
002300* AUTHOR.   D. OKAFOR
002400* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002500* DATE-WRITTEN. 10/15/2026
002600*================================================================*
002700* MODIFICATION HISTORY
002800* DATE       INIT  DESCRIPTION
002900* 10/15/2026 DNO   ORIGINAL PROGRAM
002910* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILES ARE NOW INDEXED ON
002920*                  SIGHTING DATE FIRST - EACH IS STARTED AT THE
002930*                  FIRST DAY OF THE BREEDING WINDOW AND READ ONLY
002940*                  TO ITS END
003000*================================================================*
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. POPESTM.
003300 AUTHOR. D. OKAFOR.
003400 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
004110         ORGANIZATION IS INDEXED
004120         ACCESS MODE IS DYNAMIC
004130         RECORD KEY IS SIGHTARC-KEY
004140         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
004150             WITH DUPLICATES
004160         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
004170             WITH DUPLICATES
004180         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
004190             WITH DUPLICATES
004300         FILE STATUS IS PEM-ARCHIVE-STATUS.
004400
004500     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO PEM-YEAR-FILE-NAME
004510         ORGANIZATION IS INDEXED
004520         ACCESS MODE IS DYNAMIC
004530         RECORD KEY IS YAR-KEY
004540         ALTERNATE RECORD KEY IS YAR-SITE-KEY
004550             WITH DUPLICATES
004560         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
004570             WITH DUPLICATES
004580         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
004590             WITH DUPLICATES
004700         FILE STATUS IS PEM-YEAR-STATUS.
004800
004900     SELECT COVERAGE-SCHEDULE ASSIGN TO "COVSCHED"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS PEM-SCHEDULE-STATUS.
005200
005300     SELECT OPTIONAL ESTIMATE-PARAMETER ASSIGN TO "ESTPARM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS PEM-ESTPARM-STATUS.
005600
005700     SELECT VISIT-FILE ASSIGN TO "VISITS"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VISIT-KEY
006100         FILE STATUS IS PEM-VISIT-STATUS.
006200
006300     SELECT SPECIES-MASTER ASSIGN TO "SPECIES"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS BIRD-SCIENTIFIC-NAME
006700         ALTERNATE RECORD KEY IS BIRD-COMMON-NAME
006800         FILE STATUS IS PEM-MASTER-STATUS.
006900
007000     SELECT PROPOSED-UPDATES ASSIGN TO "POPPROP"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS PEM-PROPOSAL-STATUS.
007300
007400     SELECT ESTIMATE-SORT ASSIGN TO "PEMSORT".
007500
007600     SELECT ESTIMATE-REPORT ASSIGN TO "POPESTM"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS PEM-REPORT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  SIGHTINGS-ARCHIVE.
008300 COPY SIGHTARC.
008400
008500 FD  YEAR-ARCHIVE.
008600 01  YEAR-ARCHIVE-RECORD.
008605     05  YAR-KEY.
008610         10  YAR-KEY-DATE         PIC 9(08).
008615         10  YAR-KEY-OBSERVER     PIC X(06).
008620         10  YAR-KEY-SITE         PIC X(06).
008625         10  YAR-KEY-NAME         PIC X(30).
008630     05  YAR-SITE-KEY.
008635         10  YAR-SITE-CODE        PIC X(06).
008640         10  YAR-SITE-DATE        PIC 9(08).
008645     05  YAR-OBSERVER-KEY.
008650         10  YAR-OBSERVER-ID      PIC X(06).
008655         10  YAR-OBSERVER-DATE    PIC 9(08).
008700     05  YAR-LOAD-DATE            PIC 9(08).
008800     05  YAR-SIGHTING             PIC X(93).
008900
009000 FD  COVERAGE-SCHEDULE.
009100 COPY COVREC.
009200
009300 FD  ESTIMATE-PARAMETER.
009400 COPY ESTPARM.
009500
009600 FD  VISIT-FILE.
009700 COPY VISITREC.
009800
009900 FD  SPECIES-MASTER.
010000 COPY BIRDREC.
010100
010200 FD  PROPOSED-UPDATES.
010300 COPY SPECTRAN.
010400
010500 SD  ESTIMATE-SORT.
010600 01  ESTIMATE-SORT-RECORD.
010700     05  PES-SCIENTIFIC-NAME      PIC X(30).
010800     05  PES-SITE-CODE            PIC X(06).
010900     05  PES-COUNT                PIC 9(05).
011000
011100 FD  ESTIMATE-REPORT.
011200 01  ESTIMATE-REPORT-LINE         PIC X(80).
011300
011400 WORKING-STORAGE SECTION.
011500 01  PEM-ARCHIVE-STATUS           PIC X(02).
011600 01  PEM-YEAR-STATUS              PIC X(02).
011700 01  PEM-SCHEDULE-STATUS          PIC X(02).
011800 01  PEM-ESTPARM-STATUS           PIC X(02).
011900 01  PEM-VISIT-STATUS             PIC X(02).
012000 01  PEM-MASTER-STATUS            PIC X(02).
012100 01  PEM-PROPOSAL-STATUS          PIC X(02).
012200 01  PEM-REPORT-STATUS            PIC X(02).
012300 01  PEM-END-OF-FILE-SWITCH       PIC X(01).
012400     88  PEM-END-OF-FILE          VALUE "Y".
012500     88  PEM-NOT-END-OF-FILE      VALUE "N".
012600 01  PEM-SORT-EOF-SWITCH          PIC X(01).
012700     88  PEM-SORT-EOF             VALUE "Y".
012800     88  PEM-SORT-NOT-EOF         VALUE "N".
012900 01  PEM-GROUP-SWITCH             PIC X(01).
013000     88  PEM-FIRST-GROUP          VALUE "Y".
013100     88  PEM-NOT-FIRST-GROUP      VALUE "N".
013200 01  PEM-ESTIMATE-SWITCH          PIC X(01).
013300     88  PEM-ESTIMATING           VALUE "Y".
013400     88  PEM-NOT-ESTIMATING       VALUE "N".
013500 01  PEM-RETURN-CODE              PIC 9(04) VALUE ZERO.
013600*----------------------------------------------------------------*
013700* RUN PARAMETERS - DEFAULTS STAND UNLESS ESTPARM GIVES A FIGURE
013800*----------------------------------------------------------------*
013900 01  PEM-FIRST-MONTH              PIC 9(02) VALUE 04.
014000 01  PEM-LAST-MONTH               PIC 9(02) VALUE 07.
014100 01  PEM-RAISING-FACTOR           PIC 9(05)V99 VALUE 1.00.
014200 01  PEM-TOLERANCE-PCT            PIC 9(03) VALUE 20.
014300 01  PEM-MINIMUM-SITES            PIC 9(03) VALUE 5.
014400 01  PEM-SURVEY-YEAR              PIC 9(04).
014500 01  PEM-FROM-DATE                PIC 9(08).
014600 01  PEM-TO-DATE                  PIC 9(08).
014700 01  PEM-YEAR-FILE-NAME           PIC X(08).
014800*----------------------------------------------------------------*
014900* THE SAMPLING FRAME - ONE ENTRY PER SCHEDULED SITE
015000*----------------------------------------------------------------*
015100 01  PEM-SITE-TABLE.
015200     05  PEM-SITE-ENTRY           OCCURS 500 TIMES.
015300         10  PEM-SITE-CODE        PIC X(06).
015400         10  PEM-SITE-VISIT-FLAG  PIC X(01).
015500             88  PEM-SITE-VISITED VALUE "Y".
015600             88  PEM-SITE-NOT-VISITED VALUE "N".
015700 01  PEM-SITES-SCHEDULED          PIC 9(03) VALUE ZERO COMP.
015800 01  PEM-SITES-VISITED            PIC 9(03) VALUE ZERO COMP.
015900 01  PEM-SITE-INDEX               PIC 9(03) COMP.
016000 01  PEM-SITE-FOUND               PIC 9(03) COMP.
016100 01  PEM-SITE-SWITCH              PIC X(01).
016200     88  PEM-SITE-MATCHED         VALUE "Y".
016300     88  PEM-SITE-NOT-MATCHED     VALUE "N".
016400 01  PEM-LOOKUP-SITE              PIC X(06).
016500 01  PEM-WORK-DATE                PIC 9(08).
016600 01  PEM-WORK-DATE-PARTS REDEFINES PEM-WORK-DATE.
016700     05  PEM-WORK-YEAR            PIC 9(04).
016800     05  PEM-WORK-MONTH           PIC 9(02).
016900     05  PEM-WORK-DAY             PIC 9(02).
017000 01  PEM-WORK-NAME                PIC X(30).
017100*----------------------------------------------------------------*
017200* THE OPEN SPECIES AND ITS OPEN SITE
017300*----------------------------------------------------------------*
017400 01  PEM-PRIOR-NAME               PIC X(30).
017500 01  PEM-PRIOR-SITE               PIC X(06).
017600 01  PEM-SITE-PEAK                PIC 9(05).
017700 01  PEM-SPECIES-SITES            PIC 9(03).
017800 01  PEM-SPECIES-BIRDS            PIC 9(09).
017900 01  PEM-SPECIES-SQUARES          PIC 9(15).
018000*----------------------------------------------------------------*
018100* THE ESTIMATE - MEAN PEAK PER VISITED SITE RAISED TO THE WHOLE
018200* SCHEDULE AND THEN TO THE UK, WITH A RANGE OF TWO STANDARD
018300* ERRORS OF THE RAISED TOTAL
018400*----------------------------------------------------------------*
018500 01  PEM-SCALE                    PIC 9(09)V99.
018600 01  PEM-MEAN                     PIC 9(07)V9(04).
018700 01  PEM-VARIANCE                 PIC 9(13)V9(04).
018800 01  PEM-STANDARD-ERROR           PIC 9(11)V99.
018900 01  PEM-ESTIMATE                 PIC 9(09).
019000 01  PEM-LOW                      PIC S9(11).
019100 01  PEM-HIGH                     PIC 9(11).
019200 01  PEM-MASTER-POPULATION        PIC 9(09).
019300 01  PEM-DIFFERENCE               PIC 9(09).
019400 01  PEM-DEPARTURE-PCT            PIC 9(05).
019500*----------------------------------------------------------------*
019600* REPORT LINES AND COUNTS
019700*----------------------------------------------------------------*
019800 01  PEM-NAME-LINE.
019900     05  PEM-NML-NAME             PIC X(30).
020000     05  FILLER                   PIC X(08) VALUE "  SITES ".
020100     05  PEM-NML-SITES            PIC ZZ9.
020200     05  FILLER                   PIC X(04) VALUE " OF ".
020300     05  PEM-NML-VISITED          PIC ZZ9.
020400     05  FILLER                   PIC X(16)
020500                                  VALUE "  BIRDS COUNTED ".
020600     05  PEM-NML-BIRDS            PIC Z(8)9.
020700     05  FILLER                   PIC X(07) VALUE SPACES.
020800 01  PEM-DERIVATION-LINE.
020900     05  FILLER                   PIC X(18)
021000                                  VALUE "    MEAN PER SITE ".
021100     05  PEM-DRV-MEAN             PIC Z(6)9.99.
021200     05  FILLER                   PIC X(09) VALUE " X SITES ".
021300     05  PEM-DRV-SITES            PIC ZZ9.
021400     05  FILLER                   PIC X(11) VALUE " X RAISING ".
021500     05  PEM-DRV-RAISING          PIC Z(4)9.99.
021600     05  FILLER                   PIC X(19) VALUE SPACES.
021700 01  PEM-FIGURE-LINE.
021800     05  FILLER                   PIC X(11) VALUE "    MASTER ".
021900     05  PEM-FIG-MASTER           PIC Z(8)9.
022000     05  FILLER                   PIC X(11) VALUE "  ESTIMATE ".
022100     05  PEM-FIG-ESTIMATE         PIC Z(8)9.
022200     05  FILLER                   PIC X(08) VALUE "  RANGE ".
022300     05  PEM-FIG-LOW              PIC Z(10)9.
022400     05  FILLER                   PIC X(03) VALUE " - ".
022500     05  PEM-FIG-HIGH             PIC Z(10)9.
022600     05  FILLER                   PIC X(07) VALUE SPACES.
022700 01  PEM-DEPARTURE-DISPLAY        PIC Z(4)9.
022800 01  PEM-TOLERANCE-DISPLAY        PIC ZZ9.
022900 01  PEM-COUNT-DISPLAY            PIC ZZ9.
023000 01  PEM-COUNT-DISPLAY-2          PIC ZZ9.
023100 01  PEM-RECORDS-READ             PIC 9(07) VALUE ZERO.
023200 01  PEM-RECORDS-USED             PIC 9(07) VALUE ZERO.
023300 01  PEM-SPECIES-ESTIMATED        PIC 9(07) VALUE ZERO.
023400 01  PEM-PROPOSALS-WRITTEN        PIC 9(07) VALUE ZERO.
023500*----------------------------------------------------------------*
023600* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
023700*----------------------------------------------------------------*
023800 COPY SIGHTREC.
023900 COPY RUNLOG.
024000 COPY PRTCTL.
024100
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     ACCEPT RUNLOG-START-TIME FROM TIME
024500     DISPLAY "POPESTM - ENTER SURVEY YEAR (YYYY):"
024600     ACCEPT PEM-SURVEY-YEAR
024700     IF PEM-SURVEY-YEAR NOT NUMERIC
024800     OR PEM-SURVEY-YEAR < 1900
024900         DISPLAY "POPESTM - SURVEY YEAR NOT VALID"
025000         MOVE 8 TO PEM-RETURN-CODE
025100     ELSE
025200         PERFORM 1000-READ-PARAMETERS
025300         PERFORM 1100-LOAD-SCHEDULE
025400         PERFORM 1200-MARK-VISITED-SITES
025500         OPEN INPUT SPECIES-MASTER
025600         OPEN OUTPUT PROPOSED-UPDATES
025700         SORT ESTIMATE-SORT
025800             ON ASCENDING KEY PES-SCIENTIFIC-NAME
025900             ON ASCENDING KEY PES-SITE-CODE
026000             INPUT PROCEDURE IS 2000-SUPPLY-BREEDING-COUNTS
026100             OUTPUT PROCEDURE IS 3000-PRINT-ESTIMATES
026200         CLOSE PROPOSED-UPDATES
026300         CLOSE SPECIES-MASTER
026400         IF PEM-PROPOSALS-WRITTEN > 0
026500             MOVE 4 TO PEM-RETURN-CODE
026600         END-IF
026700     END-IF
026800     PERFORM 9900-WRITE-RUN-LOG
026900     MOVE PEM-RETURN-CODE TO RETURN-CODE
027000     GOBACK
027100     .
027200
027300 1000-READ-PARAMETERS.
027400     OPEN INPUT ESTIMATE-PARAMETER
027500     IF PEM-ESTPARM-STATUS = "00"
027600         READ ESTIMATE-PARAMETER
027700             AT END
027800                 CONTINUE
027900         END-READ
028000         IF PEM-ESTPARM-STATUS = "00"
028100             PERFORM 1050-TAKE-PARAMETERS
028200         END-IF
028300     END-IF
028400     IF PEM-ESTPARM-STATUS = "00"
028500     OR PEM-ESTPARM-STATUS = "05"
028600     OR PEM-ESTPARM-STATUS = "10"
028700         CLOSE ESTIMATE-PARAMETER
028800     END-IF
028900     COMPUTE PEM-FROM-DATE =
029000         PEM-SURVEY-YEAR * 10000 + PEM-FIRST-MONTH * 100 + 1
029100     COMPUTE PEM-TO-DATE =
029200         PEM-SURVEY-YEAR * 10000 + PEM-LAST-MONTH * 100 + 31
029300     .
029400
029500 1050-TAKE-PARAMETERS.
029600     IF ESTPARM-FIRST-MONTH IS NUMERIC
029700     AND ESTPARM-LAST-MONTH IS NUMERIC
029800     AND ESTPARM-FIRST-MONTH > ZERO
029900     AND ESTPARM-LAST-MONTH NOT < ESTPARM-FIRST-MONTH
030000     AND ESTPARM-LAST-MONTH NOT > 12
030100         MOVE ESTPARM-FIRST-MONTH TO PEM-FIRST-MONTH
030200         MOVE ESTPARM-LAST-MONTH  TO PEM-LAST-MONTH
030300     END-IF
030400     IF ESTPARM-RAISING-FACTOR IS NUMERIC
030500     AND ESTPARM-RAISING-FACTOR > ZERO
030600         MOVE ESTPARM-RAISING-FACTOR TO PEM-RAISING-FACTOR
030700     END-IF
030800     IF ESTPARM-TOLERANCE-PCT IS NUMERIC
030900     AND ESTPARM-TOLERANCE-PCT > ZERO
031000         MOVE ESTPARM-TOLERANCE-PCT TO PEM-TOLERANCE-PCT
031100     END-IF
031200     IF ESTPARM-MINIMUM-SITES IS NUMERIC
031300     AND ESTPARM-MINIMUM-SITES > ZERO
031400         MOVE ESTPARM-MINIMUM-SITES TO PEM-MINIMUM-SITES
031500     END-IF
031600     .
031700
031800 1100-LOAD-SCHEDULE.
031900     SET PEM-NOT-END-OF-FILE TO TRUE
032000     OPEN INPUT COVERAGE-SCHEDULE
032100     IF PEM-SCHEDULE-STATUS NOT = "00"
032200         DISPLAY "POPESTM - NO COVERAGE SCHEDULE, NO SAMPLE FRAME"
032300     ELSE
032400         PERFORM 1180-READ-SCHEDULE
032500         PERFORM 1140-ADD-SCHEDULED-SITE
032600             UNTIL PEM-END-OF-FILE
032700         CLOSE COVERAGE-SCHEDULE
032800     END-IF
032900     .
033000
033100 1140-ADD-SCHEDULED-SITE.
033200     IF PEM-SITES-SCHEDULED < 500
033300         ADD 1 TO PEM-SITES-SCHEDULED
033400         MOVE COV-SITE-CODE TO PEM-SITE-CODE(PEM-SITES-SCHEDULED)
033500         SET PEM-SITE-NOT-VISITED(PEM-SITES-SCHEDULED) TO TRUE
033600     ELSE
033700         DISPLAY "POPESTM - SITE TABLE FULL, SITE SKIPPED: "
033800             COV-SITE-CODE
033900     END-IF
034000     PERFORM 1180-READ-SCHEDULE
034100     .
034200
034300 1180-READ-SCHEDULE.
034400     READ COVERAGE-SCHEDULE
034500         AT END
034600             SET PEM-END-OF-FILE TO TRUE
034700     END-READ
034800     .
034900
035000*----------------------------------------------------------------*
035100* A SURVEY VISIT IN THE SEASON MAKES A SITE VISITED EVEN WHEN THE
035200* VISIT RECORDED NOTHING
035300*----------------------------------------------------------------*
035400 1200-MARK-VISITED-SITES.
035500     SET PEM-NOT-END-OF-FILE TO TRUE
035600     OPEN INPUT VISIT-FILE
035700     IF PEM-VISIT-STATUS = "00"
035800         PERFORM 1280-READ-NEXT-VISIT
035900         PERFORM 1240-MARK-ONE-VISIT UNTIL PEM-END-OF-FILE
036000         CLOSE VISIT-FILE
036100     END-IF
036200     .
036300
036400 1240-MARK-ONE-VISIT.
036500     IF VISIT-DATE NOT < PEM-FROM-DATE
036600     AND VISIT-DATE NOT > PEM-TO-DATE
036700         MOVE VISIT-SITE-CODE TO PEM-LOOKUP-SITE
036800         PERFORM 2400-FIND-SITE
036900         IF PEM-SITE-MATCHED
037000             PERFORM 2450-MARK-SITE-VISITED
037100         END-IF
037200     END-IF
037300     PERFORM 1280-READ-NEXT-VISIT
037400     .
037500
037600 1280-READ-NEXT-VISIT.
037700     READ VISIT-FILE NEXT RECORD
037800         AT END
037900             SET PEM-END-OF-FILE TO TRUE
038000     END-READ
038100     .
038200
038300 2000-SUPPLY-BREEDING-COUNTS.
038400     MOVE SPACES TO PEM-YEAR-FILE-NAME
038500     STRING "SGTA" DELIMITED BY SIZE
038600         PEM-SURVEY-YEAR DELIMITED BY SIZE
038700         INTO PEM-YEAR-FILE-NAME
038800     END-STRING
038900     SET PEM-NOT-END-OF-FILE TO TRUE
039000     OPEN INPUT YEAR-ARCHIVE
039100     IF PEM-YEAR-STATUS = "00"
039200         PERFORM 2050-START-YEAR-FILE
039300         PERFORM 2040-TAKE-ONE-YEAR-RECORD
039400             UNTIL PEM-END-OF-FILE
039500         CLOSE YEAR-ARCHIVE
039600     END-IF
039700     SET PEM-NOT-END-OF-FILE TO TRUE
039800     OPEN INPUT SIGHTINGS-ARCHIVE
039900     IF PEM-ARCHIVE-STATUS NOT = "00"
040000         DISPLAY "POPESTM - ARCHIVE WOULD NOT OPEN: "
040100             PEM-ARCHIVE-STATUS
040200         SET PEM-END-OF-FILE TO TRUE
040300     ELSE
040400         PERFORM 2150-START-ARCHIVE
040500     END-IF
040600     PERFORM 2140-TAKE-ONE-ARCHIVE-RECORD UNTIL PEM-END-OF-FILE
040700     IF PEM-ARCHIVE-STATUS NOT = "35"
040800         CLOSE SIGHTINGS-ARCHIVE
040900     END-IF
041000     .
041100
041200 2040-TAKE-ONE-YEAR-RECORD.
041300     MOVE YAR-SIGHTING TO SIGHT-RECORD
041400     PERFORM 2200-RELEASE-ONE-SIGHTING
041500     PERFORM 2060-READ-YEAR-FILE
041600     .
041700
041705 2050-START-YEAR-FILE.
041710     MOVE LOW-VALUES    TO YAR-KEY
041715     MOVE PEM-FROM-DATE TO YAR-KEY-DATE
041720     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
041725         INVALID KEY
041730             SET PEM-END-OF-FILE TO TRUE
041735     END-START
041740     IF PEM-NOT-END-OF-FILE
041745         PERFORM 2060-READ-YEAR-FILE
041750     END-IF
041755     .
041765
041800 2060-READ-YEAR-FILE.
041900     READ YEAR-ARCHIVE NEXT RECORD
042000         AT END
042100             SET PEM-END-OF-FILE TO TRUE
042110         NOT AT END
042120             IF YAR-KEY-DATE > PEM-TO-DATE
042130                 SET PEM-END-OF-FILE TO TRUE
042140             END-IF
042200     END-READ
042300     .
042400
042500 2140-TAKE-ONE-ARCHIVE-RECORD.
042600     MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
042700     PERFORM 2200-RELEASE-ONE-SIGHTING
042800     PERFORM 2160-READ-ARCHIVE
042900     .
043000
043005 2150-START-ARCHIVE.
043010     MOVE LOW-VALUES    TO SIGHTARC-KEY
043015     MOVE PEM-FROM-DATE TO SIGHTARC-KEY-DATE
043020     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
043025         INVALID KEY
043030             SET PEM-END-OF-FILE TO TRUE
043035     END-START
043040     IF PEM-NOT-END-OF-FILE
043045         PERFORM 2160-READ-ARCHIVE
043050     END-IF
043055     .
043065
043100 2160-READ-ARCHIVE.
043200     READ SIGHTINGS-ARCHIVE NEXT RECORD
043300         AT END
043400             SET PEM-END-OF-FILE TO TRUE
043410         NOT AT END
043420             IF SIGHTARC-KEY-DATE > PEM-TO-DATE
043430                 SET PEM-END-OF-FILE TO TRUE
043440             END-IF
043500     END-READ
043600     .
043700
043800*----------------------------------------------------------------*
043900* ONLY A BREEDING-SEASON RECORD AT A SCHEDULED SITE IS SAMPLED -
044000* RECORDS FROM SITES OFF THE SCHEDULE WOULD BIAS THE MEAN
044100*----------------------------------------------------------------*
044200 2200-RELEASE-ONE-SIGHTING.
044300     ADD 1 TO PEM-RECORDS-READ
044400     IF SIGHT-DATE NOT < PEM-FROM-DATE
044500     AND SIGHT-DATE NOT > PEM-TO-DATE
044600         MOVE SIGHT-SITE-CODE TO PEM-LOOKUP-SITE
044700         PERFORM 2400-FIND-SITE
044800         IF PEM-SITE-MATCHED
044900             PERFORM 2450-MARK-SITE-VISITED
045000             MOVE SIGHT-SCIENTIFIC-NAME TO PEM-WORK-NAME
045100             CALL "NAMESTD" USING PEM-WORK-NAME
045200             MOVE PEM-WORK-NAME   TO PES-SCIENTIFIC-NAME
045300             MOVE SIGHT-SITE-CODE TO PES-SITE-CODE
045400             MOVE SIGHT-COUNT     TO PES-COUNT
045500             RELEASE ESTIMATE-SORT-RECORD
045600             ADD 1 TO PEM-RECORDS-USED
045700         END-IF
045800     END-IF
045900     .
046000
046100 2400-FIND-SITE.
046200     SET PEM-SITE-NOT-MATCHED TO TRUE
046300     PERFORM 2430-MATCH-ONE-SITE
046400         VARYING PEM-SITE-INDEX FROM 1 BY 1
046500         UNTIL PEM-SITE-INDEX > PEM-SITES-SCHEDULED
046600            OR PEM-SITE-MATCHED
046700     .
046800
046900 2430-MATCH-ONE-SITE.
047000     IF PEM-SITE-CODE(PEM-SITE-INDEX) = PEM-LOOKUP-SITE
047100         MOVE PEM-SITE-INDEX TO PEM-SITE-FOUND
047200         SET PEM-SITE-MATCHED TO TRUE
047300     END-IF
047400     .
047500
047600 2450-MARK-SITE-VISITED.
047700     IF PEM-SITE-NOT-VISITED(PEM-SITE-FOUND)
047800         SET PEM-SITE-VISITED(PEM-SITE-FOUND) TO TRUE
047900         ADD 1 TO PEM-SITES-VISITED
048000     END-IF
048100     .
048200
048300*----------------------------------------------------------------*
048400* THE VISITED-SITE COUNT IS ONLY FINAL ONCE THE INPUT PROCEDURE
048500* HAS ENDED, SO THE SCALE IS FIXED HERE
048600*----------------------------------------------------------------*
048700 3000-PRINT-ESTIMATES.
048800     OPEN OUTPUT ESTIMATE-REPORT
048900     SET PRT-ACTION-INIT TO TRUE
049000     MOVE "POPESTM" TO PRT-REPORT-NAME
049100     MOVE "POPESTM" TO PRT-PRODUCER
049200     CALL "PRTSRV" USING PRT-CONTROL
049300     PERFORM 3050-PRINT-RUN-BASIS
049400     SET PEM-FIRST-GROUP TO TRUE
049500     SET PEM-SORT-NOT-EOF TO TRUE
049600     PERFORM 3100-RETURN-SORTED-RECORD
049700     IF PEM-ESTIMATING
049800         PERFORM 3200-ABSORB-ONE-RECORD UNTIL PEM-SORT-EOF
049900         IF PEM-NOT-FIRST-GROUP
050000             PERFORM 3400-CLOSE-SITE
050100             PERFORM 3500-ESTIMATE-SPECIES
050200         END-IF
050300     ELSE
050400         PERFORM 3100-RETURN-SORTED-RECORD UNTIL PEM-SORT-EOF
050500     END-IF
050600     SET PRT-ACTION-END TO TRUE
050700     CALL "PRTSRV" USING PRT-CONTROL
050800     WRITE ESTIMATE-REPORT-LINE FROM PRT-TRAILER-LINE
050900     CLOSE ESTIMATE-REPORT
051000     .
051100
051200 3050-PRINT-RUN-BASIS.
051300     MOVE SPACES TO ESTIMATE-REPORT-LINE
051400     STRING "BREEDING POPULATION ESTIMATES - SURVEY YEAR "
051500         DELIMITED BY SIZE
051600         PEM-SURVEY-YEAR DELIMITED BY SIZE
051700         INTO ESTIMATE-REPORT-LINE
051800     END-STRING
051900     PERFORM 9000-WRITE-REPORT-LINE
052000     MOVE PEM-SITES-SCHEDULED TO PEM-COUNT-DISPLAY
052100     MOVE PEM-SITES-VISITED   TO PEM-COUNT-DISPLAY-2
052200     MOVE PEM-TOLERANCE-PCT   TO PEM-TOLERANCE-DISPLAY
052300     MOVE SPACES TO ESTIMATE-REPORT-LINE
052400     STRING "SEASON MONTHS " DELIMITED BY SIZE
052500         PEM-FIRST-MONTH DELIMITED BY SIZE
052600         " TO " DELIMITED BY SIZE
052700         PEM-LAST-MONTH DELIMITED BY SIZE
052800         "  SITES SCHEDULED " DELIMITED BY SIZE
052900         PEM-COUNT-DISPLAY DELIMITED BY SIZE
053000         "  VISITED " DELIMITED BY SIZE
053100         PEM-COUNT-DISPLAY-2 DELIMITED BY SIZE
053200         "  TOLERANCE " DELIMITED BY SIZE
053300         PEM-TOLERANCE-DISPLAY DELIMITED BY SIZE
053400         " PCT" DELIMITED BY SIZE
053500         INTO ESTIMATE-REPORT-LINE
053600     END-STRING
053700     PERFORM 9000-WRITE-REPORT-LINE
053800     IF PEM-SITES-VISITED < PEM-MINIMUM-SITES
053900     OR PEM-SITES-VISITED = ZERO
054000         SET PEM-NOT-ESTIMATING TO TRUE
054100         MOVE PEM-MINIMUM-SITES TO PEM-COUNT-DISPLAY
054200         MOVE SPACES TO ESTIMATE-REPORT-LINE
054300         STRING "*** FEWER THAN " DELIMITED BY SIZE
054400             PEM-COUNT-DISPLAY DELIMITED BY SIZE
054500             " SITES VISITED - NO ESTIMATES MADE ***"
054600             DELIMITED BY SIZE
054700             INTO ESTIMATE-REPORT-LINE
054800         END-STRING
054900         PERFORM 9000-WRITE-REPORT-LINE
055000     ELSE
055100         SET PEM-ESTIMATING TO TRUE
055200         COMPUTE PEM-SCALE =
055300             PEM-SITES-SCHEDULED * PEM-RAISING-FACTOR
055400     END-IF
055500     .
055600
055700 3100-RETURN-SORTED-RECORD.
055800     RETURN ESTIMATE-SORT
055900         AT END
056000             SET PEM-SORT-EOF TO TRUE
056100     END-RETURN
056200     .
056300
056400 3200-ABSORB-ONE-RECORD.
056500     IF PEM-FIRST-GROUP
056600         SET PEM-NOT-FIRST-GROUP TO TRUE
056700         PERFORM 3300-OPEN-SPECIES
056800     ELSE
056900         IF PES-SCIENTIFIC-NAME NOT = PEM-PRIOR-NAME
057000             PERFORM 3400-CLOSE-SITE
057100             PERFORM 3500-ESTIMATE-SPECIES
057200             PERFORM 3300-OPEN-SPECIES
057300         ELSE
057400             IF PES-SITE-CODE NOT = PEM-PRIOR-SITE
057500                 PERFORM 3400-CLOSE-SITE
057600                 MOVE PES-SITE-CODE TO PEM-PRIOR-SITE
057700                 MOVE ZERO TO PEM-SITE-PEAK
057800             END-IF
057900         END-IF
058000     END-IF
058100     IF PES-COUNT > PEM-SITE-PEAK
058200         MOVE PES-COUNT TO PEM-SITE-PEAK
058300     END-IF
058400     PERFORM 3100-RETURN-SORTED-RECORD
058500     .
058600
058700 3300-OPEN-SPECIES.
058800     MOVE PES-SCIENTIFIC-NAME TO PEM-PRIOR-NAME
058900     MOVE PES-SITE-CODE       TO PEM-PRIOR-SITE
059000     MOVE ZERO TO PEM-SITE-PEAK
059100     MOVE ZERO TO PEM-SPECIES-SITES
059200     MOVE ZERO TO PEM-SPECIES-BIRDS
059300     MOVE ZERO TO PEM-SPECIES-SQUARES
059400     .
059500
059600 3400-CLOSE-SITE.
059700     ADD 1 TO PEM-SPECIES-SITES
059800     ADD PEM-SITE-PEAK TO PEM-SPECIES-BIRDS
059900     COMPUTE PEM-SPECIES-SQUARES =
060000         PEM-SPECIES-SQUARES + PEM-SITE-PEAK * PEM-SITE-PEAK
060100     .
060200
060300*----------------------------------------------------------------*
060400* VISITED SITES WITHOUT THE SPECIES COUNT AS NOUGHT IN THE MEAN
060500* AND THE VARIANCE - THE SAMPLE IS EVERY VISITED SITE
060600*----------------------------------------------------------------*
060700 3500-ESTIMATE-SPECIES.
060800     ADD 1 TO PEM-SPECIES-ESTIMATED
060900     COMPUTE PEM-MEAN ROUNDED =
061000         PEM-SPECIES-BIRDS / PEM-SITES-VISITED
061100     IF PEM-SITES-VISITED > 1
061200         COMPUTE PEM-VARIANCE ROUNDED =
061300             (PEM-SPECIES-SQUARES
061400              - PEM-SPECIES-BIRDS * PEM-SPECIES-BIRDS
061500                / PEM-SITES-VISITED)
061600             / (PEM-SITES-VISITED - 1)
061700     ELSE
061800         MOVE ZERO TO PEM-VARIANCE
061900     END-IF
062000     COMPUTE PEM-ESTIMATE ROUNDED = PEM-MEAN * PEM-SCALE
062100         ON SIZE ERROR
062200             MOVE 999999999 TO PEM-ESTIMATE
062300     END-COMPUTE
062400     COMPUTE PEM-STANDARD-ERROR ROUNDED =
062500         PEM-SCALE * (PEM-VARIANCE / PEM-SITES-VISITED) ** 0.5
062600         ON SIZE ERROR
062700             MOVE 99999999999 TO PEM-STANDARD-ERROR
062800     END-COMPUTE
062900     COMPUTE PEM-LOW = PEM-ESTIMATE - 2 * PEM-STANDARD-ERROR
063000     IF PEM-LOW < PEM-SPECIES-BIRDS
063100         MOVE PEM-SPECIES-BIRDS TO PEM-LOW
063200     END-IF
063300     COMPUTE PEM-HIGH = PEM-ESTIMATE + 2 * PEM-STANDARD-ERROR
063400         ON SIZE ERROR
063500             MOVE 99999999999 TO PEM-HIGH
063600     END-COMPUTE
063700     MOVE PEM-PRIOR-NAME      TO PEM-NML-NAME
063800     MOVE PEM-SPECIES-SITES   TO PEM-NML-SITES
063900     MOVE PEM-SITES-VISITED   TO PEM-NML-VISITED
064000     MOVE PEM-SPECIES-BIRDS   TO PEM-NML-BIRDS
064100     MOVE SPACES TO ESTIMATE-REPORT-LINE
064200     PERFORM 9000-WRITE-REPORT-LINE
064300     MOVE PEM-NAME-LINE TO ESTIMATE-REPORT-LINE
064400     PERFORM 9000-WRITE-REPORT-LINE
064500     MOVE PEM-MEAN            TO PEM-DRV-MEAN
064600     MOVE PEM-SITES-SCHEDULED TO PEM-DRV-SITES
064700     MOVE PEM-RAISING-FACTOR  TO PEM-DRV-RAISING
064800     MOVE PEM-DERIVATION-LINE TO ESTIMATE-REPORT-LINE
064900     PERFORM 9000-WRITE-REPORT-LINE
065000     MOVE PEM-PRIOR-NAME TO BIRD-SCIENTIFIC-NAME
065100     READ SPECIES-MASTER
065200         INVALID KEY
065300             MOVE ZERO TO PEM-FIG-MASTER
065400             PERFORM 3600-PRINT-FIGURES
065500             MOVE "    NOT ON SPECIES MASTER - NO UPDATE PROPOSED"
065600                 TO ESTIMATE-REPORT-LINE
065700             PERFORM 9000-WRITE-REPORT-LINE
065800         NOT INVALID KEY
065900             MOVE BIRD-UK-BREEDING-POPULATION
066000                 TO PEM-MASTER-POPULATION
066100             MOVE PEM-MASTER-POPULATION TO PEM-FIG-MASTER
066200             PERFORM 3600-PRINT-FIGURES
066300             PERFORM 3700-JUDGE-DEPARTURE
066400     END-READ
066500     .
066600
066700 3600-PRINT-FIGURES.
066800     MOVE PEM-ESTIMATE TO PEM-FIG-ESTIMATE
066900     MOVE PEM-LOW      TO PEM-FIG-LOW
067000     MOVE PEM-HIGH     TO PEM-FIG-HIGH
067100     MOVE PEM-FIGURE-LINE TO ESTIMATE-REPORT-LINE
067200     PERFORM 9000-WRITE-REPORT-LINE
067300     .
067400
067500*----------------------------------------------------------------*
067600* A MASTER FIGURE OF NOUGHT AGAINST ANY BIRDS IS ALWAYS PROPOSED
067700*----------------------------------------------------------------*
067800 3700-JUDGE-DEPARTURE.
067900     IF PEM-ESTIMATE > PEM-MASTER-POPULATION
068000         COMPUTE PEM-DIFFERENCE =
068100             PEM-ESTIMATE - PEM-MASTER-POPULATION
068200     ELSE
068300         COMPUTE PEM-DIFFERENCE =
068400             PEM-MASTER-POPULATION - PEM-ESTIMATE
068500     END-IF
068600     IF PEM-MASTER-POPULATION = ZERO
068700         IF PEM-DIFFERENCE > ZERO
068800             MOVE 99999 TO PEM-DEPARTURE-PCT
068900         ELSE
069000             MOVE ZERO TO PEM-DEPARTURE-PCT
069100         END-IF
069200     ELSE
069300         COMPUTE PEM-DEPARTURE-PCT ROUNDED =
069400             PEM-DIFFERENCE * 100 / PEM-MASTER-POPULATION
069500             ON SIZE ERROR
069600                 MOVE 99999 TO PEM-DEPARTURE-PCT
069700         END-COMPUTE
069800     END-IF
069900     MOVE PEM-DEPARTURE-PCT TO PEM-DEPARTURE-DISPLAY
070000     MOVE SPACES TO ESTIMATE-REPORT-LINE
070100     IF PEM-DEPARTURE-PCT > PEM-TOLERANCE-PCT
070200         PERFORM 3800-WRITE-PROPOSAL
070300         STRING "    DEPARTS BY " DELIMITED BY SIZE
070400             PEM-DEPARTURE-DISPLAY DELIMITED BY SIZE
070500             " PCT - UPDATE TO ESTIMATE PROPOSED"
070600             DELIMITED BY SIZE
070700             INTO ESTIMATE-REPORT-LINE
070800         END-STRING
070900     ELSE
071000         STRING "    DEPARTS BY " DELIMITED BY SIZE
071100             PEM-DEPARTURE-DISPLAY DELIMITED BY SIZE
071200             " PCT - WITHIN TOLERANCE, NO CHANGE"
071300             DELIMITED BY SIZE
071400             INTO ESTIMATE-REPORT-LINE
071500         END-STRING
071600     END-IF
071700     PERFORM 9000-WRITE-REPORT-LINE
071800     .
071900
072000*----------------------------------------------------------------*
072100* SPMAINT'S UPDATE REPLACES EVERY FIELD, SO THE PROPOSAL CARRIES
072200* THE MASTER'S OWN FIGURES WITH ONLY THE POPULATION CHANGED
072300*----------------------------------------------------------------*
072400 3800-WRITE-PROPOSAL.
072500     MOVE SPACES TO SPECTRAN-RECORD
072600     SET SPECTRAN-IS-UPDATE TO TRUE
072700     MOVE BIRD-COMMON-NAME      TO SPECTRAN-COMMON-NAME
072800     MOVE BIRD-SCIENTIFIC-NAME  TO SPECTRAN-SCIENTIFIC-NAME
072900     MOVE BIRD-LENGTH-MIN       TO SPECTRAN-LENGTH-MIN
073000     MOVE BIRD-LENGTH-MAX       TO SPECTRAN-LENGTH-MAX
073100     MOVE BIRD-WINGSPAN-MIN     TO SPECTRAN-WINGSPAN-MIN
073200     MOVE BIRD-WINGSPAN-MAX     TO SPECTRAN-WINGSPAN-MAX
073300     MOVE BIRD-WEIGHT-MIN       TO SPECTRAN-WEIGHT-MIN
073400     MOVE BIRD-WEIGHT-MAX       TO SPECTRAN-WEIGHT-MAX
073500     MOVE PEM-ESTIMATE          TO SPECTRAN-POPULATION
073600     MOVE BIRD-UNIT-OF-MEASURE  TO SPECTRAN-UNIT-OF-MEASURE
073700     WRITE SPECTRAN-RECORD
073800     ADD 1 TO PEM-PROPOSALS-WRITTEN
073900     .
074000
074100 9000-WRITE-REPORT-LINE.
074200     MOVE ESTIMATE-REPORT-LINE TO PRT-DETAIL-LINE
074300     SET PRT-ACTION-DETAIL TO TRUE
074400     CALL "PRTSRV" USING PRT-CONTROL
074500     IF PRT-HEADING-NEEDED
074600         WRITE ESTIMATE-REPORT-LINE FROM PRT-HEADING-1
074700         WRITE ESTIMATE-REPORT-LINE FROM PRT-HEADING-2
074800     END-IF
074900     WRITE ESTIMATE-REPORT-LINE FROM PRT-DETAIL-LINE
075000     .
075100
075200 9900-WRITE-RUN-LOG.
075300     DISPLAY "POPESTM - RECORDS READ:       " PEM-RECORDS-READ
075400     DISPLAY "POPESTM - RECORDS SAMPLED:    " PEM-RECORDS-USED
075500     DISPLAY "POPESTM - SPECIES ESTIMATED: " PEM-SPECIES-ESTIMATED
075600     DISPLAY "POPESTM - UPDATES PROPOSED: " PEM-PROPOSALS-WRITTEN
075700     MOVE "POPESTM "            TO RUNLOG-STEP-NAME
075800     MOVE PEM-RECORDS-READ      TO RUNLOG-RECORDS-READ
075900     MOVE PEM-RECORDS-USED      TO RUNLOG-RECORDS-APPLIED
076000     MOVE ZERO                  TO RUNLOG-RECORDS-REJECTED
076100     MOVE ZERO                  TO RUNLOG-RECORDS-DROPPED
076200     MOVE PEM-RETURN-CODE       TO RUNLOG-RETURN-CODE
076300     CALL "RUNLOGW" USING RUNLOG-RECORD
076400     .
