000100*================================================================*
000200* EFFORT-INDEX-REPORT
000300* PURPOSE.  Turns raw counts into effort-corrected indices.  For
000400*           the recording year asked for (1 March to the end of
000500*           the following February) every survey visit on the
000600*           VISITS file is grouped by site and season - spring
000700*           March to May, summer June to August, autumn September
000800*           to November, winter December to February - and the
000900*           visits and hours in the field are shown for each.
001000*           Each sighting made on one of those visits (same site,
001100*           date and observer) is then totalled by species, and
001200*           the species' birds per hour is its birds over all the
001300*           hours spent at the site that season, so a ten-minute
001400*           visit and a four-hour survey no longer count alike.
001500*           Sightings come from the SGTAYYYY year files and the
001600*           live SIGHTARC; sightings with no visit are left out.
001700* AUTHOR.   D. OKAFOR
001800* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001900* DATE-WRITTEN. 10/15/2026
002000*================================================================*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 DNO   ORIGINAL PROGRAM
002310* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILES ARE NOW INDEXED ON
002320*                  SIGHTING DATE FIRST - EACH IS STARTED AT THE
002330*                  FIRST DAY OF THE RECORDING YEAR AND READ ONLY
002340*                  TO ITS END INSTEAD OF END TO END
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. EFFRTRPT.
002700 AUTHOR. D. OKAFOR.
002800 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
003510         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS DYNAMIC
003530         RECORD KEY IS SIGHTARC-KEY
003540         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
003550             WITH DUPLICATES
003560         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
003570             WITH DUPLICATES
003580         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
003590             WITH DUPLICATES
003700         FILE STATUS IS EFR-ARCHIVE-STATUS.
003800
003900     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO EFR-YEAR-FILE-NAME
003910         ORGANIZATION IS INDEXED
003920         ACCESS MODE IS DYNAMIC
003930         RECORD KEY IS YAR-KEY
003940         ALTERNATE RECORD KEY IS YAR-SITE-KEY
003950             WITH DUPLICATES
003960         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
003970             WITH DUPLICATES
003980         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
003990             WITH DUPLICATES
004100         FILE STATUS IS EFR-YEAR-STATUS.
004200
004300     SELECT VISIT-FILE ASSIGN TO "VISITS"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS VISIT-KEY
004700         FILE STATUS IS EFR-VISIT-STATUS.
004800
004900     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SITE-CODE
005300         FILE STATUS IS EFR-SITE-STATUS.
005400
005500     SELECT EFFORT-SORT ASSIGN TO "EFRSORT".
005600
005700     SELECT EFFORT-REPORT ASSIGN TO "EFFRTRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS EFR-REPORT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SIGHTINGS-ARCHIVE.
006400 COPY SIGHTARC.
006500
006600 FD  YEAR-ARCHIVE.
006700 01  YEAR-ARCHIVE-RECORD.
006705     05  YAR-KEY.
006710         10  YAR-KEY-DATE         PIC 9(08).
006715         10  YAR-KEY-OBSERVER     PIC X(06).
006720         10  YAR-KEY-SITE         PIC X(06).
006725         10  YAR-KEY-NAME         PIC X(30).
006730     05  YAR-SITE-KEY.
006735         10  YAR-SITE-CODE        PIC X(06).
006740         10  YAR-SITE-DATE        PIC 9(08).
006745     05  YAR-OBSERVER-KEY.
006750         10  YAR-OBSERVER-ID      PIC X(06).
006755         10  YAR-OBSERVER-DATE    PIC 9(08).
006800     05  YAR-LOAD-DATE            PIC 9(08).
006900     05  YAR-SIGHTING             PIC X(93).
007000
007100 FD  VISIT-FILE.
007200 COPY VISITREC.
007300
007400 FD  SITE-MASTER.
007500 COPY SITEREC.
007600
007700*----------------------------------------------------------------*
007800* TYPE 1 IS A VISIT, CARRYING ITS MINUTES - IT SORTS AHEAD OF THE
007900* TYPE 2 SIGHTINGS FOR THE SAME SITE AND SEASON
008000*----------------------------------------------------------------*
008100 SD  EFFORT-SORT.
008200 01  EFFORT-SORT-RECORD.
008300     05  EFS-SITE-CODE            PIC X(06).
008400     05  EFS-SEASON               PIC 9(01).
008500     05  EFS-RECORD-TYPE          PIC X(01).
008600         88  EFS-VISIT            VALUE "1".
008700         88  EFS-SIGHTING         VALUE "2".
008800     05  EFS-SCIENTIFIC-NAME      PIC X(30).
008900     05  EFS-VISIT-DATE           PIC 9(08).
009000     05  EFS-OBSERVER-ID          PIC X(06).
009100     05  EFS-MINUTES              PIC 9(04).
009200     05  EFS-COUNT                PIC 9(05).
009300
009400 FD  EFFORT-REPORT.
009500 01  EFFORT-REPORT-LINE           PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800 01  EFR-ARCHIVE-STATUS           PIC X(02).
009900 01  EFR-YEAR-STATUS              PIC X(02).
010000 01  EFR-VISIT-STATUS             PIC X(02).
010100 01  EFR-SITE-STATUS              PIC X(02).
010200 01  EFR-REPORT-STATUS            PIC X(02).
010300 01  EFR-END-OF-FILE-SWITCH       PIC X(01).
010400     88  EFR-END-OF-FILE          VALUE "Y".
010500     88  EFR-NOT-END-OF-FILE      VALUE "N".
010600 01  EFR-SORT-EOF-SWITCH          PIC X(01).
010700     88  EFR-SORT-EOF             VALUE "Y".
010800     88  EFR-SORT-NOT-EOF         VALUE "N".
010900 01  EFR-GROUP-SWITCH             PIC X(01).
011000     88  EFR-FIRST-GROUP          VALUE "Y".
011100     88  EFR-NOT-FIRST-GROUP      VALUE "N".
011200 01  EFR-SPECIES-SWITCH           PIC X(01).
011300     88  EFR-SPECIES-OPEN         VALUE "Y".
011400     88  EFR-NO-SPECIES-OPEN      VALUE "N".
011500 01  EFR-RETURN-CODE              PIC 9(04) VALUE ZERO.
011600*----------------------------------------------------------------*
011700* THE RECORDING YEAR - 1 MARCH OF THE YEAR ASKED FOR UP TO, BUT
011800* NOT INCLUDING, 1 MARCH OF THE NEXT
011900*----------------------------------------------------------------*
012000 01  EFR-REPORT-YEAR              PIC 9(04).
012100 01  EFR-NEXT-YEAR                PIC 9(04).
012200 01  EFR-FROM-DATE                PIC 9(08).
012300 01  EFR-TO-DATE                  PIC 9(08).
012400 01  EFR-SCAN-YEAR                PIC 9(04).
012500 01  EFR-YEAR-FILE-NAME           PIC X(08).
012600 01  EFR-WORK-DATE                PIC 9(08).
012700 01  EFR-WORK-DATE-PARTS REDEFINES EFR-WORK-DATE.
012800     05  EFR-WORK-YEAR            PIC 9(04).
012900     05  EFR-WORK-MONTH           PIC 9(02).
013000     05  EFR-WORK-DAY             PIC 9(02).
013100 01  EFR-WORK-SEASON              PIC 9(01).
013200 01  EFR-MONTH-OFFSET             PIC 9(02).
013300 01  EFR-WORK-NAME                PIC X(30).
013400 01  EFR-SEASON-NAMES.
013500     05  FILLER                   PIC X(06) VALUE "SPRING".
013600     05  FILLER                   PIC X(06) VALUE "SUMMER".
013700     05  FILLER                   PIC X(06) VALUE "AUTUMN".
013800     05  FILLER                   PIC X(06) VALUE "WINTER".
013900 01  EFR-SEASON-TABLE REDEFINES EFR-SEASON-NAMES.
014000     05  EFR-SEASON-NAME          PIC X(06) OCCURS 4 TIMES.
014100*----------------------------------------------------------------*
014200* THE OPEN SITE-SEASON AND THE OPEN SPECIES WITHIN IT
014300*----------------------------------------------------------------*
014400 01  EFR-PRIOR-SITE               PIC X(06).
014500 01  EFR-PRIOR-SEASON             PIC 9(01).
014600 01  EFR-PRIOR-NAME               PIC X(30).
014700 01  EFR-PRIOR-VISIT-DATE         PIC 9(08).
014800 01  EFR-PRIOR-OBSERVER           PIC X(06).
014900 01  EFR-GROUP-VISITS             PIC 9(05).
015000 01  EFR-GROUP-MINUTES            PIC 9(07).
015100 01  EFR-SPECIES-VISITS           PIC 9(05).
015200 01  EFR-SPECIES-BIRDS            PIC 9(07).
015300 01  EFR-BIRDS-PER-HOUR           PIC 9(05)V99.
015400 01  EFR-GROUP-HOURS              PIC 9(05)V9.
015500*----------------------------------------------------------------*
015600* REPORT LINES
015700*----------------------------------------------------------------*
015800 01  EFR-GROUP-LINE.
015900     05  EFR-GRP-SITE-CODE        PIC X(06).
016000     05  FILLER                   PIC X(01) VALUE SPACE.
016100     05  EFR-GRP-SITE-NAME        PIC X(30).
016200     05  FILLER                   PIC X(01) VALUE SPACE.
016300     05  EFR-GRP-SEASON           PIC X(06).
016400     05  FILLER                   PIC X(09) VALUE "  VISITS ".
016500     05  EFR-GRP-VISITS           PIC Z(4)9.
016600     05  FILLER                   PIC X(08) VALUE "  HOURS ".
016700     05  EFR-GRP-HOURS            PIC Z(4)9.9.
016800     05  FILLER                   PIC X(07) VALUE SPACES.
016900 01  EFR-COLUMN-LINE.
017000     05  FILLER                   PIC X(04) VALUE SPACES.
017100     05  FILLER                   PIC X(30) VALUE "SPECIES".
017200     05  FILLER                   PIC X(08) VALUE "  VISITS".
017300     05  FILLER                   PIC X(10) VALUE "     BIRDS".
017400     05  FILLER                   PIC X(11) VALUE "  PER HOUR".
017500     05  FILLER                   PIC X(17) VALUE SPACES.
017600 01  EFR-SPECIES-LINE.
017700     05  FILLER                   PIC X(04) VALUE SPACES.
017800     05  EFR-SPL-NAME             PIC X(30).
017900     05  FILLER                   PIC X(03) VALUE SPACES.
018000     05  EFR-SPL-VISITS           PIC Z(4)9.
018100     05  FILLER                   PIC X(03) VALUE SPACES.
018200     05  EFR-SPL-BIRDS            PIC Z(6)9.
018300     05  FILLER                   PIC X(02) VALUE SPACES.
018400     05  EFR-SPL-PER-HOUR         PIC Z(4)9.99.
018500     05  FILLER                   PIC X(18) VALUE SPACES.
018600 01  EFR-RECORDS-READ             PIC 9(07) VALUE ZERO.
018700 01  EFR-RECORDS-USED             PIC 9(07) VALUE ZERO.
018800 01  EFR-RECORDS-UNMATCHED        PIC 9(07) VALUE ZERO.
018900 01  EFR-VISITS-USED              PIC 9(07) VALUE ZERO.
019000 01  EFR-GROUPS-LISTED            PIC 9(07) VALUE ZERO.
019100*----------------------------------------------------------------*
019200* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
019300*----------------------------------------------------------------*
019400 COPY SIGHTREC.
019500 COPY RUNLOG.
019600 COPY PRTCTL.
019700
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     ACCEPT RUNLOG-START-TIME FROM TIME
020100     DISPLAY "EFFRTRPT - ENTER RECORDING YEAR (YYYY):"
020200     ACCEPT EFR-REPORT-YEAR
020300     IF EFR-REPORT-YEAR NOT NUMERIC
020400     OR EFR-REPORT-YEAR < 1900
020500         DISPLAY "EFFRTRPT - RECORDING YEAR NOT VALID"
020600         MOVE 8 TO EFR-RETURN-CODE
020700     ELSE
020800         COMPUTE EFR-NEXT-YEAR = EFR-REPORT-YEAR + 1
020900         COMPUTE EFR-FROM-DATE = EFR-REPORT-YEAR * 10000 + 0301
021000         COMPUTE EFR-TO-DATE = EFR-NEXT-YEAR * 10000 + 0301
021100         OPEN INPUT SITE-MASTER
021200         OPEN INPUT VISIT-FILE
021300         IF EFR-VISIT-STATUS NOT = "00"
021400             DISPLAY "EFFRTRPT - VISITS FILE WOULD NOT OPEN: "
021500                 EFR-VISIT-STATUS
021600             MOVE 4 TO EFR-RETURN-CODE
021700         ELSE
021800             SORT EFFORT-SORT
021900                 ON ASCENDING KEY EFS-SITE-CODE
022000                 ON ASCENDING KEY EFS-SEASON
022100                 ON ASCENDING KEY EFS-RECORD-TYPE
022200                 ON ASCENDING KEY EFS-SCIENTIFIC-NAME
022300                 ON ASCENDING KEY EFS-VISIT-DATE
022400                 ON ASCENDING KEY EFS-OBSERVER-ID
022500                 INPUT PROCEDURE IS 2000-SUPPLY-EFFORT
022600                 OUTPUT PROCEDURE IS 3000-PRINT-EFFORT
022700             CLOSE VISIT-FILE
022800         END-IF
022900         CLOSE SITE-MASTER
023000     END-IF
023100     PERFORM 9900-WRITE-RUN-LOG
023200     MOVE EFR-RETURN-CODE TO RETURN-CODE
023300     GOBACK
023400     .
023500
023600*----------------------------------------------------------------*
023700* EVERY VISIT IN THE RECORDING YEAR GOES TO THE SORT FIRST, SO A
023800* SITE-SEASON'S HOURS COUNT VISITS THAT SAW NOTHING AS WELL
023900*----------------------------------------------------------------*
024000 2000-SUPPLY-EFFORT.
024100     SET EFR-NOT-END-OF-FILE TO TRUE
024200     PERFORM 2080-READ-NEXT-VISIT
024300     PERFORM 2040-RELEASE-ONE-VISIT UNTIL EFR-END-OF-FILE
024400     PERFORM 2120-SCAN-ONE-YEAR
024500         VARYING EFR-SCAN-YEAR FROM EFR-REPORT-YEAR BY 1
024600         UNTIL EFR-SCAN-YEAR > EFR-NEXT-YEAR
024700     SET EFR-NOT-END-OF-FILE TO TRUE
024800     OPEN INPUT SIGHTINGS-ARCHIVE
024900     IF EFR-ARCHIVE-STATUS NOT = "00"
025000         DISPLAY "EFFRTRPT - ARCHIVE WOULD NOT OPEN: "
025100             EFR-ARCHIVE-STATUS
025200         SET EFR-END-OF-FILE TO TRUE
025300     ELSE
025400         PERFORM 2170-START-ARCHIVE
025500     END-IF
025600     PERFORM 2160-TAKE-ONE-ARCHIVE-RECORD UNTIL EFR-END-OF-FILE
025700     IF EFR-ARCHIVE-STATUS NOT = "35"
025800         CLOSE SIGHTINGS-ARCHIVE
025900     END-IF
026000     .
026100
026200 2040-RELEASE-ONE-VISIT.
026300     IF VISIT-DATE NOT < EFR-FROM-DATE
026400     AND VISIT-DATE < EFR-TO-DATE
026500         MOVE VISIT-DATE TO EFR-WORK-DATE
026600         PERFORM 2300-DERIVE-SEASON
026700         MOVE VISIT-SITE-CODE     TO EFS-SITE-CODE
026800         MOVE EFR-WORK-SEASON     TO EFS-SEASON
026900         SET EFS-VISIT            TO TRUE
027000         MOVE SPACES              TO EFS-SCIENTIFIC-NAME
027100         MOVE VISIT-DATE          TO EFS-VISIT-DATE
027200         MOVE VISIT-OBSERVER-ID   TO EFS-OBSERVER-ID
027300         MOVE VISIT-MINUTES       TO EFS-MINUTES
027400         MOVE ZERO                TO EFS-COUNT
027500         RELEASE EFFORT-SORT-RECORD
027600         ADD 1 TO EFR-VISITS-USED
027700     END-IF
027800     PERFORM 2080-READ-NEXT-VISIT
027900     .
028000
028100 2080-READ-NEXT-VISIT.
028200     READ VISIT-FILE NEXT RECORD
028300         AT END
028400             SET EFR-END-OF-FILE TO TRUE
028500     END-READ
028600     .
028700
028800*----------------------------------------------------------------*
028900* A YEAR WITH NO SGTAYYYY FILE IS SIMPLY SKIPPED AND THE LIVE
028910* ARCHIVE COVERS THE REST.  EVERY FILE IS KEYED ON SIGHTING DATE
028920* FIRST, SO EACH IS STARTED AT THE FIRST DAY OF THE RECORDING
028930* YEAR AND READ ONLY UP TO ITS END
029100*----------------------------------------------------------------*
029200 2120-SCAN-ONE-YEAR.
029300     MOVE SPACES TO EFR-YEAR-FILE-NAME
029400     STRING "SGTA" DELIMITED BY SIZE
029500         EFR-SCAN-YEAR DELIMITED BY SIZE
029600         INTO EFR-YEAR-FILE-NAME
029700     END-STRING
029800     SET EFR-NOT-END-OF-FILE TO TRUE
029900     OPEN INPUT YEAR-ARCHIVE
030000     IF EFR-YEAR-STATUS = "00"
030100         PERFORM 2130-START-YEAR-FILE
030200         PERFORM 2140-TAKE-ONE-YEAR-RECORD
030300             UNTIL EFR-END-OF-FILE
030400         CLOSE YEAR-ARCHIVE
030500     END-IF
030600     .
030700
030705 2130-START-YEAR-FILE.
030710     MOVE LOW-VALUES    TO YAR-KEY
030715     MOVE EFR-FROM-DATE TO YAR-KEY-DATE
030720     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
030725         INVALID KEY
030730             SET EFR-END-OF-FILE TO TRUE
030735     END-START
030740     IF EFR-NOT-END-OF-FILE
030745         PERFORM 2150-READ-YEAR-FILE
030750     END-IF
030755     .
030765
030800 2140-TAKE-ONE-YEAR-RECORD.
030900     MOVE YAR-SIGHTING TO SIGHT-RECORD
031000     PERFORM 2200-RELEASE-ONE-SIGHTING
031100     PERFORM 2150-READ-YEAR-FILE
031200     .
031300
031400 2150-READ-YEAR-FILE.
031500     READ YEAR-ARCHIVE NEXT RECORD
031600         AT END
031700             SET EFR-END-OF-FILE TO TRUE
031710         NOT AT END
031720             IF YAR-KEY-DATE NOT < EFR-TO-DATE
031730                 SET EFR-END-OF-FILE TO TRUE
031740             END-IF
031800     END-READ
031900     .
032000
032100 2160-TAKE-ONE-ARCHIVE-RECORD.
032200     MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
032300     PERFORM 2200-RELEASE-ONE-SIGHTING
032400     PERFORM 2180-READ-ARCHIVE
032500     .
032600
032605 2170-START-ARCHIVE.
032610     MOVE LOW-VALUES    TO SIGHTARC-KEY
032615     MOVE EFR-FROM-DATE TO SIGHTARC-KEY-DATE
032620     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
032625         INVALID KEY
032630             SET EFR-END-OF-FILE TO TRUE
032635     END-START
032640     IF EFR-NOT-END-OF-FILE
032645         PERFORM 2180-READ-ARCHIVE
032650     END-IF
032655     .
032665
032700 2180-READ-ARCHIVE.
032800     READ SIGHTINGS-ARCHIVE NEXT RECORD
032900         AT END
033000             SET EFR-END-OF-FILE TO TRUE
033010         NOT AT END
033020             IF SIGHTARC-KEY-DATE NOT < EFR-TO-DATE
033030                 SET EFR-END-OF-FILE TO TRUE
033040             END-IF
033100     END-READ
033200     .
033300
033400*----------------------------------------------------------------*
033500* A SIGHTING IN THE RECORDING YEAR COUNTS ONLY WHEN ITS OBSERVER
033600* FILED A VISIT FOR THAT SITE AND DAY
033700*----------------------------------------------------------------*
033800 2200-RELEASE-ONE-SIGHTING.
033900     ADD 1 TO EFR-RECORDS-READ
034000     IF SIGHT-DATE NOT < EFR-FROM-DATE
034100     AND SIGHT-DATE < EFR-TO-DATE
034200         MOVE SIGHT-SITE-CODE   TO VISIT-SITE-CODE
034300         MOVE SIGHT-DATE        TO VISIT-DATE
034400         MOVE SIGHT-OBSERVER-ID TO VISIT-OBSERVER-ID
034500         READ VISIT-FILE
034600             INVALID KEY
034700                 ADD 1 TO EFR-RECORDS-UNMATCHED
034800             NOT INVALID KEY
034900                 PERFORM 2250-RELEASE-MATCHED-SIGHTING
035000         END-READ
035100     END-IF
035200     .
035300
035400 2250-RELEASE-MATCHED-SIGHTING.
035500     MOVE SIGHT-DATE TO EFR-WORK-DATE
035600     PERFORM 2300-DERIVE-SEASON
035700     MOVE SIGHT-SCIENTIFIC-NAME TO EFR-WORK-NAME
035800     CALL "NAMESTD" USING EFR-WORK-NAME
035900     MOVE VISIT-SITE-CODE       TO EFS-SITE-CODE
036000     MOVE EFR-WORK-SEASON       TO EFS-SEASON
036100     SET EFS-SIGHTING           TO TRUE
036200     MOVE EFR-WORK-NAME         TO EFS-SCIENTIFIC-NAME
036300     MOVE VISIT-DATE            TO EFS-VISIT-DATE
036400     MOVE VISIT-OBSERVER-ID     TO EFS-OBSERVER-ID
036500     MOVE ZERO                  TO EFS-MINUTES
036600     MOVE SIGHT-COUNT           TO EFS-COUNT
036700     RELEASE EFFORT-SORT-RECORD
036800     ADD 1 TO EFR-RECORDS-USED
036900     .
037000
037100*----------------------------------------------------------------*
037200* MARCH-MAY 1, JUNE-AUGUST 2, SEPTEMBER-NOVEMBER 3, DECEMBER-
037300* FEBRUARY 4
037400*----------------------------------------------------------------*
037500 2300-DERIVE-SEASON.
037600     IF EFR-WORK-MONTH < 3
037700         MOVE 4 TO EFR-WORK-SEASON
037800     ELSE
037900         SUBTRACT 3 FROM EFR-WORK-MONTH GIVING EFR-MONTH-OFFSET
038000         DIVIDE 3 INTO EFR-MONTH-OFFSET GIVING EFR-WORK-SEASON
038100         ADD 1 TO EFR-WORK-SEASON
038200     END-IF
038300     .
038400
038500 3000-PRINT-EFFORT.
038600     OPEN OUTPUT EFFORT-REPORT
038700     SET PRT-ACTION-INIT TO TRUE
038800     MOVE "EFFRTRPT" TO PRT-REPORT-NAME
038900     MOVE "EFFRTRPT" TO PRT-PRODUCER
039000     CALL "PRTSRV" USING PRT-CONTROL
039100     MOVE SPACES TO EFFORT-REPORT-LINE
039200     STRING "BIRDS PER HOUR BY SITE AND SEASON - YEAR FROM "
039300         DELIMITED BY SIZE
039400         "1 MARCH " DELIMITED BY SIZE
039500         EFR-REPORT-YEAR DELIMITED BY SIZE
039600         INTO EFFORT-REPORT-LINE
039700     END-STRING
039800     PERFORM 9000-WRITE-REPORT-LINE
039900     SET EFR-FIRST-GROUP TO TRUE
040000     SET EFR-NO-SPECIES-OPEN TO TRUE
040100     SET EFR-SORT-NOT-EOF TO TRUE
040200     PERFORM 3100-RETURN-SORTED-RECORD
040300     PERFORM 3200-ABSORB-ONE-RECORD UNTIL EFR-SORT-EOF
040400     IF EFR-SPECIES-OPEN
040500         PERFORM 3600-PRINT-SPECIES
040600     END-IF
040700     SET PRT-ACTION-END TO TRUE
040800     CALL "PRTSRV" USING PRT-CONTROL
040900     WRITE EFFORT-REPORT-LINE FROM PRT-TRAILER-LINE
041000     CLOSE EFFORT-REPORT
041100     .
041200
041300 3100-RETURN-SORTED-RECORD.
041400     RETURN EFFORT-SORT
041500         AT END
041600             SET EFR-SORT-EOF TO TRUE
041700     END-RETURN
041800     .
041900
042000*----------------------------------------------------------------*
042100* THE VISITS OF A SITE-SEASON ARRIVE FIRST AND ARE TOTALLED; THE
042200* FIRST SIGHTING AFTER THEM PRINTS THE SITE-SEASON HEADING
042300*----------------------------------------------------------------*
042400 3200-ABSORB-ONE-RECORD.
042500     IF EFR-FIRST-GROUP
042600     OR EFS-SITE-CODE NOT = EFR-PRIOR-SITE
042700     OR EFS-SEASON NOT = EFR-PRIOR-SEASON
042800         IF EFR-SPECIES-OPEN
042900             PERFORM 3600-PRINT-SPECIES
043000         END-IF
043100         SET EFR-NOT-FIRST-GROUP TO TRUE
043200         MOVE EFS-SITE-CODE TO EFR-PRIOR-SITE
043300         MOVE EFS-SEASON    TO EFR-PRIOR-SEASON
043400         MOVE ZERO TO EFR-GROUP-VISITS
043500         MOVE ZERO TO EFR-GROUP-MINUTES
043600     END-IF
043700     IF EFS-VISIT
043800         ADD 1 TO EFR-GROUP-VISITS
043900         ADD EFS-MINUTES TO EFR-GROUP-MINUTES
044000     ELSE
044100         IF EFR-NO-SPECIES-OPEN
044200         OR EFS-SCIENTIFIC-NAME NOT = EFR-PRIOR-NAME
044300             IF EFR-SPECIES-OPEN
044400                 PERFORM 3600-PRINT-SPECIES
044500             ELSE
044600                 PERFORM 3400-PRINT-GROUP-HEADING
044700             END-IF
044800             SET EFR-SPECIES-OPEN TO TRUE
044900             MOVE EFS-SCIENTIFIC-NAME TO EFR-PRIOR-NAME
045000             MOVE ZERO TO EFR-SPECIES-VISITS
045100             MOVE ZERO TO EFR-SPECIES-BIRDS
045200             MOVE SPACES TO EFR-PRIOR-OBSERVER
045300             MOVE ZERO TO EFR-PRIOR-VISIT-DATE
045400         END-IF
045500         IF EFS-VISIT-DATE NOT = EFR-PRIOR-VISIT-DATE
045600         OR EFS-OBSERVER-ID NOT = EFR-PRIOR-OBSERVER
045700             ADD 1 TO EFR-SPECIES-VISITS
045800             MOVE EFS-VISIT-DATE  TO EFR-PRIOR-VISIT-DATE
045900             MOVE EFS-OBSERVER-ID TO EFR-PRIOR-OBSERVER
046000         END-IF
046100         ADD EFS-COUNT TO EFR-SPECIES-BIRDS
046200     END-IF
046300     PERFORM 3100-RETURN-SORTED-RECORD
046400     .
046500
046600 3400-PRINT-GROUP-HEADING.
046700     ADD 1 TO EFR-GROUPS-LISTED
046800     MOVE EFR-PRIOR-SITE TO SITE-CODE
046900     READ SITE-MASTER
047000         INVALID KEY
047100             MOVE "*UNKNOWN SITE*" TO EFR-GRP-SITE-NAME
047200         NOT INVALID KEY
047300             MOVE SITE-NAME        TO EFR-GRP-SITE-NAME
047400     END-READ
047500     MOVE EFR-PRIOR-SITE TO EFR-GRP-SITE-CODE
047600     MOVE EFR-SEASON-NAME(EFR-PRIOR-SEASON) TO EFR-GRP-SEASON
047700     MOVE EFR-GROUP-VISITS TO EFR-GRP-VISITS
047800     COMPUTE EFR-GROUP-HOURS ROUNDED = EFR-GROUP-MINUTES / 60
047900     MOVE EFR-GROUP-HOURS TO EFR-GRP-HOURS
048000     MOVE SPACES TO EFFORT-REPORT-LINE
048100     PERFORM 9000-WRITE-REPORT-LINE
048200     MOVE EFR-GROUP-LINE TO EFFORT-REPORT-LINE
048300     PERFORM 9000-WRITE-REPORT-LINE
048400     MOVE EFR-COLUMN-LINE TO EFFORT-REPORT-LINE
048500     PERFORM 9000-WRITE-REPORT-LINE
048600     .
048700
048800*----------------------------------------------------------------*
048900* BIRDS PER HOUR IS TAKEN OVER EVERY HOUR SPENT AT THE SITE THAT
049000* SEASON, NOT ONLY THE VISITS THAT RECORDED THE SPECIES
049100*----------------------------------------------------------------*
049200 3600-PRINT-SPECIES.
049300     IF EFR-GROUP-MINUTES > ZERO
049400         COMPUTE EFR-BIRDS-PER-HOUR ROUNDED =
049500             EFR-SPECIES-BIRDS * 60 / EFR-GROUP-MINUTES
049600             ON SIZE ERROR
049700                 MOVE 99999.99 TO EFR-BIRDS-PER-HOUR
049800         END-COMPUTE
049900     ELSE
050000         MOVE ZERO TO EFR-BIRDS-PER-HOUR
050100     END-IF
050200     MOVE EFR-PRIOR-NAME     TO EFR-SPL-NAME
050300     MOVE EFR-SPECIES-VISITS TO EFR-SPL-VISITS
050400     MOVE EFR-SPECIES-BIRDS  TO EFR-SPL-BIRDS
050500     MOVE EFR-BIRDS-PER-HOUR TO EFR-SPL-PER-HOUR
050600     MOVE EFR-SPECIES-LINE   TO EFFORT-REPORT-LINE
050700     PERFORM 9000-WRITE-REPORT-LINE
050800     SET EFR-NO-SPECIES-OPEN TO TRUE
050900     .
051000
051100 9000-WRITE-REPORT-LINE.
051200     MOVE EFFORT-REPORT-LINE TO PRT-DETAIL-LINE
051300     SET PRT-ACTION-DETAIL TO TRUE
051400     CALL "PRTSRV" USING PRT-CONTROL
051500     IF PRT-HEADING-NEEDED
051600         WRITE EFFORT-REPORT-LINE FROM PRT-HEADING-1
051700         WRITE EFFORT-REPORT-LINE FROM PRT-HEADING-2
051800     END-IF
051900     WRITE EFFORT-REPORT-LINE FROM PRT-DETAIL-LINE
052000     .
052100
052200 9900-WRITE-RUN-LOG.
052300     DISPLAY "EFFRTRPT - RECORDS READ:       " EFR-RECORDS-READ
052400     DISPLAY "EFFRTRPT - RECORDS ON A VISIT: " EFR-RECORDS-USED
052500     DISPLAY "EFFRTRPT - NO VISIT: " EFR-RECORDS-UNMATCHED
052600     DISPLAY "EFFRTRPT - VISITS IN YEAR:     " EFR-VISITS-USED
052700     DISPLAY "EFFRTRPT - SITE-SEASONS:       " EFR-GROUPS-LISTED
052800     MOVE "EFFRTRPT"           TO RUNLOG-STEP-NAME
052900     MOVE EFR-RECORDS-READ     TO RUNLOG-RECORDS-READ
053000     MOVE EFR-RECORDS-USED     TO RUNLOG-RECORDS-APPLIED
053100     MOVE ZERO                 TO RUNLOG-RECORDS-REJECTED
053200     MOVE EFR-RECORDS-UNMATCHED TO RUNLOG-RECORDS-DROPPED
053300     MOVE EFR-RETURN-CODE      TO RUNLOG-RETURN-CODE
053400     CALL "RUNLOGW" USING RUNLOG-RECORD
053500     .
