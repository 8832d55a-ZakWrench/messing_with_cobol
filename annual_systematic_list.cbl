000100*================================================================*
000200* ANNUAL-SYSTEMATIC-LIST
000300* PURPOSE.  Builds the systematic list for the county annual bird
000400*           report from one recording year of the sightings
000500*           archive - the SGTAYYYY year file and whatever of the
000600*           year is still on the live SIGHTARC.  Species run in
000700*           TAXONOMY sequence under their family headings, each
000800*           with its record count, total birds, peak count with
000900*           date and site, first and last dates for the summer
001000*           and winter visitors SEASCAL defines, the number of
001100*           sites and 10km squares, and the CONSTAT listing.  The
001200*           same figures go to the SYSLXTR fixed-width extract
001300*           the typesetter imports, so the printed list no longer
001400*           starts from SGTSUMM and a pile of enquiries.
001500* AUTHOR.   D. OKAFOR
001600* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001700* DATE-WRITTEN. 10/15/2026
001800*================================================================*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 DNO   ORIGINAL PROGRAM
002110* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILE ARE NOW INDEXED ON
002120*                  SIGHTING DATE FIRST - EACH IS STARTED AT 1
002130*                  JANUARY OF THE RECORDING YEAR AND READ ONLY TO
002140*                  31 DECEMBER INSTEAD OF END TO END
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SYSLIST.
002500 AUTHOR. D. OKAFOR.
002600 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
003310         ORGANIZATION IS INDEXED
003320         ACCESS MODE IS DYNAMIC
003330         RECORD KEY IS SIGHTARC-KEY
003340         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
003350             WITH DUPLICATES
003360         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
003370             WITH DUPLICATES
003380         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
003390             WITH DUPLICATES
003500         FILE STATUS IS SYL-ARCHIVE-STATUS.
003600
003700     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO SYL-YEAR-FILE-NAME
003710         ORGANIZATION IS INDEXED
003720         ACCESS MODE IS DYNAMIC
003730         RECORD KEY IS YAR-KEY
003740         ALTERNATE RECORD KEY IS YAR-SITE-KEY
003750             WITH DUPLICATES
003760         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
003770             WITH DUPLICATES
003780         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
003790             WITH DUPLICATES
003900         FILE STATUS IS SYL-YEAR-STATUS.
004000
004100     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SITE-CODE
004500         FILE STATUS IS SYL-SITE-STATUS.
004600
004700     SELECT TAXONOMY-FILE ASSIGN TO "TAXONOMY"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS TAX-SCIENTIFIC-NAME
005100         FILE STATUS IS SYL-TAXONOMY-STATUS.
005200
005300     SELECT SPECIES-MASTER ASSIGN TO "SPECIES"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS BIRD-SCIENTIFIC-NAME
005700         ALTERNATE RECORD KEY IS BIRD-COMMON-NAME
005800         FILE STATUS IS SYL-MASTER-STATUS.
005900
006000     SELECT SEASON-CALENDAR ASSIGN TO "SEASCAL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS SYL-SEASON-STATUS.
006300
006400     SELECT CONSERVATION-STATUS ASSIGN TO "CONSTAT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS SYL-CONSTAT-STATUS.
006700
006800     SELECT SYSTEMATIC-SORT ASSIGN TO "SYLSORT".
006900
007000     SELECT SYSTEMATIC-REPORT ASSIGN TO "SYSLIST"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS SYL-REPORT-STATUS.
007300
007400     SELECT TYPESETTER-EXTRACT ASSIGN TO "SYSLXTR"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS SYL-EXTRACT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  SIGHTINGS-ARCHIVE.
008100 COPY SIGHTARC.
008200
008300 FD  YEAR-ARCHIVE.
008400 01  YEAR-ARCHIVE-RECORD.
008405     05  YAR-KEY.
008410         10  YAR-KEY-DATE         PIC 9(08).
008415         10  YAR-KEY-OBSERVER     PIC X(06).
008420         10  YAR-KEY-SITE         PIC X(06).
008425         10  YAR-KEY-NAME         PIC X(30).
008430     05  YAR-SITE-KEY.
008435         10  YAR-SITE-CODE        PIC X(06).
008440         10  YAR-SITE-DATE        PIC 9(08).
008445     05  YAR-OBSERVER-KEY.
008450         10  YAR-OBSERVER-ID      PIC X(06).
008455         10  YAR-OBSERVER-DATE    PIC 9(08).
008500     05  YAR-LOAD-DATE            PIC 9(08).
008600     05  YAR-SIGHTING             PIC X(93).
008700
008800 FD  SITE-MASTER.
008900 COPY SITEREC.
009000
009100 FD  TAXONOMY-FILE.
009200 COPY TAXREC.
009300
009400 FD  SPECIES-MASTER.
009500 COPY BIRDREC.
009600
009700 FD  SEASON-CALENDAR.
009800 COPY SEASREC.
009900
010000 FD  CONSERVATION-STATUS.
010100 COPY CONSTAT.
010200
010300 SD  SYSTEMATIC-SORT.
010400 01  SYSTEMATIC-SORT-RECORD.
010500     05  SYS-SEQUENCE             PIC 9(05).
010600     05  SYS-SCIENTIFIC-NAME      PIC X(30).
010700     05  SYS-FAMILY               PIC X(30).
010800     05  SYS-DATE                 PIC 9(08).
010900     05  SYS-DATE-PARTS REDEFINES SYS-DATE.
011000         10  FILLER               PIC 9(04).
011100         10  SYS-MONTH            PIC 9(02).
011200         10  FILLER               PIC 9(02).
011300     05  SYS-SITE-CODE            PIC X(06).
011400     05  SYS-SQUARE               PIC X(04).
011500     05  SYS-COUNT                PIC 9(05).
011600
011700 FD  SYSTEMATIC-REPORT.
011800 01  SYSTEMATIC-REPORT-LINE       PIC X(80).
011900
012000 FD  TYPESETTER-EXTRACT.
012100 COPY SYSLXTR.
012200
012300 WORKING-STORAGE SECTION.
012400 01  SYL-ARCHIVE-STATUS           PIC X(02).
012500 01  SYL-YEAR-STATUS              PIC X(02).
012600 01  SYL-SITE-STATUS              PIC X(02).
012700 01  SYL-TAXONOMY-STATUS          PIC X(02).
012800 01  SYL-MASTER-STATUS            PIC X(02).
012900 01  SYL-SEASON-STATUS            PIC X(02).
013000 01  SYL-CONSTAT-STATUS           PIC X(02).
013100 01  SYL-REPORT-STATUS            PIC X(02).
013200 01  SYL-EXTRACT-STATUS           PIC X(02).
013300 01  SYL-END-OF-FILE-SWITCH       PIC X(01).
013400     88  SYL-END-OF-FILE          VALUE "Y".
013500     88  SYL-NOT-END-OF-FILE      VALUE "N".
013600 01  SYL-SORT-EOF-SWITCH          PIC X(01).
013700     88  SYL-SORT-EOF             VALUE "Y".
013800     88  SYL-SORT-NOT-EOF         VALUE "N".
013900 01  SYL-GROUP-SWITCH             PIC X(01).
014000     88  SYL-FIRST-GROUP          VALUE "Y".
014100     88  SYL-NOT-FIRST-GROUP      VALUE "N".
014200*----------------------------------------------------------------*
014300* THE RECORDING YEAR AND THE YEAR FILE THAT HOLDS IT
014400*----------------------------------------------------------------*
014500 01  SYL-REQUEST-YEAR             PIC 9(04).
014600 01  SYL-YEAR-FILE-NAME           PIC X(08).
014610 01  SYL-RANGE-FROM               PIC 9(08).
014620 01  SYL-RANGE-TO                 PIC 9(08).
014700 01  SYL-WORK-DATE                PIC 9(08).
014800 01  SYL-WORK-DATE-PARTS REDEFINES SYL-WORK-DATE.
014900     05  SYL-WORK-YEAR            PIC 9(04).
015000     05  FILLER                   PIC 9(04).
015100 01  SYL-WORK-NAME                PIC X(30).
015200*----------------------------------------------------------------*
015300* SEASCAL WINDOWS - A WINDOW THAT WRAPS THE YEAR END IS A WINTER
015400* VISITOR, ONE THAT DOES NOT A SUMMER VISITOR, AND A WHOLE-YEAR
015500* WINDOW (01 TO 12) A RESIDENT
015600*----------------------------------------------------------------*
015700 01  SYL-SEASON-TABLE.
015800     05  SYL-SEASON-ENTRY         OCCURS 100 TIMES.
015900         10  SYL-SEASON-NAME      PIC X(30).
016000         10  SYL-SEASON-ARRIVAL   PIC 9(02).
016100         10  SYL-SEASON-DEPARTURE PIC 9(02).
016200 01  SYL-SEASON-COUNT             PIC 9(03) VALUE ZERO COMP.
016300*----------------------------------------------------------------*
016400* CONSTAT LISTINGS
016500*----------------------------------------------------------------*
016600 01  SYL-STATUS-TABLE.
016700     05  SYL-STATUS-ENTRY         OCCURS 200 TIMES.
016800         10  SYL-STATUS-NAME      PIC X(30).
016900         10  SYL-STATUS-CODE      PIC X(01).
017000 01  SYL-STATUS-COUNT             PIC 9(03) VALUE ZERO COMP.
017100 01  SYL-TABLE-INDEX              PIC 9(03) COMP.
017200 01  SYL-TABLE-SWITCH             PIC X(01).
017300     88  SYL-TABLE-MATCHED        VALUE "Y".
017400     88  SYL-TABLE-NOT-MATCHED    VALUE "N".
017500*----------------------------------------------------------------*
017600* THE OPEN SPECIES - ITS FIGURES AND THE DISTINCT SITES AND 10KM
017700* SQUARES SEEN SO FAR
017800*----------------------------------------------------------------*
017900 01  SYL-PRIOR-NAME               PIC X(30).
018000 01  SYL-PRIOR-FAMILY             PIC X(30).
018100 01  SYL-PRIOR-SEQUENCE           PIC 9(05).
018200 01  SYL-SPECIES-RECORDS          PIC 9(07).
018300 01  SYL-SPECIES-BIRDS            PIC 9(09).
018400 01  SYL-PEAK-COUNT               PIC 9(05).
018500 01  SYL-PEAK-DATE                PIC 9(08).
018600 01  SYL-PEAK-SITE                PIC X(06).
018700 01  SYL-FIRST-DATE               PIC 9(08).
018800 01  SYL-LAST-DATE                PIC 9(08).
018900 01  SYL-SPRING-LAST-DATE         PIC 9(08).
019000 01  SYL-AUTUMN-FIRST-DATE        PIC 9(08).
019100 01  SYL-SITE-LIST.
019200     05  SYL-SITE-SEEN            PIC X(06) OCCURS 500 TIMES.
019300 01  SYL-SITE-COUNT               PIC 9(03) COMP.
019400 01  SYL-SQUARE-LIST.
019500     05  SYL-SQUARE-SEEN          PIC X(04) OCCURS 500 TIMES.
019600 01  SYL-SQUARE-COUNT             PIC 9(03) COMP.
019700 01  SYL-LIST-INDEX               PIC 9(03) COMP.
019800 01  SYL-LIST-SWITCH              PIC X(01).
019900     88  SYL-LIST-MATCHED         VALUE "Y".
020000     88  SYL-LIST-NOT-MATCHED     VALUE "N".
020100 01  SYL-VISITOR-TYPE             PIC X(01).
020200     88  SYL-SUMMER-VISITOR       VALUE "S".
020300     88  SYL-WINTER-VISITOR       VALUE "W".
020400     88  SYL-NOT-A-VISITOR        VALUE " ".
020500 01  SYL-COMMON-NAME              PIC X(30).
020600 01  SYL-SITE-NAME                PIC X(30).
020700 01  SYL-STATUS                   PIC X(01).
020800 01  SYL-STATUS-TEXT              PIC X(10).
020900*----------------------------------------------------------------*
021000* COUNTS AND DISPLAY FIELDS
021100*----------------------------------------------------------------*
021200 01  SYL-RECORDS-READ             PIC 9(07) VALUE ZERO.
021300 01  SYL-RECORDS-LISTED           PIC 9(07) VALUE ZERO.
021400 01  SYL-SPECIES-LISTED           PIC 9(07) VALUE ZERO.
021500 01  SYL-TOTAL-BIRDS              PIC 9(09) VALUE ZERO.
021600 01  SYL-RECORDS-DISPLAY          PIC Z(6)9.
021700 01  SYL-BIRDS-DISPLAY            PIC Z(8)9.
021800 01  SYL-PEAK-DISPLAY             PIC Z(4)9.
021900 01  SYL-SITES-DISPLAY            PIC Z(3)9.
022000 01  SYL-SQUARES-DISPLAY          PIC Z(3)9.
022100 01  SYL-DATE-TEXT                PIC X(08).
022200 01  SYL-DATE-TEXT-2              PIC X(08).
022300*----------------------------------------------------------------*
022400* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
022500*----------------------------------------------------------------*
022600 COPY SIGHTREC.
022700 COPY RUNLOG.
022800 COPY PRTCTL.
022900
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     ACCEPT RUNLOG-START-TIME FROM TIME
023300     DISPLAY "SYSLIST - ENTER RECORDING YEAR (YYYY):"
023400     ACCEPT SYL-REQUEST-YEAR
023500     PERFORM 1000-LOAD-SEASON-TABLE
023600     PERFORM 1100-LOAD-STATUS-TABLE
023700     OPEN INPUT SITE-MASTER
023800     OPEN INPUT TAXONOMY-FILE
023900     OPEN INPUT SPECIES-MASTER
024000     SORT SYSTEMATIC-SORT
024100         ON ASCENDING KEY SYS-SEQUENCE
024200         ON ASCENDING KEY SYS-SCIENTIFIC-NAME
024300         ON ASCENDING KEY SYS-DATE
024400         ON ASCENDING KEY SYS-SITE-CODE
024500         INPUT PROCEDURE IS 2000-SUPPLY-YEAR
024600         OUTPUT PROCEDURE IS 3000-PRINT-SYSTEMATIC-LIST
024700     CLOSE SPECIES-MASTER
024800     CLOSE TAXONOMY-FILE
024900     CLOSE SITE-MASTER
025000     PERFORM 9900-WRITE-RUN-LOG
025100     MOVE ZERO TO RETURN-CODE
025200     GOBACK
025300     .
025400
025500 1000-LOAD-SEASON-TABLE.
025600     SET SYL-NOT-END-OF-FILE TO TRUE
025700     OPEN INPUT SEASON-CALENDAR
025800     IF SYL-SEASON-STATUS = "35"
025900         DISPLAY "SYSLIST - NO SEASON CALENDAR FILE, NO FIRST "
026000             "AND LAST DATES"
026100     ELSE
026200         PERFORM 1080-READ-SEASON-ENTRY
026300         PERFORM 1040-ADD-SEASON-ENTRY
026400             UNTIL SYL-END-OF-FILE
026500         CLOSE SEASON-CALENDAR
026600     END-IF
026700     .
026800
026900 1040-ADD-SEASON-ENTRY.
027000     IF SYL-SEASON-COUNT < 100
027100         ADD 1 TO SYL-SEASON-COUNT
027200         MOVE SEAS-SCIENTIFIC-NAME
027300             TO SYL-SEASON-NAME(SYL-SEASON-COUNT)
027400         CALL "NAMESTD" USING SYL-SEASON-NAME(SYL-SEASON-COUNT)
027500         MOVE SEAS-ARRIVAL-MONTH
027600             TO SYL-SEASON-ARRIVAL(SYL-SEASON-COUNT)
027700         MOVE SEAS-DEPARTURE-MONTH
027800             TO SYL-SEASON-DEPARTURE(SYL-SEASON-COUNT)
027900     ELSE
028000         DISPLAY "SYSLIST - SEASON TABLE FULL, ENTRY SKIPPED"
028100     END-IF
028200     PERFORM 1080-READ-SEASON-ENTRY
028300     .
028400
028500 1080-READ-SEASON-ENTRY.
028600     READ SEASON-CALENDAR
028700         AT END
028800             SET SYL-END-OF-FILE TO TRUE
028900     END-READ
029000     .
029100
029200 1100-LOAD-STATUS-TABLE.
029300     SET SYL-NOT-END-OF-FILE TO TRUE
029400     OPEN INPUT CONSERVATION-STATUS
029500     IF SYL-CONSTAT-STATUS = "35"
029600         DISPLAY "SYSLIST - NO CONSERVATION STATUS FILE"
029700     ELSE
029800         PERFORM 1180-READ-STATUS-ENTRY
029900         PERFORM 1140-ADD-STATUS-ENTRY
030000             UNTIL SYL-END-OF-FILE
030100         CLOSE CONSERVATION-STATUS
030200     END-IF
030300     .
030400
030500 1140-ADD-STATUS-ENTRY.
030600     IF SYL-STATUS-COUNT < 200
030700         ADD 1 TO SYL-STATUS-COUNT
030800         MOVE CONSTAT-SCIENTIFIC-NAME
030900             TO SYL-STATUS-NAME(SYL-STATUS-COUNT)
031000         CALL "NAMESTD" USING SYL-STATUS-NAME(SYL-STATUS-COUNT)
031100         MOVE CONSTAT-STATUS
031200             TO SYL-STATUS-CODE(SYL-STATUS-COUNT)
031300     ELSE
031400         DISPLAY "SYSLIST - STATUS TABLE FULL, ENTRY SKIPPED"
031500     END-IF
031600     PERFORM 1180-READ-STATUS-ENTRY
031700     .
031800
031900 1180-READ-STATUS-ENTRY.
032000     READ CONSERVATION-STATUS
032100         AT END
032200             SET SYL-END-OF-FILE TO TRUE
032300     END-READ
032400     .
032500
032600*----------------------------------------------------------------*
032700* THE YEAR FILE HOLDS THE YEAR ONCE ARCHROLL HAS ROLLED IT OFF;
032710* UNTIL THEN IT IS ON THE LIVE ARCHIVE.  BOTH ARE KEYED ON
032720* SIGHTING DATE FIRST, SO EACH IS STARTED AT 1 JANUARY AND READ
032730* ONLY TO 31 DECEMBER
033000*----------------------------------------------------------------*
033100 2000-SUPPLY-YEAR.
033110     COMPUTE SYL-RANGE-FROM = SYL-REQUEST-YEAR * 10000 + 0101
033120     COMPUTE SYL-RANGE-TO   = SYL-REQUEST-YEAR * 10000 + 1231
033200     MOVE SPACES TO SYL-YEAR-FILE-NAME
033300     STRING "SGTA" DELIMITED BY SIZE
033400         SYL-REQUEST-YEAR DELIMITED BY SIZE
033500         INTO SYL-YEAR-FILE-NAME
033600     END-STRING
033700     SET SYL-NOT-END-OF-FILE TO TRUE
033800     OPEN INPUT YEAR-ARCHIVE
033900     IF SYL-YEAR-STATUS = "00"
034000         PERFORM 2050-START-YEAR-FILE
034100         PERFORM 2040-TAKE-ONE-YEAR-RECORD
034200             UNTIL SYL-END-OF-FILE
034300         CLOSE YEAR-ARCHIVE
034400     END-IF
034500     SET SYL-NOT-END-OF-FILE TO TRUE
034600     OPEN INPUT SIGHTINGS-ARCHIVE
034700     IF SYL-ARCHIVE-STATUS NOT = "00"
034800         DISPLAY "SYSLIST - ARCHIVE WOULD NOT OPEN: "
034900             SYL-ARCHIVE-STATUS
035000         SET SYL-END-OF-FILE TO TRUE
035100     ELSE
035200         PERFORM 2150-START-ARCHIVE
035300     END-IF
035400     PERFORM 2140-TAKE-ONE-ARCHIVE-RECORD UNTIL SYL-END-OF-FILE
035500     IF SYL-ARCHIVE-STATUS NOT = "35"
035600         CLOSE SIGHTINGS-ARCHIVE
035700     END-IF
035800     .
035900
036000 2040-TAKE-ONE-YEAR-RECORD.
036100     MOVE YAR-SIGHTING TO SIGHT-RECORD
036200     PERFORM 2200-RELEASE-ONE-SIGHTING
036300     PERFORM 2060-READ-YEAR-FILE
036400     .
036500
036505 2050-START-YEAR-FILE.
036510     MOVE LOW-VALUES    TO YAR-KEY
036515     MOVE SYL-RANGE-FROM TO YAR-KEY-DATE
036520     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
036525         INVALID KEY
036530             SET SYL-END-OF-FILE TO TRUE
036535     END-START
036540     IF SYL-NOT-END-OF-FILE
036545         PERFORM 2060-READ-YEAR-FILE
036550     END-IF
036555     .
036565
036600 2060-READ-YEAR-FILE.
036700     READ YEAR-ARCHIVE NEXT RECORD
036800         AT END
036900             SET SYL-END-OF-FILE TO TRUE
036910         NOT AT END
036920             IF YAR-KEY-DATE > SYL-RANGE-TO
036930                 SET SYL-END-OF-FILE TO TRUE
036940             END-IF
037000     END-READ
037100     .
037200
037300 2140-TAKE-ONE-ARCHIVE-RECORD.
037400     MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
037500     PERFORM 2200-RELEASE-ONE-SIGHTING
037600     PERFORM 2160-READ-ARCHIVE
037700     .
037800
037805 2150-START-ARCHIVE.
037810     MOVE LOW-VALUES    TO SIGHTARC-KEY
037815     MOVE SYL-RANGE-FROM TO SIGHTARC-KEY-DATE
037820     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
037825         INVALID KEY
037830             SET SYL-END-OF-FILE TO TRUE
037835     END-START
037840     IF SYL-NOT-END-OF-FILE
037845         PERFORM 2160-READ-ARCHIVE
037850     END-IF
037855     .
037865
037900 2160-READ-ARCHIVE.
038000     READ SIGHTINGS-ARCHIVE NEXT RECORD
038100         AT END
038200             SET SYL-END-OF-FILE TO TRUE
038210         NOT AT END
038220             IF SIGHTARC-KEY-DATE > SYL-RANGE-TO
038230                 SET SYL-END-OF-FILE TO TRUE
038240             END-IF
038300     END-READ
038400     .
038500
038600*----------------------------------------------------------------*
038700* A SPECIES WITH NO TAXONOMY ENTRY SORTS TO THE END UNDER
038800* UNCLASSIFIED, SO NOTHING IS SILENTLY DROPPED
038900*----------------------------------------------------------------*
039000 2200-RELEASE-ONE-SIGHTING.
039100     ADD 1 TO SYL-RECORDS-READ
039200     MOVE SIGHT-DATE TO SYL-WORK-DATE
039300     IF SYL-WORK-YEAR = SYL-REQUEST-YEAR
039400         MOVE SIGHT-SCIENTIFIC-NAME TO SYL-WORK-NAME
039500         CALL "NAMESTD" USING SYL-WORK-NAME
039600         MOVE SYL-WORK-NAME TO TAX-SCIENTIFIC-NAME
039700         READ TAXONOMY-FILE
039800             INVALID KEY
039900                 MOVE 99999          TO SYS-SEQUENCE
040000                 MOVE "UNCLASSIFIED" TO SYS-FAMILY
040100             NOT INVALID KEY
040200                 MOVE TAX-SEQUENCE   TO SYS-SEQUENCE
040300                 MOVE TAX-FAMILY     TO SYS-FAMILY
040400         END-READ
040500         MOVE SYL-WORK-NAME   TO SYS-SCIENTIFIC-NAME
040600         MOVE SIGHT-DATE      TO SYS-DATE
040700         MOVE SIGHT-SITE-CODE TO SYS-SITE-CODE
040800         MOVE SIGHT-COUNT     TO SYS-COUNT
040900         PERFORM 2300-RESOLVE-SQUARE
041000         RELEASE SYSTEMATIC-SORT-RECORD
041100         ADD 1 TO SYL-RECORDS-LISTED
041200     END-IF
041300     .
041400
041500*----------------------------------------------------------------*
041600* THE 10KM SQUARE IS THE 100KM LETTERS WITH THE FIRST DIGIT OF
041700* THE EASTING AND OF THE NORTHING - TL46 FOR TL 456 623
041800*----------------------------------------------------------------*
041900 2300-RESOLVE-SQUARE.
042000     MOVE SPACES TO SYS-SQUARE
042100     MOVE SIGHT-SITE-CODE TO SITE-CODE
042200     READ SITE-MASTER
042300         INVALID KEY
042400             CONTINUE
042500         NOT INVALID KEY
042600             IF SITE-GRID-REFERENCE(3:3) IS NUMERIC
042700             AND SITE-GRID-REFERENCE(6:3) IS NUMERIC
042800             AND SITE-GRID-REFERENCE(1:2) IS ALPHABETIC
042900             AND SITE-GRID-REFERENCE(1:2) NOT = SPACES
043000                 STRING SITE-GRID-REFERENCE(1:2) DELIMITED BY SIZE
043100                     SITE-GRID-REFERENCE(3:1) DELIMITED BY SIZE
043200                     SITE-GRID-REFERENCE(6:1) DELIMITED BY SIZE
043300                     INTO SYS-SQUARE
043400                 END-STRING
043500             END-IF
043600     END-READ
043700     .
043800
043900 3000-PRINT-SYSTEMATIC-LIST.
044000     OPEN OUTPUT SYSTEMATIC-REPORT
044100     OPEN OUTPUT TYPESETTER-EXTRACT
044200     SET PRT-ACTION-INIT TO TRUE
044300     MOVE "SYSLIST" TO PRT-REPORT-NAME
044400     MOVE "SYSLIST" TO PRT-PRODUCER
044500     CALL "PRTSRV" USING PRT-CONTROL
044600     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
044700     STRING "SYSTEMATIC LIST FOR " DELIMITED BY SIZE
044800         SYL-REQUEST-YEAR DELIMITED BY SIZE
044900         INTO SYSTEMATIC-REPORT-LINE
045000     END-STRING
045100     PERFORM 9000-WRITE-REPORT-LINE
045200     SET SYL-FIRST-GROUP TO TRUE
045300     SET SYL-SORT-NOT-EOF TO TRUE
045400     MOVE SPACES TO SYL-PRIOR-FAMILY
045500     PERFORM 3100-RETURN-SORTED-RECORD
045600     PERFORM 3200-ACCUMULATE-ONE-RECORD UNTIL SYL-SORT-EOF
045700     IF SYL-NOT-FIRST-GROUP
045800         PERFORM 3500-FLUSH-SPECIES
045900     END-IF
046000     PERFORM 3900-PRINT-YEAR-TOTALS
046100     SET PRT-ACTION-END TO TRUE
046200     CALL "PRTSRV" USING PRT-CONTROL
046300     WRITE SYSTEMATIC-REPORT-LINE FROM PRT-TRAILER-LINE
046400     CLOSE TYPESETTER-EXTRACT
046500     CLOSE SYSTEMATIC-REPORT
046600     .
046700
046800 3100-RETURN-SORTED-RECORD.
046900     RETURN SYSTEMATIC-SORT
047000         AT END
047100             SET SYL-SORT-EOF TO TRUE
047200     END-RETURN
047300     .
047400
047500*----------------------------------------------------------------*
047600* RECORDS ARRIVE IN DATE ORDER WITHIN THE SPECIES, SO THE FIRST
047700* RECORD GIVES THE FIRST DATE AND EACH LATER ONE MOVES THE LAST;
047800* THE PEAK KEEPS THE EARLIEST OF EQUAL HIGHEST COUNTS
047900*----------------------------------------------------------------*
048000 3200-ACCUMULATE-ONE-RECORD.
048100     IF SYL-NOT-FIRST-GROUP
048200     AND SYS-SCIENTIFIC-NAME NOT = SYL-PRIOR-NAME
048300         PERFORM 3500-FLUSH-SPECIES
048400     END-IF
048500     IF SYL-FIRST-GROUP
048600     OR SYS-SCIENTIFIC-NAME NOT = SYL-PRIOR-NAME
048700         PERFORM 3300-START-SPECIES
048800     END-IF
048900     SET SYL-NOT-FIRST-GROUP TO TRUE
049000     ADD 1 TO SYL-SPECIES-RECORDS
049100     ADD SYS-COUNT TO SYL-SPECIES-BIRDS
049200     IF SYS-COUNT > SYL-PEAK-COUNT
049300         MOVE SYS-COUNT     TO SYL-PEAK-COUNT
049400         MOVE SYS-DATE      TO SYL-PEAK-DATE
049500         MOVE SYS-SITE-CODE TO SYL-PEAK-SITE
049600     END-IF
049700     MOVE SYS-DATE TO SYL-LAST-DATE
049800     IF SYS-MONTH < 7
049900         MOVE SYS-DATE TO SYL-SPRING-LAST-DATE
050000     ELSE
050100         IF SYL-AUTUMN-FIRST-DATE = ZERO
050200             MOVE SYS-DATE TO SYL-AUTUMN-FIRST-DATE
050300         END-IF
050400     END-IF
050500     PERFORM 3400-NOTE-SITE-AND-SQUARE
050600     PERFORM 3100-RETURN-SORTED-RECORD
050700     .
050800
050900 3300-START-SPECIES.
051000     IF SYS-FAMILY NOT = SYL-PRIOR-FAMILY
051100         MOVE SPACES TO SYSTEMATIC-REPORT-LINE
051200         PERFORM 9000-WRITE-REPORT-LINE
051210         MOVE SPACES TO SYSTEMATIC-REPORT-LINE
051300         STRING "FAMILY " DELIMITED BY SIZE
051400             SYS-FAMILY DELIMITED BY SIZE
051500             INTO SYSTEMATIC-REPORT-LINE
051600         END-STRING
051700         PERFORM 9000-WRITE-REPORT-LINE
051800         MOVE SYS-FAMILY TO SYL-PRIOR-FAMILY
051900     END-IF
052000     MOVE SYS-SCIENTIFIC-NAME TO SYL-PRIOR-NAME
052100     MOVE SYS-SEQUENCE        TO SYL-PRIOR-SEQUENCE
052200     MOVE ZERO     TO SYL-SPECIES-RECORDS
052300     MOVE ZERO     TO SYL-SPECIES-BIRDS
052400     MOVE ZERO     TO SYL-PEAK-COUNT
052500     MOVE ZERO     TO SYL-PEAK-DATE
052600     MOVE SPACES   TO SYL-PEAK-SITE
052700     MOVE SYS-DATE TO SYL-FIRST-DATE
052800     MOVE ZERO     TO SYL-LAST-DATE
052900     MOVE ZERO     TO SYL-SPRING-LAST-DATE
053000     MOVE ZERO     TO SYL-AUTUMN-FIRST-DATE
053100     MOVE ZERO     TO SYL-SITE-COUNT
053200     MOVE ZERO     TO SYL-SQUARE-COUNT
053300     .
053400
053500 3400-NOTE-SITE-AND-SQUARE.
053600     SET SYL-LIST-NOT-MATCHED TO TRUE
053700     PERFORM 3420-MATCH-ONE-SITE
053800         VARYING SYL-LIST-INDEX FROM 1 BY 1
053900         UNTIL SYL-LIST-INDEX > SYL-SITE-COUNT
054000            OR SYL-LIST-MATCHED
054100     IF SYL-LIST-NOT-MATCHED
054200         IF SYL-SITE-COUNT < 500
054300             ADD 1 TO SYL-SITE-COUNT
054400             MOVE SYS-SITE-CODE TO SYL-SITE-SEEN(SYL-SITE-COUNT)
054500         ELSE
054600             DISPLAY "SYSLIST - SITE LIST FULL FOR "
054700                 SYS-SCIENTIFIC-NAME " - SITES UNDERCOUNTED"
054800         END-IF
054900     END-IF
055000     IF SYS-SQUARE NOT = SPACES
055100         SET SYL-LIST-NOT-MATCHED TO TRUE
055200         PERFORM 3440-MATCH-ONE-SQUARE
055300             VARYING SYL-LIST-INDEX FROM 1 BY 1
055400             UNTIL SYL-LIST-INDEX > SYL-SQUARE-COUNT
055500                OR SYL-LIST-MATCHED
055600         IF SYL-LIST-NOT-MATCHED
055700             IF SYL-SQUARE-COUNT < 500
055800                 ADD 1 TO SYL-SQUARE-COUNT
055900                 MOVE SYS-SQUARE
056000                     TO SYL-SQUARE-SEEN(SYL-SQUARE-COUNT)
056100             ELSE
056200                 DISPLAY "SYSLIST - SQUARE LIST FULL FOR "
056300                     SYS-SCIENTIFIC-NAME " - SQUARES UNDERCOUNTED"
056400             END-IF
056500         END-IF
056600     END-IF
056700     .
056800
056900 3420-MATCH-ONE-SITE.
057000     IF SYL-SITE-SEEN(SYL-LIST-INDEX) = SYS-SITE-CODE
057100         SET SYL-LIST-MATCHED TO TRUE
057200     END-IF
057300     .
057400
057500 3440-MATCH-ONE-SQUARE.
057600     IF SYL-SQUARE-SEEN(SYL-LIST-INDEX) = SYS-SQUARE
057700         SET SYL-LIST-MATCHED TO TRUE
057800     END-IF
057900     .
058000
058100 3500-FLUSH-SPECIES.
058200     PERFORM 3600-LOOK-UP-SPECIES-DETAILS
058300     ADD 1 TO SYL-SPECIES-LISTED
058400     ADD SYL-SPECIES-BIRDS TO SYL-TOTAL-BIRDS
058500     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
058600     STRING SYL-COMMON-NAME DELIMITED BY SIZE
058700         " " DELIMITED BY SIZE
058800         SYL-PRIOR-NAME DELIMITED BY SIZE
058900         " " DELIMITED BY SIZE
059000         SYL-STATUS-TEXT DELIMITED BY SIZE
059100         INTO SYSTEMATIC-REPORT-LINE
059200     END-STRING
059300     PERFORM 9000-WRITE-REPORT-LINE
059400     MOVE SYL-SPECIES-RECORDS TO SYL-RECORDS-DISPLAY
059500     MOVE SYL-SPECIES-BIRDS   TO SYL-BIRDS-DISPLAY
059600     MOVE SYL-SITE-COUNT      TO SYL-SITES-DISPLAY
059700     MOVE SYL-SQUARE-COUNT    TO SYL-SQUARES-DISPLAY
059800     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
059900     STRING "    RECORDS " DELIMITED BY SIZE
060000         SYL-RECORDS-DISPLAY DELIMITED BY SIZE
060100         "  BIRDS " DELIMITED BY SIZE
060200         SYL-BIRDS-DISPLAY DELIMITED BY SIZE
060300         "  SITES " DELIMITED BY SIZE
060400         SYL-SITES-DISPLAY DELIMITED BY SIZE
060500         "  10KM SQUARES " DELIMITED BY SIZE
060600         SYL-SQUARES-DISPLAY DELIMITED BY SIZE
060700         INTO SYSTEMATIC-REPORT-LINE
060800     END-STRING
060900     PERFORM 9000-WRITE-REPORT-LINE
061000     MOVE SYL-PEAK-COUNT TO SYL-PEAK-DISPLAY
061100     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
061200     STRING "    PEAK " DELIMITED BY SIZE
061300         SYL-PEAK-DISPLAY DELIMITED BY SIZE
061400         " ON " DELIMITED BY SIZE
061500         SYL-PEAK-DATE DELIMITED BY SIZE
061600         " AT " DELIMITED BY SIZE
061700         SYL-PEAK-SITE DELIMITED BY SIZE
061800         " " DELIMITED BY SIZE
061900         SYL-SITE-NAME DELIMITED BY SIZE
062000         INTO SYSTEMATIC-REPORT-LINE
062100     END-STRING
062200     PERFORM 9000-WRITE-REPORT-LINE
062300     PERFORM 3700-PRINT-VISITOR-DATES
062400     PERFORM 3800-WRITE-EXTRACT
062500     .
062600
062700 3600-LOOK-UP-SPECIES-DETAILS.
062800     MOVE SYL-PRIOR-NAME TO BIRD-SCIENTIFIC-NAME
062900     READ SPECIES-MASTER
063000         KEY IS BIRD-SCIENTIFIC-NAME
063100         INVALID KEY
063200             MOVE SPACES TO SYL-COMMON-NAME
063300         NOT INVALID KEY
063400             MOVE BIRD-COMMON-NAME TO SYL-COMMON-NAME
063500     END-READ
063600     MOVE SYL-PEAK-SITE TO SITE-CODE
063700     READ SITE-MASTER
063800         INVALID KEY
063900             MOVE "*UNKNOWN SITE*" TO SYL-SITE-NAME
064000         NOT INVALID KEY
064100             MOVE SITE-NAME TO SYL-SITE-NAME
064200     END-READ
064300     MOVE SPACE  TO SYL-STATUS
064400     MOVE SPACES TO SYL-STATUS-TEXT
064500     SET SYL-TABLE-NOT-MATCHED TO TRUE
064600     PERFORM 3620-MATCH-ONE-STATUS
064700         VARYING SYL-TABLE-INDEX FROM 1 BY 1
064800         UNTIL SYL-TABLE-INDEX > SYL-STATUS-COUNT
064900            OR SYL-TABLE-MATCHED
065000     EVALUATE SYL-STATUS
065100         WHEN "R"
065200             MOVE "RED LIST"   TO SYL-STATUS-TEXT
065300         WHEN "A"
065400             MOVE "AMBER LIST" TO SYL-STATUS-TEXT
065500         WHEN "G"
065600             MOVE "GREEN LIST" TO SYL-STATUS-TEXT
065700     END-EVALUATE
065800     SET SYL-NOT-A-VISITOR TO TRUE
065900     SET SYL-TABLE-NOT-MATCHED TO TRUE
066000     PERFORM 3640-MATCH-ONE-SEASON
066100         VARYING SYL-TABLE-INDEX FROM 1 BY 1
066200         UNTIL SYL-TABLE-INDEX > SYL-SEASON-COUNT
066300            OR SYL-TABLE-MATCHED
066400     .
066500
066600 3620-MATCH-ONE-STATUS.
066700     IF SYL-STATUS-NAME(SYL-TABLE-INDEX) = SYL-PRIOR-NAME
066800         MOVE SYL-STATUS-CODE(SYL-TABLE-INDEX) TO SYL-STATUS
066900         SET SYL-TABLE-MATCHED TO TRUE
067000     END-IF
067100     .
067200
067300 3640-MATCH-ONE-SEASON.
067400     IF SYL-SEASON-NAME(SYL-TABLE-INDEX) = SYL-PRIOR-NAME
067500         SET SYL-TABLE-MATCHED TO TRUE
067600         IF SYL-SEASON-ARRIVAL(SYL-TABLE-INDEX)
067700             > SYL-SEASON-DEPARTURE(SYL-TABLE-INDEX)
067800             SET SYL-WINTER-VISITOR TO TRUE
067900         ELSE
068000             IF SYL-SEASON-ARRIVAL(SYL-TABLE-INDEX) > 1
068100             OR SYL-SEASON-DEPARTURE(SYL-TABLE-INDEX) < 12
068200                 SET SYL-SUMMER-VISITOR TO TRUE
068300             END-IF
068400         END-IF
068500     END-IF
068600     .
068700
068800*----------------------------------------------------------------*
068900* A SUMMER VISITOR SHOWS THE YEAR'S FIRST AND LAST RECORDS.  A
069000* WINTER VISITOR'S YEAR HOLDS THE END OF ONE WINTER AND THE START
069100* OF THE NEXT, SO IT SHOWS THE LAST RECORD OF JANUARY TO JUNE AND
069200* THE FIRST OF JULY TO DECEMBER
069300*----------------------------------------------------------------*
069400 3700-PRINT-VISITOR-DATES.
069500     IF SYL-SUMMER-VISITOR
069600         MOVE SYL-FIRST-DATE TO SYL-DATE-TEXT
069700         MOVE SYL-LAST-DATE  TO SYL-DATE-TEXT-2
069800         MOVE SPACES TO SYSTEMATIC-REPORT-LINE
069900         STRING "    SUMMER VISITOR  FIRST " DELIMITED BY SIZE
070000             SYL-DATE-TEXT DELIMITED BY SIZE
070100             "  LAST " DELIMITED BY SIZE
070200             SYL-DATE-TEXT-2 DELIMITED BY SIZE
070300             INTO SYSTEMATIC-REPORT-LINE
070400         END-STRING
070500         PERFORM 9000-WRITE-REPORT-LINE
070600     END-IF
070700     IF SYL-WINTER-VISITOR
070800         IF SYL-SPRING-LAST-DATE = ZERO
070900             MOVE "NONE" TO SYL-DATE-TEXT
071000         ELSE
071100             MOVE SYL-SPRING-LAST-DATE TO SYL-DATE-TEXT
071200         END-IF
071300         IF SYL-AUTUMN-FIRST-DATE = ZERO
071400             MOVE "NONE" TO SYL-DATE-TEXT-2
071500         ELSE
071600             MOVE SYL-AUTUMN-FIRST-DATE TO SYL-DATE-TEXT-2
071700         END-IF
071800         MOVE SPACES TO SYSTEMATIC-REPORT-LINE
071810         STRING "    WINTER VISITOR  LAST OF SPRING "
071820             DELIMITED BY SIZE
072000             SYL-DATE-TEXT DELIMITED BY SIZE
072100             "  FIRST OF AUTUMN " DELIMITED BY SIZE
072200             SYL-DATE-TEXT-2 DELIMITED BY SIZE
072300             INTO SYSTEMATIC-REPORT-LINE
072400         END-STRING
072500         PERFORM 9000-WRITE-REPORT-LINE
072600     END-IF
072700     .
072800
072900 3800-WRITE-EXTRACT.
073000     MOVE SPACES               TO SYSLXTR-RECORD
073100     MOVE SYL-REQUEST-YEAR     TO SYSLXTR-YEAR
073200     MOVE SYL-PRIOR-SEQUENCE   TO SYSLXTR-SEQUENCE
073300     MOVE SYL-PRIOR-FAMILY     TO SYSLXTR-FAMILY
073400     MOVE SYL-COMMON-NAME      TO SYSLXTR-COMMON-NAME
073500     MOVE SYL-PRIOR-NAME       TO SYSLXTR-SCIENTIFIC-NAME
073600     MOVE SYL-STATUS           TO SYSLXTR-STATUS
073700     MOVE SYL-SPECIES-RECORDS  TO SYSLXTR-RECORDS
073800     MOVE SYL-SPECIES-BIRDS    TO SYSLXTR-BIRDS
073900     MOVE SYL-PEAK-COUNT       TO SYSLXTR-PEAK-COUNT
074000     MOVE SYL-PEAK-DATE        TO SYSLXTR-PEAK-DATE
074100     MOVE SYL-PEAK-SITE        TO SYSLXTR-PEAK-SITE-CODE
074200     MOVE SYL-SITE-NAME        TO SYSLXTR-PEAK-SITE-NAME
074300     MOVE SYL-VISITOR-TYPE     TO SYSLXTR-VISITOR-TYPE
074400     MOVE ZERO                 TO SYSLXTR-FIRST-DATE
074500     MOVE ZERO                 TO SYSLXTR-LAST-DATE
074600     IF SYL-SUMMER-VISITOR
074700         MOVE SYL-FIRST-DATE   TO SYSLXTR-FIRST-DATE
074800         MOVE SYL-LAST-DATE    TO SYSLXTR-LAST-DATE
074900     END-IF
075000     IF SYL-WINTER-VISITOR
075100         MOVE SYL-AUTUMN-FIRST-DATE TO SYSLXTR-FIRST-DATE
075200         MOVE SYL-SPRING-LAST-DATE  TO SYSLXTR-LAST-DATE
075300     END-IF
075400     MOVE SYL-SITE-COUNT       TO SYSLXTR-SITES
075500     MOVE SYL-SQUARE-COUNT     TO SYSLXTR-SQUARES
075600     WRITE SYSLXTR-RECORD
075700     .
075800
075900 3900-PRINT-YEAR-TOTALS.
076000     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
076100     PERFORM 9000-WRITE-REPORT-LINE
076200     MOVE SYL-SPECIES-LISTED TO SYL-RECORDS-DISPLAY
076300     MOVE SYL-TOTAL-BIRDS    TO SYL-BIRDS-DISPLAY
076310     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
076400     STRING "SPECIES RECORDED " DELIMITED BY SIZE
076500         SYL-RECORDS-DISPLAY DELIMITED BY SIZE
076600         "  BIRDS " DELIMITED BY SIZE
076700         SYL-BIRDS-DISPLAY DELIMITED BY SIZE
076800         INTO SYSTEMATIC-REPORT-LINE
076900     END-STRING
077000     PERFORM 9000-WRITE-REPORT-LINE
077100     MOVE SYL-RECORDS-LISTED TO SYL-RECORDS-DISPLAY
077200     MOVE SPACES TO SYSTEMATIC-REPORT-LINE
077300     STRING "RECORDS IN YEAR  " DELIMITED BY SIZE
077400         SYL-RECORDS-DISPLAY DELIMITED BY SIZE
077500         INTO SYSTEMATIC-REPORT-LINE
077600     END-STRING
077700     PERFORM 9000-WRITE-REPORT-LINE
077800     .
077900
078000 9000-WRITE-REPORT-LINE.
078100     MOVE SYSTEMATIC-REPORT-LINE TO PRT-DETAIL-LINE
078200     SET PRT-ACTION-DETAIL TO TRUE
078300     CALL "PRTSRV" USING PRT-CONTROL
078400     IF PRT-HEADING-NEEDED
078500         WRITE SYSTEMATIC-REPORT-LINE FROM PRT-HEADING-1
078600         WRITE SYSTEMATIC-REPORT-LINE FROM PRT-HEADING-2
078700     END-IF
078800     WRITE SYSTEMATIC-REPORT-LINE FROM PRT-DETAIL-LINE
078900     .
079000
079100 9900-WRITE-RUN-LOG.
079200     DISPLAY "SYSLIST - RECORDS READ:     " SYL-RECORDS-READ
079300     DISPLAY "SYSLIST - RECORDS IN YEAR:  " SYL-RECORDS-LISTED
079400     DISPLAY "SYSLIST - SPECIES LISTED:   " SYL-SPECIES-LISTED
079500     MOVE "SYSLIST"            TO RUNLOG-STEP-NAME
079600     MOVE SYL-RECORDS-READ     TO RUNLOG-RECORDS-READ
079700     MOVE SYL-RECORDS-LISTED   TO RUNLOG-RECORDS-APPLIED
079800     MOVE ZERO                 TO RUNLOG-RECORDS-REJECTED
079900     MOVE ZERO                 TO RUNLOG-RECORDS-DROPPED
080000     MOVE ZERO                 TO RUNLOG-RETURN-CODE
080100     CALL "RUNLOGW" USING RUNLOG-RECORD
080200     .
