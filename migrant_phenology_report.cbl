000100*================================================================*
000200* MIGRANT-PHENOLOGY-REPORT
000300* PURPOSE.  Shows, for every migrant on the SEASCAL calendar, how
000400*           its arrival and departure have moved over the ten
000500*           seasons ending with the year asked for - the first
000600*           record, the dates by which 10 and 50 per cent of the
000700*           season's records were in, and the last record, side
000800*           by side per season, with the average shift in days
000900*           per decade for each.  A summer visitor's season is
001000*           the calendar year; a winter visitor's runs July to
001100*           June and is named for the year it starts.  Records
001200*           come from the live SIGHTARC and the SGTAYYYY year
001300*           files.  Where the most recent first arrival falls
001400*           outside the species' SEASCAL window the species is
001500*           flagged, so the calendar SIGHTEDT holds records
001600*           against can be reviewed.
001700* AUTHOR.   D. OKAFOR
001800* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001900* DATE-WRITTEN. 10/15/2026
002000*================================================================*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 DNO   ORIGINAL PROGRAM
002310* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILES ARE NOW INDEXED ON
002320*                  SIGHTING DATE FIRST - EACH IS STARTED AT THE
002330*                  FIRST SEASON AND READ ONLY AS FAR AS THE LAST
002340*                  SEASON NEEDS
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PHENOLOG.
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
003700         FILE STATUS IS PHN-ARCHIVE-STATUS.
003800
003900     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO PHN-YEAR-FILE-NAME
003910         ORGANIZATION IS INDEXED
003920         ACCESS MODE IS DYNAMIC
003930         RECORD KEY IS YAR-KEY
003940         ALTERNATE RECORD KEY IS YAR-SITE-KEY
003950             WITH DUPLICATES
003960         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
003970             WITH DUPLICATES
003980         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
003990             WITH DUPLICATES
004100         FILE STATUS IS PHN-YEAR-STATUS.
004200
004300     SELECT SEASON-CALENDAR ASSIGN TO "SEASCAL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS PHN-SEASON-STATUS.
004600
004700     SELECT PHENOLOGY-SORT ASSIGN TO "PHNSORT".
004800
004900     SELECT PHENOLOGY-REPORT ASSIGN TO "PHENOLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS PHN-REPORT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SIGHTINGS-ARCHIVE.
005600 COPY SIGHTARC.
005700
005800 FD  YEAR-ARCHIVE.
005900 01  YEAR-ARCHIVE-RECORD.
005905     05  YAR-KEY.
005910         10  YAR-KEY-DATE         PIC 9(08).
005915         10  YAR-KEY-OBSERVER     PIC X(06).
005920         10  YAR-KEY-SITE         PIC X(06).
005925         10  YAR-KEY-NAME         PIC X(30).
005930     05  YAR-SITE-KEY.
005935         10  YAR-SITE-CODE        PIC X(06).
005940         10  YAR-SITE-DATE        PIC 9(08).
005945     05  YAR-OBSERVER-KEY.
005950         10  YAR-OBSERVER-ID      PIC X(06).
005955         10  YAR-OBSERVER-DATE    PIC 9(08).
006000     05  YAR-LOAD-DATE            PIC 9(08).
006100     05  YAR-SIGHTING             PIC X(93).
006200
006300 FD  SEASON-CALENDAR.
006400 COPY SEASREC.
006500
006600 SD  PHENOLOGY-SORT.
006700 01  PHENOLOGY-SORT-RECORD.
006800     05  PHS-SCIENTIFIC-NAME      PIC X(30).
006900     05  PHS-SEASON-YEAR          PIC 9(04).
007000     05  PHS-DATE                 PIC 9(08).
007100     05  PHS-SEASON-DAY           PIC 9(03).
007200     05  PHS-SEASON-ENTRY         PIC 9(03).
007300
007400 FD  PHENOLOGY-REPORT.
007500 01  PHENOLOGY-REPORT-LINE        PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 01  PHN-ARCHIVE-STATUS           PIC X(02).
007900 01  PHN-YEAR-STATUS              PIC X(02).
008000 01  PHN-SEASON-STATUS            PIC X(02).
008100 01  PHN-REPORT-STATUS            PIC X(02).
008200 01  PHN-END-OF-FILE-SWITCH       PIC X(01).
008300     88  PHN-END-OF-FILE          VALUE "Y".
008400     88  PHN-NOT-END-OF-FILE      VALUE "N".
008500 01  PHN-SORT-EOF-SWITCH          PIC X(01).
008600     88  PHN-SORT-EOF             VALUE "Y".
008700     88  PHN-SORT-NOT-EOF         VALUE "N".
008800 01  PHN-GROUP-SWITCH             PIC X(01).
008900     88  PHN-FIRST-GROUP          VALUE "Y".
009000     88  PHN-NOT-FIRST-GROUP      VALUE "N".
009100 01  PHN-RETURN-CODE              PIC 9(04) VALUE ZERO.
009200*----------------------------------------------------------------*
009300* THE TEN SEASONS REPORTED, AND THE YEAR FILES THAT HOLD THEM - A
009400* WINTER VISITOR'S LAST SEASON RUNS INTO THE FOLLOWING YEAR
009500*----------------------------------------------------------------*
009600 01  PHN-LAST-SEASON              PIC 9(04).
009700 01  PHN-FIRST-SEASON             PIC 9(04).
009800 01  PHN-SCAN-YEAR                PIC 9(04).
009900 01  PHN-SCAN-LIMIT               PIC 9(04).
009910 01  PHN-RANGE-FROM               PIC 9(08).
009920 01  PHN-RANGE-TO                 PIC 9(08).
010000 01  PHN-YEAR-FILE-NAME           PIC X(08).
010100 01  PHN-WORK-DATE                PIC 9(08).
010200 01  PHN-WORK-DATE-PARTS REDEFINES PHN-WORK-DATE.
010300     05  PHN-WORK-YEAR            PIC 9(04).
010400     05  PHN-WORK-MONTH           PIC 9(02).
010500     05  PHN-WORK-DAY             PIC 9(02).
010600 01  PHN-START-DATE               PIC 9(08).
010700 01  PHN-START-DATE-PARTS REDEFINES PHN-START-DATE.
010800     05  PHN-START-YEAR           PIC 9(04).
010900     05  PHN-START-MONTH-DAY      PIC 9(04).
011000 01  PHN-WORK-SERIAL              PIC 9(07).
011100 01  PHN-START-SERIAL             PIC 9(07).
011200 01  PHN-WORK-NAME                PIC X(30).
011300*----------------------------------------------------------------*
011400* SEASCAL WINDOWS - A WINDOW THAT WRAPS THE YEAR END IS A WINTER
011500* VISITOR, ONE THAT DOES NOT A SUMMER VISITOR.  A WHOLE-YEAR
011600* WINDOW (01 TO 12) IS A RESIDENT AND IS NOT REPORTED
011700*----------------------------------------------------------------*
011800 01  PHN-SEASON-TABLE.
011900     05  PHN-SEASON-ENTRY         OCCURS 100 TIMES.
012000         10  PHN-SEASON-NAME      PIC X(30).
012100         10  PHN-SEASON-ARRIVAL   PIC 9(02).
012200         10  PHN-SEASON-DEPARTURE PIC 9(02).
012300         10  PHN-SEASON-KIND      PIC X(01).
012400             88  PHN-SEASON-SUMMER VALUE "S".
012500             88  PHN-SEASON-WINTER VALUE "W".
012600             88  PHN-SEASON-RESIDENT VALUE "R".
012700 01  PHN-SEASON-COUNT             PIC 9(03) VALUE ZERO COMP.
012800 01  PHN-SEASON-INDEX             PIC 9(03) COMP.
012900 01  PHN-SEASON-FOUND             PIC 9(03) COMP.
013000 01  PHN-SEASON-SWITCH            PIC X(01).
013100     88  PHN-SEASON-MATCHED       VALUE "Y".
013200     88  PHN-SEASON-NOT-MATCHED   VALUE "N".
013300*----------------------------------------------------------------*
013400* THE OPEN SEASON - RECORDS PER DAY OF THE SEASON, AND THE DATE
013500* EACH DAY STANDS FOR, SO THE 10 AND 50 PER CENT POINTS CAN BE
013600* FOUND ONCE THE SEASON'S TOTAL IS KNOWN
013700*----------------------------------------------------------------*
013800 01  PHN-DAY-TABLE.
013900     05  PHN-DAY-ENTRY            OCCURS 366 TIMES.
014000         10  PHN-DAY-RECORDS      PIC 9(05).
014100         10  PHN-DAY-DATE         PIC 9(08).
014200 01  PHN-DAY-INDEX                PIC 9(03) COMP.
014300 01  PHN-SEASON-RECORDS           PIC 9(07).
014400 01  PHN-RUNNING-RECORDS          PIC 9(07).
014500 01  PHN-10PCT-TARGET             PIC 9(07).
014600 01  PHN-50PCT-TARGET             PIC 9(07).
014700 01  PHN-PRIOR-NAME               PIC X(30).
014800 01  PHN-PRIOR-SEASON             PIC 9(04).
014900 01  PHN-PRIOR-ENTRY              PIC 9(03).
015000*----------------------------------------------------------------*
015100* THE OPEN SPECIES - ONE SLOT PER SEASON REPORTED, OLDEST FIRST.
015200* MEASURE 1 IS FIRST RECORD, 2 THE 10 PER CENT POINT, 3 THE 50
015300* PER CENT POINT AND 4 THE LAST RECORD
015400*----------------------------------------------------------------*
015500 01  PHN-YEAR-TABLE.
015600     05  PHN-YEAR-ENTRY           OCCURS 10 TIMES.
015700         10  PHN-YEAR-RECORDS     PIC 9(07).
015800         10  PHN-MEASURE          OCCURS 4 TIMES.
015900             15  PHN-MEASURE-DATE PIC 9(08).
016000             15  PHN-MEASURE-DAY  PIC 9(03).
016100 01  PHN-SLOT                     PIC 9(02) COMP.
016200 01  PHN-MEASURE-INDEX            PIC 9(01) COMP.
016300 01  PHN-LATEST-SLOT              PIC 9(02) COMP.
016400*----------------------------------------------------------------*
016500* LEAST-SQUARES SLOPE OF DAY AGAINST SEASON, OVER THE SEASONS WITH
016600* RECORDS, TIMES TEN FOR DAYS PER DECADE
016700*----------------------------------------------------------------*
016800 01  PHN-FIT-N                    PIC 9(03).
016900 01  PHN-FIT-SUM-X                PIC S9(07).
017000 01  PHN-FIT-SUM-Y                PIC S9(07).
017100 01  PHN-FIT-SUM-XY               PIC S9(09).
017200 01  PHN-FIT-SUM-XX               PIC S9(09).
017300 01  PHN-FIT-DIVISOR              PIC S9(11).
017400 01  PHN-FIT-SHIFT                PIC S9(05)V9.
017500 01  PHN-SHIFT-DISPLAY            PIC -(4)9.9.
017600 01  PHN-SHIFT-TEXT               PIC X(08).
017700 01  PHN-SHIFT-LINE               PIC X(80).
017800 01  PHN-SHIFT-POINTER            PIC 9(03) COMP.
017900 01  PHN-MONTH-SWITCH             PIC X(01).
018000     88  PHN-MONTH-IN-WINDOW      VALUE "Y".
018100     88  PHN-MONTH-OUT-OF-WINDOW  VALUE "N".
018200 01  PHN-CHECK-MONTH              PIC 9(02).
018300*----------------------------------------------------------------*
018400* REPORT LINE BUILDING AND COUNTS
018500*----------------------------------------------------------------*
018600 01  PHN-ROW-LINE.
018700     05  PHN-ROW-LABEL            PIC X(10).
018800     05  PHN-ROW-CELL             OCCURS 10 TIMES.
018900         10  FILLER               PIC X(02).
019000         10  PHN-ROW-VALUE        PIC X(04).
019100 01  PHN-MEASURE-LABELS.
019200     05  FILLER                   PIC X(10) VALUE "FIRST".
019300     05  FILLER                   PIC X(10) VALUE "10 PCT BY".
019400     05  FILLER                   PIC X(10) VALUE "50 PCT BY".
019500     05  FILLER                   PIC X(10) VALUE "LAST".
019600 01  PHN-LABEL-TABLE REDEFINES PHN-MEASURE-LABELS.
019700     05  PHN-MEASURE-LABEL        PIC X(10) OCCURS 4 TIMES.
019800 01  PHN-SEASON-LABEL             PIC 9(04).
019900 01  PHN-RECORDS-READ             PIC 9(07) VALUE ZERO.
020000 01  PHN-RECORDS-USED             PIC 9(07) VALUE ZERO.
020100 01  PHN-SPECIES-LISTED           PIC 9(07) VALUE ZERO.
020200 01  PHN-SPECIES-FLAGGED          PIC 9(07) VALUE ZERO.
020300*----------------------------------------------------------------*
020400* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
020500*----------------------------------------------------------------*
020600 COPY SIGHTREC.
020700 COPY RUNLOG.
020800 COPY PRTCTL.
020900
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     ACCEPT RUNLOG-START-TIME FROM TIME
021300     DISPLAY "PHENOLOG - ENTER LAST SEASON TO REPORT (YYYY):"
021400     ACCEPT PHN-LAST-SEASON
021500     IF PHN-LAST-SEASON NOT NUMERIC
021600     OR PHN-LAST-SEASON < 1900
021700         DISPLAY "PHENOLOG - SEASON YEAR NOT VALID"
021800         MOVE 8 TO PHN-RETURN-CODE
021900     ELSE
022000         COMPUTE PHN-FIRST-SEASON = PHN-LAST-SEASON - 9
022100         COMPUTE PHN-SCAN-LIMIT = PHN-LAST-SEASON + 1
022110         COMPUTE PHN-RANGE-FROM = PHN-FIRST-SEASON * 10000 + 0101
022120         COMPUTE PHN-RANGE-TO   = PHN-SCAN-LIMIT * 10000 + 1231
022200         PERFORM 1000-LOAD-SEASON-TABLE
022300         SORT PHENOLOGY-SORT
022400             ON ASCENDING KEY PHS-SCIENTIFIC-NAME
022500             ON ASCENDING KEY PHS-SEASON-YEAR
022600             ON ASCENDING KEY PHS-DATE
022700             INPUT PROCEDURE IS 2000-SUPPLY-MIGRANT-RECORDS
022800             OUTPUT PROCEDURE IS 3000-PRINT-PHENOLOGY
022900     END-IF
023000     PERFORM 9900-WRITE-RUN-LOG
023100     MOVE PHN-RETURN-CODE TO RETURN-CODE
023200     GOBACK
023300     .
023400
023500 1000-LOAD-SEASON-TABLE.
023600     SET PHN-NOT-END-OF-FILE TO TRUE
023700     OPEN INPUT SEASON-CALENDAR
023800     IF PHN-SEASON-STATUS = "35"
023900         DISPLAY "PHENOLOG - NO SEASON CALENDAR FILE, "
024000             "NO MIGRANTS TO REPORT"
024100     ELSE
024200         PERFORM 1080-READ-SEASON-ENTRY
024300         PERFORM 1040-ADD-SEASON-ENTRY
024400             UNTIL PHN-END-OF-FILE
024500         CLOSE SEASON-CALENDAR
024600     END-IF
024700     .
024800
024900 1040-ADD-SEASON-ENTRY.
025000     IF PHN-SEASON-COUNT < 100
025100         ADD 1 TO PHN-SEASON-COUNT
025200         MOVE SEAS-SCIENTIFIC-NAME
025300             TO PHN-SEASON-NAME(PHN-SEASON-COUNT)
025400         CALL "NAMESTD" USING PHN-SEASON-NAME(PHN-SEASON-COUNT)
025500         MOVE SEAS-ARRIVAL-MONTH
025600             TO PHN-SEASON-ARRIVAL(PHN-SEASON-COUNT)
025700         MOVE SEAS-DEPARTURE-MONTH
025800             TO PHN-SEASON-DEPARTURE(PHN-SEASON-COUNT)
025900         IF SEAS-ARRIVAL-MONTH > SEAS-DEPARTURE-MONTH
026000             SET PHN-SEASON-WINTER(PHN-SEASON-COUNT) TO TRUE
026100         ELSE
026200             IF SEAS-ARRIVAL-MONTH > 1
026300             OR SEAS-DEPARTURE-MONTH < 12
026400                 SET PHN-SEASON-SUMMER(PHN-SEASON-COUNT) TO TRUE
026500             ELSE
026600                 SET PHN-SEASON-RESIDENT(PHN-SEASON-COUNT) TO TRUE
026700             END-IF
026800         END-IF
026900     ELSE
027000         DISPLAY "PHENOLOG - SEASON TABLE FULL, ENTRY SKIPPED"
027100     END-IF
027200     PERFORM 1080-READ-SEASON-ENTRY
027300     .
027400
027500 1080-READ-SEASON-ENTRY.
027600     READ SEASON-CALENDAR
027700         AT END
027800             SET PHN-END-OF-FILE TO TRUE
027900     END-READ
028000     .
028100
028200*----------------------------------------------------------------*
028300* A YEAR WITH NO SGTAYYYY FILE IS SIMPLY SKIPPED AND THE LIVE
028310* ARCHIVE COVERS THE REST.  EVERY FILE IS KEYED ON SIGHTING DATE
028320* FIRST, SO EACH IS STARTED AT THE FIRST SEASON'S 1 JANUARY AND
028330* READ NO FURTHER THAN THE END OF THE YEAR AFTER THE LAST SEASON
028500*----------------------------------------------------------------*
028600 2000-SUPPLY-MIGRANT-RECORDS.
028700     PERFORM 2020-SCAN-ONE-YEAR
028800         VARYING PHN-SCAN-YEAR FROM PHN-FIRST-SEASON BY 1
028900         UNTIL PHN-SCAN-YEAR > PHN-SCAN-LIMIT
029000     SET PHN-NOT-END-OF-FILE TO TRUE
029100     OPEN INPUT SIGHTINGS-ARCHIVE
029200     IF PHN-ARCHIVE-STATUS NOT = "00"
029300         DISPLAY "PHENOLOG - ARCHIVE WOULD NOT OPEN: "
029400             PHN-ARCHIVE-STATUS
029500         SET PHN-END-OF-FILE TO TRUE
029600     ELSE
029700         PERFORM 2150-START-ARCHIVE
029800     END-IF
029900     PERFORM 2140-TAKE-ONE-ARCHIVE-RECORD UNTIL PHN-END-OF-FILE
030000     IF PHN-ARCHIVE-STATUS NOT = "35"
030100         CLOSE SIGHTINGS-ARCHIVE
030200     END-IF
030300     .
030400
030500 2020-SCAN-ONE-YEAR.
030600     MOVE SPACES TO PHN-YEAR-FILE-NAME
030700     STRING "SGTA" DELIMITED BY SIZE
030800         PHN-SCAN-YEAR DELIMITED BY SIZE
030900         INTO PHN-YEAR-FILE-NAME
031000     END-STRING
031100     SET PHN-NOT-END-OF-FILE TO TRUE
031200     OPEN INPUT YEAR-ARCHIVE
031300     IF PHN-YEAR-STATUS = "00"
031400         PERFORM 2050-START-YEAR-FILE
031500         PERFORM 2040-TAKE-ONE-YEAR-RECORD
031600             UNTIL PHN-END-OF-FILE
031700         CLOSE YEAR-ARCHIVE
031800     END-IF
031900     .
032000
032100 2040-TAKE-ONE-YEAR-RECORD.
032200     MOVE YAR-SIGHTING TO SIGHT-RECORD
032300     PERFORM 2200-RELEASE-ONE-SIGHTING
032400     PERFORM 2060-READ-YEAR-FILE
032500     .
032600
032605 2050-START-YEAR-FILE.
032610     MOVE LOW-VALUES    TO YAR-KEY
032615     MOVE PHN-RANGE-FROM TO YAR-KEY-DATE
032620     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
032625         INVALID KEY
032630             SET PHN-END-OF-FILE TO TRUE
032635     END-START
032640     IF PHN-NOT-END-OF-FILE
032645         PERFORM 2060-READ-YEAR-FILE
032650     END-IF
032655     .
032660
032700 2060-READ-YEAR-FILE.
032800     READ YEAR-ARCHIVE NEXT RECORD
032900         AT END
033000             SET PHN-END-OF-FILE TO TRUE
033010         NOT AT END
033020             IF YAR-KEY-DATE > PHN-RANGE-TO
033030                 SET PHN-END-OF-FILE TO TRUE
033040             END-IF
033100     END-READ
033200     .
033300
033400 2140-TAKE-ONE-ARCHIVE-RECORD.
033500     MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
033600     PERFORM 2200-RELEASE-ONE-SIGHTING
033700     PERFORM 2160-READ-ARCHIVE
033800     .
033900
033905 2150-START-ARCHIVE.
033910     MOVE LOW-VALUES    TO SIGHTARC-KEY
033915     MOVE PHN-RANGE-FROM TO SIGHTARC-KEY-DATE
033920     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
033925         INVALID KEY
033930             SET PHN-END-OF-FILE TO TRUE
033935     END-START
033940     IF PHN-NOT-END-OF-FILE
033945         PERFORM 2160-READ-ARCHIVE
033950     END-IF
033955     .
033960
034000 2160-READ-ARCHIVE.
034100     READ SIGHTINGS-ARCHIVE NEXT RECORD
034200         AT END
034300             SET PHN-END-OF-FILE TO TRUE
034310         NOT AT END
034320             IF SIGHTARC-KEY-DATE > PHN-RANGE-TO
034330                 SET PHN-END-OF-FILE TO TRUE
034340             END-IF
034400     END-READ
034500     .
034600
034700*----------------------------------------------------------------*
034800* ONLY A MIGRANT'S RECORD IN ONE OF THE TEN SEASONS GOES TO THE
034900* SORT, WITH ITS DAY NUMBER COUNTED FROM THE SEASON'S FIRST DAY -
035000* 1 JANUARY FOR A SUMMER VISITOR, 1 JULY FOR A WINTER VISITOR
035100*----------------------------------------------------------------*
035200 2200-RELEASE-ONE-SIGHTING.
035300     ADD 1 TO PHN-RECORDS-READ
035400     MOVE SIGHT-SCIENTIFIC-NAME TO PHN-WORK-NAME
035500     CALL "NAMESTD" USING PHN-WORK-NAME
035600     SET PHN-SEASON-NOT-MATCHED TO TRUE
035700     PERFORM 2230-MATCH-ONE-SEASON
035800         VARYING PHN-SEASON-INDEX FROM 1 BY 1
035900         UNTIL PHN-SEASON-INDEX > PHN-SEASON-COUNT
036000            OR PHN-SEASON-MATCHED
036100     IF PHN-SEASON-MATCHED
036200     AND NOT PHN-SEASON-RESIDENT(PHN-SEASON-FOUND)
036300         MOVE SIGHT-DATE TO PHN-WORK-DATE
036400         MOVE PHN-WORK-YEAR TO PHN-START-YEAR
036500         MOVE 0101 TO PHN-START-MONTH-DAY
036600         IF PHN-SEASON-WINTER(PHN-SEASON-FOUND)
036700             MOVE 0701 TO PHN-START-MONTH-DAY
036800             IF PHN-WORK-MONTH < 7
036900                 SUBTRACT 1 FROM PHN-START-YEAR
037000             END-IF
037100         END-IF
037200         IF PHN-START-YEAR NOT < PHN-FIRST-SEASON
037300         AND PHN-START-YEAR NOT > PHN-LAST-SEASON
037400             CALL "DAYSERL" USING PHN-WORK-DATE PHN-WORK-SERIAL
037500             CALL "DAYSERL" USING PHN-START-DATE PHN-START-SERIAL
037600             IF PHN-WORK-SERIAL > ZERO
037700                 MOVE PHN-WORK-NAME    TO PHS-SCIENTIFIC-NAME
037800                 MOVE PHN-START-YEAR   TO PHS-SEASON-YEAR
037900                 MOVE PHN-WORK-DATE    TO PHS-DATE
038000                 COMPUTE PHS-SEASON-DAY =
038100                     PHN-WORK-SERIAL - PHN-START-SERIAL + 1
038200                 MOVE PHN-SEASON-FOUND TO PHS-SEASON-ENTRY
038300                 RELEASE PHENOLOGY-SORT-RECORD
038400                 ADD 1 TO PHN-RECORDS-USED
038500             END-IF
038600         END-IF
038700     END-IF
038800     .
038900
039000 2230-MATCH-ONE-SEASON.
039100     IF PHN-SEASON-NAME(PHN-SEASON-INDEX) = PHN-WORK-NAME
039200         MOVE PHN-SEASON-INDEX TO PHN-SEASON-FOUND
039300         SET PHN-SEASON-MATCHED TO TRUE
039400     END-IF
039500     .
039600
039700 3000-PRINT-PHENOLOGY.
039800     OPEN OUTPUT PHENOLOGY-REPORT
039900     SET PRT-ACTION-INIT TO TRUE
040000     MOVE "PHENOLOG" TO PRT-REPORT-NAME
040100     MOVE "PHENOLOG" TO PRT-PRODUCER
040200     CALL "PRTSRV" USING PRT-CONTROL
040300     MOVE SPACES TO PHENOLOGY-REPORT-LINE
040400     STRING "MIGRANT PHENOLOGY - SEASONS " DELIMITED BY SIZE
040500         PHN-FIRST-SEASON DELIMITED BY SIZE
040600         " TO " DELIMITED BY SIZE
040700         PHN-LAST-SEASON DELIMITED BY SIZE
040800         " - DATES SHOWN MMDD" DELIMITED BY SIZE
040900         INTO PHENOLOGY-REPORT-LINE
041000     END-STRING
041100     PERFORM 9000-WRITE-REPORT-LINE
041200     SET PHN-FIRST-GROUP TO TRUE
041300     SET PHN-SORT-NOT-EOF TO TRUE
041400     PERFORM 3100-RETURN-SORTED-RECORD
041500     PERFORM 3200-ABSORB-ONE-RECORD UNTIL PHN-SORT-EOF
041600     IF PHN-NOT-FIRST-GROUP
041700         PERFORM 3500-CLOSE-SEASON
041800         PERFORM 4000-PRINT-SPECIES
041900     END-IF
042000     SET PRT-ACTION-END TO TRUE
042100     CALL "PRTSRV" USING PRT-CONTROL
042200     WRITE PHENOLOGY-REPORT-LINE FROM PRT-TRAILER-LINE
042300     CLOSE PHENOLOGY-REPORT
042400     .
042500
042600 3100-RETURN-SORTED-RECORD.
042700     RETURN PHENOLOGY-SORT
042800         AT END
042900             SET PHN-SORT-EOF TO TRUE
043000     END-RETURN
043100     .
043200
043300*----------------------------------------------------------------*
043400* BREAKS FIRE INNERMOST FIRST - SEASON, THEN SPECIES
043500*----------------------------------------------------------------*
043600 3200-ABSORB-ONE-RECORD.
043700     IF PHN-NOT-FIRST-GROUP
043800         IF PHS-SCIENTIFIC-NAME NOT = PHN-PRIOR-NAME
043900             PERFORM 3500-CLOSE-SEASON
044000             PERFORM 4000-PRINT-SPECIES
044100         ELSE
044200             IF PHS-SEASON-YEAR NOT = PHN-PRIOR-SEASON
044300                 PERFORM 3500-CLOSE-SEASON
044400             END-IF
044500         END-IF
044600     END-IF
044700     IF PHN-FIRST-GROUP
044800     OR PHS-SCIENTIFIC-NAME NOT = PHN-PRIOR-NAME
044900         MOVE ZEROS TO PHN-YEAR-TABLE
045000     END-IF
045100     IF PHN-FIRST-GROUP
045200     OR PHS-SCIENTIFIC-NAME NOT = PHN-PRIOR-NAME
045300     OR PHS-SEASON-YEAR NOT = PHN-PRIOR-SEASON
045400         MOVE ZEROS TO PHN-DAY-TABLE
045500         MOVE ZERO TO PHN-SEASON-RECORDS
045600     END-IF
045700     SET PHN-NOT-FIRST-GROUP TO TRUE
045800     ADD 1 TO PHN-SEASON-RECORDS
045900     ADD 1 TO PHN-DAY-RECORDS(PHS-SEASON-DAY)
046000     MOVE PHS-DATE TO PHN-DAY-DATE(PHS-SEASON-DAY)
046100     MOVE PHS-SCIENTIFIC-NAME TO PHN-PRIOR-NAME
046200     MOVE PHS-SEASON-YEAR     TO PHN-PRIOR-SEASON
046300     MOVE PHS-SEASON-ENTRY    TO PHN-PRIOR-ENTRY
046400     PERFORM 3100-RETURN-SORTED-RECORD
046500     .
046600
046700*----------------------------------------------------------------*
046800* THE PER CENT POINTS ARE THE FIRST DAY BY WHICH AT LEAST THAT
046900* SHARE OF THE SEASON'S RECORDS HAD COME IN, ROUNDED UP
047000*----------------------------------------------------------------*
047100 3500-CLOSE-SEASON.
047200     COMPUTE PHN-SLOT = PHN-PRIOR-SEASON - PHN-FIRST-SEASON + 1
047300     MOVE PHN-SEASON-RECORDS TO PHN-YEAR-RECORDS(PHN-SLOT)
047400     COMPUTE PHN-10PCT-TARGET = (PHN-SEASON-RECORDS + 9) / 10
047500     COMPUTE PHN-50PCT-TARGET = (PHN-SEASON-RECORDS + 1) / 2
047600     MOVE ZERO TO PHN-RUNNING-RECORDS
047700     PERFORM 3550-WALK-ONE-DAY
047800         VARYING PHN-DAY-INDEX FROM 1 BY 1
047900         UNTIL PHN-DAY-INDEX > 366
048000     .
048100
048200 3550-WALK-ONE-DAY.
048300     IF PHN-DAY-RECORDS(PHN-DAY-INDEX) > ZERO
048400         IF PHN-RUNNING-RECORDS = ZERO
048500             MOVE 1 TO PHN-MEASURE-INDEX
048600             PERFORM 3580-SET-MEASURE
048700         END-IF
048800         IF PHN-RUNNING-RECORDS < PHN-10PCT-TARGET
048900         AND PHN-RUNNING-RECORDS + PHN-DAY-RECORDS(PHN-DAY-INDEX)
049000             NOT < PHN-10PCT-TARGET
049100             MOVE 2 TO PHN-MEASURE-INDEX
049200             PERFORM 3580-SET-MEASURE
049300         END-IF
049400         IF PHN-RUNNING-RECORDS < PHN-50PCT-TARGET
049500         AND PHN-RUNNING-RECORDS + PHN-DAY-RECORDS(PHN-DAY-INDEX)
049600             NOT < PHN-50PCT-TARGET
049700             MOVE 3 TO PHN-MEASURE-INDEX
049800             PERFORM 3580-SET-MEASURE
049900         END-IF
050000         ADD PHN-DAY-RECORDS(PHN-DAY-INDEX) TO PHN-RUNNING-RECORDS
050100         MOVE 4 TO PHN-MEASURE-INDEX
050200         PERFORM 3580-SET-MEASURE
050300     END-IF
050400     .
050500
050600 3580-SET-MEASURE.
050700     MOVE PHN-DAY-DATE(PHN-DAY-INDEX)
050800         TO PHN-MEASURE-DATE(PHN-SLOT PHN-MEASURE-INDEX)
050900     MOVE PHN-DAY-INDEX
051000         TO PHN-MEASURE-DAY(PHN-SLOT PHN-MEASURE-INDEX)
051100     .
051200
051300 4000-PRINT-SPECIES.
051400     ADD 1 TO PHN-SPECIES-LISTED
051500     MOVE SPACES TO PHENOLOGY-REPORT-LINE
051600     PERFORM 9000-WRITE-REPORT-LINE
051700     MOVE SPACES TO PHENOLOGY-REPORT-LINE
051800     IF PHN-SEASON-WINTER(PHN-PRIOR-ENTRY)
051900         STRING PHN-PRIOR-NAME DELIMITED BY SIZE
052000             " WINTER VISITOR, SEASON FROM JULY" DELIMITED BY SIZE
052100             INTO PHENOLOGY-REPORT-LINE
052200         END-STRING
052300     ELSE
052400         STRING PHN-PRIOR-NAME DELIMITED BY SIZE
052500             " SUMMER VISITOR" DELIMITED BY SIZE
052600             INTO PHENOLOGY-REPORT-LINE
052700         END-STRING
052800     END-IF
052900     PERFORM 9000-WRITE-REPORT-LINE
053000     MOVE SPACES TO PHN-ROW-LINE
053100     MOVE "SEASON" TO PHN-ROW-LABEL
053200     PERFORM 4100-SET-SEASON-HEADING
053300         VARYING PHN-SLOT FROM 1 BY 1
053400         UNTIL PHN-SLOT > 10
053500     MOVE PHN-ROW-LINE TO PHENOLOGY-REPORT-LINE
053600     PERFORM 9000-WRITE-REPORT-LINE
053700     PERFORM 4200-PRINT-ONE-MEASURE
053800         VARYING PHN-MEASURE-INDEX FROM 1 BY 1
053900         UNTIL PHN-MEASURE-INDEX > 4
054000     PERFORM 4500-CHECK-ARRIVAL-WINDOW
054100     .
054200
054300 4100-SET-SEASON-HEADING.
054400     COMPUTE PHN-SEASON-LABEL = PHN-FIRST-SEASON + PHN-SLOT - 1
054500     MOVE PHN-SEASON-LABEL TO PHN-ROW-VALUE(PHN-SLOT)
054600     .
054700
054800 4200-PRINT-ONE-MEASURE.
054900     MOVE SPACES TO PHN-ROW-LINE
055000     MOVE PHN-MEASURE-LABEL(PHN-MEASURE-INDEX) TO PHN-ROW-LABEL
055100     PERFORM 4220-SET-ONE-CELL
055200         VARYING PHN-SLOT FROM 1 BY 1
055300         UNTIL PHN-SLOT > 10
055400     MOVE PHN-ROW-LINE TO PHENOLOGY-REPORT-LINE
055500     PERFORM 9000-WRITE-REPORT-LINE
055600     PERFORM 4300-FIT-SHIFT
055700     .
055800
055900 4220-SET-ONE-CELL.
056000     IF PHN-YEAR-RECORDS(PHN-SLOT) = ZERO
056100         MOVE "  --" TO PHN-ROW-VALUE(PHN-SLOT)
056200     ELSE
056300         MOVE PHN-MEASURE-DATE(PHN-SLOT PHN-MEASURE-INDEX)
056400             TO PHN-WORK-DATE
056500         MOVE PHN-WORK-DATE(5:4) TO PHN-ROW-VALUE(PHN-SLOT)
056600     END-IF
056700     .
056800
056900*----------------------------------------------------------------*
057000* SLOPE = (N.SUM(XY) - SUM(X).SUM(Y)) / (N.SUM(XX) - SUM(X)**2)
057100* WITH X THE SEASON SLOT AND Y THE DAY OF THE SEASON.  TWO
057200* SEASONS WITH RECORDS ARE THE LEAST IT CAN BE DRAWN THROUGH
057300*----------------------------------------------------------------*
057400 4300-FIT-SHIFT.
057500     MOVE ZERO TO PHN-FIT-N
057600     MOVE ZERO TO PHN-FIT-SUM-X
057700     MOVE ZERO TO PHN-FIT-SUM-Y
057800     MOVE ZERO TO PHN-FIT-SUM-XY
057900     MOVE ZERO TO PHN-FIT-SUM-XX
058000     PERFORM 4320-ADD-ONE-POINT
058100         VARYING PHN-SLOT FROM 1 BY 1
058200         UNTIL PHN-SLOT > 10
058300     COMPUTE PHN-FIT-DIVISOR =
058400         PHN-FIT-N * PHN-FIT-SUM-XX
058500       - PHN-FIT-SUM-X * PHN-FIT-SUM-X
058600     MOVE SPACES TO PHENOLOGY-REPORT-LINE
058700     IF PHN-FIT-N < 2
058800     OR PHN-FIT-DIVISOR = ZERO
058900         STRING "          SHIFT PER DECADE NOT AVAILABLE"
059000             DELIMITED BY SIZE
059100             INTO PHENOLOGY-REPORT-LINE
059200         END-STRING
059300     ELSE
059400         COMPUTE PHN-FIT-SHIFT ROUNDED =
059500             (PHN-FIT-N * PHN-FIT-SUM-XY
059600              - PHN-FIT-SUM-X * PHN-FIT-SUM-Y) * 10
059700             / PHN-FIT-DIVISOR
059800         MOVE PHN-FIT-SHIFT TO PHN-SHIFT-DISPLAY
059900         STRING "          SHIFT PER DECADE " DELIMITED BY SIZE
060000             PHN-SHIFT-DISPLAY DELIMITED BY SIZE
060100             " DAYS" DELIMITED BY SIZE
060200             INTO PHENOLOGY-REPORT-LINE
060300         END-STRING
060400     END-IF
060500     PERFORM 9000-WRITE-REPORT-LINE
060600     .
060700
060800 4320-ADD-ONE-POINT.
060900     IF PHN-YEAR-RECORDS(PHN-SLOT) > ZERO
061000         ADD 1 TO PHN-FIT-N
061100         ADD PHN-SLOT TO PHN-FIT-SUM-X
061200         ADD PHN-MEASURE-DAY(PHN-SLOT PHN-MEASURE-INDEX)
061300             TO PHN-FIT-SUM-Y
061400         COMPUTE PHN-FIT-SUM-XY = PHN-FIT-SUM-XY
061500             + PHN-SLOT
061600       * PHN-MEASURE-DAY(PHN-SLOT PHN-MEASURE-INDEX)
061700         COMPUTE PHN-FIT-SUM-XX = PHN-FIT-SUM-XX
061800             + PHN-SLOT * PHN-SLOT
061900     END-IF
062000     .
062100
062200*----------------------------------------------------------------*
062300* THE MOST RECENT SEASON'S FIRST ARRIVAL MUST FALL IN THE SEASCAL
062400* WINDOW - A WINDOW MAY WRAP THE YEAR END
062500*----------------------------------------------------------------*
062600 4500-CHECK-ARRIVAL-WINDOW.
062700     MOVE ZERO TO PHN-LATEST-SLOT
062800     PERFORM 4520-NOTE-LATEST-SEASON
062900         VARYING PHN-SLOT FROM 1 BY 1
063000         UNTIL PHN-SLOT > 10
063100     IF PHN-LATEST-SLOT > ZERO
063200         MOVE PHN-MEASURE-DATE(PHN-LATEST-SLOT 1) TO PHN-WORK-DATE
063300         MOVE PHN-WORK-MONTH TO PHN-CHECK-MONTH
063400         SET PHN-MONTH-OUT-OF-WINDOW TO TRUE
063500         IF PHN-SEASON-WINTER(PHN-PRIOR-ENTRY)
063600             IF PHN-CHECK-MONTH
063700                 NOT < PHN-SEASON-ARRIVAL(PHN-PRIOR-ENTRY)
063800             OR PHN-CHECK-MONTH
063900                 NOT > PHN-SEASON-DEPARTURE(PHN-PRIOR-ENTRY)
064000                 SET PHN-MONTH-IN-WINDOW TO TRUE
064100             END-IF
064200         ELSE
064300             IF PHN-CHECK-MONTH
064400                 NOT < PHN-SEASON-ARRIVAL(PHN-PRIOR-ENTRY)
064500             AND PHN-CHECK-MONTH
064600                 NOT > PHN-SEASON-DEPARTURE(PHN-PRIOR-ENTRY)
064700                 SET PHN-MONTH-IN-WINDOW TO TRUE
064800             END-IF
064900         END-IF
065000         IF PHN-MONTH-OUT-OF-WINDOW
065100             ADD 1 TO PHN-SPECIES-FLAGGED
065200             MOVE 4 TO PHN-RETURN-CODE
065300             MOVE SPACES TO PHENOLOGY-REPORT-LINE
065400             STRING "*** LATEST FIRST ARRIVAL " DELIMITED BY SIZE
065500                 PHN-WORK-DATE DELIMITED BY SIZE
065600                 " OUTSIDE SEASCAL WINDOW - REVIEW CALENDAR ***"
065700                 DELIMITED BY SIZE
065800                 INTO PHENOLOGY-REPORT-LINE
065900             END-STRING
066000             PERFORM 9000-WRITE-REPORT-LINE
066100         END-IF
066200     END-IF
066300     .
066400
066500 4520-NOTE-LATEST-SEASON.
066600     IF PHN-YEAR-RECORDS(PHN-SLOT) > ZERO
066700         MOVE PHN-SLOT TO PHN-LATEST-SLOT
066800     END-IF
066900     .
067000
067100 9000-WRITE-REPORT-LINE.
067200     MOVE PHENOLOGY-REPORT-LINE TO PRT-DETAIL-LINE
067300     SET PRT-ACTION-DETAIL TO TRUE
067400     CALL "PRTSRV" USING PRT-CONTROL
067500     IF PRT-HEADING-NEEDED
067600         WRITE PHENOLOGY-REPORT-LINE FROM PRT-HEADING-1
067700         WRITE PHENOLOGY-REPORT-LINE FROM PRT-HEADING-2
067800     END-IF
067900     WRITE PHENOLOGY-REPORT-LINE FROM PRT-DETAIL-LINE
068000     .
068100
068200 9900-WRITE-RUN-LOG.
068300     DISPLAY "PHENOLOG - RECORDS READ:     " PHN-RECORDS-READ
068400     DISPLAY "PHENOLOG - MIGRANT RECORDS:  " PHN-RECORDS-USED
068500     DISPLAY "PHENOLOG - SPECIES LISTED:   " PHN-SPECIES-LISTED
068600     DISPLAY "PHENOLOG - WINDOWS TO REVIEW: " PHN-SPECIES-FLAGGED
068700     MOVE "PHENOLOG"           TO RUNLOG-STEP-NAME
068800     MOVE PHN-RECORDS-READ     TO RUNLOG-RECORDS-READ
068900     MOVE PHN-RECORDS-USED     TO RUNLOG-RECORDS-APPLIED
069000     MOVE ZERO                 TO RUNLOG-RECORDS-REJECTED
069100     MOVE ZERO                 TO RUNLOG-RECORDS-DROPPED
069200     MOVE PHN-RETURN-CODE      TO RUNLOG-RETURN-CODE
069300     CALL "RUNLOGW" USING RUNLOG-RECORD
069400     .
