000100*================================================================*
000200* DISTRIBUTION-MAP-REPORT
000300* PURPOSE.  Maps where a species - or every species of one
000400*           TAXONOMY family - has been recorded, 10km square by
000500*           10km square, as a character grid over the recording
000600*           area the site master covers.  A square recorded in
000700*           the requested date range prints "#", a square known
000800*           only from earlier records (the archive years before
000900*           the range and the SITEATLS first/last dates) prints
001000*           "O", and a square holding a recording site with no
001100*           record prints ".".  The occupied squares are counted
001200*           against the period of the same length immediately
001300*           before, with squares gained and lost, so the county
001400*           recorder sees a range contraction on paper.
001500* AUTHOR.   D. OKAFOR
001600* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001700* DATE-WRITTEN. 10/15/2026
001800*================================================================*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 DNO   ORIGINAL PROGRAM
002110* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILES ARE NOW INDEXED ON
002120*                  SIGHTING DATE FIRST - EACH IS STARTED AT THE
002130*                  FIRST YEAR SCANNED AND READ ONLY TO THE END OF
002140*                  THE REQUESTED RANGE
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. DISTMAP.
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
003500         FILE STATUS IS DMP-ARCHIVE-STATUS.
003600
003700     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO DMP-YEAR-FILE-NAME
003710         ORGANIZATION IS INDEXED
003720         ACCESS MODE IS DYNAMIC
003730         RECORD KEY IS YAR-KEY
003740         ALTERNATE RECORD KEY IS YAR-SITE-KEY
003750             WITH DUPLICATES
003760         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
003770             WITH DUPLICATES
003780         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
003790             WITH DUPLICATES
003900         FILE STATUS IS DMP-YEAR-STATUS.
004000
004100     SELECT SITE-ATLAS ASSIGN TO "SITEATLS"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ATLAS-KEY
004500         FILE STATUS IS DMP-ATLAS-STATUS.
004600
004700     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SITE-CODE
005100         FILE STATUS IS DMP-SITE-STATUS.
005200
005300     SELECT TAXONOMY-FILE ASSIGN TO "TAXONOMY"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS TAX-SCIENTIFIC-NAME
005700         FILE STATUS IS DMP-TAXONOMY-STATUS.
005800
005900     SELECT DISTRIBUTION-REPORT ASSIGN TO "DISTMAP"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS DMP-REPORT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SIGHTINGS-ARCHIVE.
006600 COPY SIGHTARC.
006700
006800 FD  YEAR-ARCHIVE.
006900 01  YEAR-ARCHIVE-RECORD.
006905     05  YAR-KEY.
006910         10  YAR-KEY-DATE         PIC 9(08).
006915         10  YAR-KEY-OBSERVER     PIC X(06).
006920         10  YAR-KEY-SITE         PIC X(06).
006925         10  YAR-KEY-NAME         PIC X(30).
006930     05  YAR-SITE-KEY.
006935         10  YAR-SITE-CODE        PIC X(06).
006940         10  YAR-SITE-DATE        PIC 9(08).
006945     05  YAR-OBSERVER-KEY.
006950         10  YAR-OBSERVER-ID      PIC X(06).
006955         10  YAR-OBSERVER-DATE    PIC 9(08).
007000     05  YAR-LOAD-DATE            PIC 9(08).
007100     05  YAR-SIGHTING             PIC X(93).
007200
007300 FD  SITE-ATLAS.
007400 COPY ATLASREC.
007500
007600 FD  SITE-MASTER.
007700 COPY SITEREC.
007800
007900 FD  TAXONOMY-FILE.
008000 COPY TAXREC.
008100
008200 FD  DISTRIBUTION-REPORT.
008300 01  DISTRIBUTION-REPORT-LINE     PIC X(80).
008400
008500 WORKING-STORAGE SECTION.
008600 01  DMP-ARCHIVE-STATUS           PIC X(02).
008700 01  DMP-YEAR-STATUS              PIC X(02).
008800 01  DMP-ATLAS-STATUS             PIC X(02).
008900 01  DMP-SITE-STATUS              PIC X(02).
009000 01  DMP-TAXONOMY-STATUS          PIC X(02).
009100 01  DMP-REPORT-STATUS            PIC X(02).
009200 01  DMP-END-OF-FILE-SWITCH       PIC X(01).
009300     88  DMP-END-OF-FILE          VALUE "Y".
009400     88  DMP-NOT-END-OF-FILE      VALUE "N".
009500 01  DMP-RETURN-CODE              PIC 9(04) VALUE ZERO.
009600*----------------------------------------------------------------*
009700* THE REQUEST - ONE SPECIES OR ONE FAMILY, AND A DATE RANGE
009800*----------------------------------------------------------------*
009900 01  DMP-REQUEST-MODE             PIC X(01).
010000     88  DMP-BY-SPECIES           VALUE "S".
010100     88  DMP-BY-FAMILY            VALUE "F".
010200 01  DMP-REQUEST-NAME             PIC X(30).
010300 01  DMP-FROM-DATE                PIC 9(08).
010400 01  DMP-FROM-BREAKDOWN REDEFINES DMP-FROM-DATE.
010500     05  DMP-FROM-YEAR            PIC 9(04).
010600     05  FILLER                   PIC 9(04).
010700 01  DMP-TO-DATE                  PIC 9(08).
010800 01  DMP-TO-BREAKDOWN REDEFINES DMP-TO-DATE.
010900     05  DMP-TO-YEAR              PIC 9(04).
011000     05  FILLER                   PIC 9(04).
011100 01  DMP-REQUEST-SWITCH           PIC X(01).
011200     88  DMP-REQUEST-VALID        VALUE "Y".
011300     88  DMP-REQUEST-INVALID      VALUE "N".
011400*----------------------------------------------------------------*
011500* THE PERIODS AS DAY SERIALS - THE PREVIOUS PERIOD IS THE SAME
011600* NUMBER OF DAYS, ENDING THE DAY BEFORE THE REQUESTED RANGE
011700*----------------------------------------------------------------*
011800 01  DMP-FROM-SERIAL              PIC 9(07).
011900 01  DMP-TO-SERIAL                PIC 9(07).
012000 01  DMP-PREV-FROM-SERIAL         PIC 9(07).
012100 01  DMP-PREV-TO-SERIAL           PIC 9(07).
012200 01  DMP-PERIOD-DAYS              PIC 9(07).
012300 01  DMP-WORK-DATE                PIC 9(08).
012400 01  DMP-WORK-SERIAL              PIC 9(07).
012500 01  DMP-FIRST-YEAR               PIC 9(04).
012510 01  DMP-RANGE-FROM               PIC 9(08).
012600 01  DMP-SCAN-YEAR                PIC 9(04).
012700 01  DMP-YEAR-FILE-NAME           PIC X(08).
012800 01  DMP-WORK-NAME                PIC X(30).
012900 01  DMP-SPECIES-SWITCH           PIC X(01).
013000     88  DMP-SPECIES-WANTED       VALUE "Y".
013100     88  DMP-SPECIES-NOT-WANTED   VALUE "N".
013200*----------------------------------------------------------------*
013300* EVERY SITE WITH A USABLE GRID REFERENCE AND ITS 10KM SQUARE,
013400* COUNTED IN 10KM STEPS EAST AND NORTH OF THE FALSE ORIGIN
013500*----------------------------------------------------------------*
013600 01  DMP-SITE-TABLE.
013700     05  DMP-SITE-ENTRY           OCCURS 999 TIMES.
013800         10  DMP-ENTRY-SITE       PIC X(06).
013900         10  DMP-ENTRY-EAST       PIC 9(03).
014000         10  DMP-ENTRY-NORTH      PIC 9(03).
014100 01  DMP-SITE-COUNT               PIC 9(03) VALUE ZERO COMP.
014200 01  DMP-SITE-INDEX               PIC 9(03) COMP.
014300 01  DMP-SITE-FOUND               PIC 9(03) COMP.
014400 01  DMP-SITE-SWITCH              PIC X(01).
014500     88  DMP-SITE-MATCHED         VALUE "Y".
014600     88  DMP-SITE-NOT-MATCHED     VALUE "N".
014700 01  DMP-WANTED-SITE              PIC X(06).
014800*----------------------------------------------------------------*
014900* GRID DECODE - THE TWO-LETTER 100KM SQUARE TO FIXED OFFSETS AS
015000* RINGRECV DOES IT, THE FIRST DIGIT OF EACH THREE-DIGIT EASTING
015100* AND NORTHING THEN PLACING THE 10KM SQUARE WITHIN IT
015200*----------------------------------------------------------------*
015300 01  DMP-GRID.
015400     05  DMP-GRID-SQUARE          PIC X(02).
015500     05  DMP-GRID-EASTING         PIC 9(03).
015600     05  DMP-GRID-NORTHING        PIC 9(03).
015700 01  DMP-GRID-SWITCH              PIC X(01).
015800     88  DMP-GRID-USABLE          VALUE "Y".
015900     88  DMP-GRID-NOT-USABLE      VALUE "N".
016000 01  DMP-GRID-LETTERS             PIC X(25)
016100         VALUE "ABCDEFGHJKLMNOPQRSTUVWXYZ".
016200 01  DMP-LETTER-TABLE REDEFINES DMP-GRID-LETTERS.
016300     05  DMP-GRID-LETTER          PIC X(01) OCCURS 25 TIMES.
016400 01  DMP-LETTER-INDEX             PIC 9(02) COMP.
016500 01  DMP-LETTER-POSITION          PIC 9(02) COMP.
016600 01  DMP-LETTER-WANTED            PIC X(01).
016700 01  DMP-LETTER-SWITCH            PIC X(01).
016800     88  DMP-LETTER-FOUND         VALUE "Y".
016900     88  DMP-LETTER-NOT-FOUND     VALUE "N".
017000 01  DMP-L1                       PIC S9(03).
017100 01  DMP-L2                       PIC S9(03).
017200 01  DMP-LETTER-SUM               PIC S9(03).
017300 01  DMP-QUOTIENT                 PIC S9(03).
017400 01  DMP-REMAINDER                PIC S9(03).
017500 01  DMP-SQUARE-EAST-100KM        PIC S9(03).
017600 01  DMP-SQUARE-NORTH-100KM       PIC S9(03).
017700 01  DMP-EAST-10KM                PIC 9(03).
017800 01  DMP-NORTH-10KM               PIC 9(03).
017900*----------------------------------------------------------------*
018000* THE MAP - ROW 1 IS THE NORTH EDGE OF THE RECORDING AREA, COLUMN
018100* 1 THE WEST EDGE.  A SECOND GRID MARKS THE SQUARES RECORDED IN
018200* THE PREVIOUS PERIOD FOR THE COMPARISON
018300*----------------------------------------------------------------*
018400 01  DMP-MAP.
018500     05  DMP-MAP-ROW              OCCURS 60 TIMES.
018600         10  DMP-MAP-CELL         PIC X(01) OCCURS 60 TIMES.
018700 01  DMP-PREVIOUS-MAP.
018800     05  DMP-PREV-ROW             OCCURS 60 TIMES.
018900         10  DMP-PREV-CELL        PIC X(01) OCCURS 60 TIMES.
019000 01  DMP-WEST-EDGE                PIC 9(03).
019100 01  DMP-EAST-EDGE                PIC 9(03).
019200 01  DMP-SOUTH-EDGE               PIC 9(03).
019300 01  DMP-NORTH-EDGE               PIC 9(03).
019400 01  DMP-MAP-WIDTH                PIC 9(03) COMP.
019500 01  DMP-MAP-HEIGHT               PIC 9(03) COMP.
019600 01  DMP-ROW                      PIC 9(03) COMP.
019700 01  DMP-COL                      PIC 9(03) COMP.
019800 01  DMP-CLIP-SWITCH              PIC X(01).
019900     88  DMP-MAP-CLIPPED          VALUE "Y".
020000     88  DMP-MAP-WHOLE            VALUE "N".
020100 01  DMP-RULER                    PIC X(60).
020110 01  DMP-RULER-EAST               PIC 9(03).
020200 01  DMP-RULER-DIGIT              PIC 9(03).
020300 01  DMP-ROW-KM                   PIC 9(04).
020400 01  DMP-ROW-KM-DISPLAY           PIC Z(3)9.
020500 01  DMP-EDGE-KM                  PIC 9(04).
020600 01  DMP-EDGE-KM-DISPLAY          PIC Z(3)9.
020700*----------------------------------------------------------------*
020800* COUNTS
020900*----------------------------------------------------------------*
021000 01  DMP-RECORDS-READ             PIC 9(07) VALUE ZERO.
021100 01  DMP-RECORDS-MAPPED           PIC 9(07) VALUE ZERO.
021200 01  DMP-RECORDS-NO-GRID          PIC 9(07) VALUE ZERO.
021300 01  DMP-RECORDS-OFF-MAP          PIC 9(07) VALUE ZERO.
021400 01  DMP-SITES-NO-GRID            PIC 9(07) VALUE ZERO.
021500 01  DMP-CURRENT-SQUARES          PIC 9(05) VALUE ZERO.
021600 01  DMP-PREVIOUS-SQUARES         PIC 9(05) VALUE ZERO.
021700 01  DMP-SQUARES-GAINED           PIC 9(05) VALUE ZERO.
021800 01  DMP-SQUARES-LOST             PIC 9(05) VALUE ZERO.
021900 01  DMP-SQUARE-CHANGE            PIC S9(05).
022000 01  DMP-SQUARES-DISPLAY          PIC Z(4)9.
022100 01  DMP-SQUARES-DISPLAY-2        PIC Z(4)9.
022200 01  DMP-CHANGE-DISPLAY           PIC -(4)9.
022300 01  DMP-COUNT-DISPLAY            PIC Z(6)9.
022400 01  DMP-DAYS-DISPLAY             PIC Z(6)9.
022500*----------------------------------------------------------------*
022600* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
022700*----------------------------------------------------------------*
022800 COPY SIGHTREC.
022900 COPY RUNLOG.
023000 COPY PRTCTL.
023100
023200 PROCEDURE DIVISION.
023300 0000-MAINLINE.
023400     ACCEPT RUNLOG-START-TIME FROM TIME
023500     PERFORM 1000-ACCEPT-REQUEST
023600     IF DMP-REQUEST-VALID
023700         PERFORM 1500-LOAD-SITE-SQUARES
023800         OPEN INPUT TAXONOMY-FILE
023900         PERFORM 2000-SCAN-YEAR-FILES
024000         PERFORM 2500-SCAN-ARCHIVE
024100         PERFORM 2700-SCAN-ATLAS
024200         CLOSE TAXONOMY-FILE
024300         PERFORM 3000-COUNT-SQUARES
024400         PERFORM 4000-PRINT-MAP
024500     ELSE
024600         MOVE 8 TO DMP-RETURN-CODE
024700     END-IF
024800     PERFORM 9900-WRITE-RUN-LOG
024900     MOVE DMP-RETURN-CODE TO RETURN-CODE
025000     GOBACK
025100     .
025200
025300 1000-ACCEPT-REQUEST.
025400     SET DMP-REQUEST-VALID TO TRUE
025500     DISPLAY "DISTMAP - MAP BY (S)PECIES OR (F)AMILY:"
025600     ACCEPT DMP-REQUEST-MODE
025700     IF DMP-REQUEST-MODE = "s"
025800         MOVE "S" TO DMP-REQUEST-MODE
025900     END-IF
026000     IF DMP-REQUEST-MODE = "f"
026100         MOVE "F" TO DMP-REQUEST-MODE
026200     END-IF
026300     IF DMP-BY-FAMILY
026400         DISPLAY "DISTMAP - ENTER FAMILY NAME:"
026500     ELSE
026600         SET DMP-BY-SPECIES TO TRUE
026700         DISPLAY "DISTMAP - ENTER SCIENTIFIC NAME:"
026800     END-IF
026900     ACCEPT DMP-REQUEST-NAME
027000     CALL "NAMESTD" USING DMP-REQUEST-NAME
027100     DISPLAY "DISTMAP - ENTER FROM DATE (YYYYMMDD):"
027200     ACCEPT DMP-FROM-DATE
027300     DISPLAY "DISTMAP - ENTER TO DATE (YYYYMMDD):"
027400     ACCEPT DMP-TO-DATE
027500     CALL "DAYSERL" USING DMP-FROM-DATE DMP-FROM-SERIAL
027600     CALL "DAYSERL" USING DMP-TO-DATE DMP-TO-SERIAL
027700     IF DMP-REQUEST-NAME = SPACES
027800         DISPLAY "DISTMAP - NO NAME GIVEN, NOTHING MAPPED"
027900         SET DMP-REQUEST-INVALID TO TRUE
028000     END-IF
028100     IF DMP-FROM-SERIAL = ZERO
028200     OR DMP-TO-SERIAL = ZERO
028300     OR DMP-FROM-SERIAL > DMP-TO-SERIAL
028400         DISPLAY "DISTMAP - DATE RANGE NOT VALID, NOTHING MAPPED"
028500         SET DMP-REQUEST-INVALID TO TRUE
028600     END-IF
028700     IF DMP-REQUEST-VALID
028800         COMPUTE DMP-PERIOD-DAYS =
028900             DMP-TO-SERIAL - DMP-FROM-SERIAL + 1
029000         COMPUTE DMP-PREV-TO-SERIAL = DMP-FROM-SERIAL - 1
029100         COMPUTE DMP-PREV-FROM-SERIAL =
029200             DMP-FROM-SERIAL - DMP-PERIOD-DAYS
029300*        THE PREVIOUS PERIOD STARTS NO MORE YEARS BACK THAN THE
029400*        REQUESTED RANGE SPANS - OPEN EVERY YEAR FILE FROM THERE
029500         COMPUTE DMP-FIRST-YEAR =
029600             DMP-FROM-YEAR - (DMP-TO-YEAR - DMP-FROM-YEAR + 1)
029610         COMPUTE DMP-RANGE-FROM = DMP-FIRST-YEAR * 10000 + 0101
029700     END-IF
029800     .
029900
030000*----------------------------------------------------------------*
030100* THE RECORDING AREA IS THE RECTANGLE OF 10KM SQUARES HOLDING
030200* THE SITE MASTER'S SITES - CAPPED AT 60 BY 60 SQUARES FROM THE
030300* NORTH-WEST CORNER
030400*----------------------------------------------------------------*
030500 1500-LOAD-SITE-SQUARES.
030600     MOVE SPACES TO DMP-MAP
030700     MOVE SPACES TO DMP-PREVIOUS-MAP
030800     MOVE 999 TO DMP-WEST-EDGE
030900     MOVE 999 TO DMP-SOUTH-EDGE
031000     MOVE ZERO TO DMP-EAST-EDGE
031100     MOVE ZERO TO DMP-NORTH-EDGE
031200     SET DMP-NOT-END-OF-FILE TO TRUE
031300     OPEN INPUT SITE-MASTER
031400     IF DMP-SITE-STATUS NOT = "00"
031500         DISPLAY "DISTMAP - SITE MASTER WOULD NOT OPEN: "
031600             DMP-SITE-STATUS
031700         SET DMP-END-OF-FILE TO TRUE
031800     ELSE
031900         PERFORM 1560-READ-SITE
032000     END-IF
032100     PERFORM 1520-ADD-ONE-SITE UNTIL DMP-END-OF-FILE
032200     IF DMP-SITE-STATUS NOT = "35"
032300         CLOSE SITE-MASTER
032400     END-IF
032500     SET DMP-MAP-WHOLE TO TRUE
032600     IF DMP-SITE-COUNT = ZERO
032700         MOVE ZERO TO DMP-MAP-WIDTH
032800         MOVE ZERO TO DMP-MAP-HEIGHT
032900     ELSE
033000         COMPUTE DMP-MAP-WIDTH =
033100             DMP-EAST-EDGE - DMP-WEST-EDGE + 1
033200         COMPUTE DMP-MAP-HEIGHT =
033300             DMP-NORTH-EDGE - DMP-SOUTH-EDGE + 1
033400         IF DMP-MAP-WIDTH > 60
033500             MOVE 60 TO DMP-MAP-WIDTH
033600             SET DMP-MAP-CLIPPED TO TRUE
033700         END-IF
033800         IF DMP-MAP-HEIGHT > 60
033900             MOVE 60 TO DMP-MAP-HEIGHT
034000             SET DMP-MAP-CLIPPED TO TRUE
034100         END-IF
034200         PERFORM 1580-MARK-SITE-SQUARE
034300             VARYING DMP-SITE-INDEX FROM 1 BY 1
034400             UNTIL DMP-SITE-INDEX > DMP-SITE-COUNT
034500     END-IF
034600     .
034700
034800 1520-ADD-ONE-SITE.
034900     MOVE SITE-GRID-REFERENCE TO DMP-GRID
035000     PERFORM 1600-DECODE-GRID
035100     IF DMP-GRID-NOT-USABLE
035200         ADD 1 TO DMP-SITES-NO-GRID
035300     ELSE
035400         IF DMP-SITE-COUNT < 999
035500             ADD 1 TO DMP-SITE-COUNT
035600             MOVE SITE-CODE TO DMP-ENTRY-SITE(DMP-SITE-COUNT)
035700             MOVE DMP-EAST-10KM
035800                 TO DMP-ENTRY-EAST(DMP-SITE-COUNT)
035900             MOVE DMP-NORTH-10KM
036000                 TO DMP-ENTRY-NORTH(DMP-SITE-COUNT)
036100             IF DMP-EAST-10KM < DMP-WEST-EDGE
036200                 MOVE DMP-EAST-10KM TO DMP-WEST-EDGE
036300             END-IF
036400             IF DMP-EAST-10KM > DMP-EAST-EDGE
036500                 MOVE DMP-EAST-10KM TO DMP-EAST-EDGE
036600             END-IF
036700             IF DMP-NORTH-10KM < DMP-SOUTH-EDGE
036800                 MOVE DMP-NORTH-10KM TO DMP-SOUTH-EDGE
036900             END-IF
037000             IF DMP-NORTH-10KM > DMP-NORTH-EDGE
037100                 MOVE DMP-NORTH-10KM TO DMP-NORTH-EDGE
037200             END-IF
037300         ELSE
037400             DISPLAY "DISTMAP - SITE TABLE FULL, SITE " SITE-CODE
037500                 " NOT MAPPED"
037600         END-IF
037700     END-IF
037800     PERFORM 1560-READ-SITE
037900     .
038000
038100 1560-READ-SITE.
038200     READ SITE-MASTER NEXT RECORD
038300         AT END
038400             SET DMP-END-OF-FILE TO TRUE
038500     END-READ
038600     .
038700
038800 1580-MARK-SITE-SQUARE.
038900     MOVE DMP-ENTRY-EAST(DMP-SITE-INDEX)  TO DMP-EAST-10KM
039000     MOVE DMP-ENTRY-NORTH(DMP-SITE-INDEX) TO DMP-NORTH-10KM
039100     PERFORM 1700-PLACE-SQUARE
039200     IF DMP-ROW > ZERO
039300         IF DMP-MAP-CELL(DMP-ROW DMP-COL) = SPACE
039400             MOVE "." TO DMP-MAP-CELL(DMP-ROW DMP-COL)
039500         END-IF
039600     END-IF
039700     .
039800
039900*----------------------------------------------------------------*
040000* ONE GRID REFERENCE TO ITS 10KM SQUARE.  THE FIRST LETTER PLACES
040100* THE 500KM BLOCK, THE SECOND THE 100KM SQUARE WITHIN IT - FIVE
040200* PER ROW COUNTING EASTWARD, ROWS COUNTING SOUTHWARD FROM THE
040300* GRID'S NORTH EDGE.  SQUARE SV SITS AT OFFSET (0,0)
040400*----------------------------------------------------------------*
040500 1600-DECODE-GRID.
040600     SET DMP-GRID-USABLE TO TRUE
040700     IF DMP-GRID-EASTING IS NOT NUMERIC
040800     OR DMP-GRID-NORTHING IS NOT NUMERIC
040900         SET DMP-GRID-NOT-USABLE TO TRUE
041000     ELSE
041100         MOVE DMP-GRID-SQUARE(1:1) TO DMP-LETTER-WANTED
041200         PERFORM 1660-FIND-LETTER
041300         IF DMP-LETTER-FOUND
041400             COMPUTE DMP-L1 = DMP-LETTER-POSITION - 1
041500             MOVE DMP-GRID-SQUARE(2:1) TO DMP-LETTER-WANTED
041600             PERFORM 1660-FIND-LETTER
041700         END-IF
041800         IF DMP-LETTER-FOUND
041900             COMPUTE DMP-L2 = DMP-LETTER-POSITION - 1
042000             COMPUTE DMP-LETTER-SUM = DMP-L1 + 3
042100             DIVIDE DMP-LETTER-SUM BY 5
042200                 GIVING DMP-QUOTIENT REMAINDER DMP-REMAINDER
042300             COMPUTE DMP-SQUARE-EAST-100KM = DMP-REMAINDER * 5
042400             DIVIDE DMP-L1 BY 5 GIVING DMP-QUOTIENT
042500             COMPUTE DMP-SQUARE-NORTH-100KM =
042600                 19 - DMP-QUOTIENT * 5
042700             DIVIDE DMP-L2 BY 5
042800                 GIVING DMP-QUOTIENT REMAINDER DMP-REMAINDER
042900             ADD DMP-REMAINDER TO DMP-SQUARE-EAST-100KM
043000             SUBTRACT DMP-QUOTIENT FROM DMP-SQUARE-NORTH-100KM
043100         ELSE
043200             SET DMP-GRID-NOT-USABLE TO TRUE
043300         END-IF
043400     END-IF
043500     IF DMP-GRID-USABLE
043600         IF DMP-SQUARE-EAST-100KM < ZERO
043700         OR DMP-SQUARE-NORTH-100KM < ZERO
043800             SET DMP-GRID-NOT-USABLE TO TRUE
043900         ELSE
044000*            THE EASTING AND NORTHING ARE IN 100-METRE UNITS - THE
044100*            HUNDREDS DIGIT IS THE 10KM STEP WITHIN THE SQUARE
044200             COMPUTE DMP-EAST-10KM =
044300                 DMP-SQUARE-EAST-100KM * 10
044400                 + DMP-GRID-EASTING / 100
044500             COMPUTE DMP-NORTH-10KM =
044600                 DMP-SQUARE-NORTH-100KM * 10
044700                 + DMP-GRID-NORTHING / 100
044800         END-IF
044900     END-IF
045000     .
045100
045200 1660-FIND-LETTER.
045300     SET DMP-LETTER-NOT-FOUND TO TRUE
045400     PERFORM 1680-MATCH-ONE-LETTER
045500         VARYING DMP-LETTER-INDEX FROM 1 BY 1
045600         UNTIL DMP-LETTER-INDEX > 25
045700            OR DMP-LETTER-FOUND
045800     .
045900
046000*    THE PERFORM VARYING INDEX SITS ONE PAST THE MATCH WHEN THE
046100*    LOOP ENDS - CAPTURE THE MATCHED POSITION HERE
046200 1680-MATCH-ONE-LETTER.
046300     IF DMP-GRID-LETTER(DMP-LETTER-INDEX) = DMP-LETTER-WANTED
046400         MOVE DMP-LETTER-INDEX TO DMP-LETTER-POSITION
046500         SET DMP-LETTER-FOUND TO TRUE
046600     END-IF
046700     .
046800
046900*----------------------------------------------------------------*
047000* THE 10KM SQUARE TO ITS MAP ROW AND COLUMN - ROW ZERO WHEN THE
047100* SQUARE FALLS OUTSIDE THE PRINTED MAP
047200*----------------------------------------------------------------*
047300 1700-PLACE-SQUARE.
047400     MOVE ZERO TO DMP-ROW
047500     MOVE ZERO TO DMP-COL
047600     IF DMP-EAST-10KM NOT < DMP-WEST-EDGE
047700     AND DMP-NORTH-10KM NOT > DMP-NORTH-EDGE
047800         COMPUTE DMP-COL = DMP-EAST-10KM - DMP-WEST-EDGE + 1
047900         COMPUTE DMP-ROW = DMP-NORTH-EDGE - DMP-NORTH-10KM + 1
048000         IF DMP-COL > DMP-MAP-WIDTH
048100         OR DMP-ROW > DMP-MAP-HEIGHT
048200             MOVE ZERO TO DMP-ROW
048300             MOVE ZERO TO DMP-COL
048400         END-IF
048500     END-IF
048600     .
048700
048800*----------------------------------------------------------------*
048900* THE DATE RANGE AND PREVIOUS PERIOD PICK THE PER-YEAR FILES TO
049000* OPEN - A YEAR WITH NO SGTAYYYY FILE IS SIMPLY SKIPPED AND THE
049010* LIVE ARCHIVE COVERS THE REST.  EVERY FILE IS KEYED ON SIGHTING
049020* DATE FIRST, SO EACH IS STARTED AT THE FIRST YEAR SCANNED AND
049030* READ NO FURTHER THAN THE END OF THE REQUESTED RANGE
049200*----------------------------------------------------------------*
049300 2000-SCAN-YEAR-FILES.
049400     PERFORM 2020-SCAN-ONE-YEAR
049500         VARYING DMP-SCAN-YEAR FROM DMP-FIRST-YEAR BY 1
049600         UNTIL DMP-SCAN-YEAR > DMP-TO-YEAR
049700     .
049800
049900 2020-SCAN-ONE-YEAR.
050000     MOVE SPACES TO DMP-YEAR-FILE-NAME
050100     STRING "SGTA" DELIMITED BY SIZE
050200         DMP-SCAN-YEAR DELIMITED BY SIZE
050300         INTO DMP-YEAR-FILE-NAME
050400     END-STRING
050500     SET DMP-NOT-END-OF-FILE TO TRUE
050600     OPEN INPUT YEAR-ARCHIVE
050700     IF DMP-YEAR-STATUS = "00"
050800         PERFORM 2050-START-YEAR-FILE
050900         PERFORM 2040-MAP-ONE-YEAR-RECORD
051000             UNTIL DMP-END-OF-FILE
051100         CLOSE YEAR-ARCHIVE
051200     END-IF
051300     .
051400
051500 2040-MAP-ONE-YEAR-RECORD.
051600     MOVE YAR-SIGHTING TO SIGHT-RECORD
051700     PERFORM 2600-MAP-ONE-SIGHTING
051800     PERFORM 2060-READ-YEAR-FILE
051900     .
052000
052005 2050-START-YEAR-FILE.
052010     MOVE LOW-VALUES    TO YAR-KEY
052015     MOVE DMP-RANGE-FROM TO YAR-KEY-DATE
052020     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
052025         INVALID KEY
052030             SET DMP-END-OF-FILE TO TRUE
052035     END-START
052040     IF DMP-NOT-END-OF-FILE
052045         PERFORM 2060-READ-YEAR-FILE
052050     END-IF
052055     .
052060
052100 2060-READ-YEAR-FILE.
052200     READ YEAR-ARCHIVE NEXT RECORD
052300         AT END
052400             SET DMP-END-OF-FILE TO TRUE
052410         NOT AT END
052420             IF YAR-KEY-DATE > DMP-TO-DATE
052430                 SET DMP-END-OF-FILE TO TRUE
052440             END-IF
052500     END-READ
052600     .
052700
052800 2500-SCAN-ARCHIVE.
052900     SET DMP-NOT-END-OF-FILE TO TRUE
053000     OPEN INPUT SIGHTINGS-ARCHIVE
053100     IF DMP-ARCHIVE-STATUS NOT = "00"
053200         DISPLAY "DISTMAP - ARCHIVE WOULD NOT OPEN: "
053300             DMP-ARCHIVE-STATUS
053400         SET DMP-END-OF-FILE TO TRUE
053500     ELSE
053600         PERFORM 2550-START-ARCHIVE
053700     END-IF
053800     PERFORM 2540-MAP-ONE-ARCHIVE-RECORD UNTIL DMP-END-OF-FILE
053900     IF DMP-ARCHIVE-STATUS NOT = "35"
054000         CLOSE SIGHTINGS-ARCHIVE
054100     END-IF
054200     .
054300
054400 2540-MAP-ONE-ARCHIVE-RECORD.
054500     MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
054600     PERFORM 2600-MAP-ONE-SIGHTING
054700     PERFORM 2560-READ-ARCHIVE
054800     .
054900
054905 2550-START-ARCHIVE.
054910     MOVE LOW-VALUES    TO SIGHTARC-KEY
054915     MOVE DMP-RANGE-FROM TO SIGHTARC-KEY-DATE
054920     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
054925         INVALID KEY
054930             SET DMP-END-OF-FILE TO TRUE
054935     END-START
054940     IF DMP-NOT-END-OF-FILE
054945         PERFORM 2560-READ-ARCHIVE
054950     END-IF
054955     .
054960
055000 2560-READ-ARCHIVE.
055100     READ SIGHTINGS-ARCHIVE NEXT RECORD
055200         AT END
055300             SET DMP-END-OF-FILE TO TRUE
055310         NOT AT END
055320             IF SIGHTARC-KEY-DATE > DMP-TO-DATE
055330                 SET DMP-END-OF-FILE TO TRUE
055340             END-IF
055400     END-READ
055500     .
055600
055700 2600-MAP-ONE-SIGHTING.
055800     ADD 1 TO DMP-RECORDS-READ
055900     MOVE SIGHT-SCIENTIFIC-NAME TO DMP-WORK-NAME
056000     CALL "NAMESTD" USING DMP-WORK-NAME
056100     PERFORM 2800-CHECK-SPECIES
056200     IF DMP-SPECIES-WANTED
056300         MOVE SIGHT-SITE-CODE TO DMP-WANTED-SITE
056400         PERFORM 2850-FIND-SITE
056500         IF DMP-SITE-MATCHED
056600             MOVE SIGHT-DATE TO DMP-WORK-DATE
056700             PERFORM 2900-MARK-RECORD
056800         ELSE
056900             ADD 1 TO DMP-RECORDS-NO-GRID
057000         END-IF
057100     END-IF
057200     .
057300
057400*----------------------------------------------------------------*
057500* THE ATLAS CARRIES EACH SITE-SPECIES PAIR'S FIRST AND LAST DATES
057600* BACK BEYOND THE ARCHIVE YEARS KEPT - BOTH DATES ARE MAPPED
057700*----------------------------------------------------------------*
057800 2700-SCAN-ATLAS.
057900     SET DMP-NOT-END-OF-FILE TO TRUE
058000     OPEN INPUT SITE-ATLAS
058100     IF DMP-ATLAS-STATUS NOT = "00"
058200         DISPLAY "DISTMAP - ATLAS WOULD NOT OPEN: "
058300             DMP-ATLAS-STATUS
058400         SET DMP-END-OF-FILE TO TRUE
058500     ELSE
058600         PERFORM 2760-READ-ATLAS
058700     END-IF
058800     PERFORM 2740-MAP-ONE-ATLAS-ENTRY UNTIL DMP-END-OF-FILE
058900     IF DMP-ATLAS-STATUS NOT = "35"
059000         CLOSE SITE-ATLAS
059100     END-IF
059200     .
059300
059400 2740-MAP-ONE-ATLAS-ENTRY.
059500     ADD 1 TO DMP-RECORDS-READ
059600     MOVE ATLAS-SCIENTIFIC-NAME TO DMP-WORK-NAME
059700     PERFORM 2800-CHECK-SPECIES
059800     IF DMP-SPECIES-WANTED
059900         MOVE ATLAS-SITE-CODE TO DMP-WANTED-SITE
060000         PERFORM 2850-FIND-SITE
060100         IF DMP-SITE-MATCHED
060200             MOVE ATLAS-FIRST-DATE TO DMP-WORK-DATE
060300             PERFORM 2900-MARK-RECORD
060400             MOVE ATLAS-LAST-DATE TO DMP-WORK-DATE
060500             PERFORM 2900-MARK-RECORD
060600         ELSE
060700             ADD 1 TO DMP-RECORDS-NO-GRID
060800         END-IF
060900     END-IF
061000     PERFORM 2760-READ-ATLAS
061100     .
061200
061300 2760-READ-ATLAS.
061400     READ SITE-ATLAS NEXT RECORD
061500         AT END
061600             SET DMP-END-OF-FILE TO TRUE
061700     END-READ
061800     .
061900
062000 2800-CHECK-SPECIES.
062100     SET DMP-SPECIES-NOT-WANTED TO TRUE
062200     IF DMP-BY-SPECIES
062300         IF DMP-WORK-NAME = DMP-REQUEST-NAME
062400             SET DMP-SPECIES-WANTED TO TRUE
062500         END-IF
062600     ELSE
062700         MOVE DMP-WORK-NAME TO TAX-SCIENTIFIC-NAME
062800         READ TAXONOMY-FILE
062900             INVALID KEY
063000                 CONTINUE
063100             NOT INVALID KEY
063200                 IF TAX-FAMILY = DMP-REQUEST-NAME
063300                     SET DMP-SPECIES-WANTED TO TRUE
063400                 END-IF
063500         END-READ
063600     END-IF
063700     .
063800
063900 2850-FIND-SITE.
064000     SET DMP-SITE-NOT-MATCHED TO TRUE
064100     PERFORM 2870-MATCH-ONE-SITE
064200         VARYING DMP-SITE-INDEX FROM 1 BY 1
064300         UNTIL DMP-SITE-INDEX > DMP-SITE-COUNT
064400            OR DMP-SITE-MATCHED
064500     .
064600
064700 2870-MATCH-ONE-SITE.
064800     IF DMP-ENTRY-SITE(DMP-SITE-INDEX) = DMP-WANTED-SITE
064900         MOVE DMP-SITE-INDEX TO DMP-SITE-FOUND
065000         SET DMP-SITE-MATCHED TO TRUE
065100     END-IF
065200     .
065300
065400*----------------------------------------------------------------*
065500* A RECORD IN THE REQUESTED RANGE MAKES THE SQUARE "#"; AN EARLIER
065600* ONE MAKES IT "O" UNLESS IT IS ALREADY "#", AND ALSO MARKS IT ON
065700* THE PREVIOUS-PERIOD GRID WHEN IT FALLS IN THAT PERIOD.  A RECORD
065800* AFTER THE RANGE PLAYS NO PART
065900*----------------------------------------------------------------*
066000 2900-MARK-RECORD.
066100     CALL "DAYSERL" USING DMP-WORK-DATE DMP-WORK-SERIAL
066200     MOVE DMP-ENTRY-EAST(DMP-SITE-FOUND)  TO DMP-EAST-10KM
066300     MOVE DMP-ENTRY-NORTH(DMP-SITE-FOUND) TO DMP-NORTH-10KM
066400     PERFORM 1700-PLACE-SQUARE
066500     IF DMP-WORK-SERIAL NOT = ZERO
066600     AND DMP-WORK-SERIAL NOT > DMP-TO-SERIAL
066700         IF DMP-ROW = ZERO
066800             ADD 1 TO DMP-RECORDS-OFF-MAP
066900         ELSE
067000             ADD 1 TO DMP-RECORDS-MAPPED
067100             IF DMP-WORK-SERIAL NOT < DMP-FROM-SERIAL
067200                 MOVE "#" TO DMP-MAP-CELL(DMP-ROW DMP-COL)
067300             ELSE
067400                 IF DMP-MAP-CELL(DMP-ROW DMP-COL) NOT = "#"
067500                     MOVE "O" TO DMP-MAP-CELL(DMP-ROW DMP-COL)
067600                 END-IF
067700                 IF DMP-WORK-SERIAL NOT < DMP-PREV-FROM-SERIAL
067800                     MOVE "Y" TO DMP-PREV-CELL(DMP-ROW DMP-COL)
067900                 END-IF
068000             END-IF
068100         END-IF
068200     END-IF
068300     .
068400
068500 3000-COUNT-SQUARES.
068600     PERFORM 3020-COUNT-ONE-ROW
068700         VARYING DMP-ROW FROM 1 BY 1
068800         UNTIL DMP-ROW > DMP-MAP-HEIGHT
068900     COMPUTE DMP-SQUARE-CHANGE =
069000         DMP-CURRENT-SQUARES - DMP-PREVIOUS-SQUARES
069100     .
069200
069300 3020-COUNT-ONE-ROW.
069400     PERFORM 3040-COUNT-ONE-SQUARE
069500         VARYING DMP-COL FROM 1 BY 1
069600         UNTIL DMP-COL > DMP-MAP-WIDTH
069700     .
069800
069900 3040-COUNT-ONE-SQUARE.
070000     IF DMP-MAP-CELL(DMP-ROW DMP-COL) = "#"
070100         ADD 1 TO DMP-CURRENT-SQUARES
070200         IF DMP-PREV-CELL(DMP-ROW DMP-COL) NOT = "Y"
070300             ADD 1 TO DMP-SQUARES-GAINED
070400         END-IF
070500     END-IF
070600     IF DMP-PREV-CELL(DMP-ROW DMP-COL) = "Y"
070700         ADD 1 TO DMP-PREVIOUS-SQUARES
070800         IF DMP-MAP-CELL(DMP-ROW DMP-COL) NOT = "#"
070900             ADD 1 TO DMP-SQUARES-LOST
071000         END-IF
071100     END-IF
071200     .
071300
071400 4000-PRINT-MAP.
071500     OPEN OUTPUT DISTRIBUTION-REPORT
071600     SET PRT-ACTION-INIT TO TRUE
071700     MOVE "DISTMAP" TO PRT-REPORT-NAME
071800     MOVE "DISTMAP" TO PRT-PRODUCER
071900     CALL "PRTSRV" USING PRT-CONTROL
072000     PERFORM 4100-PRINT-MAP-HEADING
072100     PERFORM 4300-PRINT-ONE-MAP-ROW
072200         VARYING DMP-ROW FROM 1 BY 1
072300         UNTIL DMP-ROW > DMP-MAP-HEIGHT
072400     PERFORM 4500-PRINT-SQUARE-COUNTS
072500     SET PRT-ACTION-END TO TRUE
072600     CALL "PRTSRV" USING PRT-CONTROL
072700     WRITE DISTRIBUTION-REPORT-LINE FROM PRT-TRAILER-LINE
072800     CLOSE DISTRIBUTION-REPORT
072900     .
073000
073100 4100-PRINT-MAP-HEADING.
073200     MOVE SPACES TO DISTRIBUTION-REPORT-LINE
073300     IF DMP-BY-FAMILY
073400         STRING "DISTRIBUTION OF FAMILY " DELIMITED BY SIZE
073500             DMP-REQUEST-NAME DELIMITED BY SIZE
073600             INTO DISTRIBUTION-REPORT-LINE
073700         END-STRING
073800     ELSE
073900         STRING "DISTRIBUTION OF " DELIMITED BY SIZE
074000             DMP-REQUEST-NAME DELIMITED BY SIZE
074100             INTO DISTRIBUTION-REPORT-LINE
074200         END-STRING
074300     END-IF
074400     PERFORM 9000-WRITE-REPORT-LINE
074500     MOVE DMP-PERIOD-DAYS TO DMP-DAYS-DISPLAY
074600     MOVE SPACES TO DISTRIBUTION-REPORT-LINE
074700     STRING "PERIOD " DELIMITED BY SIZE
074800         DMP-FROM-DATE DELIMITED BY SIZE
074900         " TO " DELIMITED BY SIZE
075000         DMP-TO-DATE DELIMITED BY SIZE
075100         "  COMPARED WITH THE " DELIMITED BY SIZE
075200         DMP-DAYS-DISPLAY DELIMITED BY SIZE
075300         " DAYS BEFORE" DELIMITED BY SIZE
075400         INTO DISTRIBUTION-REPORT-LINE
075500     END-STRING
075600     PERFORM 9000-WRITE-REPORT-LINE
075700     MOVE "# IN PERIOD  O EARLIER ONLY  . SITE WITH NO RECORD"
075800         TO DISTRIBUTION-REPORT-LINE
075900     PERFORM 9000-WRITE-REPORT-LINE
076000     IF DMP-MAP-WIDTH = ZERO
076100         MOVE "NO SITE ON THE SITE MASTER HAS A USABLE GRID REF"
076200             TO DISTRIBUTION-REPORT-LINE
076300         PERFORM 9000-WRITE-REPORT-LINE
076400     ELSE
076500         COMPUTE DMP-EDGE-KM = DMP-WEST-EDGE * 10
076600         MOVE DMP-EDGE-KM TO DMP-EDGE-KM-DISPLAY
076700         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
076800         STRING "WEST EDGE " DELIMITED BY SIZE
076900             DMP-EDGE-KM-DISPLAY DELIMITED BY SIZE
077000             " KM EAST - RULER IS THE 10KM EASTING DIGIT, "
077100             DELIMITED BY SIZE
077200             "KM NORTH AT LEFT" DELIMITED BY SIZE
077300             INTO DISTRIBUTION-REPORT-LINE
077400         END-STRING
077500         PERFORM 9000-WRITE-REPORT-LINE
077600         MOVE SPACES TO DMP-RULER
077700         PERFORM 4150-BUILD-RULER
077800             VARYING DMP-COL FROM 1 BY 1
077900             UNTIL DMP-COL > DMP-MAP-WIDTH
078000         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
078100         STRING "      " DELIMITED BY SIZE
078200             DMP-RULER DELIMITED BY SIZE
078300             INTO DISTRIBUTION-REPORT-LINE
078400         END-STRING
078500         PERFORM 9000-WRITE-REPORT-LINE
078600     END-IF
078700     .
078800
078900 4150-BUILD-RULER.
079000     COMPUTE DMP-RULER-EAST = DMP-WEST-EDGE + DMP-COL - 1
079100     DIVIDE DMP-RULER-EAST BY 10
079200         GIVING DMP-QUOTIENT REMAINDER DMP-RULER-DIGIT
079300     MOVE DMP-RULER-DIGIT(3:1) TO DMP-RULER(DMP-COL:1)
079400     .
079500
079600 4300-PRINT-ONE-MAP-ROW.
079700     COMPUTE DMP-ROW-KM =
079800         (DMP-NORTH-EDGE - DMP-ROW + 1) * 10
079900     MOVE DMP-ROW-KM TO DMP-ROW-KM-DISPLAY
080000     MOVE SPACES TO DISTRIBUTION-REPORT-LINE
080100     STRING DMP-ROW-KM-DISPLAY DELIMITED BY SIZE
080200         "  " DELIMITED BY SIZE
080300         DMP-MAP-ROW(DMP-ROW) DELIMITED BY SIZE
080400         INTO DISTRIBUTION-REPORT-LINE
080500     END-STRING
080600     PERFORM 9000-WRITE-REPORT-LINE
080700     .
080800
080900 4500-PRINT-SQUARE-COUNTS.
081000     IF DMP-MAP-CLIPPED
081100         MOVE "MAP CLIPPED TO 60 X 60 SQUARES FROM THE NORTH-WEST"
081200             TO DISTRIBUTION-REPORT-LINE
081300         PERFORM 9000-WRITE-REPORT-LINE
081400     END-IF
081500     MOVE DMP-CURRENT-SQUARES  TO DMP-SQUARES-DISPLAY
081600     MOVE DMP-PREVIOUS-SQUARES TO DMP-SQUARES-DISPLAY-2
081700     MOVE DMP-SQUARE-CHANGE    TO DMP-CHANGE-DISPLAY
081800     MOVE SPACES TO DISTRIBUTION-REPORT-LINE
081900     STRING "OCCUPIED 10KM SQUARES  PERIOD " DELIMITED BY SIZE
082000         DMP-SQUARES-DISPLAY DELIMITED BY SIZE
082100         "  PREVIOUS " DELIMITED BY SIZE
082200         DMP-SQUARES-DISPLAY-2 DELIMITED BY SIZE
082300         "  CHANGE " DELIMITED BY SIZE
082400         DMP-CHANGE-DISPLAY DELIMITED BY SIZE
082500         INTO DISTRIBUTION-REPORT-LINE
082600     END-STRING
082700     PERFORM 9000-WRITE-REPORT-LINE
082800     MOVE DMP-SQUARES-GAINED TO DMP-SQUARES-DISPLAY
082900     MOVE DMP-SQUARES-LOST   TO DMP-SQUARES-DISPLAY-2
083000     MOVE SPACES TO DISTRIBUTION-REPORT-LINE
083100     STRING "SQUARES GAINED " DELIMITED BY SIZE
083200         DMP-SQUARES-DISPLAY DELIMITED BY SIZE
083300         "  SQUARES LOST " DELIMITED BY SIZE
083400         DMP-SQUARES-DISPLAY-2 DELIMITED BY SIZE
083500         INTO DISTRIBUTION-REPORT-LINE
083600     END-STRING
083700     PERFORM 9000-WRITE-REPORT-LINE
083800     IF DMP-CURRENT-SQUARES < DMP-PREVIOUS-SQUARES
083900         MOVE "*** RANGE CONTRACTION ***"
083910             TO DISTRIBUTION-REPORT-LINE
084000         PERFORM 9000-WRITE-REPORT-LINE
084100         MOVE 4 TO DMP-RETURN-CODE
084200     END-IF
084300     IF DMP-RECORDS-NO-GRID > ZERO
084400     OR DMP-RECORDS-OFF-MAP > ZERO
084500         MOVE DMP-RECORDS-NO-GRID TO DMP-COUNT-DISPLAY
084600         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
084700         STRING "RECORDS AT SITES WITH NO GRID REFERENCE "
084800             DELIMITED BY SIZE
084900             DMP-COUNT-DISPLAY DELIMITED BY SIZE
085000             INTO DISTRIBUTION-REPORT-LINE
085100         END-STRING
085200         PERFORM 9000-WRITE-REPORT-LINE
085300         MOVE DMP-RECORDS-OFF-MAP TO DMP-COUNT-DISPLAY
085400         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
085500         STRING "RECORDS OUTSIDE THE PRINTED MAP         "
085600             DELIMITED BY SIZE
085700             DMP-COUNT-DISPLAY DELIMITED BY SIZE
085800             INTO DISTRIBUTION-REPORT-LINE
085900         END-STRING
086000         PERFORM 9000-WRITE-REPORT-LINE
086100     END-IF
086200     .
086300
086400 9000-WRITE-REPORT-LINE.
086500     MOVE DISTRIBUTION-REPORT-LINE TO PRT-DETAIL-LINE
086600     SET PRT-ACTION-DETAIL TO TRUE
086700     CALL "PRTSRV" USING PRT-CONTROL
086800     IF PRT-HEADING-NEEDED
086900         WRITE DISTRIBUTION-REPORT-LINE FROM PRT-HEADING-1
087000         WRITE DISTRIBUTION-REPORT-LINE FROM PRT-HEADING-2
087100     END-IF
087200     WRITE DISTRIBUTION-REPORT-LINE FROM PRT-DETAIL-LINE
087300     .
087400
087500 9900-WRITE-RUN-LOG.
087600     DISPLAY "DISTMAP - RECORDS READ:      " DMP-RECORDS-READ
087700     DISPLAY "DISTMAP - RECORDS MAPPED:    " DMP-RECORDS-MAPPED
087800     DISPLAY "DISTMAP - SQUARES IN PERIOD: " DMP-CURRENT-SQUARES
087900     MOVE "DISTMAP"            TO RUNLOG-STEP-NAME
088000     MOVE DMP-RECORDS-READ     TO RUNLOG-RECORDS-READ
088100     MOVE DMP-RECORDS-MAPPED   TO RUNLOG-RECORDS-APPLIED
088200     MOVE ZERO                 TO RUNLOG-RECORDS-REJECTED
088300     MOVE DMP-RECORDS-NO-GRID  TO RUNLOG-RECORDS-DROPPED
088400     MOVE DMP-RETURN-CODE      TO RUNLOG-RETURN-CODE
088500     CALL "RUNLOGW" USING RUNLOG-RECORD
088600     .
