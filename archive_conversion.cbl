000100*================================================================*
000200* ARCHIVE-CONVERSION
000300* PURPOSE.  One-off conversion of the sightings archive from the
000400*           old line-sequential layout (load date and sighting
000500*           image) to the indexed layout the SIGHTARC copybook
000600*           describes.  Before the run the operator renames the
000700*           live archive to ARCOLD and each SGTAYYYY year file on
000800*           the ARCCTL controls to ARCOYYYY.  Every record is
000900*           keyed through ARCKEY exactly as the nightly load now
001000*           files it and written to the new indexed SIGHTARC or
001100*           SGTAYYYY.  A record whose key is already on the new
001200*           file is the same sighting loaded twice - it is listed
001300*           and not converted.  Each year's old file is proved
001400*           against its ARCCTL record count and hash of sighting
001500*           counts; when every year balances ARCCTL is rewritten
001600*           with the figures actually written, so ARCHROLL goes on
001700*           proving the new files.
001800* AUTHOR.   D. OKAFOR
001900* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002000* DATE-WRITTEN. 10/15/2026
002100*================================================================*
002200* MODIFICATION HISTORY
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 DNO   ORIGINAL PROGRAM
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ARCCONV.
002800 AUTHOR. D. OKAFOR.
002900 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OLD-ARCHIVE ASSIGN TO ACV-OLD-FILE-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS ACV-OLD-STATUS.
003900
004000     SELECT NEW-ARCHIVE ASSIGN TO ACV-NEW-FILE-NAME
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SIGHTARC-KEY
004400         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
004500             WITH DUPLICATES
004600         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
004700             WITH DUPLICATES
004800         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
004900             WITH DUPLICATES
005000         FILE STATUS IS ACV-NEW-STATUS.
005100
005200     SELECT OPTIONAL CONTROL-FILE ASSIGN TO "ARCCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS ACV-CONTROL-STATUS.
005500
005600     SELECT CONVERSION-REPORT ASSIGN TO "ARCCONV"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS ACV-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*----------------------------------------------------------------*
006300* THE OLD ARCHIVE RECORD - LOAD DATE AHEAD OF THE SIGHTING IMAGE
006400*----------------------------------------------------------------*
006500 FD  OLD-ARCHIVE.
006600 01  OLD-ARCHIVE-RECORD.
006700     05  OLD-LOAD-DATE            PIC 9(08).
006800     05  OLD-SIGHTING             PIC X(93).
006900
007000 FD  NEW-ARCHIVE.
007100 COPY SIGHTARC.
007200
007300 FD  CONTROL-FILE.
007400 01  CONTROL-RECORD.
007500     05  CTL-YEAR                 PIC 9(04).
007600     05  CTL-RECORD-COUNT         PIC 9(07).
007700     05  CTL-HASH-TOTAL           PIC 9(09).
007800
007900 FD  CONVERSION-REPORT.
008000 01  CONVERSION-REPORT-LINE       PIC X(80).
008100
008200 WORKING-STORAGE SECTION.
008300 01  ACV-OLD-STATUS               PIC X(02).
008400 01  ACV-NEW-STATUS               PIC X(02).
008500 01  ACV-CONTROL-STATUS           PIC X(02).
008600 01  ACV-REPORT-STATUS            PIC X(02).
008700 01  ACV-END-OF-FILE-SWITCH       PIC X(01).
008800     88  ACV-END-OF-FILE          VALUE "Y".
008900     88  ACV-NOT-END-OF-FILE      VALUE "N".
009000 01  ACV-RETURN-CODE              PIC 9(02) VALUE ZERO.
009100*----------------------------------------------------------------*
009200* THE FILE PAIR IN HAND, AND WHETHER THE OLD ONE WAS THERE
009300*----------------------------------------------------------------*
009400 01  ACV-OLD-FILE-NAME            PIC X(08).
009500 01  ACV-NEW-FILE-NAME            PIC X(08).
009600 01  ACV-OLD-FOUND-SWITCH         PIC X(01).
009700     88  ACV-OLD-FOUND            VALUE "Y".
009800     88  ACV-OLD-NOT-FOUND        VALUE "N".
009900*----------------------------------------------------------------*
010000* THE YEAR FILES ON ARCCTL, WITH THEIR CONTROL TOTALS AND THE
010100* TOTALS ACTUALLY WRITTEN
010200*----------------------------------------------------------------*
010300 01  ACV-YEAR-TABLE.
010400     05  ACV-YEAR-ENTRY           OCCURS 50 TIMES.
010500         10  ACV-ENTRY-YEAR       PIC 9(04).
010600         10  ACV-ENTRY-COUNT      PIC 9(07).
010700         10  ACV-ENTRY-HASH       PIC 9(09).
010800         10  ACV-ENTRY-WRITTEN    PIC 9(07).
010900         10  ACV-ENTRY-WRITTEN-HASH PIC 9(09).
011000 01  ACV-YEAR-COUNT               PIC 9(03) VALUE ZERO COMP.
011100 01  ACV-YEAR-INDEX               PIC 9(03) COMP.
011200 01  ACV-TABLE-SWITCH             PIC X(01) VALUE "N".
011300     88  ACV-TABLE-OVERFLOWED     VALUE "Y".
011400*----------------------------------------------------------------*
011500* COUNTS FOR THE FILE IN HAND, AND FOR THE RUN
011600*----------------------------------------------------------------*
011700 01  ACV-FILE-READ                PIC 9(07).
011800 01  ACV-FILE-READ-HASH           PIC 9(09).
011900 01  ACV-FILE-WRITTEN             PIC 9(07).
012000 01  ACV-FILE-WRITTEN-HASH        PIC 9(09).
012100 01  ACV-FILE-DUPLICATES          PIC 9(07).
012200 01  ACV-RECORDS-READ             PIC 9(07) VALUE ZERO.
012300 01  ACV-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
012400 01  ACV-RECORDS-DUPLICATE        PIC 9(07) VALUE ZERO.
012500*----------------------------------------------------------------*
012600* REPORT LINES
012700*----------------------------------------------------------------*
012800 01  ACV-COUNT-LINE.
012900     05  FILLER                   PIC X(02) VALUE SPACES.
013000     05  ACV-CNT-TEXT             PIC X(40).
013100     05  ACV-CNT-NUMBER           PIC Z(8)9.
013200     05  FILLER                   PIC X(29) VALUE SPACES.
013300 01  ACV-DUPLICATE-LINE.
013400     05  FILLER                   PIC X(01) VALUE SPACE.
013500     05  ACV-DUP-DATE             PIC 9(08).
013600     05  FILLER                   PIC X(01) VALUE SPACE.
013700     05  ACV-DUP-OBSERVER         PIC X(06).
013800     05  FILLER                   PIC X(01) VALUE SPACE.
013900     05  ACV-DUP-SITE             PIC X(06).
014000     05  FILLER                   PIC X(01) VALUE SPACE.
014100     05  ACV-DUP-NAME             PIC X(30).
014200     05  FILLER                   PIC X(01) VALUE SPACE.
014300     05  ACV-DUP-COUNT            PIC Z(4)9.
014400     05  FILLER                   PIC X(01) VALUE SPACE.
014500     05  ACV-DUP-TEXT             PIC X(19)
014510         VALUE "DUPLICATE - DROPPED".
014600*----------------------------------------------------------------*
014700* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
014800*----------------------------------------------------------------*
014900 COPY SIGHTREC.
015000 COPY RUNLOG.
015100 COPY PRTCTL.
015200
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     ACCEPT RUNLOG-START-TIME FROM TIME
015600     PERFORM 1000-INITIALIZE
015700     PERFORM 2000-CONVERT-LIVE-ARCHIVE
015800     PERFORM 2100-CONVERT-ONE-YEAR
015900         VARYING ACV-YEAR-INDEX FROM 1 BY 1
016000         UNTIL ACV-YEAR-INDEX > ACV-YEAR-COUNT
016100     PERFORM 4000-REWRITE-CONTROLS
016200     PERFORM 9000-TERMINATE
016300     MOVE ACV-RETURN-CODE TO RETURN-CODE
016400     GOBACK
016500     .
016600
016700 1000-INITIALIZE.
016800     PERFORM 1500-LOAD-YEAR-CONTROLS
016900     OPEN OUTPUT CONVERSION-REPORT
017000     SET PRT-ACTION-INIT TO TRUE
017100     MOVE "SIGHTINGS ARCHIVE CONVERSION" TO PRT-REPORT-NAME
017200     MOVE "ARCCONV" TO PRT-PRODUCER
017300     CALL "PRTSRV" USING PRT-CONTROL
017400     .
017500
017600 1500-LOAD-YEAR-CONTROLS.
017700     SET ACV-NOT-END-OF-FILE TO TRUE
017800     OPEN INPUT CONTROL-FILE
017900     IF ACV-CONTROL-STATUS = "00"
018000     OR ACV-CONTROL-STATUS = "05"
018100         IF ACV-CONTROL-STATUS = "00"
018200             PERFORM 1560-READ-CONTROL
018300             PERFORM 1520-LOAD-ONE-YEAR UNTIL ACV-END-OF-FILE
018400         END-IF
018500         CLOSE CONTROL-FILE
018600     END-IF
018700     .
018800
018900 1520-LOAD-ONE-YEAR.
019000     IF ACV-YEAR-COUNT < 50
019100         ADD 1 TO ACV-YEAR-COUNT
019200         MOVE CTL-YEAR         TO ACV-ENTRY-YEAR(ACV-YEAR-COUNT)
019300         MOVE CTL-RECORD-COUNT TO ACV-ENTRY-COUNT(ACV-YEAR-COUNT)
019400         MOVE CTL-HASH-TOTAL   TO ACV-ENTRY-HASH(ACV-YEAR-COUNT)
019500         MOVE ZERO TO ACV-ENTRY-WRITTEN(ACV-YEAR-COUNT)
019600         MOVE ZERO TO ACV-ENTRY-WRITTEN-HASH(ACV-YEAR-COUNT)
019700     ELSE
019800         DISPLAY "ARCCONV - YEAR TABLE FULL, SKIPPED: " CTL-YEAR
019900         SET ACV-TABLE-OVERFLOWED TO TRUE
020000         MOVE 8 TO ACV-RETURN-CODE
020100     END-IF
020200     PERFORM 1560-READ-CONTROL
020300     .
020400
020500 1560-READ-CONTROL.
020600     READ CONTROL-FILE
020700         AT END
020800             SET ACV-END-OF-FILE TO TRUE
020900     END-READ
021000     .
021100
021200*----------------------------------------------------------------*
021300* THE LIVE ARCHIVE HAS NO ARCCTL CONTROL.  A NEW INSTALLATION HAS
021400* NO OLD ARCHIVE AT ALL, AND THE LOAD CREATES SIGHTARC ITSELF
021500*----------------------------------------------------------------*
021600 2000-CONVERT-LIVE-ARCHIVE.
021700     MOVE "ARCOLD"   TO ACV-OLD-FILE-NAME
021800     MOVE "SIGHTARC" TO ACV-NEW-FILE-NAME
021900     PERFORM 3000-CONVERT-ONE-FILE
022000     IF ACV-OLD-NOT-FOUND
022100         MOVE "  NO OLD ARCHIVE - SIGHTARC LEFT AS IT IS"
022200             TO CONVERSION-REPORT-LINE
022300         PERFORM 9100-WRITE-REPORT-LINE
022400         IF ACV-RETURN-CODE < 4
022500             MOVE 4 TO ACV-RETURN-CODE
022600         END-IF
022700     END-IF
022800     .
022900
023000*----------------------------------------------------------------*
023100* A YEAR ON ARCCTL MUST HAVE ITS OLD FILE, AND WHAT IS READ FROM
023200* IT MUST AGREE WITH THE CONTROL
023300*----------------------------------------------------------------*
023400 2100-CONVERT-ONE-YEAR.
023500     MOVE SPACES TO ACV-OLD-FILE-NAME
023600     STRING "ARCO" DELIMITED BY SIZE
023700         ACV-ENTRY-YEAR(ACV-YEAR-INDEX) DELIMITED BY SIZE
023800         INTO ACV-OLD-FILE-NAME
023900     END-STRING
024000     MOVE SPACES TO ACV-NEW-FILE-NAME
024100     STRING "SGTA" DELIMITED BY SIZE
024200         ACV-ENTRY-YEAR(ACV-YEAR-INDEX) DELIMITED BY SIZE
024300         INTO ACV-NEW-FILE-NAME
024400     END-STRING
024500     PERFORM 3000-CONVERT-ONE-FILE
024600     IF ACV-OLD-NOT-FOUND
024700         MOVE "  OLD YEAR FILE NOT FOUND - NOT CONVERTED"
024800             TO CONVERSION-REPORT-LINE
024900         PERFORM 9100-WRITE-REPORT-LINE
025000         MOVE 8 TO ACV-RETURN-CODE
025100     ELSE
025200         MOVE ACV-FILE-WRITTEN
025300             TO ACV-ENTRY-WRITTEN(ACV-YEAR-INDEX)
025400         MOVE ACV-FILE-WRITTEN-HASH
025500             TO ACV-ENTRY-WRITTEN-HASH(ACV-YEAR-INDEX)
025600         MOVE "ARCCTL RECORD COUNT" TO ACV-CNT-TEXT
025700         MOVE ACV-ENTRY-COUNT(ACV-YEAR-INDEX) TO ACV-CNT-NUMBER
025800         PERFORM 5900-WRITE-COUNT-LINE
025900         MOVE "ARCCTL HASH OF SIGHTING COUNTS" TO ACV-CNT-TEXT
026000         MOVE ACV-ENTRY-HASH(ACV-YEAR-INDEX) TO ACV-CNT-NUMBER
026100         PERFORM 5900-WRITE-COUNT-LINE
026200         IF ACV-FILE-READ = ACV-ENTRY-COUNT(ACV-YEAR-INDEX)
026300         AND ACV-FILE-READ-HASH = ACV-ENTRY-HASH(ACV-YEAR-INDEX)
026400             MOVE "  OLD FILE IN BALANCE WITH ARCCTL"
026500                 TO CONVERSION-REPORT-LINE
026600         ELSE
026700             MOVE "  OLD FILE OUT OF BALANCE WITH ARCCTL"
026800                 TO CONVERSION-REPORT-LINE
026900             MOVE 8 TO ACV-RETURN-CODE
027000         END-IF
027100         PERFORM 9100-WRITE-REPORT-LINE
027200     END-IF
027300     .
027400
027500*----------------------------------------------------------------*
027600* THE CALLER NAMES THE OLD AND NEW FILES.  THE NEW FILE IS ONLY
027700* OPENED ONCE THE OLD ONE IS KNOWN TO BE THERE
027800*----------------------------------------------------------------*
027900 3000-CONVERT-ONE-FILE.
028000     MOVE ZERO TO ACV-FILE-READ
028100     MOVE ZERO TO ACV-FILE-READ-HASH
028200     MOVE ZERO TO ACV-FILE-WRITTEN
028300     MOVE ZERO TO ACV-FILE-WRITTEN-HASH
028400     MOVE ZERO TO ACV-FILE-DUPLICATES
028500     MOVE SPACES TO CONVERSION-REPORT-LINE
028600     PERFORM 9100-WRITE-REPORT-LINE
028700     MOVE SPACES TO CONVERSION-REPORT-LINE
028800     STRING ACV-NEW-FILE-NAME DELIMITED BY SPACE
028900         " FROM " DELIMITED BY SIZE
029000         ACV-OLD-FILE-NAME DELIMITED BY SPACE
029100         INTO CONVERSION-REPORT-LINE
029200     END-STRING
029300     PERFORM 9100-WRITE-REPORT-LINE
029400     SET ACV-NOT-END-OF-FILE TO TRUE
029500     OPEN INPUT OLD-ARCHIVE
029600     IF ACV-OLD-STATUS = "00"
029700         SET ACV-OLD-FOUND TO TRUE
029800         OPEN OUTPUT NEW-ARCHIVE
029900         PERFORM 3900-READ-OLD-ARCHIVE
030000         PERFORM 3100-CONVERT-ONE-RECORD UNTIL ACV-END-OF-FILE
030100         CLOSE NEW-ARCHIVE
030200         CLOSE OLD-ARCHIVE
030300         MOVE "RECORDS READ" TO ACV-CNT-TEXT
030400         MOVE ACV-FILE-READ TO ACV-CNT-NUMBER
030500         PERFORM 5900-WRITE-COUNT-LINE
030600         MOVE "HASH OF SIGHTING COUNTS READ" TO ACV-CNT-TEXT
030700         MOVE ACV-FILE-READ-HASH TO ACV-CNT-NUMBER
030800         PERFORM 5900-WRITE-COUNT-LINE
030900         MOVE "DUPLICATES NOT CONVERTED" TO ACV-CNT-TEXT
031000         MOVE ACV-FILE-DUPLICATES TO ACV-CNT-NUMBER
031100         PERFORM 5900-WRITE-COUNT-LINE
031200         MOVE "RECORDS WRITTEN" TO ACV-CNT-TEXT
031300         MOVE ACV-FILE-WRITTEN TO ACV-CNT-NUMBER
031400         PERFORM 5900-WRITE-COUNT-LINE
031500         MOVE "HASH OF SIGHTING COUNTS WRITTEN" TO ACV-CNT-TEXT
031600         MOVE ACV-FILE-WRITTEN-HASH TO ACV-CNT-NUMBER
031700         PERFORM 5900-WRITE-COUNT-LINE
031800         IF ACV-FILE-DUPLICATES > ZERO
031900         AND ACV-RETURN-CODE < 4
032000             MOVE 4 TO ACV-RETURN-CODE
032100         END-IF
032200     ELSE
032300         SET ACV-OLD-NOT-FOUND TO TRUE
032400         DISPLAY "ARCCONV - " ACV-OLD-FILE-NAME
032500             " WOULD NOT OPEN: " ACV-OLD-STATUS
032600     END-IF
032700     .
032800
032900 3100-CONVERT-ONE-RECORD.
033000     ADD 1 TO ACV-FILE-READ
033100     ADD 1 TO ACV-RECORDS-READ
033200     MOVE OLD-SIGHTING TO SIGHT-RECORD
033300     ADD SIGHT-COUNT TO ACV-FILE-READ-HASH
033400     MOVE OLD-LOAD-DATE TO SIGHTARC-LOAD-DATE
033500     MOVE OLD-SIGHTING  TO SIGHTARC-SIGHTING
033600     CALL "ARCKEY" USING SIGHTARC-RECORD
033700     WRITE SIGHTARC-RECORD
033800         INVALID KEY
033900             ADD 1 TO ACV-FILE-DUPLICATES
034000             ADD 1 TO ACV-RECORDS-DUPLICATE
034100             PERFORM 3200-PRINT-DUPLICATE
034200         NOT INVALID KEY
034300             ADD 1 TO ACV-FILE-WRITTEN
034400             ADD 1 TO ACV-RECORDS-WRITTEN
034500             ADD SIGHT-COUNT TO ACV-FILE-WRITTEN-HASH
034600     END-WRITE
034700     PERFORM 3900-READ-OLD-ARCHIVE
034800     .
034900
035000 3200-PRINT-DUPLICATE.
035100     MOVE SIGHTARC-KEY-DATE     TO ACV-DUP-DATE
035200     MOVE SIGHTARC-KEY-OBSERVER TO ACV-DUP-OBSERVER
035300     MOVE SIGHTARC-KEY-SITE     TO ACV-DUP-SITE
035400     MOVE SIGHTARC-KEY-NAME     TO ACV-DUP-NAME
035500     MOVE SIGHT-COUNT           TO ACV-DUP-COUNT
035600     MOVE ACV-DUPLICATE-LINE TO CONVERSION-REPORT-LINE
035700     PERFORM 9100-WRITE-REPORT-LINE
035800     .
035900
036000 3900-READ-OLD-ARCHIVE.
036100     READ OLD-ARCHIVE
036200         AT END
036300             SET ACV-END-OF-FILE TO TRUE
036400     END-READ
036500     .
036600
036700*----------------------------------------------------------------*
036800* THE CONTROLS ARE ONLY REPLACED WHEN EVERY YEAR WAS FOUND AND
036900* BALANCED - OTHERWISE THEY STAND AS THE OLD FILES' PROOF
037000*----------------------------------------------------------------*
037100 4000-REWRITE-CONTROLS.
037200     MOVE SPACES TO CONVERSION-REPORT-LINE
037300     PERFORM 9100-WRITE-REPORT-LINE
037400     IF ACV-YEAR-COUNT = ZERO
037500         MOVE "NO YEAR FILES ON ARCCTL" TO CONVERSION-REPORT-LINE
037600     ELSE
037700         IF ACV-RETURN-CODE < 8
037800         AND NOT ACV-TABLE-OVERFLOWED
037900             OPEN OUTPUT CONTROL-FILE
038000             PERFORM 4100-WRITE-ONE-CONTROL
038100                 VARYING ACV-YEAR-INDEX FROM 1 BY 1
038200                 UNTIL ACV-YEAR-INDEX > ACV-YEAR-COUNT
038300             CLOSE CONTROL-FILE
038400             MOVE "ARCCTL REWRITTEN WITH THE TOTALS WRITTEN"
038500                 TO CONVERSION-REPORT-LINE
038600         ELSE
038700             MOVE "ARCCTL NOT REWRITTEN - CONVERSION NOT CLEAN"
038800                 TO CONVERSION-REPORT-LINE
038900         END-IF
039000     END-IF
039100     PERFORM 9100-WRITE-REPORT-LINE
039200     .
039300
039400 4100-WRITE-ONE-CONTROL.
039500     MOVE ACV-ENTRY-YEAR(ACV-YEAR-INDEX)    TO CTL-YEAR
039600     MOVE ACV-ENTRY-WRITTEN(ACV-YEAR-INDEX) TO CTL-RECORD-COUNT
039700     MOVE ACV-ENTRY-WRITTEN-HASH(ACV-YEAR-INDEX)
039800         TO CTL-HASH-TOTAL
039900     WRITE CONTROL-RECORD
040000     .
040100
040200 5900-WRITE-COUNT-LINE.
040300     MOVE ACV-COUNT-LINE TO CONVERSION-REPORT-LINE
040400     PERFORM 9100-WRITE-REPORT-LINE
040500     .
040600
040700 9000-TERMINATE.
040800     SET PRT-ACTION-END TO TRUE
040900     CALL "PRTSRV" USING PRT-CONTROL
041000     WRITE CONVERSION-REPORT-LINE FROM PRT-TRAILER-LINE
041100     CLOSE CONVERSION-REPORT
041200     DISPLAY "ARCCONV - RECORDS READ: " ACV-RECORDS-READ
041300     DISPLAY "ARCCONV - RECORDS WRITTEN: " ACV-RECORDS-WRITTEN
041400     DISPLAY "ARCCONV - DUPLICATES NOT CONVERTED: "
041500         ACV-RECORDS-DUPLICATE
041600     MOVE "ARCCONV"               TO RUNLOG-STEP-NAME
041700     MOVE ACV-RECORDS-READ        TO RUNLOG-RECORDS-READ
041800     MOVE ACV-RECORDS-WRITTEN     TO RUNLOG-RECORDS-APPLIED
041900     MOVE ZERO                    TO RUNLOG-RECORDS-REJECTED
042000     MOVE ACV-RECORDS-DUPLICATE   TO RUNLOG-RECORDS-DROPPED
042100     MOVE ACV-RETURN-CODE         TO RUNLOG-RETURN-CODE
042200     CALL "RUNLOGW" USING RUNLOG-RECORD
042300     .
042400
042500 9100-WRITE-REPORT-LINE.
042600     MOVE CONVERSION-REPORT-LINE TO PRT-DETAIL-LINE
042700     SET PRT-ACTION-DETAIL TO TRUE
042800     CALL "PRTSRV" USING PRT-CONTROL
042900     IF PRT-HEADING-NEEDED
043000         WRITE CONVERSION-REPORT-LINE FROM PRT-HEADING-1
043100         WRITE CONVERSION-REPORT-LINE FROM PRT-HEADING-2
043200     END-IF
043300     WRITE CONVERSION-REPORT-LINE FROM PRT-DETAIL-LINE
043400     .
