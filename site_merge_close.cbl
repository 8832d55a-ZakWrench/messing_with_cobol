000100*================================================================*
000200* SITE-MERGE-CLOSE
000300* PURPOSE.  Carries each site merge and closure SITEMNT has
000400*           applied to the site master (the SITECHG file) through
000500*           every other file keyed by site code, and prints a
000600*           before/after report of the records affected.
000700*           A MERGE re-points the old code to the surviving code
000800*           everywhere: the SITEATLS atlas entries (combined with
000900*           any entry the survivor already has - earliest first
001000*           date, latest last date, summed count, higher peak
001100*           and breeding history), the VISITS effort records,
001200*           the RINGREG ringing sites, the RECVTRAN recovery
001300*           history, the COVSCHED coverage schedule, the live
001400*           SIGHTARC archive and every SGTAYYYY year file on
001500*           the ARCCTL controls, the sightings still waiting on
001600*           suspense, hold, rarities, query and verified files,
001700*           and any earlier merge marker on the site master.
001800*           A CLOSE only takes the site off the coverage
001900*           schedule - its history stays exactly as it is.
002000* AUTHOR.   D. OKAFOR
002100* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002200* DATE-WRITTEN. 10/15/2026
002300*================================================================*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 DNO   ORIGINAL PROGRAM
002610* 10/15/2026 DNO   SIGHTARC AND THE SGTAYYYY YEAR FILES ARE NOW
002620*                  INDEXED - THEIR SIGHTINGS ARE FOUND ON THE SITE
002630*                  KEY AND FILED AGAIN UNDER KEYS REBUILT BY
002640*                  ARCKEY.  A SIGHTING THE SURVIVOR ALREADY HOLDS
002650*                  UNDER THE SAME KEY HAS ITS COUNT ADDED TO THE
002660*                  SURVIVOR'S RECORD, AND THE YEAR'S ARCCTL RECORD
002670*                  COUNT IS BROUGHT DOWN TO MATCH
002672* 10/15/2026 DNO   EVERY ARCHIVED SIGHTING RE-POINTED TO THE
002674*                  SURVIVOR IS NOW WRITTEN TO THE ARCAUDIT TRAIL
002676*                  AS AN AMEND, WITH ITS ORIGINAL AND REPLACEMENT
002678*                  IMAGES, THE WAY ARCCORR WRITES ITS CORRECTIONS
002680*                  - SO NRCEXP SENDS THE NEW SITE ON TO THE
002682*                  RECORDS CENTRE.  A SIGHTING COMBINED INTO THE
002684*                  SURVIVOR'S IS WRITTEN AS A DELETE, AND THE
002686*                  SURVIVOR'S RECORD AS AN AMEND
002700*================================================================*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. SITEMRG.
003000 AUTHOR. D. OKAFOR.
003100 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL SITE-CHANGES ASSIGN TO "SITECHG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS SMG-CHANGE-STATUS.
004100
004200     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SITE-CODE
004600         FILE STATUS IS SMG-SITE-STATUS.
004700
004800     SELECT SITE-ATLAS ASSIGN TO "SITEATLS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ATLAS-KEY
005200         FILE STATUS IS SMG-ATLAS-STATUS.
005300
005400     SELECT VISIT-FILE ASSIGN TO "VISITS"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS VISIT-KEY
005800         FILE STATUS IS SMG-VISIT-STATUS.
005900
006000     SELECT RING-REGISTER ASSIGN TO "RINGREG"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS RING-NUMBER
006400         FILE STATUS IS SMG-RING-STATUS.
006500
006600     SELECT OPTIONAL ARCHIVE-CONTROL ASSIGN TO "ARCCTL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS SMG-CONTROL-STATUS.
006802
006805     SELECT ARCHIVE-FILE ASSIGN TO SMG-ARCHIVE-FILE-NAME
006810         ORGANIZATION IS INDEXED
006815         ACCESS MODE IS DYNAMIC
006820         RECORD KEY IS SIGHTARC-KEY
006825         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
006830             WITH DUPLICATES
006835         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
006840             WITH DUPLICATES
006845         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
006850             WITH DUPLICATES
006855         FILE STATUS IS SMG-ARCHIVE-STATUS.
006900
007000     SELECT OPTIONAL IMAGE-FILE ASSIGN TO SMG-IMAGE-FILE-NAME
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS SMG-IMAGE-STATUS.
007300
007400     SELECT IMAGE-WORK ASSIGN TO "SMGWORK"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS SMG-WORK-STATUS.
007700
007800     SELECT MERGE-REPORT ASSIGN TO "SITEMRG"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS SMG-REPORT-STATUS.
008010     SELECT AUDIT-FILE ASSIGN TO "ARCAUDIT"
008020         ORGANIZATION IS LINE SEQUENTIAL
008030         FILE STATUS IS SMG-AUDIT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  SITE-CHANGES.
008500 COPY SITETRAN.
008600
008700 FD  SITE-MASTER.
008800 COPY SITEREC.
008900
009000 FD  SITE-ATLAS.
009100 COPY ATLASREC.
009200
009300 FD  VISIT-FILE.
009400 COPY VISITREC.
009500
009600 FD  RING-REGISTER.
009700 COPY RINGREC.
009800
009900 FD  ARCHIVE-CONTROL.
010000 01  CONTROL-RECORD.
010100     05  CTL-YEAR                 PIC 9(04).
010200     05  CTL-RECORD-COUNT         PIC 9(07).
010300     05  CTL-HASH-TOTAL           PIC 9(09).
010400
010410*----------------------------------------------------------------*
010420* THE LIVE ARCHIVE AND EVERY SGTAYYYY YEAR FILE SHARE ONE LAYOUT
010430* AND ARE WORKED IN TURN THROUGH THIS ONE KEYED FILE
010440*----------------------------------------------------------------*
010450 FD  ARCHIVE-FILE.
010460 COPY SIGHTARC.
010500*----------------------------------------------------------------*
010600* ANY SEQUENTIAL FILE CARRYING A SITE CODE AT A FIXED OFFSET IS
010700* RE-POINTED THROUGH THIS ONE IMAGE AND ITS WORK COPY
010800*----------------------------------------------------------------*
010900 FD  IMAGE-FILE.
011000 01  IMAGE-RECORD                 PIC X(120).
011100
011200 FD  IMAGE-WORK.
011300 01  IMAGE-WORK-RECORD            PIC X(120).
011400
011500 FD  MERGE-REPORT.
011600 01  MERGE-REPORT-LINE            PIC X(80).
011610 FD  AUDIT-FILE.
011620 COPY ARCAUDIT.
011700
011800 WORKING-STORAGE SECTION.
011900 01  SMG-CHANGE-STATUS            PIC X(02).
012000 01  SMG-SITE-STATUS              PIC X(02).
012100 01  SMG-ATLAS-STATUS             PIC X(02).
012200 01  SMG-VISIT-STATUS             PIC X(02).
012300 01  SMG-RING-STATUS              PIC X(02).
012400 01  SMG-CONTROL-STATUS           PIC X(02).
012410 01  SMG-ARCHIVE-STATUS           PIC X(02).
012500 01  SMG-IMAGE-STATUS             PIC X(02).
012600 01  SMG-WORK-STATUS              PIC X(02).
012700 01  SMG-REPORT-STATUS            PIC X(02).
012710 01  SMG-AUDIT-STATUS             PIC X(02).
012800 01  SMG-END-OF-FILE-SWITCH       PIC X(01).
012900     88  SMG-END-OF-FILE          VALUE "Y".
013000     88  SMG-NOT-END-OF-FILE      VALUE "N".
013100 01  SMG-FILE-EOF-SWITCH          PIC X(01).
013200     88  SMG-FILE-EOF             VALUE "Y".
013300     88  SMG-FILE-NOT-EOF         VALUE "N".
013400 01  SMG-RETURN-CODE              PIC 9(02) VALUE ZERO.
013500*----------------------------------------------------------------*
013600* WHICH INDEXED FILES ARE THERE TO BE WORKED
013700*----------------------------------------------------------------*
013800 01  SMG-ATLAS-SWITCH             PIC X(01) VALUE "N".
013900     88  SMG-ATLAS-OPEN           VALUE "Y".
014000 01  SMG-VISIT-SWITCH             PIC X(01) VALUE "N".
014100     88  SMG-VISITS-OPEN          VALUE "Y".
014200 01  SMG-RING-SWITCH              PIC X(01) VALUE "N".
014300     88  SMG-RINGS-OPEN           VALUE "Y".
014400*----------------------------------------------------------------*
014500* THE CHANGE IN HAND
014600*----------------------------------------------------------------*
014700 01  SMG-OLD-CODE                 PIC X(06).
014800 01  SMG-NEW-CODE                 PIC X(06).
014900 01  SMG-OLD-NAME                 PIC X(30).
015000 01  SMG-NEW-NAME                 PIC X(30).
015100*----------------------------------------------------------------*
015200* THE SEQUENTIAL FILE BEING RE-POINTED - ITS NAME, WHERE THE SITE
015300* CODE SITS IN THE RECORD, AND WHETHER A MATCH IS RE-POINTED OR
015400* DROPPED AND LISTED RECORD BY RECORD OR ONLY COUNTED
015500*----------------------------------------------------------------*
015600 01  SMG-IMAGE-FILE-NAME          PIC X(08).
015700 01  SMG-SITE-OFFSET              PIC 9(03) COMP.
015800 01  SMG-DROP-SWITCH              PIC X(01).
015900     88  SMG-DROP-MATCHES         VALUE "D".
016000     88  SMG-REPOINT-MATCHES      VALUE "R".
016100 01  SMG-LIST-SWITCH              PIC X(01).
016200     88  SMG-LIST-RECORDS         VALUE "L".
016300     88  SMG-COUNT-ONLY           VALUE "C".
016400 01  SMG-FILE-REPOINTED           PIC 9(07).
016500 01  SMG-FILE-DROPPED             PIC 9(07).
016600 01  SMG-COVERED-SWITCH           PIC X(01).
016700     88  SMG-SURVIVOR-COVERED     VALUE "Y".
016800     88  SMG-SURVIVOR-NOT-COVERED VALUE "N".
016900*----------------------------------------------------------------*
016910* THE YEAR FILES THE ARCHIVE ROLL HAS WRITTEN, WITH THEIR CONTROL
016920* TOTALS, FROM ARCCTL - WRITTEN BACK IF A MERGE COMBINES RECORDS
017100*----------------------------------------------------------------*
017200 01  SMG-YEAR-TABLE.
017210     05  SMG-YEAR-SLOT            OCCURS 50 TIMES.
017220         10  SMG-YEAR-ENTRY       PIC 9(04).
017230         10  SMG-YEAR-RECORDS     PIC 9(07).
017240         10  SMG-YEAR-HASH        PIC 9(09).
017400 01  SMG-YEAR-COUNT               PIC 9(03) VALUE ZERO COMP.
017500 01  SMG-YEAR-INDEX               PIC 9(03) COMP.
017510 01  SMG-CONTROL-SWITCH           PIC X(01) VALUE "N".
017520     88  SMG-CONTROLS-CHANGED     VALUE "Y".
017530*----------------------------------------------------------------*
017540* THE ARCHIVE FILE BEING RE-POINTED, AND THE SIGHTING IN HAND
017550*----------------------------------------------------------------*
017560 01  SMG-ARCHIVE-FILE-NAME        PIC X(08).
017570 01  SMG-ARCHIVE-SAVE             PIC X(179).
017580 01  SMG-COMBINE-COUNT            PIC 9(05).
017590 01  SMG-FILE-COMBINED            PIC 9(07).
017591*----------------------------------------------------------------*
017592* THE ARCAUDIT ENTRY FOR A RE-POINTED SIGHTING - WHO AND WHEN,
017593* AND THE SIGHTING AS IT WAS BEFORE THE MERGE
017594*----------------------------------------------------------------*
017595 01  SMG-BUSINESS-DATE            PIC 9(08).
017596 01  SMG-OPERATOR                 PIC X(08).
017597 01  SMG-AUDIT-ORIGINAL           PIC X(93).
017598 01  SMG-AUDIT-LOAD-DATE          PIC 9(08).
017600*----------------------------------------------------------------*
017700* THE OLD SITE'S ATLAS ENTRY, HELD WHILE IT IS FOLDED INTO THE
017800* SURVIVOR'S
017900*----------------------------------------------------------------*
018000 01  SMG-OLD-ATLAS.
018100     05  SMG-OA-SITE-CODE         PIC X(06).
018200     05  SMG-OA-SCIENTIFIC-NAME   PIC X(30).
018300     05  SMG-OA-FIRST-DATE        PIC 9(08).
018400     05  SMG-OA-LAST-DATE         PIC 9(08).
018500     05  SMG-OA-TOTAL-COUNT       PIC 9(09).
018600     05  SMG-OA-BREEDING-ENTRY    OCCURS 10 TIMES.
018700         10  SMG-OA-BREEDING-YEAR PIC 9(04).
018800         10  SMG-OA-BREEDING-CATEGORY PIC X(01).
018900     05  SMG-OA-MAX-COUNT         PIC 9(05).
019000 01  SMG-OLD-INDEX                PIC 9(03) COMP.
019100 01  SMG-NEW-INDEX                PIC 9(03) COMP.
019200 01  SMG-FOUND-INDEX              PIC 9(03) COMP.
019300 01  SMG-LOW-INDEX                PIC 9(03) COMP.
019400 01  SMG-BREED-SWITCH             PIC X(01).
019500     88  SMG-BREED-MATCHED        VALUE "Y".
019600     88  SMG-BREED-NOT-MATCHED    VALUE "N".
019700 01  SMG-VISIT-SAVE               PIC X(63).
019800 01  SMG-SCAN-SWITCH              PIC X(01).
019900     88  SMG-SCAN-DONE            VALUE "Y".
020000     88  SMG-SCAN-NOT-DONE        VALUE "N".
020100*----------------------------------------------------------------*
020200* REPORT LINES
020300*----------------------------------------------------------------*
020400 01  SMG-MASTER-LINE.
020500     05  SMG-MST-TAG              PIC X(07).
020600     05  SMG-MST-CODE             PIC X(06).
020700     05  FILLER                   PIC X(01) VALUE SPACE.
020800     05  SMG-MST-NAME             PIC X(30).
020900     05  FILLER                   PIC X(01) VALUE SPACE.
021000     05  SMG-MST-STATUS           PIC X(06).
021100     05  FILLER                   PIC X(01) VALUE SPACE.
021200     05  SMG-MST-DATE             PIC X(08).
021300     05  FILLER                   PIC X(01) VALUE SPACE.
021400     05  SMG-MST-MERGED-INTO      PIC X(06).
021500     05  FILLER                   PIC X(13) VALUE SPACES.
021600 01  SMG-ATLAS-LINE.
021700     05  SMG-ATL-TAG              PIC X(07).
021800     05  SMG-ATL-SITE             PIC X(06).
021900     05  FILLER                   PIC X(01) VALUE SPACE.
022000     05  SMG-ATL-NAME             PIC X(30).
022100     05  FILLER                   PIC X(01) VALUE SPACE.
022200     05  SMG-ATL-FIRST            PIC 9(08).
022300     05  FILLER                   PIC X(01) VALUE SPACE.
022400     05  SMG-ATL-LAST             PIC 9(08).
022500     05  FILLER                   PIC X(01) VALUE SPACE.
022600     05  SMG-ATL-TOTAL            PIC Z(8)9.
022700     05  FILLER                   PIC X(08) VALUE SPACES.
022800 01  SMG-RING-LINE.
022900     05  SMG-RNG-TAG              PIC X(07).
023000     05  SMG-RNG-NUMBER           PIC X(10).
023100     05  FILLER                   PIC X(01) VALUE SPACE.
023200     05  SMG-RNG-NAME             PIC X(30).
023300     05  FILLER                   PIC X(01) VALUE SPACE.
023400     05  SMG-RNG-DATE             PIC 9(08).
023500     05  FILLER                   PIC X(01) VALUE SPACE.
023600     05  SMG-RNG-SITE             PIC X(06).
023700     05  FILLER                   PIC X(16) VALUE SPACES.
023800 01  SMG-IMAGE-LINE.
023900     05  SMG-IMG-TAG              PIC X(07).
024000     05  SMG-IMG-TEXT             PIC X(73).
024100 01  SMG-COUNT-LINE.
024200     05  SMG-CNT-FILE             PIC X(09).
024300     05  SMG-CNT-NUMBER           PIC Z(6)9.
024400     05  FILLER                   PIC X(01) VALUE SPACE.
024500     05  SMG-CNT-TEXT             PIC X(63).
024600*----------------------------------------------------------------*
024700* RUN COUNTS
024800*----------------------------------------------------------------*
024900 01  SMG-CHANGES-READ             PIC 9(07) VALUE ZERO.
025000 01  SMG-MERGES-DONE              PIC 9(07) VALUE ZERO.
025100 01  SMG-CLOSURES-DONE            PIC 9(07) VALUE ZERO.
025200 01  SMG-RECORDS-REPOINTED        PIC 9(07) VALUE ZERO.
025300 01  SMG-RECORDS-DROPPED          PIC 9(07) VALUE ZERO.
025400 01  SMG-ATLAS-MOVED              PIC 9(07).
025500 01  SMG-ATLAS-COMBINED           PIC 9(07).
025600 01  SMG-VISITS-MOVED             PIC 9(07).
025700 01  SMG-VISITS-DUPLICATE         PIC 9(07).
025800 01  SMG-RINGS-MOVED              PIC 9(07).
025900 01  SMG-MARKERS-MOVED            PIC 9(07).
025910*----------------------------------------------------------------*
025920* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
025930*----------------------------------------------------------------*
025940 COPY SIGHTREC.
026000 COPY RUNLOG.
026100 COPY PRTCTL.
026200
026300 PROCEDURE DIVISION.
026400 0000-MAINLINE.
026500     ACCEPT RUNLOG-START-TIME FROM TIME
026600     PERFORM 1000-INITIALIZE
026700     PERFORM 2000-APPLY-ONE-CHANGE UNTIL SMG-END-OF-FILE
026800     PERFORM 9000-TERMINATE
026900     MOVE SMG-RETURN-CODE TO RETURN-CODE
027000     GOBACK
027100     .
027200
027300 1000-INITIALIZE.
027400     SET SMG-NOT-END-OF-FILE TO TRUE
027410     CALL "BUSDATE" USING SMG-BUSINESS-DATE
027420     CALL "OPERID" USING SMG-OPERATOR
027500     PERFORM 1500-LOAD-YEAR-CONTROLS
027600     OPEN OUTPUT MERGE-REPORT
027700     SET PRT-ACTION-INIT TO TRUE
027800     MOVE "SITE MERGE AND CLOSE" TO PRT-REPORT-NAME
027900     MOVE "SITEMRG" TO PRT-PRODUCER
028000     CALL "PRTSRV" USING PRT-CONTROL
028100     OPEN I-O SITE-MASTER
028200     IF SMG-SITE-STATUS NOT = "00"
028300         DISPLAY "SITEMRG - SITE MASTER WOULD NOT OPEN: "
028400             SMG-SITE-STATUS
028500         MOVE 16 TO SMG-RETURN-CODE
028600         SET SMG-END-OF-FILE TO TRUE
028700     ELSE
028800         PERFORM 1100-OPEN-KEYED-FILES
028810         OPEN EXTEND AUDIT-FILE
028820         IF SMG-AUDIT-STATUS = "35"
028830             OPEN OUTPUT AUDIT-FILE
028840         END-IF
028900         OPEN INPUT SITE-CHANGES
029000         IF SMG-CHANGE-STATUS = "00"
029100             PERFORM 2900-READ-CHANGE
029200         ELSE
029300             SET SMG-END-OF-FILE TO TRUE
029400         END-IF
029500     END-IF
029600     .
029700
029800*----------------------------------------------------------------*
029900* A KEYED FILE NOT YET CREATED HOLDS NOTHING TO RE-POINT
030000*----------------------------------------------------------------*
030100 1100-OPEN-KEYED-FILES.
030200     OPEN I-O SITE-ATLAS
030300     IF SMG-ATLAS-STATUS = "00"
030400         SET SMG-ATLAS-OPEN TO TRUE
030500     END-IF
030600     OPEN I-O VISIT-FILE
030700     IF SMG-VISIT-STATUS = "00"
030800         SET SMG-VISITS-OPEN TO TRUE
030900     END-IF
031000     OPEN I-O RING-REGISTER
031100     IF SMG-RING-STATUS = "00"
031200         SET SMG-RINGS-OPEN TO TRUE
031300     END-IF
031400     .
031500
031600 1500-LOAD-YEAR-CONTROLS.
031700     SET SMG-FILE-NOT-EOF TO TRUE
031800     OPEN INPUT ARCHIVE-CONTROL
031900     IF SMG-CONTROL-STATUS = "00"
032000     OR SMG-CONTROL-STATUS = "05"
032100         IF SMG-CONTROL-STATUS = "00"
032200             PERFORM 1560-READ-CONTROL
032300             PERFORM 1520-LOAD-ONE-YEAR UNTIL SMG-FILE-EOF
032400         END-IF
032500         CLOSE ARCHIVE-CONTROL
032600     END-IF
032700     .
032800
032900 1520-LOAD-ONE-YEAR.
033000     IF SMG-YEAR-COUNT < 50
033100         ADD 1 TO SMG-YEAR-COUNT
033110         MOVE CTL-YEAR         TO SMG-YEAR-ENTRY(SMG-YEAR-COUNT)
033120         MOVE CTL-RECORD-COUNT TO SMG-YEAR-RECORDS(SMG-YEAR-COUNT)
033130         MOVE CTL-HASH-TOTAL   TO SMG-YEAR-HASH(SMG-YEAR-COUNT)
033300     ELSE
033400         DISPLAY "SITEMRG - YEAR TABLE FULL, SKIPPED: " CTL-YEAR
033500         MOVE 8 TO SMG-RETURN-CODE
033600     END-IF
033700     PERFORM 1560-READ-CONTROL
033800     .
033900
034000 1560-READ-CONTROL.
034100     READ ARCHIVE-CONTROL
034200         AT END
034300             SET SMG-FILE-EOF TO TRUE
034400     END-READ
034500     .
034600
034700 2000-APPLY-ONE-CHANGE.
034800     ADD 1 TO SMG-CHANGES-READ
034900     MOVE SITETRAN-SITE-CODE TO SMG-OLD-CODE
035000     IF SITETRAN-IS-MERGE
035100         MOVE SITETRAN-SURVIVING-CODE TO SMG-NEW-CODE
035200         PERFORM 3000-MERGE-SITE
035300         ADD 1 TO SMG-MERGES-DONE
035400     ELSE
035500         IF SITETRAN-IS-CLOSE
035600             MOVE SPACES TO SMG-NEW-CODE
035700             PERFORM 4000-CLOSE-SITE
035800             ADD 1 TO SMG-CLOSURES-DONE
035900         ELSE
036000             DISPLAY "SITEMRG - NOT A MERGE OR CLOSE: "
036100                 SITETRAN-ACTION-CODE " " SITETRAN-SITE-CODE
036200             MOVE 8 TO SMG-RETURN-CODE
036300         END-IF
036400     END-IF
036500     PERFORM 2900-READ-CHANGE
036600     .
036700
036800 2900-READ-CHANGE.
036900     READ SITE-CHANGES
037000         AT END
037100             SET SMG-END-OF-FILE TO TRUE
037200     END-READ
037300     .
037400
037500*----------------------------------------------------------------*
037600* EACH MERGE STARTS A FRESH PAGE - THE MASTER AS SITEMNT LEFT IT,
037700* THEN EVERY FILE IN TURN
037800*----------------------------------------------------------------*
037900 3000-MERGE-SITE.
038000     MOVE 9999 TO PRT-LINE-COUNT
038100     MOVE SPACES TO MERGE-REPORT-LINE
038200     STRING "MERGE OF SITE " DELIMITED BY SIZE
038300         SMG-OLD-CODE DELIMITED BY SIZE
038400         " INTO SURVIVING SITE " DELIMITED BY SIZE
038500         SMG-NEW-CODE DELIMITED BY SIZE
038600         INTO MERGE-REPORT-LINE
038700     END-STRING
038800     PERFORM 9100-WRITE-REPORT-LINE
038900     MOVE SPACES TO MERGE-REPORT-LINE
039000     PERFORM 9100-WRITE-REPORT-LINE
039100     MOVE "SITE MASTER" TO MERGE-REPORT-LINE
039200     PERFORM 9100-WRITE-REPORT-LINE
039300     MOVE SMG-OLD-CODE TO SITE-CODE
039400     PERFORM 3050-PRINT-MASTER-RECORD
039500     MOVE SITE-NAME TO SMG-OLD-NAME
039600     MOVE SMG-NEW-CODE TO SITE-CODE
039700     PERFORM 3050-PRINT-MASTER-RECORD
039800     MOVE SITE-NAME TO SMG-NEW-NAME
039900     PERFORM 3100-REPOINT-MARKERS
040000     PERFORM 3200-MERGE-ATLAS
040100     PERFORM 3400-MERGE-VISITS
040200     PERFORM 3500-REPOINT-RINGS
040300     PERFORM 3600-MERGE-COVERAGE
040400     PERFORM 3700-REPOINT-RECOVERIES
040500     PERFORM 3800-REPOINT-SIGHTINGS
040600     .
040700
040800 3050-PRINT-MASTER-RECORD.
040900     MOVE "AFTER  " TO SMG-MST-TAG
041000     READ SITE-MASTER
041100         INVALID KEY
041200             MOVE SPACES TO SITE-NAME
041300             MOVE SITE-CODE TO SMG-MST-CODE
041400             MOVE "(NOT ON FILE)" TO SMG-MST-NAME
041500             MOVE SPACES TO SMG-MST-STATUS
041600             MOVE SPACES TO SMG-MST-DATE
041700             MOVE SPACES TO SMG-MST-MERGED-INTO
041800         NOT INVALID KEY
041900             PERFORM 3060-FILL-MASTER-LINE
042000     END-READ
042100     MOVE SMG-MASTER-LINE TO MERGE-REPORT-LINE
042200     PERFORM 9100-WRITE-REPORT-LINE
042300     .
042400
042500 3060-FILL-MASTER-LINE.
042600     MOVE SITE-CODE        TO SMG-MST-CODE
042700     MOVE SITE-NAME        TO SMG-MST-NAME
042800     MOVE SITE-MERGED-INTO TO SMG-MST-MERGED-INTO
042900     EVALUATE TRUE
043000         WHEN SITE-IS-MERGED
043100             MOVE "MERGED" TO SMG-MST-STATUS
043200         WHEN SITE-IS-CLOSED
043300             MOVE "CLOSED" TO SMG-MST-STATUS
043400         WHEN OTHER
043500             MOVE "OPEN"   TO SMG-MST-STATUS
043600     END-EVALUATE
043700     IF SITE-IS-OPEN
043800         MOVE SPACES TO SMG-MST-DATE
043900     ELSE
044000         MOVE SITE-CLOSED-DATE TO SMG-MST-DATE
044100     END-IF
044200     .
044300
044400*----------------------------------------------------------------*
044500* A SITE MERGED INTO THE OLD CODE EARLIER NOW POINTS STRAIGHT AT
044600* THE SURVIVOR, SO A LATE RECORD IS NEVER MORE THAN ONE STEP FROM
044700* AN OPEN SITE
044800*----------------------------------------------------------------*
044900 3100-REPOINT-MARKERS.
045000     MOVE ZERO TO SMG-MARKERS-MOVED
045100     MOVE LOW-VALUES TO SITE-CODE
045200     SET SMG-FILE-NOT-EOF TO TRUE
045300     START SITE-MASTER KEY IS NOT < SITE-CODE
045400         INVALID KEY
045500             SET SMG-FILE-EOF TO TRUE
045600     END-START
045700     PERFORM 3120-REPOINT-ONE-MARKER UNTIL SMG-FILE-EOF
045800     .
045900
046000 3120-REPOINT-ONE-MARKER.
046100     READ SITE-MASTER NEXT RECORD
046200         AT END
046300             SET SMG-FILE-EOF TO TRUE
046400     END-READ
046500     IF SMG-FILE-NOT-EOF
046600     AND SITE-IS-MERGED
046700     AND SITE-MERGED-INTO = SMG-OLD-CODE
046800         MOVE "BEFORE " TO SMG-MST-TAG
046900         PERFORM 3060-FILL-MASTER-LINE
047000         MOVE SMG-MASTER-LINE TO MERGE-REPORT-LINE
047100         PERFORM 9100-WRITE-REPORT-LINE
047200         MOVE SMG-NEW-CODE TO SITE-MERGED-INTO
047300         REWRITE SITE-RECORD
047400         MOVE "AFTER  " TO SMG-MST-TAG
047500         PERFORM 3060-FILL-MASTER-LINE
047600         MOVE SMG-MASTER-LINE TO MERGE-REPORT-LINE
047700         PERFORM 9100-WRITE-REPORT-LINE
047800         ADD 1 TO SMG-MARKERS-MOVED
047900         ADD 1 TO SMG-RECORDS-REPOINTED
048000     END-IF
048100     .
048200
048300*----------------------------------------------------------------*
048400* THE FIRST ATLAS ENTRY LEFT UNDER THE OLD CODE IS TAKEN EACH
048500* TIME ROUND - IT IS DELETED BEFORE ITS SPECIES IS WRITTEN OR
048600* FOLDED IN UNDER THE SURVIVOR, SO THE START NEVER SEES IT AGAIN
048700*----------------------------------------------------------------*
048800 3200-MERGE-ATLAS.
048900     MOVE ZERO TO SMG-ATLAS-MOVED
049000     MOVE ZERO TO SMG-ATLAS-COMBINED
049100     MOVE SPACES TO MERGE-REPORT-LINE
049200     PERFORM 9100-WRITE-REPORT-LINE
049300     MOVE "SITE-SPECIES ATLAS" TO MERGE-REPORT-LINE
049400     PERFORM 9100-WRITE-REPORT-LINE
049500     IF SMG-ATLAS-OPEN
049600         SET SMG-SCAN-NOT-DONE TO TRUE
049700         PERFORM 3220-MERGE-ONE-ATLAS-ENTRY UNTIL SMG-SCAN-DONE
049800     END-IF
049900     MOVE "SITEATLS" TO SMG-CNT-FILE
050000     MOVE SMG-ATLAS-MOVED TO SMG-CNT-NUMBER
050100     MOVE "ENTRIES MOVED TO THE SURVIVOR" TO SMG-CNT-TEXT
050200     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
050300     PERFORM 9100-WRITE-REPORT-LINE
050400     MOVE SMG-ATLAS-COMBINED TO SMG-CNT-NUMBER
050500     MOVE "ENTRIES COMBINED WITH THE SURVIVOR'S OWN"
050600         TO SMG-CNT-TEXT
050700     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
050800     PERFORM 9100-WRITE-REPORT-LINE
050900     .
051000
051100 3220-MERGE-ONE-ATLAS-ENTRY.
051200     MOVE SMG-OLD-CODE TO ATLAS-SITE-CODE
051300     MOVE LOW-VALUES   TO ATLAS-SCIENTIFIC-NAME
051400     START SITE-ATLAS KEY IS NOT < ATLAS-KEY
051500         INVALID KEY
051600             SET SMG-SCAN-DONE TO TRUE
051700     END-START
051800     IF SMG-SCAN-NOT-DONE
051900         READ SITE-ATLAS NEXT RECORD
052000             AT END
052100                 SET SMG-SCAN-DONE TO TRUE
052200         END-READ
052300     END-IF
052400     IF SMG-SCAN-NOT-DONE
052500     AND ATLAS-SITE-CODE NOT = SMG-OLD-CODE
052600         SET SMG-SCAN-DONE TO TRUE
052700     END-IF
052800     IF SMG-SCAN-NOT-DONE
052900         MOVE ATLAS-RECORD TO SMG-OLD-ATLAS
053000         MOVE "BEFORE " TO SMG-ATL-TAG
053100         PERFORM 3280-PRINT-ATLAS-ENTRY
053200         DELETE SITE-ATLAS RECORD
053300         MOVE SMG-NEW-CODE TO ATLAS-SITE-CODE
053400         MOVE SMG-OA-SCIENTIFIC-NAME TO ATLAS-SCIENTIFIC-NAME
053500         READ SITE-ATLAS
053600             INVALID KEY
053700                 MOVE SMG-OLD-ATLAS TO ATLAS-RECORD
053800                 MOVE SMG-NEW-CODE TO ATLAS-SITE-CODE
053900                 WRITE ATLAS-RECORD
054000                 ADD 1 TO SMG-ATLAS-MOVED
054100             NOT INVALID KEY
054200                 MOVE "BEFORE " TO SMG-ATL-TAG
054300                 PERFORM 3280-PRINT-ATLAS-ENTRY
054400                 PERFORM 3240-COMBINE-ATLAS-ENTRY
054500                 REWRITE ATLAS-RECORD
054600                 ADD 1 TO SMG-ATLAS-COMBINED
054700         END-READ
054800         MOVE "AFTER  " TO SMG-ATL-TAG
054900         PERFORM 3280-PRINT-ATLAS-ENTRY
055000         ADD 1 TO SMG-RECORDS-REPOINTED
055100     END-IF
055200     .
055300
055400*----------------------------------------------------------------*
055500* A ZERO FIRST DATE MEANS THE SURVIVOR'S ENTRY HAS NO DATED
055600* RECORD YET - THE OLD SITE'S FIRST DATE STANDS
055700*----------------------------------------------------------------*
055800 3240-COMBINE-ATLAS-ENTRY.
055900     IF ATLAS-FIRST-DATE = ZERO
056000     OR (SMG-OA-FIRST-DATE > ZERO
056100         AND SMG-OA-FIRST-DATE < ATLAS-FIRST-DATE)
056200         MOVE SMG-OA-FIRST-DATE TO ATLAS-FIRST-DATE
056300     END-IF
056400     IF SMG-OA-LAST-DATE > ATLAS-LAST-DATE
056500         MOVE SMG-OA-LAST-DATE TO ATLAS-LAST-DATE
056600     END-IF
056700     ADD SMG-OA-TOTAL-COUNT TO ATLAS-TOTAL-COUNT
056800     IF SMG-OA-MAX-COUNT > ATLAS-MAX-COUNT
056900         MOVE SMG-OA-MAX-COUNT TO ATLAS-MAX-COUNT
057000     END-IF
057100     PERFORM 3250-MERGE-BREEDING-YEAR
057200         VARYING SMG-OLD-INDEX FROM 1 BY 1
057300         UNTIL SMG-OLD-INDEX > 10
057400     .
057500
057600*----------------------------------------------------------------*
057700* A YEAR BOTH SITES HOLD KEEPS THE HIGHER CATEGORY.  A YEAR ONLY
057800* THE OLD SITE HOLDS TAKES THE SURVIVOR'S OLDEST SLOT (AN UNUSED
057900* SLOT HAS YEAR ZERO) IF IT IS MORE RECENT, SO THE TEN MOST
058000* RECENT YEARS ARE WHAT SURVIVE
058100*----------------------------------------------------------------*
058200 3250-MERGE-BREEDING-YEAR.
058300     IF SMG-OA-BREEDING-YEAR(SMG-OLD-INDEX) > ZERO
058400         SET SMG-BREED-NOT-MATCHED TO TRUE
058500         MOVE 1 TO SMG-LOW-INDEX
058600         PERFORM 3260-MATCH-BREEDING-YEAR
058700             VARYING SMG-NEW-INDEX FROM 1 BY 1
058800             UNTIL SMG-NEW-INDEX > 10
058900         IF SMG-BREED-MATCHED
059000             IF SMG-OA-BREEDING-CATEGORY(SMG-OLD-INDEX)
059100                 > ATLAS-BREEDING-CATEGORY(SMG-FOUND-INDEX)
059200                 MOVE SMG-OA-BREEDING-CATEGORY(SMG-OLD-INDEX)
059300                     TO ATLAS-BREEDING-CATEGORY(SMG-FOUND-INDEX)
059400             END-IF
059500         ELSE
059600             IF SMG-OA-BREEDING-YEAR(SMG-OLD-INDEX)
059700                 > ATLAS-BREEDING-YEAR(SMG-LOW-INDEX)
059800                 MOVE SMG-OA-BREEDING-YEAR(SMG-OLD-INDEX)
059900                     TO ATLAS-BREEDING-YEAR(SMG-LOW-INDEX)
060000                 MOVE SMG-OA-BREEDING-CATEGORY(SMG-OLD-INDEX)
060100                     TO ATLAS-BREEDING-CATEGORY(SMG-LOW-INDEX)
060200             END-IF
060300         END-IF
060400     END-IF
060500     .
060600
060700 3260-MATCH-BREEDING-YEAR.
060800     IF ATLAS-BREEDING-YEAR(SMG-NEW-INDEX)
060900         = SMG-OA-BREEDING-YEAR(SMG-OLD-INDEX)
061000         MOVE SMG-NEW-INDEX TO SMG-FOUND-INDEX
061100         SET SMG-BREED-MATCHED TO TRUE
061200     END-IF
061300     IF ATLAS-BREEDING-YEAR(SMG-NEW-INDEX)
061400         < ATLAS-BREEDING-YEAR(SMG-LOW-INDEX)
061500         MOVE SMG-NEW-INDEX TO SMG-LOW-INDEX
061600     END-IF
061700     .
061800
061900 3280-PRINT-ATLAS-ENTRY.
062000     MOVE ATLAS-SITE-CODE       TO SMG-ATL-SITE
062100     MOVE ATLAS-SCIENTIFIC-NAME TO SMG-ATL-NAME
062200     MOVE ATLAS-FIRST-DATE      TO SMG-ATL-FIRST
062300     MOVE ATLAS-LAST-DATE       TO SMG-ATL-LAST
062400     MOVE ATLAS-TOTAL-COUNT     TO SMG-ATL-TOTAL
062500     MOVE SMG-ATLAS-LINE TO MERGE-REPORT-LINE
062600     PERFORM 9100-WRITE-REPORT-LINE
062700     .
062800
062900*----------------------------------------------------------------*
063000* A VISIT THE SURVIVOR ALREADY HOLDS FOR THE SAME DATE AND
063100* OBSERVER IS THE SAME VISIT KEYED TWICE - THE SURVIVOR'S STANDS
063200*----------------------------------------------------------------*
063300 3400-MERGE-VISITS.
063400     MOVE ZERO TO SMG-VISITS-MOVED
063500     MOVE ZERO TO SMG-VISITS-DUPLICATE
063600     IF SMG-VISITS-OPEN
063700         SET SMG-SCAN-NOT-DONE TO TRUE
063800         PERFORM 3420-MERGE-ONE-VISIT UNTIL SMG-SCAN-DONE
063900     END-IF
064000     MOVE SPACES TO MERGE-REPORT-LINE
064100     PERFORM 9100-WRITE-REPORT-LINE
064200     MOVE "VISITS" TO SMG-CNT-FILE
064300     MOVE SMG-VISITS-MOVED TO SMG-CNT-NUMBER
064400     MOVE "SURVEY VISITS RE-KEYED TO THE SURVIVOR" TO SMG-CNT-TEXT
064500     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
064600     PERFORM 9100-WRITE-REPORT-LINE
064700     MOVE SMG-VISITS-DUPLICATE TO SMG-CNT-NUMBER
064800     MOVE "VISITS ALREADY HELD BY THE SURVIVOR, DROPPED"
064900         TO SMG-CNT-TEXT
065000     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
065100     PERFORM 9100-WRITE-REPORT-LINE
065200     .
065300
065400 3420-MERGE-ONE-VISIT.
065500     MOVE SMG-OLD-CODE TO VISIT-SITE-CODE
065600     MOVE ZERO         TO VISIT-DATE
065700     MOVE LOW-VALUES   TO VISIT-OBSERVER-ID
065800     START VISIT-FILE KEY IS NOT < VISIT-KEY
065900         INVALID KEY
066000             SET SMG-SCAN-DONE TO TRUE
066100     END-START
066200     IF SMG-SCAN-NOT-DONE
066300         READ VISIT-FILE NEXT RECORD
066400             AT END
066500                 SET SMG-SCAN-DONE TO TRUE
066600         END-READ
066700     END-IF
066800     IF SMG-SCAN-NOT-DONE
066900     AND VISIT-SITE-CODE NOT = SMG-OLD-CODE
067000         SET SMG-SCAN-DONE TO TRUE
067100     END-IF
067200     IF SMG-SCAN-NOT-DONE
067300         MOVE VISIT-RECORD TO SMG-VISIT-SAVE
067400         DELETE VISIT-FILE RECORD
067500         MOVE SMG-VISIT-SAVE TO VISIT-RECORD
067600         MOVE SMG-NEW-CODE   TO VISIT-SITE-CODE
067700         WRITE VISIT-RECORD
067800             INVALID KEY
067900                 ADD 1 TO SMG-VISITS-DUPLICATE
068000                 ADD 1 TO SMG-RECORDS-DROPPED
068100             NOT INVALID KEY
068200                 ADD 1 TO SMG-VISITS-MOVED
068300                 ADD 1 TO SMG-RECORDS-REPOINTED
068400         END-WRITE
068500     END-IF
068600     .
068700
068800*----------------------------------------------------------------*
068900* THE REGISTER IS KEYED ON RING NUMBER, SO EVERY RING IS READ
069000*----------------------------------------------------------------*
069100 3500-REPOINT-RINGS.
069200     MOVE ZERO TO SMG-RINGS-MOVED
069300     MOVE SPACES TO MERGE-REPORT-LINE
069400     PERFORM 9100-WRITE-REPORT-LINE
069500     MOVE "RING REGISTER - RINGING SITE" TO MERGE-REPORT-LINE
069600     PERFORM 9100-WRITE-REPORT-LINE
069700     IF SMG-RINGS-OPEN
069800         MOVE LOW-VALUES TO RING-NUMBER
069900         SET SMG-FILE-NOT-EOF TO TRUE
070000         START RING-REGISTER KEY IS NOT < RING-NUMBER
070100             INVALID KEY
070200                 SET SMG-FILE-EOF TO TRUE
070300         END-START
070400         PERFORM 3520-REPOINT-ONE-RING UNTIL SMG-FILE-EOF
070500     END-IF
070600     MOVE "RINGREG" TO SMG-CNT-FILE
070700     MOVE SMG-RINGS-MOVED TO SMG-CNT-NUMBER
070800     MOVE "RINGS RE-POINTED TO THE SURVIVOR" TO SMG-CNT-TEXT
070900     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
071000     PERFORM 9100-WRITE-REPORT-LINE
071100     .
071200
071300 3520-REPOINT-ONE-RING.
071400     READ RING-REGISTER NEXT RECORD
071500         AT END
071600             SET SMG-FILE-EOF TO TRUE
071700     END-READ
071800     IF SMG-FILE-NOT-EOF
071900     AND RING-SITE-CODE = SMG-OLD-CODE
072000         MOVE "BEFORE " TO SMG-RNG-TAG
072100         PERFORM 3580-PRINT-RING
072200         MOVE SMG-NEW-CODE TO RING-SITE-CODE
072300         REWRITE RING-RECORD
072400         MOVE "AFTER  " TO SMG-RNG-TAG
072500         PERFORM 3580-PRINT-RING
072600         ADD 1 TO SMG-RINGS-MOVED
072700         ADD 1 TO SMG-RECORDS-REPOINTED
072800     END-IF
072900     .
073000
073100 3580-PRINT-RING.
073200     MOVE RING-NUMBER          TO SMG-RNG-NUMBER
073300     MOVE RING-SCIENTIFIC-NAME TO SMG-RNG-NAME
073400     MOVE RING-DATE            TO SMG-RNG-DATE
073500     MOVE RING-SITE-CODE       TO SMG-RNG-SITE
073600     MOVE SMG-RING-LINE TO MERGE-REPORT-LINE
073700     PERFORM 9100-WRITE-REPORT-LINE
073800     .
073900
074000*----------------------------------------------------------------*
074100* THE SCHEDULE CARRIES ONE ENTRY PER SITE - IF THE SURVIVOR IS
074200* ALREADY SCHEDULED THE OLD SITE'S ENTRY GOES, OTHERWISE IT IS
074300* RE-POINTED AND THE SURVIVOR INHERITS ITS INTERVAL AND OBSERVER
074400*----------------------------------------------------------------*
074500 3600-MERGE-COVERAGE.
074600     MOVE "COVSCHED" TO SMG-IMAGE-FILE-NAME
074700     SET SMG-SURVIVOR-NOT-COVERED TO TRUE
074800     SET SMG-FILE-NOT-EOF TO TRUE
074900     OPEN INPUT IMAGE-FILE
075000     IF SMG-IMAGE-STATUS = "00"
075100         PERFORM 5080-READ-IMAGE
075200         PERFORM 3620-CHECK-ONE-COVERAGE UNTIL SMG-FILE-EOF
075300     END-IF
075400     IF SMG-IMAGE-STATUS = "00"
075500     OR SMG-IMAGE-STATUS = "05"
075600     OR SMG-IMAGE-STATUS = "10"
075700         CLOSE IMAGE-FILE
075800     END-IF
075900     MOVE 1 TO SMG-SITE-OFFSET
076000     IF SMG-SURVIVOR-COVERED
076100         SET SMG-DROP-MATCHES TO TRUE
076200     ELSE
076300         SET SMG-REPOINT-MATCHES TO TRUE
076400     END-IF
076500     SET SMG-LIST-RECORDS TO TRUE
076600     MOVE "COVERAGE SCHEDULE" TO SMG-CNT-TEXT
076700     PERFORM 5000-REPOINT-IMAGE-FILE
076800     .
076900
077000 3620-CHECK-ONE-COVERAGE.
077100     IF IMAGE-RECORD(1:6) = SMG-NEW-CODE
077200         SET SMG-SURVIVOR-COVERED TO TRUE
077300     END-IF
077400     PERFORM 5080-READ-IMAGE
077500     .
077600
077700 3700-REPOINT-RECOVERIES.
077800     MOVE "RECVTRAN" TO SMG-IMAGE-FILE-NAME
077900     MOVE 19 TO SMG-SITE-OFFSET
078000     SET SMG-REPOINT-MATCHES TO TRUE
078100     SET SMG-LIST-RECORDS TO TRUE
078200     MOVE "RING RECOVERY HISTORY - RECOVERY SITE" TO SMG-CNT-TEXT
078300     PERFORM 5000-REPOINT-IMAGE-FILE
078400     .
078500
078600*----------------------------------------------------------------*
078610* THE ARCHIVE AND YEAR FILES ARE KEYED ON SITE CODE AS WELL, SO
078620* ONLY THE OLD SITE'S SIGHTINGS ARE READ, AND EACH IS FILED AGAIN
078630* UNDER KEYS REBUILT FOR THE SURVIVOR.  THE WAITING QUEUES ARE
078640* SEQUENTIAL AND GO THROUGH THE IMAGE COPY.  THE SIGHTINGS ARE
078650* COUNTED, NOT LISTED
079100*----------------------------------------------------------------*
079200 3800-REPOINT-SIGHTINGS.
079300     SET SMG-REPOINT-MATCHES TO TRUE
079400     SET SMG-COUNT-ONLY TO TRUE
079500     MOVE SPACES TO MERGE-REPORT-LINE
079600     PERFORM 9100-WRITE-REPORT-LINE
079700     MOVE "SIGHTINGS ARCHIVE, YEAR FILES AND WAITING QUEUES"
079800         TO MERGE-REPORT-LINE
079900     PERFORM 9100-WRITE-REPORT-LINE
080000     MOVE "SIGHTARC" TO SMG-ARCHIVE-FILE-NAME
080100     PERFORM 3860-REPOINT-ONE-ARCHIVE
080300     PERFORM 3820-REPOINT-ONE-YEAR
080400         VARYING SMG-YEAR-INDEX FROM 1 BY 1
080500         UNTIL SMG-YEAR-INDEX > SMG-YEAR-COUNT
080600     MOVE 64 TO SMG-SITE-OFFSET
080700     MOVE "SIGHTSUS" TO SMG-IMAGE-FILE-NAME
080800     PERFORM 3850-REPOINT-ONE-SIGHTING-FILE
080900     MOVE "SIGHTHLD" TO SMG-IMAGE-FILE-NAME
081000     PERFORM 3850-REPOINT-ONE-SIGHTING-FILE
081100     MOVE "SIGHTVER" TO SMG-IMAGE-FILE-NAME
081200     PERFORM 3850-REPOINT-ONE-SIGHTING-FILE
081300     MOVE "RARHOLD" TO SMG-IMAGE-FILE-NAME
081400     PERFORM 3850-REPOINT-ONE-SIGHTING-FILE
081500     MOVE "SIGHTQRY" TO SMG-IMAGE-FILE-NAME
081600     PERFORM 3850-REPOINT-ONE-SIGHTING-FILE
081700     .
081800
081810*----------------------------------------------------------------*
081820* A COMBINED SIGHTING LEAVES THE YEAR FILE ONE RECORD SHORTER BUT
081830* ITS COUNT IS CARRIED INTO THE SURVIVOR'S, SO THE ARCCTL RECORD
081840* COUNT COMES DOWN AND THE HASH OF SIGHTING COUNTS STANDS
081850*----------------------------------------------------------------*
081900 3820-REPOINT-ONE-YEAR.
082000     MOVE SPACES TO SMG-ARCHIVE-FILE-NAME
082100     STRING "SGTA" DELIMITED BY SIZE
082200         SMG-YEAR-ENTRY(SMG-YEAR-INDEX) DELIMITED BY SIZE
082300         INTO SMG-ARCHIVE-FILE-NAME
082400     END-STRING
082410     PERFORM 3860-REPOINT-ONE-ARCHIVE
082420     IF SMG-FILE-COMBINED > ZERO
082430         SUBTRACT SMG-FILE-COMBINED
082440             FROM SMG-YEAR-RECORDS(SMG-YEAR-INDEX)
082450         SET SMG-CONTROLS-CHANGED TO TRUE
082460     END-IF
082600     .
082700
082800 3850-REPOINT-ONE-SIGHTING-FILE.
082900     MOVE "SIGHTINGS RE-POINTED TO THE SURVIVOR" TO SMG-CNT-TEXT
083000     PERFORM 5000-REPOINT-IMAGE-FILE
083100     .
083200
083201*----------------------------------------------------------------*
083202* AN ARCHIVE FILE NOT YET CREATED HOLDS NOTHING TO RE-POINT
083203*----------------------------------------------------------------*
083204 3860-REPOINT-ONE-ARCHIVE.
083205     MOVE ZERO TO SMG-FILE-REPOINTED
083206     MOVE ZERO TO SMG-FILE-COMBINED
083207     OPEN I-O ARCHIVE-FILE
083208     IF SMG-ARCHIVE-STATUS = "00"
083209         SET SMG-SCAN-NOT-DONE TO TRUE
083210         PERFORM 3870-REPOINT-ONE-ARCHIVED UNTIL SMG-SCAN-DONE
083211         CLOSE ARCHIVE-FILE
083212     END-IF
083213     ADD SMG-FILE-REPOINTED TO SMG-RECORDS-REPOINTED
083214     ADD SMG-FILE-COMBINED  TO SMG-RECORDS-DROPPED
083215     MOVE SMG-ARCHIVE-FILE-NAME TO SMG-CNT-FILE
083216     MOVE SMG-FILE-REPOINTED TO SMG-CNT-NUMBER
083217     MOVE "SIGHTINGS RE-POINTED TO THE SURVIVOR" TO SMG-CNT-TEXT
083218     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
083219     PERFORM 9100-WRITE-REPORT-LINE
083220     IF SMG-FILE-COMBINED > ZERO
083221         MOVE SMG-FILE-COMBINED TO SMG-CNT-NUMBER
083222         MOVE "SIGHTINGS ADDED INTO THE SURVIVOR'S OWN RECORD"
083223             TO SMG-CNT-TEXT
083224         MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
083225         PERFORM 9100-WRITE-REPORT-LINE
083226     END-IF
083227     .
083228
083229*----------------------------------------------------------------*
083230* THE SCAN RESTARTS AT THE OLD CODE EACH TIME - A RE-POINTED
083231* SIGHTING NO LONGER CARRIES IT.  ONE THE SURVIVOR ALREADY HOLDS
083232* FOR THE SAME DATE, OBSERVER AND SPECIES IS THE SAME SIGHTING
083233* SPLIT ACROSS THE TWO CODES, SO ITS COUNT IS ADDED TO THE
083234* SURVIVOR'S RECORD
083235*----------------------------------------------------------------*
083236 3870-REPOINT-ONE-ARCHIVED.
083237     MOVE SMG-OLD-CODE TO SIGHTARC-SITE-CODE
083238     MOVE ZERO         TO SIGHTARC-SITE-DATE
083239     START ARCHIVE-FILE KEY IS NOT < SIGHTARC-SITE-KEY
083240         INVALID KEY
083241             SET SMG-SCAN-DONE TO TRUE
083242     END-START
083243     IF SMG-SCAN-NOT-DONE
083244         READ ARCHIVE-FILE NEXT RECORD
083245             AT END
083246                 SET SMG-SCAN-DONE TO TRUE
083247         END-READ
083248     END-IF
083249     IF SMG-SCAN-NOT-DONE
083250     AND SIGHTARC-SITE-CODE NOT = SMG-OLD-CODE
083251         SET SMG-SCAN-DONE TO TRUE
083252     END-IF
083253     IF SMG-SCAN-NOT-DONE
083254         MOVE SIGHTARC-RECORD TO SMG-ARCHIVE-SAVE
083255         DELETE ARCHIVE-FILE RECORD
083256         MOVE SMG-ARCHIVE-SAVE  TO SIGHTARC-RECORD
083257         MOVE SIGHTARC-SIGHTING  TO SMG-AUDIT-ORIGINAL
083258         MOVE SIGHTARC-LOAD-DATE TO SMG-AUDIT-LOAD-DATE
083259         MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
083260         MOVE SMG-NEW-CODE      TO SIGHT-SITE-CODE
083261         MOVE SIGHT-RECORD      TO SIGHTARC-SIGHTING
083262         CALL "ARCKEY" USING SIGHTARC-RECORD
083263         WRITE SIGHTARC-RECORD
083264             INVALID KEY
083265                 PERFORM 3880-COMBINE-ARCHIVED
083266             NOT INVALID KEY
083267                 ADD 1 TO SMG-FILE-REPOINTED
083268                 SET ARCAUDIT-IS-AMEND TO TRUE
083269                 PERFORM 9200-WRITE-AUDIT-RECORD
083270         END-WRITE
083271     END-IF
083272     .
083273
083274 3880-COMBINE-ARCHIVED.
083275     MOVE SIGHT-COUNT TO SMG-COMBINE-COUNT
083276     SET ARCAUDIT-IS-DELETE TO TRUE
083277     PERFORM 9200-WRITE-AUDIT-RECORD
083278     READ ARCHIVE-FILE RECORD KEY IS SIGHTARC-KEY
083279         INVALID KEY
083280             DISPLAY "SITEMRG - SIGHTING LOST ON "
083281                 SMG-ARCHIVE-FILE-NAME ": " SIGHTARC-KEY
083282             MOVE 8 TO SMG-RETURN-CODE
083283         NOT INVALID KEY
083284             MOVE SIGHTARC-SIGHTING  TO SMG-AUDIT-ORIGINAL
083285             MOVE SIGHTARC-LOAD-DATE TO SMG-AUDIT-LOAD-DATE
083286             MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
083287             ADD SMG-COMBINE-COUNT  TO SIGHT-COUNT
083288             MOVE SIGHT-RECORD      TO SIGHTARC-SIGHTING
083289             REWRITE SIGHTARC-RECORD
083290             ADD 1 TO SMG-FILE-COMBINED
083291             SET ARCAUDIT-IS-AMEND TO TRUE
083292             PERFORM 9200-WRITE-AUDIT-RECORD
083293     END-READ
083294     .
083300*----------------------------------------------------------------*
083400* A CLOSED SITE COMES OFF THE COVERAGE SCHEDULE SO IT IS NEVER
083500* CHASED AGAIN.  NOTHING ELSE IS TOUCHED
083600*----------------------------------------------------------------*
083700 4000-CLOSE-SITE.
083800     MOVE 9999 TO PRT-LINE-COUNT
083900     MOVE SPACES TO MERGE-REPORT-LINE
084000     STRING "CLOSURE OF SITE " DELIMITED BY SIZE
084100         SMG-OLD-CODE DELIMITED BY SIZE
084200         " FROM " DELIMITED BY SIZE
084300         SITETRAN-EFFECTIVE-DATE DELIMITED BY SIZE
084400         INTO MERGE-REPORT-LINE
084500     END-STRING
084600     PERFORM 9100-WRITE-REPORT-LINE
084700     MOVE SPACES TO MERGE-REPORT-LINE
084800     PERFORM 9100-WRITE-REPORT-LINE
084900     MOVE "SITE MASTER" TO MERGE-REPORT-LINE
085000     PERFORM 9100-WRITE-REPORT-LINE
085100     MOVE SMG-OLD-CODE TO SITE-CODE
085200     PERFORM 3050-PRINT-MASTER-RECORD
085300     MOVE "COVSCHED" TO SMG-IMAGE-FILE-NAME
085400     MOVE 1 TO SMG-SITE-OFFSET
085500     SET SMG-DROP-MATCHES TO TRUE
085600     SET SMG-LIST-RECORDS TO TRUE
085700     MOVE "COVERAGE SCHEDULE" TO SMG-CNT-TEXT
085800     PERFORM 5000-REPOINT-IMAGE-FILE
085900     MOVE SPACES TO MERGE-REPORT-LINE
086000     PERFORM 9100-WRITE-REPORT-LINE
086100     MOVE "ATLAS, ARCHIVE, VISIT AND RINGING HISTORY RETAINED"
086200         TO MERGE-REPORT-LINE
086300     PERFORM 9100-WRITE-REPORT-LINE
086400     .
086500
086600*----------------------------------------------------------------*
086700* THE FILE IS COPIED TO THE WORK FILE WITH EVERY MATCH RE-POINTED
086800* OR DROPPED, AND COPIED BACK ONLY IF ANYTHING CHANGED.  THE
086900* CALLER SETS THE FILE NAME, THE OFFSET, THE TWO SWITCHES AND
087000* THE HEADING OR COUNT TEXT
087100*----------------------------------------------------------------*
087200 5000-REPOINT-IMAGE-FILE.
087300     MOVE ZERO TO SMG-FILE-REPOINTED
087400     MOVE ZERO TO SMG-FILE-DROPPED
087500     IF SMG-LIST-RECORDS
087600         MOVE SPACES TO MERGE-REPORT-LINE
087700         PERFORM 9100-WRITE-REPORT-LINE
087800         MOVE SMG-CNT-TEXT TO MERGE-REPORT-LINE
087900         PERFORM 9100-WRITE-REPORT-LINE
088000     END-IF
088100     SET SMG-FILE-NOT-EOF TO TRUE
088200     OPEN INPUT IMAGE-FILE
088300     IF SMG-IMAGE-STATUS = "00"
088400         OPEN OUTPUT IMAGE-WORK
088500         PERFORM 5080-READ-IMAGE
088600         PERFORM 5020-COPY-ONE-IMAGE UNTIL SMG-FILE-EOF
088700         CLOSE IMAGE-WORK
088800     END-IF
088900     IF SMG-IMAGE-STATUS = "00"
089000     OR SMG-IMAGE-STATUS = "05"
089100     OR SMG-IMAGE-STATUS = "10"
089200         CLOSE IMAGE-FILE
089300     END-IF
089400     IF SMG-FILE-REPOINTED > ZERO
089500     OR SMG-FILE-DROPPED > ZERO
089600         PERFORM 5100-REPLACE-IMAGE-FILE
089700     END-IF
089800     ADD SMG-FILE-REPOINTED TO SMG-RECORDS-REPOINTED
089900     ADD SMG-FILE-DROPPED   TO SMG-RECORDS-DROPPED
090000     MOVE SMG-IMAGE-FILE-NAME TO SMG-CNT-FILE
090100     IF SMG-DROP-MATCHES
090200         MOVE SMG-FILE-DROPPED TO SMG-CNT-NUMBER
090300         MOVE "RECORDS REMOVED" TO SMG-CNT-TEXT
090400     ELSE
090500         MOVE SMG-FILE-REPOINTED TO SMG-CNT-NUMBER
090600         IF SMG-LIST-RECORDS
090700             MOVE "RECORDS RE-POINTED TO THE SURVIVOR"
090800                 TO SMG-CNT-TEXT
090900         END-IF
091000     END-IF
091100     MOVE SMG-COUNT-LINE TO MERGE-REPORT-LINE
091200     PERFORM 9100-WRITE-REPORT-LINE
091300     .
091400
091500 5020-COPY-ONE-IMAGE.
091600     IF IMAGE-RECORD(SMG-SITE-OFFSET:6) = SMG-OLD-CODE
091700         IF SMG-LIST-RECORDS
091800             MOVE "BEFORE " TO SMG-IMG-TAG
091900             MOVE IMAGE-RECORD TO SMG-IMG-TEXT
092000             MOVE SMG-IMAGE-LINE TO MERGE-REPORT-LINE
092100             PERFORM 9100-WRITE-REPORT-LINE
092200         END-IF
092300         IF SMG-DROP-MATCHES
092400             ADD 1 TO SMG-FILE-DROPPED
092500             IF SMG-LIST-RECORDS
092600                 MOVE "AFTER  " TO SMG-IMG-TAG
092700                 MOVE "(REMOVED)" TO SMG-IMG-TEXT
092800                 MOVE SMG-IMAGE-LINE TO MERGE-REPORT-LINE
092900                 PERFORM 9100-WRITE-REPORT-LINE
093000             END-IF
093100         ELSE
093200             MOVE SMG-NEW-CODE TO IMAGE-RECORD(SMG-SITE-OFFSET:6)
093300             ADD 1 TO SMG-FILE-REPOINTED
093400             WRITE IMAGE-WORK-RECORD FROM IMAGE-RECORD
093500             IF SMG-LIST-RECORDS
093600                 MOVE "AFTER  " TO SMG-IMG-TAG
093700                 MOVE IMAGE-RECORD TO SMG-IMG-TEXT
093800                 MOVE SMG-IMAGE-LINE TO MERGE-REPORT-LINE
093900                 PERFORM 9100-WRITE-REPORT-LINE
094000             END-IF
094100         END-IF
094200     ELSE
094300         WRITE IMAGE-WORK-RECORD FROM IMAGE-RECORD
094400     END-IF
094500     PERFORM 5080-READ-IMAGE
094600     .
094700
094800 5080-READ-IMAGE.
094900     MOVE SPACES TO IMAGE-RECORD
095000     READ IMAGE-FILE
095100         AT END
095200             SET SMG-FILE-EOF TO TRUE
095300     END-READ
095400     .
095500
095600 5100-REPLACE-IMAGE-FILE.
095700     SET SMG-FILE-NOT-EOF TO TRUE
095800     OPEN INPUT IMAGE-WORK
095900     OPEN OUTPUT IMAGE-FILE
096000     PERFORM 5180-READ-IMAGE-WORK
096100     PERFORM 5120-COPY-ONE-BACK UNTIL SMG-FILE-EOF
096200     CLOSE IMAGE-WORK
096300     CLOSE IMAGE-FILE
096400     .
096500
096600 5120-COPY-ONE-BACK.
096700     WRITE IMAGE-RECORD FROM IMAGE-WORK-RECORD
096800     PERFORM 5180-READ-IMAGE-WORK
096900     .
097000
097100 5180-READ-IMAGE-WORK.
097200     READ IMAGE-WORK
097300         AT END
097400             SET SMG-FILE-EOF TO TRUE
097500     END-READ
097600     .
097700
097800 9000-TERMINATE.
097900     IF SMG-CHANGE-STATUS = "00"
098000     OR SMG-CHANGE-STATUS = "05"
098100     OR SMG-CHANGE-STATUS = "10"
098200         CLOSE SITE-CHANGES
098300     END-IF
098400     IF SMG-RETURN-CODE < 16
098500         CLOSE SITE-MASTER
098510         CLOSE AUDIT-FILE
098600     END-IF
098700     IF SMG-ATLAS-OPEN
098800         CLOSE SITE-ATLAS
098900     END-IF
099000     IF SMG-VISITS-OPEN
099100         CLOSE VISIT-FILE
099200     END-IF
099300     IF SMG-RINGS-OPEN
099400         CLOSE RING-REGISTER
099500     END-IF
099510     IF SMG-CONTROLS-CHANGED
099520         PERFORM 9050-REWRITE-YEAR-CONTROLS
099530     END-IF
099600     SET PRT-ACTION-END TO TRUE
099700     CALL "PRTSRV" USING PRT-CONTROL
099800     WRITE MERGE-REPORT-LINE FROM PRT-TRAILER-LINE
099900     CLOSE MERGE-REPORT
100000     DISPLAY "SITEMRG - CHANGES READ: " SMG-CHANGES-READ
100100     DISPLAY "SITEMRG - MERGES: " SMG-MERGES-DONE
100200     DISPLAY "SITEMRG - CLOSURES: " SMG-CLOSURES-DONE
100300     DISPLAY "SITEMRG - RECORDS RE-POINTED: "
100305         SMG-RECORDS-REPOINTED
100400     DISPLAY "SITEMRG - RECORDS REMOVED: " SMG-RECORDS-DROPPED
100500     MOVE "SITEMRG "               TO RUNLOG-STEP-NAME
100600     MOVE SMG-CHANGES-READ         TO RUNLOG-RECORDS-READ
100700     MOVE SMG-RECORDS-REPOINTED    TO RUNLOG-RECORDS-APPLIED
100800     MOVE ZERO                     TO RUNLOG-RECORDS-REJECTED
100900     MOVE SMG-RECORDS-DROPPED      TO RUNLOG-RECORDS-DROPPED
101000     MOVE SMG-RETURN-CODE          TO RUNLOG-RETURN-CODE
101100     CALL "RUNLOGW" USING RUNLOG-RECORD
101200     .
101300
101305 9050-REWRITE-YEAR-CONTROLS.
101310     OPEN OUTPUT ARCHIVE-CONTROL
101315     PERFORM 9060-WRITE-ONE-CONTROL
101320         VARYING SMG-YEAR-INDEX FROM 1 BY 1
101325         UNTIL SMG-YEAR-INDEX > SMG-YEAR-COUNT
101330     CLOSE ARCHIVE-CONTROL
101335     .
101340
101345 9060-WRITE-ONE-CONTROL.
101350     MOVE SMG-YEAR-ENTRY(SMG-YEAR-INDEX)   TO CTL-YEAR
101355     MOVE SMG-YEAR-RECORDS(SMG-YEAR-INDEX) TO CTL-RECORD-COUNT
101360     MOVE SMG-YEAR-HASH(SMG-YEAR-INDEX)    TO CTL-HASH-TOTAL
101365     WRITE CONTROL-RECORD
101370     .
101400 9100-WRITE-REPORT-LINE.
101500     MOVE MERGE-REPORT-LINE TO PRT-DETAIL-LINE
101600     SET PRT-ACTION-DETAIL TO TRUE
101700     CALL "PRTSRV" USING PRT-CONTROL
101800     IF PRT-HEADING-NEEDED
101900         WRITE MERGE-REPORT-LINE FROM PRT-HEADING-1
102000         WRITE MERGE-REPORT-LINE FROM PRT-HEADING-2
102100     END-IF
102200     WRITE MERGE-REPORT-LINE FROM PRT-DETAIL-LINE
102300     .
102400
102500*----------------------------------------------------------------*
102600* THE ARCAUDIT ENTRY FOR AN ARCHIVED SIGHTING THE MERGE CHANGED -
102700* THE CALLER SETS THE ACTION AND HOLDS THE SIGHTING AS IT WAS; AN
102800* AMEND'S REPLACEMENT IS THE RECORD NOW ON THE ARCHIVE
102900*----------------------------------------------------------------*
103000 9200-WRITE-AUDIT-RECORD.
103100     MOVE SMG-BUSINESS-DATE     TO ARCAUDIT-CORRECTED-DATE
103200     MOVE SMG-OPERATOR          TO ARCAUDIT-OPERATOR
103300     MOVE SPACES                TO ARCAUDIT-REASON
103400     STRING "SITE " DELIMITED BY SIZE
103500         SMG-OLD-CODE DELIMITED BY SIZE
103600         " MERGED INTO " DELIMITED BY SIZE
103700         SMG-NEW-CODE DELIMITED BY SIZE
103800         INTO ARCAUDIT-REASON
103900     END-STRING
104000     MOVE SMG-ARCHIVE-FILE-NAME TO ARCAUDIT-ARCHIVE-FILE
104100     MOVE SMG-AUDIT-LOAD-DATE   TO ARCAUDIT-ORIGINAL-LOAD-DATE
104200     MOVE SMG-AUDIT-ORIGINAL    TO ARCAUDIT-ORIGINAL
104300     IF ARCAUDIT-IS-AMEND
104400         MOVE SIGHTARC-SIGHTING TO ARCAUDIT-REPLACEMENT
104500     ELSE
104600         MOVE SPACES            TO ARCAUDIT-REPLACEMENT
104700     END-IF
104800     WRITE ARCAUDIT-RECORD
104900     .
