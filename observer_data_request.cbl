000100*================================================================*
000200* OBSERVER-DATA-REQUEST
000300* PURPOSE.  Answers data protection requests against registered
000400*           observers (the DSARTRAN file), one request at a time.
000500*           An ACCESS request prints a complete extract of
000600*           everything held about the observer: the OBSERVER
000700*           registry entry, every sighting on the live SIGHTARC
000800*           archive and on each SGTAYYYY year file the ARCCTL
000900*           controls list (found on the observer key), every
001000*           sighting still waiting on the suspense, hold,
001100*           verified, rarities and query queues, and every
001200*           REVWHIST review outcome naming the observer as the
001300*           recorder or as the reviewer.
001400*           An ERASE request replaces the observer's ID with the
001500*           reserved anonymous ID (OBS-ANONYMOUS-OBSERVER) in all
001600*           of those files and blanks the free-text initials that
001700*           follow it on each sighting, so the sightings stay in
001800*           the evidence base without pointing at a person, then
001900*           deletes the observer's registry entry.  A sighting
002000*           the anonymous ID already holds under the same key has
002100*           the count added into that record, the way SITEMRG
002200*           combines a merged site's, and the year's ARCCTL
002300*           record count comes down to match.  The erasure report
002400*           gives counts only - it repeats nothing it removed.
002410*           The observer's survey visits on VISITS are listed and
002420*           re-filed the same way; a visit the anonymous ID
002430*           already holds for the site and date takes on the
002440*           erased one's effort.  Each archived sighting re-filed
002450*           or combined goes on the ARCAUDIT trail, as ARCCORR's
002460*           corrections do, so NRCEXP sends the change to the
002470*           records centre.
002500*           Every request, carried out or refused, goes on the
002600*           DPOLOG data protection log.
002700* AUTHOR.   D. OKAFOR
002800* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002900* DATE-WRITTEN. 10/15/2026
003000*================================================================*
003100* MODIFICATION HISTORY
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 DNO   ORIGINAL PROGRAM
003310* 10/15/2026 DNO   AN ERASURE NOW RE-FILES THE OBSERVER'S SURVEY
003320*                  VISITS ON VISITS UNDER THE ANONYMOUS ID TOO, A
003330*                  VISIT THE ANONYMOUS ID ALREADY HOLDS TAKING ON
003340*                  THE ERASED ONE'S EFFORT, AND AN ACCESS REQUEST
003350*                  LISTS THEM.  THE VISIT COUNT GOES ON THE DPOLOG
003360*                  ENTRY.  EVERY RE-FILED ARCHIVED SIGHTING IS
003370*                  WRITTEN TO THE ARCAUDIT TRAIL AS AN AMEND, AND
003380*                  ONE COMBINED AS A DELETE, SO NRCEXP PASSES THE
003390*                  CHANGE ON TO THE RECORDS CENTRE
003400*================================================================*
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. OBSDSAR.
003700 AUTHOR. D. OKAFOR.
003800 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003900 DATE-WRITTEN. 10/15/2026.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL DATA-REQUESTS ASSIGN TO "DSARTRAN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS DSR-TRAN-STATUS.
004800
004900     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS OBS-OBSERVER-ID
005300         FILE STATUS IS DSR-OBSERVER-STATUS.
005400
005500     SELECT OPTIONAL ARCHIVE-CONTROL ASSIGN TO "ARCCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS DSR-CONTROL-STATUS.
005800
005900     SELECT ARCHIVE-FILE ASSIGN TO DSR-ARCHIVE-FILE-NAME
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS SIGHTARC-KEY
006300         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
006400             WITH DUPLICATES
006500         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
006600             WITH DUPLICATES
006700         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
006800             WITH DUPLICATES
006900         FILE STATUS IS DSR-ARCHIVE-STATUS.
006910
006920     SELECT VISIT-FILE ASSIGN TO "VISITS"
006930         ORGANIZATION IS INDEXED
006940         ACCESS MODE IS DYNAMIC
006950         RECORD KEY IS VISIT-KEY
006960         FILE STATUS IS DSR-VISIT-STATUS.
007000
007100     SELECT OPTIONAL IMAGE-FILE ASSIGN TO DSR-IMAGE-FILE-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS DSR-IMAGE-STATUS.
007400
007500     SELECT IMAGE-WORK ASSIGN TO "DSRWORK"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS DSR-WORK-STATUS.
007800
007900     SELECT DPO-LOG ASSIGN TO "DPOLOG"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS DSR-LOG-STATUS.
008110
008120     SELECT AUDIT-FILE ASSIGN TO "ARCAUDIT"
008130         ORGANIZATION IS LINE SEQUENTIAL
008140         FILE STATUS IS DSR-AUDIT-STATUS.
008200
008300     SELECT REQUEST-REPORT ASSIGN TO "OBSDSAR"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS DSR-REPORT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  DATA-REQUESTS.
009000 COPY DSARTRAN.
009100
009200 FD  OBSERVER-REGISTRY.
009300 COPY OBSREC.
009400
009500 FD  ARCHIVE-CONTROL.
009600 01  CONTROL-RECORD.
009700     05  CTL-YEAR                 PIC 9(04).
009800     05  CTL-RECORD-COUNT         PIC 9(07).
009900     05  CTL-HASH-TOTAL           PIC 9(09).
010000
010100*----------------------------------------------------------------*
010200* THE LIVE ARCHIVE AND EVERY SGTAYYYY YEAR FILE SHARE ONE LAYOUT
010300* AND ARE WORKED IN TURN THROUGH THIS ONE KEYED FILE
010400*----------------------------------------------------------------*
010500 FD  ARCHIVE-FILE.
010600 COPY SIGHTARC.
010700*----------------------------------------------------------------*
010800* THE WAITING QUEUES AND THE REVIEW HISTORY ARE SEARCHED, AND ON
010900* AN ERASURE COPIED AND COPIED BACK, THROUGH THIS ONE IMAGE
011000*----------------------------------------------------------------*
011100 FD  IMAGE-FILE.
011200 01  IMAGE-RECORD                 PIC X(120).
011300
011400 FD  IMAGE-WORK.
011500 01  IMAGE-WORK-RECORD            PIC X(120).
011510
011520 FD  VISIT-FILE.
011530 COPY VISITREC.
011540
011550 FD  AUDIT-FILE.
011560 COPY ARCAUDIT.
011600
011700 FD  DPO-LOG.
011800 COPY DPOLOG.
011900
012000 FD  REQUEST-REPORT.
012100 01  REQUEST-REPORT-LINE          PIC X(80).
012200
012300 WORKING-STORAGE SECTION.
012400 01  DSR-TRAN-STATUS              PIC X(02).
012500 01  DSR-OBSERVER-STATUS          PIC X(02).
012600 01  DSR-CONTROL-STATUS           PIC X(02).
012700 01  DSR-ARCHIVE-STATUS           PIC X(02).
012800 01  DSR-IMAGE-STATUS             PIC X(02).
012900 01  DSR-WORK-STATUS              PIC X(02).
013000 01  DSR-LOG-STATUS               PIC X(02).
013100 01  DSR-REPORT-STATUS            PIC X(02).
013110 01  DSR-VISIT-STATUS             PIC X(02).
013120 01  DSR-AUDIT-STATUS             PIC X(02).
013200 01  DSR-END-OF-FILE-SWITCH       PIC X(01).
013300     88  DSR-END-OF-FILE          VALUE "Y".
013400     88  DSR-NOT-END-OF-FILE      VALUE "N".
013500 01  DSR-FILE-EOF-SWITCH          PIC X(01).
013600     88  DSR-FILE-EOF             VALUE "Y".
013700     88  DSR-FILE-NOT-EOF         VALUE "N".
013800 01  DSR-SCAN-SWITCH              PIC X(01).
013900     88  DSR-SCAN-DONE            VALUE "Y".
014000     88  DSR-SCAN-NOT-DONE        VALUE "N".
014100 01  DSR-REGISTRY-OPEN-SWITCH     PIC X(01) VALUE "N".
014200     88  DSR-REGISTRY-OPEN        VALUE "Y".
014300 01  DSR-RETURN-CODE              PIC 9(02) VALUE ZERO.
014400 01  DSR-BUSINESS-DATE            PIC 9(08).
014500 01  DSR-OPERATOR                 PIC X(08).
014600 01  DSR-TIME-NOW                 PIC 9(08).
014700 01  DSR-ANONYMOUS-ID             PIC X(06).
014800*----------------------------------------------------------------*
014900* THE REQUEST IN HAND
015000*----------------------------------------------------------------*
015100 01  DSR-OBSERVER-ID              PIC X(06).
015200 01  DSR-MODE-SWITCH              PIC X(01).
015300     88  DSR-ACCESSING            VALUE "A".
015400     88  DSR-ERASING              VALUE "E".
015500 01  DSR-EDIT-SWITCH              PIC X(01).
015600     88  DSR-EDIT-VALID           VALUE "Y".
015700     88  DSR-EDIT-INVALID         VALUE "N".
015800 01  DSR-REFUSAL-TEXT             PIC X(40).
015900 01  DSR-ENTRY-SWITCH             PIC X(01).
016000     88  DSR-ENTRY-FOUND          VALUE "Y".
016100     88  DSR-ENTRY-NOT-FOUND      VALUE "N".
016200 01  DSR-CLEARED-SWITCH           PIC X(01).
016300     88  DSR-ENTRY-CLEARED        VALUE "Y".
016400     88  DSR-ENTRY-KEPT           VALUE "N".
016500 01  DSR-REQUEST-FOUND            PIC 9(07).
016600 01  DSR-REQUEST-ANONYMIZED       PIC 9(07).
016610 01  DSR-REQUEST-VISITS           PIC 9(07).
016700*----------------------------------------------------------------*
016800* THE YEAR FILES THE ARCHIVE ROLL HAS WRITTEN, WITH THEIR CONTROL
016900* TOTALS, FROM ARCCTL - WRITTEN BACK IF AN ERASURE COMBINES
017000* RECORDS
017100*----------------------------------------------------------------*
017200 01  DSR-YEAR-TABLE.
017300     05  DSR-YEAR-SLOT            OCCURS 50 TIMES.
017400         10  DSR-YEAR-ENTRY       PIC 9(04).
017500         10  DSR-YEAR-RECORDS     PIC 9(07).
017600         10  DSR-YEAR-HASH        PIC 9(09).
017700 01  DSR-YEAR-COUNT               PIC 9(03) VALUE ZERO COMP.
017800 01  DSR-YEAR-INDEX               PIC 9(03) COMP.
017900 01  DSR-CONTROL-SWITCH           PIC X(01) VALUE "N".
018000     88  DSR-CONTROLS-CHANGED     VALUE "Y".
018100*----------------------------------------------------------------*
018200* THE FILE BEING SEARCHED - ITS NAME, WHAT ITS RECORDS HOLD, AND
018300* WHAT WAS FOUND AND RE-FILED IN IT
018400*----------------------------------------------------------------*
018500 01  DSR-ARCHIVE-FILE-NAME        PIC X(08).
018600 01  DSR-ARCHIVE-SAVE             PIC X(179).
018700 01  DSR-COMBINE-COUNT            PIC 9(05).
018710 01  DSR-AUDIT-ORIGINAL           PIC X(93).
018720 01  DSR-AUDIT-LOAD-DATE          PIC 9(08).
018800 01  DSR-IMAGE-FILE-NAME          PIC X(08).
018900 01  DSR-IMAGE-KIND-SWITCH        PIC X(01).
019000     88  DSR-SIGHTING-IMAGES      VALUE "S".
019100     88  DSR-REVIEW-IMAGES        VALUE "R".
019200 01  DSR-MATCH-SWITCH             PIC X(01).
019300     88  DSR-IMAGE-MATCHED        VALUE "Y".
019400     88  DSR-IMAGE-NOT-MATCHED    VALUE "N".
019500 01  DSR-FILE-FOUND               PIC 9(07).
019600 01  DSR-FILE-ANONYMIZED          PIC 9(07).
019700 01  DSR-FILE-COMBINED            PIC 9(07).
019705*----------------------------------------------------------------*
019710* THE VISIT BEING RE-FILED, HELD WHILE IT IS WRITTEN UNDER THE
019715* ANONYMOUS ID - ITS EFFORT IS CARRIED INTO A VISIT ALREADY THERE
019720*----------------------------------------------------------------*
019725 01  DSR-VISIT-SAVE.
019730     05  FILLER                   PIC X(20).
019735     05  DSR-SAVE-START-TIME      PIC 9(04).
019740     05  DSR-SAVE-END-TIME        PIC 9(04).
019745     05  DSR-SAVE-MINUTES         PIC 9(04).
019750     05  FILLER                   PIC X(20).
019755     05  DSR-SAVE-PARTY-SIZE      PIC 9(02).
019760     05  DSR-SAVE-COMPLETE-LIST   PIC X(01).
019765     05  FILLER                   PIC X(08).
019800*----------------------------------------------------------------*
019900* REPORT LINES
020000*----------------------------------------------------------------*
020100 01  DSR-REGISTRY-LINE.
020200     05  DSR-REG-ID               PIC X(06).
020300     05  FILLER                   PIC X(01) VALUE SPACE.
020400     05  DSR-REG-NAME             PIC X(30).
020500     05  FILLER                   PIC X(01) VALUE SPACE.
020600     05  DSR-REG-CONTACT          PIC X(30).
020700     05  FILLER                   PIC X(01) VALUE SPACE.
020800     05  DSR-REG-ACCREDITATION    PIC X(01).
020900     05  FILLER                   PIC X(10) VALUE SPACES.
021000 01  DSR-SIGHTING-LINE.
021100     05  DSR-SGT-FILE             PIC X(08).
021200     05  FILLER                   PIC X(01) VALUE SPACE.
021300     05  DSR-SGT-DATE             PIC 9(08).
021400     05  FILLER                   PIC X(01) VALUE SPACE.
021500     05  DSR-SGT-SITE             PIC X(06).
021600     05  FILLER                   PIC X(01) VALUE SPACE.
021700     05  DSR-SGT-NAME             PIC X(30).
021800     05  FILLER                   PIC X(01) VALUE SPACE.
021900     05  DSR-SGT-COUNT            PIC Z(4)9.
022000     05  FILLER                   PIC X(01) VALUE SPACE.
022100     05  DSR-SGT-INITIALS         PIC X(14).
022200     05  FILLER                   PIC X(04) VALUE SPACES.
022300 01  DSR-REVIEW-LINE.
022400     05  DSR-RVW-FILE             PIC X(08).
022500     05  FILLER                   PIC X(01) VALUE SPACE.
022600     05  DSR-RVW-REVIEW-DATE      PIC 9(08).
022700     05  FILLER                   PIC X(01) VALUE SPACE.
022800     05  DSR-RVW-SOURCE           PIC X(01).
022900     05  DSR-RVW-OUTCOME          PIC X(01).
023000     05  FILLER                   PIC X(01) VALUE SPACE.
023100     05  DSR-RVW-ROLE             PIC X(08).
023200     05  FILLER                   PIC X(01) VALUE SPACE.
023300     05  DSR-RVW-SIGHT-DATE       PIC 9(08).
023400     05  FILLER                   PIC X(01) VALUE SPACE.
023500     05  DSR-RVW-SITE             PIC X(06).
023600     05  FILLER                   PIC X(01) VALUE SPACE.
023700     05  DSR-RVW-NAME             PIC X(30).
023800     05  FILLER                   PIC X(04) VALUE SPACES.
023805 01  DSR-VISIT-LINE.
023810     05  DSR-VIS-FILE             PIC X(08).
023815     05  FILLER                   PIC X(01) VALUE SPACE.
023820     05  DSR-VIS-DATE             PIC 9(08).
023825     05  FILLER                   PIC X(01) VALUE SPACE.
023830     05  DSR-VIS-SITE             PIC X(06).
023835     05  FILLER                   PIC X(01) VALUE SPACE.
023840     05  DSR-VIS-START            PIC 9(04).
023845     05  FILLER                   PIC X(01) VALUE "-".
023850     05  DSR-VIS-END              PIC 9(04).
023855     05  FILLER                   PIC X(01) VALUE SPACE.
023860     05  DSR-VIS-MINUTES          PIC Z(3)9.
023865     05  FILLER                   PIC X(01) VALUE SPACE.
023870     05  DSR-VIS-WEATHER          PIC X(20).
023875     05  FILLER                   PIC X(01) VALUE SPACE.
023880     05  DSR-VIS-PARTY            PIC Z9.
023885     05  FILLER                   PIC X(01) VALUE SPACE.
023890     05  DSR-VIS-COMPLETE         PIC X(01).
023895     05  FILLER                   PIC X(15) VALUE SPACES.
023900 01  DSR-COUNT-LINE.
024000     05  DSR-CNT-FILE             PIC X(09).
024100     05  DSR-CNT-NUMBER           PIC Z(6)9.
024200     05  FILLER                   PIC X(01) VALUE SPACE.
024300     05  DSR-CNT-TEXT             PIC X(63).
024400*----------------------------------------------------------------*
024500* RUN COUNTS
024600*----------------------------------------------------------------*
024700 01  DSR-REQUESTS-READ            PIC 9(07) VALUE ZERO.
024800 01  DSR-REQUESTS-DONE            PIC 9(07) VALUE ZERO.
024900 01  DSR-REQUESTS-REFUSED         PIC 9(07) VALUE ZERO.
025000 01  DSR-RECORDS-ANONYMIZED       PIC 9(07) VALUE ZERO.
025100 01  DSR-RECORDS-COMBINED         PIC 9(07) VALUE ZERO.
025200*----------------------------------------------------------------*
025300* WORK COPIES OF THE SIGHTING AND REVIEW IMAGES, IN THEIR REAL
025400* SHAPE
025500*----------------------------------------------------------------*
025600 COPY SIGHTREC.
025700 COPY REVWHIST.
025800 COPY RUNLOG.
025900 COPY PRTCTL.
026000
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     ACCEPT RUNLOG-START-TIME FROM TIME
026400     PERFORM 1000-INITIALIZE
026500     PERFORM 2000-PROCESS-ONE-REQUEST UNTIL DSR-END-OF-FILE
026600     PERFORM 9000-TERMINATE
026700     MOVE DSR-RETURN-CODE TO RETURN-CODE
026800     GOBACK
026900     .
027000
027100 1000-INITIALIZE.
027200     SET DSR-NOT-END-OF-FILE TO TRUE
027300     CALL "BUSDATE" USING DSR-BUSINESS-DATE
027400     CALL "OPERID" USING DSR-OPERATOR
027500     PERFORM 1500-LOAD-YEAR-CONTROLS
027600     OPEN OUTPUT REQUEST-REPORT
027700     SET PRT-ACTION-INIT TO TRUE
027800     MOVE "OBSERVER DATA PROTECTION REQUESTS" TO PRT-REPORT-NAME
027900     MOVE "OBSDSAR" TO PRT-PRODUCER
028000     CALL "PRTSRV" USING PRT-CONTROL
028100     OPEN EXTEND DPO-LOG
028200     IF DSR-LOG-STATUS = "35"
028300         OPEN OUTPUT DPO-LOG
028400     END-IF
028500     OPEN I-O OBSERVER-REGISTRY
028600     IF DSR-OBSERVER-STATUS NOT = "00"
028700         DISPLAY "OBSDSAR - OBSERVER REGISTRY WOULD NOT OPEN: "
028800             DSR-OBSERVER-STATUS
028900         MOVE 16 TO DSR-RETURN-CODE
029000         SET DSR-END-OF-FILE TO TRUE
029100     ELSE
029200         SET DSR-REGISTRY-OPEN TO TRUE
029300         SET OBS-ANONYMOUS-OBSERVER TO TRUE
029400         MOVE OBS-OBSERVER-ID TO DSR-ANONYMOUS-ID
029410         OPEN EXTEND AUDIT-FILE
029420         IF DSR-AUDIT-STATUS = "35"
029430             OPEN OUTPUT AUDIT-FILE
029440         END-IF
029500         OPEN INPUT DATA-REQUESTS
029600         IF DSR-TRAN-STATUS = "00"
029700             PERFORM 2900-READ-REQUEST
029800         ELSE
029900             SET DSR-END-OF-FILE TO TRUE
030000         END-IF
030100     END-IF
030200     .
030300
030400 1500-LOAD-YEAR-CONTROLS.
030500     SET DSR-FILE-NOT-EOF TO TRUE
030600     OPEN INPUT ARCHIVE-CONTROL
030700     IF DSR-CONTROL-STATUS = "00"
030800     OR DSR-CONTROL-STATUS = "05"
030900         IF DSR-CONTROL-STATUS = "00"
031000             PERFORM 1560-READ-CONTROL
031100             PERFORM 1520-LOAD-ONE-YEAR UNTIL DSR-FILE-EOF
031200         END-IF
031300         CLOSE ARCHIVE-CONTROL
031400     END-IF
031500     .
031600
031700 1520-LOAD-ONE-YEAR.
031800     IF DSR-YEAR-COUNT < 50
031900         ADD 1 TO DSR-YEAR-COUNT
032000         MOVE CTL-YEAR         TO DSR-YEAR-ENTRY(DSR-YEAR-COUNT)
032100         MOVE CTL-RECORD-COUNT TO DSR-YEAR-RECORDS(DSR-YEAR-COUNT)
032200         MOVE CTL-HASH-TOTAL   TO DSR-YEAR-HASH(DSR-YEAR-COUNT)
032300     ELSE
032400         DISPLAY "OBSDSAR - YEAR TABLE FULL, SKIPPED: " CTL-YEAR
032500         MOVE 8 TO DSR-RETURN-CODE
032600     END-IF
032700     PERFORM 1560-READ-CONTROL
032800     .
032900
033000 1560-READ-CONTROL.
033100     READ ARCHIVE-CONTROL
033200         AT END
033300             SET DSR-FILE-EOF TO TRUE
033400     END-READ
033500     .
033600
033700*----------------------------------------------------------------*
033800* EACH REQUEST STARTS A FRESH PAGE AND ENDS WITH ITS DPOLOG ENTRY
033900*----------------------------------------------------------------*
034000 2000-PROCESS-ONE-REQUEST.
034100     ADD 1 TO DSR-REQUESTS-READ
034200     MOVE DSARTRAN-OBSERVER-ID TO DSR-OBSERVER-ID
034300     MOVE ZERO TO DSR-REQUEST-FOUND
034400     MOVE ZERO TO DSR-REQUEST-ANONYMIZED
034410     MOVE ZERO TO DSR-REQUEST-VISITS
034500     SET DSR-ENTRY-NOT-FOUND TO TRUE
034600     SET DSR-ENTRY-KEPT TO TRUE
034700     PERFORM 2050-PRINT-REQUEST-HEADING
034800     PERFORM 2100-EDIT-REQUEST
034900     IF DSR-EDIT-VALID
035000         PERFORM 3000-CARRY-OUT-REQUEST
035100         ADD 1 TO DSR-REQUESTS-DONE
035200     ELSE
035300         MOVE SPACES TO REQUEST-REPORT-LINE
035400         STRING "REQUEST REFUSED - " DELIMITED BY SIZE
035500             DSR-REFUSAL-TEXT DELIMITED BY SIZE
035600             INTO REQUEST-REPORT-LINE
035700         END-STRING
035800         PERFORM 9100-WRITE-REPORT-LINE
035900         DISPLAY "OBSDSAR - REQUEST REFUSED: " DSARTRAN-REFERENCE
036000             " " DSR-REFUSAL-TEXT
036100         ADD 1 TO DSR-REQUESTS-REFUSED
036200         MOVE 8 TO DSR-RETURN-CODE
036300     END-IF
036400     PERFORM 2800-WRITE-DPO-LOG
036500     PERFORM 2900-READ-REQUEST
036600     .
036700
036800 2050-PRINT-REQUEST-HEADING.
036900     MOVE 9999 TO PRT-LINE-COUNT
037000     MOVE SPACES TO REQUEST-REPORT-LINE
037100     STRING DSARTRAN-ACTION-CODE DELIMITED BY SPACE
037200         " REQUEST " DELIMITED BY SIZE
037300         DSARTRAN-REFERENCE DELIMITED BY SIZE
037400         " FOR OBSERVER " DELIMITED BY SIZE
037500         DSR-OBSERVER-ID DELIMITED BY SIZE
037600         INTO REQUEST-REPORT-LINE
037700     END-STRING
037800     PERFORM 9100-WRITE-REPORT-LINE
037900     .
038000
038100*----------------------------------------------------------------*
038200* THE ANONYMOUS ID IS NEVER A PERSON, SO NO REQUEST IS TAKEN
038300* AGAINST IT
038400*----------------------------------------------------------------*
038500 2100-EDIT-REQUEST.
038600     SET DSR-EDIT-VALID TO TRUE
038700     MOVE SPACES TO DSR-REFUSAL-TEXT
038800     IF NOT DSARTRAN-IS-ACCESS
038900     AND NOT DSARTRAN-IS-ERASE
039000         SET DSR-EDIT-INVALID TO TRUE
039100         MOVE "NOT AN ACCESS OR ERASE REQUEST"
039200             TO DSR-REFUSAL-TEXT
039300     END-IF
039400     IF DSR-OBSERVER-ID = SPACES
039500         SET DSR-EDIT-INVALID TO TRUE
039600         MOVE "BLANK OBSERVER ID" TO DSR-REFUSAL-TEXT
039700     END-IF
039800     IF DSR-OBSERVER-ID = DSR-ANONYMOUS-ID
039900         SET DSR-EDIT-INVALID TO TRUE
040000         MOVE "THE RESERVED ANONYMOUS ID" TO DSR-REFUSAL-TEXT
040100     END-IF
040200     .
040300
040400 2800-WRITE-DPO-LOG.
040500     ACCEPT DSR-TIME-NOW FROM TIME
040600     MOVE DSR-BUSINESS-DATE      TO DPOLOG-PROCESSED-DATE
040700     MOVE DSR-TIME-NOW           TO DPOLOG-PROCESSED-TIME
040800     MOVE DSR-OPERATOR           TO DPOLOG-OPERATOR
040900     MOVE DSARTRAN-ACTION-CODE   TO DPOLOG-ACTION-CODE
041000     MOVE DSR-OBSERVER-ID        TO DPOLOG-OBSERVER-ID
041100     MOVE DSARTRAN-REFERENCE     TO DPOLOG-REFERENCE
041200     MOVE DSR-REQUEST-FOUND      TO DPOLOG-RECORDS-FOUND
041300     MOVE DSR-REQUEST-ANONYMIZED TO DPOLOG-RECORDS-ANONYMIZED
041310     MOVE DSR-REQUEST-VISITS     TO DPOLOG-VISITS-FOUND
041400     MOVE DSR-CLEARED-SWITCH     TO DPOLOG-REGISTRY-CLEARED
041500     EVALUATE TRUE
041600         WHEN DSR-EDIT-INVALID
041700             SET DPOLOG-REFUSED TO TRUE
041800         WHEN DSR-REQUEST-FOUND = ZERO
041900             SET DPOLOG-NOTHING-HELD TO TRUE
042000         WHEN OTHER
042100             SET DPOLOG-DONE TO TRUE
042200     END-EVALUATE
042300     WRITE DPOLOG-RECORD
042400     .
042500
042600 2900-READ-REQUEST.
042700     READ DATA-REQUESTS
042800         AT END
042900             SET DSR-END-OF-FILE TO TRUE
043000     END-READ
043100     .
043200
043300*----------------------------------------------------------------*
043400* THE REGISTRY ENTRY COMES FIRST AND, ON AN ERASURE, GOES LAST -
043500* ONLY ONCE EVERY FILE HAS BEEN RE-FILED UNDER THE ANONYMOUS ID
043600*----------------------------------------------------------------*
043700 3000-CARRY-OUT-REQUEST.
043800     IF DSARTRAN-IS-ERASE
043900         SET DSR-ERASING TO TRUE
044000         PERFORM 3050-ENSURE-ANONYMOUS-ENTRY
044100     ELSE
044200         SET DSR-ACCESSING TO TRUE
044300     END-IF
044400     PERFORM 3100-SEARCH-REGISTRY
044500     PERFORM 3300-SEARCH-ARCHIVES
044510     PERFORM 3400-SEARCH-VISITS
044600     PERFORM 3500-SEARCH-QUEUES
044700     PERFORM 3600-SEARCH-REVIEW-HISTORY
044800     IF DSR-ERASING
044900         PERFORM 3800-CLEAR-REGISTRY-ENTRY
045000     END-IF
045100     MOVE SPACES TO REQUEST-REPORT-LINE
045200     PERFORM 9100-WRITE-REPORT-LINE
045300     MOVE "TOTAL" TO DSR-CNT-FILE
045400     MOVE DSR-REQUEST-FOUND TO DSR-CNT-NUMBER
045500     MOVE "RECORDS HELD ABOUT THE OBSERVER" TO DSR-CNT-TEXT
045600     MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
045700     PERFORM 9100-WRITE-REPORT-LINE
045800     IF DSR-ERASING
045900         MOVE DSR-REQUEST-ANONYMIZED TO DSR-CNT-NUMBER
046000         MOVE "RECORDS NOW HELD UNDER THE ANONYMOUS ID"
046100             TO DSR-CNT-TEXT
046200         MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
046300         PERFORM 9100-WRITE-REPORT-LINE
046400         ADD DSR-REQUEST-ANONYMIZED TO DSR-RECORDS-ANONYMIZED
046500     END-IF
046600     .
046700
046800*----------------------------------------------------------------*
046900* THE ANONYMOUS ID MUST BE ON THE REGISTRY OR EVERY RE-FILED
047000* SIGHTING WOULD FAIL THE OBSERVER CHECK THE NEXT TIME IT IS
047100* EDITED OR CORRECTED.  IT IS FILED AS A TRAINEE, SO A SIGHTING
047200* STILL COMING BACK THROUGH SUSPENSE IS VERIFIED BEFORE IT
047300* COUNTS, AND THE ID CAN NEVER SIGN A SIGHTING OFF
047400*----------------------------------------------------------------*
047500 3050-ENSURE-ANONYMOUS-ENTRY.
047600     MOVE DSR-ANONYMOUS-ID TO OBS-OBSERVER-ID
047700     READ OBSERVER-REGISTRY
047800         INVALID KEY
047900             MOVE DSR-ANONYMOUS-ID     TO OBS-OBSERVER-ID
048000             MOVE "ANONYMOUS OBSERVER" TO OBS-OBSERVER-NAME
048100             MOVE SPACES               TO OBS-CONTACT
048200             SET OBS-TRAINEE TO TRUE
048300             WRITE OBS-RECORD
048400             DISPLAY "OBSDSAR - ANONYMOUS ID ADDED TO REGISTRY: "
048500                 DSR-ANONYMOUS-ID
048600     END-READ
048700     .
048800
048900 3100-SEARCH-REGISTRY.
049000     MOVE SPACES TO REQUEST-REPORT-LINE
049100     PERFORM 9100-WRITE-REPORT-LINE
049200     MOVE "OBSERVER REGISTRY" TO REQUEST-REPORT-LINE
049300     PERFORM 9100-WRITE-REPORT-LINE
049400     MOVE DSR-OBSERVER-ID TO OBS-OBSERVER-ID
049500     READ OBSERVER-REGISTRY
049600         INVALID KEY
049700             MOVE "(NOT ON THE REGISTRY)" TO REQUEST-REPORT-LINE
049800             PERFORM 9100-WRITE-REPORT-LINE
049900         NOT INVALID KEY
050000             SET DSR-ENTRY-FOUND TO TRUE
050100             ADD 1 TO DSR-REQUEST-FOUND
050200             PERFORM 3150-PRINT-REGISTRY-ENTRY
050300     END-READ
050400     .
050500
050600 3150-PRINT-REGISTRY-ENTRY.
050700     IF DSR-ACCESSING
050800         MOVE OBS-OBSERVER-ID   TO DSR-REG-ID
050900         MOVE OBS-OBSERVER-NAME TO DSR-REG-NAME
051000         MOVE OBS-CONTACT       TO DSR-REG-CONTACT
051100         MOVE OBS-ACCREDITATION TO DSR-REG-ACCREDITATION
051200         MOVE DSR-REGISTRY-LINE TO REQUEST-REPORT-LINE
051300     ELSE
051400         MOVE "OBSERVER" TO DSR-CNT-FILE
051500         MOVE 1 TO DSR-CNT-NUMBER
051600         MOVE "REGISTRY ENTRY HELD" TO DSR-CNT-TEXT
051700         MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
051800     END-IF
051900     PERFORM 9100-WRITE-REPORT-LINE
052000     .
052100
052200 3300-SEARCH-ARCHIVES.
052300     MOVE SPACES TO REQUEST-REPORT-LINE
052400     PERFORM 9100-WRITE-REPORT-LINE
052500     MOVE "SIGHTINGS ARCHIVE AND YEAR FILES"
052600         TO REQUEST-REPORT-LINE
052700     PERFORM 9100-WRITE-REPORT-LINE
052800     MOVE "SIGHTARC" TO DSR-ARCHIVE-FILE-NAME
052900     PERFORM 3320-SEARCH-ONE-ARCHIVE
053000     PERFORM 3310-SEARCH-ONE-YEAR
053100         VARYING DSR-YEAR-INDEX FROM 1 BY 1
053200         UNTIL DSR-YEAR-INDEX > DSR-YEAR-COUNT
053300     .
053400
053500*----------------------------------------------------------------*
053600* A COMBINED SIGHTING LEAVES THE YEAR FILE ONE RECORD SHORTER BUT
053700* ITS COUNT IS CARRIED INTO THE ANONYMOUS RECORD, SO THE ARCCTL
053800* RECORD COUNT COMES DOWN AND THE HASH OF SIGHTING COUNTS STANDS
053900*----------------------------------------------------------------*
054000 3310-SEARCH-ONE-YEAR.
054100     MOVE SPACES TO DSR-ARCHIVE-FILE-NAME
054200     STRING "SGTA" DELIMITED BY SIZE
054300         DSR-YEAR-ENTRY(DSR-YEAR-INDEX) DELIMITED BY SIZE
054400         INTO DSR-ARCHIVE-FILE-NAME
054500     END-STRING
054600     PERFORM 3320-SEARCH-ONE-ARCHIVE
054700     IF DSR-FILE-COMBINED > ZERO
054800         SUBTRACT DSR-FILE-COMBINED
054900             FROM DSR-YEAR-RECORDS(DSR-YEAR-INDEX)
055000         SET DSR-CONTROLS-CHANGED TO TRUE
055100     END-IF
055200     .
055300
055400*----------------------------------------------------------------*
055500* AN ARCHIVE FILE NOT YET CREATED HOLDS NOTHING.  AN ACCESS
055600* REQUEST READS THE OBSERVER'S SIGHTINGS STRAIGHT ALONG THE
055700* OBSERVER KEY; AN ERASURE RESTARTS AT THE OBSERVER EACH TIME, AS
055800* A RE-FILED SIGHTING NO LONGER CARRIES THE ID
055900*----------------------------------------------------------------*
056000 3320-SEARCH-ONE-ARCHIVE.
056100     MOVE ZERO TO DSR-FILE-FOUND
056200     MOVE ZERO TO DSR-FILE-ANONYMIZED
056300     MOVE ZERO TO DSR-FILE-COMBINED
056400     IF DSR-ERASING
056500         OPEN I-O ARCHIVE-FILE
056600     ELSE
056700         OPEN INPUT ARCHIVE-FILE
056800     END-IF
056900     IF DSR-ARCHIVE-STATUS = "00"
057000         SET DSR-SCAN-NOT-DONE TO TRUE
057100         IF DSR-ERASING
057200             PERFORM 3340-ERASE-ONE-ARCHIVED UNTIL DSR-SCAN-DONE
057300         ELSE
057400             MOVE DSR-OBSERVER-ID TO SIGHTARC-OBSERVER-ID
057500             MOVE ZERO            TO SIGHTARC-OBSERVER-DATE
057600             START ARCHIVE-FILE KEY IS NOT < SIGHTARC-OBSERVER-KEY
057700                 INVALID KEY
057800                     SET DSR-SCAN-DONE TO TRUE
057900             END-START
058000             PERFORM 3330-LIST-ONE-ARCHIVED UNTIL DSR-SCAN-DONE
058100         END-IF
058200         CLOSE ARCHIVE-FILE
058300     END-IF
058400     ADD DSR-FILE-FOUND      TO DSR-REQUEST-FOUND
058500     ADD DSR-FILE-ANONYMIZED TO DSR-REQUEST-ANONYMIZED
058600     ADD DSR-FILE-COMBINED   TO DSR-RECORDS-COMBINED
058700     MOVE DSR-ARCHIVE-FILE-NAME TO DSR-CNT-FILE
058800     MOVE DSR-FILE-FOUND TO DSR-CNT-NUMBER
058900     MOVE "SIGHTINGS HELD" TO DSR-CNT-TEXT
059000     MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
059100     PERFORM 9100-WRITE-REPORT-LINE
059200     IF DSR-FILE-COMBINED > ZERO
059300         MOVE DSR-FILE-COMBINED TO DSR-CNT-NUMBER
059400         MOVE "SIGHTINGS ADDED INTO AN ANONYMOUS RECORD HELD"
059500             TO DSR-CNT-TEXT
059600         MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
059700         PERFORM 9100-WRITE-REPORT-LINE
059800     END-IF
059900     .
060000
060100 3330-LIST-ONE-ARCHIVED.
060200     READ ARCHIVE-FILE NEXT RECORD
060300         AT END
060400             SET DSR-SCAN-DONE TO TRUE
060500     END-READ
060600     IF DSR-SCAN-NOT-DONE
060700     AND SIGHTARC-OBSERVER-ID NOT = DSR-OBSERVER-ID
060800         SET DSR-SCAN-DONE TO TRUE
060900     END-IF
061000     IF DSR-SCAN-NOT-DONE
061100         ADD 1 TO DSR-FILE-FOUND
061200         MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
061300         MOVE DSR-ARCHIVE-FILE-NAME TO DSR-SGT-FILE
061400         PERFORM 3390-PRINT-SIGHTING
061500     END-IF
061600     .
061700
061800*----------------------------------------------------------------*
061900* A SIGHTING THE ANONYMOUS ID ALREADY HOLDS FOR THE SAME DATE,
061910* SITE AND SPECIES HAS THE COUNT ADDED TO IT, AS SITEMRG DOES.
061920* THE ARCAUDIT ORIGINAL KEEPS THE OBSERVER ID THE RECORDS CENTRE
061930* KNOWS THE SIGHTING BY, BUT NOT THE INITIALS
062100*----------------------------------------------------------------*
062200 3340-ERASE-ONE-ARCHIVED.
062300     MOVE DSR-OBSERVER-ID TO SIGHTARC-OBSERVER-ID
062400     MOVE ZERO            TO SIGHTARC-OBSERVER-DATE
062500     START ARCHIVE-FILE KEY IS NOT < SIGHTARC-OBSERVER-KEY
062600         INVALID KEY
062700             SET DSR-SCAN-DONE TO TRUE
062800     END-START
062900     IF DSR-SCAN-NOT-DONE
063000         READ ARCHIVE-FILE NEXT RECORD
063100             AT END
063200                 SET DSR-SCAN-DONE TO TRUE
063300         END-READ
063400     END-IF
063500     IF DSR-SCAN-NOT-DONE
063600     AND SIGHTARC-OBSERVER-ID NOT = DSR-OBSERVER-ID
063700         SET DSR-SCAN-DONE TO TRUE
063800     END-IF
063900     IF DSR-SCAN-NOT-DONE
064000         ADD 1 TO DSR-FILE-FOUND
064100         MOVE SIGHTARC-RECORD TO DSR-ARCHIVE-SAVE
064200         DELETE ARCHIVE-FILE RECORD
064300         MOVE DSR-ARCHIVE-SAVE  TO SIGHTARC-RECORD
064400         MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
064600         MOVE SPACES            TO SIGHT-OBSERVER-REST
064610         MOVE SIGHT-RECORD      TO DSR-AUDIT-ORIGINAL
064620         MOVE SIGHTARC-LOAD-DATE TO DSR-AUDIT-LOAD-DATE
064630         MOVE DSR-ANONYMOUS-ID  TO SIGHT-OBSERVER-ID
064700         MOVE SIGHT-RECORD      TO SIGHTARC-SIGHTING
064800         CALL "ARCKEY" USING SIGHTARC-RECORD
064900         WRITE SIGHTARC-RECORD
065000             INVALID KEY
065100                 PERFORM 3350-COMBINE-ARCHIVED
065200             NOT INVALID KEY
065300                 ADD 1 TO DSR-FILE-ANONYMIZED
065310                 SET ARCAUDIT-IS-AMEND TO TRUE
065320                 PERFORM 9200-WRITE-AUDIT-RECORD
065400         END-WRITE
065500     END-IF
065600     .
065700
065800 3350-COMBINE-ARCHIVED.
065900     MOVE SIGHT-COUNT TO DSR-COMBINE-COUNT
065910     SET ARCAUDIT-IS-DELETE TO TRUE
065920     PERFORM 9200-WRITE-AUDIT-RECORD
066000     READ ARCHIVE-FILE RECORD KEY IS SIGHTARC-KEY
066100         INVALID KEY
066200             DISPLAY "OBSDSAR - SIGHTING LOST ON "
066300                 DSR-ARCHIVE-FILE-NAME ": " SIGHTARC-KEY
066400             MOVE 8 TO DSR-RETURN-CODE
066500         NOT INVALID KEY
066510             MOVE SIGHTARC-SIGHTING  TO DSR-AUDIT-ORIGINAL
066520             MOVE SIGHTARC-LOAD-DATE TO DSR-AUDIT-LOAD-DATE
066600             MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
066700             ADD DSR-COMBINE-COUNT  TO SIGHT-COUNT
066800             MOVE SIGHT-RECORD      TO SIGHTARC-SIGHTING
066900             REWRITE SIGHTARC-RECORD
067000             ADD 1 TO DSR-FILE-COMBINED
067100             ADD 1 TO DSR-FILE-ANONYMIZED
067110             SET ARCAUDIT-IS-AMEND TO TRUE
067120             PERFORM 9200-WRITE-AUDIT-RECORD
067200     END-READ
067300     .
067400
067500 3390-PRINT-SIGHTING.
067600     MOVE SIGHT-DATE            TO DSR-SGT-DATE
067700     MOVE SIGHT-SITE-CODE       TO DSR-SGT-SITE
067800     MOVE SIGHT-SCIENTIFIC-NAME TO DSR-SGT-NAME
067900     MOVE SIGHT-COUNT           TO DSR-SGT-COUNT
068000     MOVE SIGHT-OBSERVER-REST   TO DSR-SGT-INITIALS
068100     MOVE DSR-SIGHTING-LINE TO REQUEST-REPORT-LINE
068200     PERFORM 9100-WRITE-REPORT-LINE
068300     .
068301
068302*----------------------------------------------------------------*
068303* VISITS CARRIES NO OBSERVER KEY, SO THE WHOLE FILE IS READ
068304* THROUGH.  A VISIT RE-FILED UNDER THE ANONYMOUS ID MAY SORT LATER
068305* IN THE FILE, SO THE READ STARTS AGAIN JUST PAST THE VISIT IT
068306* REPLACED.  A FILE NOT YET CREATED HOLDS NOTHING
068307*----------------------------------------------------------------*
068308 3400-SEARCH-VISITS.
068309     MOVE ZERO TO DSR-FILE-FOUND
068310     MOVE ZERO TO DSR-FILE-ANONYMIZED
068311     MOVE ZERO TO DSR-FILE-COMBINED
068312     MOVE SPACES TO REQUEST-REPORT-LINE
068313     PERFORM 9100-WRITE-REPORT-LINE
068314     MOVE "SURVEY VISITS" TO REQUEST-REPORT-LINE
068315     PERFORM 9100-WRITE-REPORT-LINE
068316     IF DSR-ERASING
068317         OPEN I-O VISIT-FILE
068318     ELSE
068319         OPEN INPUT VISIT-FILE
068320     END-IF
068321     IF DSR-VISIT-STATUS = "00"
068322         SET DSR-SCAN-NOT-DONE TO TRUE
068323         MOVE LOW-VALUES TO VISIT-KEY
068324         START VISIT-FILE KEY IS NOT < VISIT-KEY
068325             INVALID KEY
068326                 SET DSR-SCAN-DONE TO TRUE
068327         END-START
068328         PERFORM 3420-CHECK-ONE-VISIT UNTIL DSR-SCAN-DONE
068329         CLOSE VISIT-FILE
068330     END-IF
068331     MOVE DSR-FILE-FOUND     TO DSR-REQUEST-VISITS
068332     ADD DSR-FILE-FOUND      TO DSR-REQUEST-FOUND
068333     ADD DSR-FILE-ANONYMIZED TO DSR-REQUEST-ANONYMIZED
068334     ADD DSR-FILE-COMBINED   TO DSR-RECORDS-COMBINED
068335     MOVE "VISITS" TO DSR-CNT-FILE
068336     MOVE DSR-FILE-FOUND TO DSR-CNT-NUMBER
068337     MOVE "SURVEY VISITS HELD" TO DSR-CNT-TEXT
068338     MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
068339     PERFORM 9100-WRITE-REPORT-LINE
068340     IF DSR-FILE-COMBINED > ZERO
068341         MOVE DSR-FILE-COMBINED TO DSR-CNT-NUMBER
068342         MOVE "VISITS ADDED INTO AN ANONYMOUS VISIT HELD"
068343             TO DSR-CNT-TEXT
068344         MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
068345         PERFORM 9100-WRITE-REPORT-LINE
068346     END-IF
068347     .
068348
068349 3420-CHECK-ONE-VISIT.
068350     READ VISIT-FILE NEXT RECORD
068351         AT END
068352             SET DSR-SCAN-DONE TO TRUE
068353     END-READ
068354     IF DSR-SCAN-NOT-DONE
068355     AND VISIT-OBSERVER-ID = DSR-OBSERVER-ID
068356         ADD 1 TO DSR-FILE-FOUND
068357         IF DSR-ERASING
068358             PERFORM 3440-ERASE-ONE-VISIT
068359         ELSE
068360             PERFORM 3490-PRINT-VISIT
068361         END-IF
068362     END-IF
068363     .
068400
068401 3440-ERASE-ONE-VISIT.
068402     MOVE VISIT-RECORD TO DSR-VISIT-SAVE
068403     DELETE VISIT-FILE RECORD
068404     MOVE DSR-VISIT-SAVE   TO VISIT-RECORD
068405     MOVE DSR-ANONYMOUS-ID TO VISIT-OBSERVER-ID
068406     WRITE VISIT-RECORD
068407         INVALID KEY
068408             PERFORM 3450-COMBINE-VISIT
068409         NOT INVALID KEY
068410             ADD 1 TO DSR-FILE-ANONYMIZED
068411     END-WRITE
068412     MOVE DSR-VISIT-SAVE TO VISIT-RECORD
068413     START VISIT-FILE KEY IS > VISIT-KEY
068414         INVALID KEY
068415             SET DSR-SCAN-DONE TO TRUE
068416     END-START
068417     .
068418
068419*----------------------------------------------------------------*
068420* A VISIT THE ANONYMOUS ID ALREADY HOLDS FOR THE SAME SITE AND
068421* DATE WAS ANOTHER ERASED OBSERVER'S, SO THE TWO BECOME ONE - THE
068422* MINUTES AND PARTY ARE ADDED, AS THE COUNTS OF THEIR SIGHTINGS
068423* ARE, THE TIMES WIDEN TO COVER BOTH, AND THE LIST IS COMPLETE IF
068424* EITHER WAS
068425*----------------------------------------------------------------*
068426 3450-COMBINE-VISIT.
068427     READ VISIT-FILE RECORD KEY IS VISIT-KEY
068428         INVALID KEY
068429             DISPLAY "OBSDSAR - VISIT LOST ON VISITS: " VISIT-KEY
068430             MOVE 8 TO DSR-RETURN-CODE
068431         NOT INVALID KEY
068432             PERFORM 3460-ADD-VISIT-EFFORT
068433             REWRITE VISIT-RECORD
068434             ADD 1 TO DSR-FILE-COMBINED
068435             ADD 1 TO DSR-FILE-ANONYMIZED
068436     END-READ
068437     .
068438
068439 3460-ADD-VISIT-EFFORT.
068440     IF DSR-SAVE-START-TIME < VISIT-START-TIME
068441         MOVE DSR-SAVE-START-TIME TO VISIT-START-TIME
068442     END-IF
068443     IF DSR-SAVE-END-TIME > VISIT-END-TIME
068444         MOVE DSR-SAVE-END-TIME TO VISIT-END-TIME
068445     END-IF
068446     ADD DSR-SAVE-MINUTES TO VISIT-MINUTES
068447         ON SIZE ERROR
068448             MOVE 9999 TO VISIT-MINUTES
068449     END-ADD
068450     ADD DSR-SAVE-PARTY-SIZE TO VISIT-PARTY-SIZE
068451         ON SIZE ERROR
068452             MOVE 99 TO VISIT-PARTY-SIZE
068453     END-ADD
068454     IF DSR-SAVE-COMPLETE-LIST = "Y"
068455         SET VISIT-LIST-COMPLETE TO TRUE
068456     END-IF
068457     .
068458
068459 3490-PRINT-VISIT.
068460     MOVE "VISITS"            TO DSR-VIS-FILE
068461     MOVE VISIT-DATE          TO DSR-VIS-DATE
068462     MOVE VISIT-SITE-CODE     TO DSR-VIS-SITE
068463     MOVE VISIT-START-TIME    TO DSR-VIS-START
068464     MOVE VISIT-END-TIME      TO DSR-VIS-END
068465     MOVE VISIT-MINUTES       TO DSR-VIS-MINUTES
068466     MOVE VISIT-WEATHER       TO DSR-VIS-WEATHER
068467     MOVE VISIT-PARTY-SIZE    TO DSR-VIS-PARTY
068468     MOVE VISIT-COMPLETE-LIST TO DSR-VIS-COMPLETE
068469     MOVE DSR-VISIT-LINE TO REQUEST-REPORT-LINE
068470     PERFORM 9100-WRITE-REPORT-LINE
068471     .
068472
068500*----------------------------------------------------------------*
068600* EVERY WAITING QUEUE CARRIES THE SIGHTING IMAGE FIRST
068700*----------------------------------------------------------------*
068800 3500-SEARCH-QUEUES.
068900     MOVE SPACES TO REQUEST-REPORT-LINE
069000     PERFORM 9100-WRITE-REPORT-LINE
069100     MOVE "SIGHTINGS WAITING ON THE QUEUES" TO REQUEST-REPORT-LINE
069200     PERFORM 9100-WRITE-REPORT-LINE
069300     SET DSR-SIGHTING-IMAGES TO TRUE
069400     MOVE "SIGHTSUS" TO DSR-IMAGE-FILE-NAME
069500     PERFORM 5000-SEARCH-IMAGE-FILE
069600     MOVE "SIGHTHLD" TO DSR-IMAGE-FILE-NAME
069700     PERFORM 5000-SEARCH-IMAGE-FILE
069800     MOVE "SIGHTVER" TO DSR-IMAGE-FILE-NAME
069900     PERFORM 5000-SEARCH-IMAGE-FILE
070000     MOVE "RARHOLD" TO DSR-IMAGE-FILE-NAME
070100     PERFORM 5000-SEARCH-IMAGE-FILE
070200     MOVE "SIGHTQRY" TO DSR-IMAGE-FILE-NAME
070300     PERFORM 5000-SEARCH-IMAGE-FILE
070400     .
070500
070600 3600-SEARCH-REVIEW-HISTORY.
070700     MOVE SPACES TO REQUEST-REPORT-LINE
070800     PERFORM 9100-WRITE-REPORT-LINE
070900     MOVE "REVIEW HISTORY - AS RECORDER OR AS REVIEWER"
071000         TO REQUEST-REPORT-LINE
071100     PERFORM 9100-WRITE-REPORT-LINE
071200     SET DSR-REVIEW-IMAGES TO TRUE
071300     MOVE "REVWHIST" TO DSR-IMAGE-FILE-NAME
071400     PERFORM 5000-SEARCH-IMAGE-FILE
071500     .
071600
071700 3800-CLEAR-REGISTRY-ENTRY.
071800     IF DSR-ENTRY-FOUND
071900         MOVE DSR-OBSERVER-ID TO OBS-OBSERVER-ID
072000         DELETE OBSERVER-REGISTRY RECORD
072100             INVALID KEY
072200                 DISPLAY "OBSDSAR - REGISTRY ENTRY NOT CLEARED: "
072300                     DSR-OBSERVER-ID
072400                 MOVE 8 TO DSR-RETURN-CODE
072500             NOT INVALID KEY
072600                 SET DSR-ENTRY-CLEARED TO TRUE
072700         END-DELETE
072800     END-IF
072900     MOVE SPACES TO REQUEST-REPORT-LINE
073000     PERFORM 9100-WRITE-REPORT-LINE
073100     IF DSR-ENTRY-CLEARED
073200         MOVE "OBSERVER REGISTRY ENTRY CLEARED"
073300             TO REQUEST-REPORT-LINE
073400     ELSE
073500         MOVE "NO OBSERVER REGISTRY ENTRY TO CLEAR"
073600             TO REQUEST-REPORT-LINE
073700     END-IF
073800     PERFORM 9100-WRITE-REPORT-LINE
073900     .
074000
074100*----------------------------------------------------------------*
074200* THE FILE IS READ THROUGH FOR THE OBSERVER.  ON AN ERASURE EVERY
074300* RECORD IS COPIED TO THE WORK FILE WITH EACH MATCH RE-FILED
074400* UNDER THE ANONYMOUS ID, AND COPIED BACK ONLY IF ANYTHING
074500* CHANGED.  THE CALLER SETS THE FILE NAME AND WHAT ITS RECORDS
074600* HOLD
074700*----------------------------------------------------------------*
074800 5000-SEARCH-IMAGE-FILE.
074900     MOVE ZERO TO DSR-FILE-FOUND
075000     MOVE ZERO TO DSR-FILE-ANONYMIZED
075100     SET DSR-FILE-NOT-EOF TO TRUE
075200     OPEN INPUT IMAGE-FILE
075300     IF DSR-IMAGE-STATUS = "00"
075400         IF DSR-ERASING
075500             OPEN OUTPUT IMAGE-WORK
075600         END-IF
075700         PERFORM 5080-READ-IMAGE
075800         PERFORM 5020-CHECK-ONE-IMAGE UNTIL DSR-FILE-EOF
075900         IF DSR-ERASING
076000             CLOSE IMAGE-WORK
076100         END-IF
076200     END-IF
076300     IF DSR-IMAGE-STATUS = "00"
076400     OR DSR-IMAGE-STATUS = "05"
076500     OR DSR-IMAGE-STATUS = "10"
076600         CLOSE IMAGE-FILE
076700     END-IF
076800     IF DSR-FILE-ANONYMIZED > ZERO
076900         PERFORM 5100-REPLACE-IMAGE-FILE
077000     END-IF
077100     ADD DSR-FILE-FOUND      TO DSR-REQUEST-FOUND
077200     ADD DSR-FILE-ANONYMIZED TO DSR-REQUEST-ANONYMIZED
077300     MOVE DSR-IMAGE-FILE-NAME TO DSR-CNT-FILE
077400     MOVE DSR-FILE-FOUND TO DSR-CNT-NUMBER
077500     IF DSR-SIGHTING-IMAGES
077600         MOVE "SIGHTINGS HELD" TO DSR-CNT-TEXT
077700     ELSE
077800         MOVE "REVIEW OUTCOMES HELD" TO DSR-CNT-TEXT
077900     END-IF
078000     MOVE DSR-COUNT-LINE TO REQUEST-REPORT-LINE
078100     PERFORM 9100-WRITE-REPORT-LINE
078200     .
078300
078400 5020-CHECK-ONE-IMAGE.
078500     IF DSR-SIGHTING-IMAGES
078600         PERFORM 5030-CHECK-SIGHTING-IMAGE
078700     ELSE
078800         PERFORM 5040-CHECK-REVIEW-IMAGE
078900     END-IF
079000     IF DSR-IMAGE-MATCHED
079100         ADD 1 TO DSR-FILE-FOUND
079200         IF DSR-ERASING
079300             ADD 1 TO DSR-FILE-ANONYMIZED
079400         END-IF
079500     END-IF
079600     IF DSR-ERASING
079700         WRITE IMAGE-WORK-RECORD FROM IMAGE-RECORD
079800     END-IF
079900     PERFORM 5080-READ-IMAGE
080000     .
080100
080200 5030-CHECK-SIGHTING-IMAGE.
080300     SET DSR-IMAGE-NOT-MATCHED TO TRUE
080400     MOVE IMAGE-RECORD(1:93) TO SIGHT-RECORD
080500     IF SIGHT-OBSERVER-ID = DSR-OBSERVER-ID
080600         SET DSR-IMAGE-MATCHED TO TRUE
080700         IF DSR-ERASING
080800             MOVE DSR-ANONYMOUS-ID TO SIGHT-OBSERVER-ID
080900             MOVE SPACES           TO SIGHT-OBSERVER-REST
081000             MOVE SIGHT-RECORD     TO IMAGE-RECORD(1:93)
081100         ELSE
081200             MOVE DSR-IMAGE-FILE-NAME TO DSR-SGT-FILE
081300             PERFORM 3390-PRINT-SIGHTING
081400         END-IF
081500     END-IF
081600     .
081700
081800*----------------------------------------------------------------*
081900* THE OBSERVER MAY HAVE RECORDED THE SIGHTING, SIGNED IT OFF, OR
082000* (IN PRINCIPLE) BOTH
082100*----------------------------------------------------------------*
082200 5040-CHECK-REVIEW-IMAGE.
082300     SET DSR-IMAGE-NOT-MATCHED TO TRUE
082400     MOVE IMAGE-RECORD TO REVWHIST-RECORD
082500     MOVE SPACES TO DSR-RVW-ROLE
082600     IF REVWHIST-OBSERVER-ID = DSR-OBSERVER-ID
082700         SET DSR-IMAGE-MATCHED TO TRUE
082800         MOVE "RECORDER" TO DSR-RVW-ROLE
082900         MOVE DSR-ANONYMOUS-ID TO REVWHIST-OBSERVER-ID
083000     END-IF
083100     IF REVWHIST-REVIEWER-ID = DSR-OBSERVER-ID
083200         IF DSR-IMAGE-MATCHED
083300             MOVE "BOTH" TO DSR-RVW-ROLE
083400         ELSE
083500             MOVE "REVIEWER" TO DSR-RVW-ROLE
083600         END-IF
083700         SET DSR-IMAGE-MATCHED TO TRUE
083800         MOVE DSR-ANONYMOUS-ID TO REVWHIST-REVIEWER-ID
083900     END-IF
084000     IF DSR-IMAGE-MATCHED
084100         IF DSR-ERASING
084200             MOVE REVWHIST-RECORD TO IMAGE-RECORD
084300         ELSE
084400             MOVE DSR-IMAGE-FILE-NAME      TO DSR-RVW-FILE
084500             MOVE REVWHIST-REVIEW-DATE     TO DSR-RVW-REVIEW-DATE
084600             MOVE REVWHIST-SOURCE          TO DSR-RVW-SOURCE
084700             MOVE REVWHIST-OUTCOME         TO DSR-RVW-OUTCOME
084800             MOVE REVWHIST-SIGHT-DATE      TO DSR-RVW-SIGHT-DATE
084900             MOVE REVWHIST-SITE-CODE       TO DSR-RVW-SITE
085000             MOVE REVWHIST-SCIENTIFIC-NAME TO DSR-RVW-NAME
085100             MOVE DSR-REVIEW-LINE TO REQUEST-REPORT-LINE
085200             PERFORM 9100-WRITE-REPORT-LINE
085300         END-IF
085400     END-IF
085500     .
085600
085700 5080-READ-IMAGE.
085800     MOVE SPACES TO IMAGE-RECORD
085900     READ IMAGE-FILE
086000         AT END
086100             SET DSR-FILE-EOF TO TRUE
086200     END-READ
086300     .
086400
086500 5100-REPLACE-IMAGE-FILE.
086600     SET DSR-FILE-NOT-EOF TO TRUE
086700     OPEN INPUT IMAGE-WORK
086800     OPEN OUTPUT IMAGE-FILE
086900     PERFORM 5180-READ-IMAGE-WORK
087000     PERFORM 5120-COPY-ONE-BACK UNTIL DSR-FILE-EOF
087100     CLOSE IMAGE-WORK
087200     CLOSE IMAGE-FILE
087300     .
087400
087500 5120-COPY-ONE-BACK.
087600     WRITE IMAGE-RECORD FROM IMAGE-WORK-RECORD
087700     PERFORM 5180-READ-IMAGE-WORK
087800     .
087900
088000 5180-READ-IMAGE-WORK.
088100     READ IMAGE-WORK
088200         AT END
088300             SET DSR-FILE-EOF TO TRUE
088400     END-READ
088500     .
088600
088700 9000-TERMINATE.
088800     IF DSR-TRAN-STATUS = "00"
088900     OR DSR-TRAN-STATUS = "05"
089000     OR DSR-TRAN-STATUS = "10"
089100         CLOSE DATA-REQUESTS
089200     END-IF
089300     IF DSR-REGISTRY-OPEN
089400         CLOSE OBSERVER-REGISTRY
089410         CLOSE AUDIT-FILE
089500     END-IF
089600     CLOSE DPO-LOG
089700     IF DSR-CONTROLS-CHANGED
089800         PERFORM 9050-REWRITE-YEAR-CONTROLS
089900     END-IF
090000     SET PRT-ACTION-END TO TRUE
090100     CALL "PRTSRV" USING PRT-CONTROL
090200     WRITE REQUEST-REPORT-LINE FROM PRT-TRAILER-LINE
090300     CLOSE REQUEST-REPORT
090400     DISPLAY "OBSDSAR - REQUESTS READ: " DSR-REQUESTS-READ
090500     DISPLAY "OBSDSAR - REQUESTS CARRIED OUT: " DSR-REQUESTS-DONE
090600     DISPLAY "OBSDSAR - REQUESTS REFUSED: " DSR-REQUESTS-REFUSED
090700     DISPLAY "OBSDSAR - RECORDS ANONYMIZED: "
090800         DSR-RECORDS-ANONYMIZED
090900     MOVE "OBSDSAR "               TO RUNLOG-STEP-NAME
091000     MOVE DSR-REQUESTS-READ        TO RUNLOG-RECORDS-READ
091100     MOVE DSR-RECORDS-ANONYMIZED   TO RUNLOG-RECORDS-APPLIED
091200     MOVE DSR-REQUESTS-REFUSED     TO RUNLOG-RECORDS-REJECTED
091300     MOVE DSR-RECORDS-COMBINED     TO RUNLOG-RECORDS-DROPPED
091400     MOVE DSR-RETURN-CODE          TO RUNLOG-RETURN-CODE
091500     CALL "RUNLOGW" USING RUNLOG-RECORD
091600     .
091700
091800 9050-REWRITE-YEAR-CONTROLS.
091900     OPEN OUTPUT ARCHIVE-CONTROL
092000     PERFORM 9060-WRITE-ONE-CONTROL
092100         VARYING DSR-YEAR-INDEX FROM 1 BY 1
092200         UNTIL DSR-YEAR-INDEX > DSR-YEAR-COUNT
092300     CLOSE ARCHIVE-CONTROL
092400     .
092500
092600 9060-WRITE-ONE-CONTROL.
092700     MOVE DSR-YEAR-ENTRY(DSR-YEAR-INDEX)   TO CTL-YEAR
092800     MOVE DSR-YEAR-RECORDS(DSR-YEAR-INDEX) TO CTL-RECORD-COUNT
092900     MOVE DSR-YEAR-HASH(DSR-YEAR-INDEX)    TO CTL-HASH-TOTAL
093000     WRITE CONTROL-RECORD
093100     .
093200
093300 9100-WRITE-REPORT-LINE.
093400     MOVE REQUEST-REPORT-LINE TO PRT-DETAIL-LINE
093500     SET PRT-ACTION-DETAIL TO TRUE
093600     CALL "PRTSRV" USING PRT-CONTROL
093700     IF PRT-HEADING-NEEDED
093800         WRITE REQUEST-REPORT-LINE FROM PRT-HEADING-1
093900         WRITE REQUEST-REPORT-LINE FROM PRT-HEADING-2
094000     END-IF
094100     WRITE REQUEST-REPORT-LINE FROM PRT-DETAIL-LINE
094200     .
094300
094400*----------------------------------------------------------------*
094500* THE ARCAUDIT ENTRY FOR AN ARCHIVED SIGHTING THE ERASURE CHANGED
094600* - THE CALLER SETS THE ACTION AND HOLDS THE SIGHTING AS IT WAS;
094700* AN AMEND'S REPLACEMENT IS THE RECORD NOW ON THE ARCHIVE
094800*----------------------------------------------------------------*
094900 9200-WRITE-AUDIT-RECORD.
095000     MOVE DSR-BUSINESS-DATE     TO ARCAUDIT-CORRECTED-DATE
095100     MOVE DSR-OPERATOR          TO ARCAUDIT-OPERATOR
095200     MOVE SPACES                TO ARCAUDIT-REASON
095300     STRING "OBSERVER ERASED " DELIMITED BY SIZE
095400         DSARTRAN-REFERENCE DELIMITED BY SIZE
095500         INTO ARCAUDIT-REASON
095600     END-STRING
095700     MOVE DSR-ARCHIVE-FILE-NAME TO ARCAUDIT-ARCHIVE-FILE
095800     MOVE DSR-AUDIT-LOAD-DATE   TO ARCAUDIT-ORIGINAL-LOAD-DATE
095900     MOVE DSR-AUDIT-ORIGINAL    TO ARCAUDIT-ORIGINAL
096000     IF ARCAUDIT-IS-AMEND
096100         MOVE SIGHTARC-SIGHTING TO ARCAUDIT-REPLACEMENT
096200     ELSE
096300         MOVE SPACES            TO ARCAUDIT-REPLACEMENT
096400     END-IF
096500     WRITE ARCAUDIT-RECORD
096600     .
