000100*================================================================*
000200* OBSERVER-NOTICES
000300* PURPOSE.  Runs at the end of the overnight suite and tells
000400*           each observer what became of the day's records.  The
000500*           day's work is gathered by observer from the edit
000600*           rejects (SIGHTREJ), the verification hold (SIGHTHLD),
000700*           the rarities hold (RARHOLD), the count query file
000800*           (SIGHTQRY), the review history (REVWHIST) and the
000900*           records the load applied to SIGHTARC, and one notice
001000*           per observer is printed on its own page, addressed
001100*           from OBS-OBSERVER-NAME and OBS-CONTACT, listing every
001200*           record with a plain-English reason for each one not
001300*           accepted, queried or held.  A control listing names
001400*           the observers whose notice cannot be sent - no
001500*           contact details on the registry, or an observer ID
001600*           the registry does not carry.
001700* AUTHOR.   D. OKAFOR
001800* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001900* DATE-WRITTEN. 10/15/2026
002000*================================================================*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 DNO   ORIGINAL PROGRAM
002310* 10/15/2026 DNO   A SIGHTING AT A CLOSED SITE IS EXPLAINED ON ITS
002320*                  NOTICE
002330* 10/15/2026 DNO   THE ARCHIVE IS NOW INDEXED - ACCEPTED RECORDS
002340*                  ARE GATHERED BY STARTING ON THE LOAD DATE KEY
002350*                  AT THE BUSINESS DATE
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. OBSNOTE.
002700 AUTHOR. D. OKAFOR.
002800 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OBS-OBSERVER-ID
003900         FILE STATUS IS ONT-OBSERVER-STATUS.
004000
004100     SELECT OPTIONAL REJECT-SIGHTINGS ASSIGN TO "SIGHTREJ"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS ONT-REJECT-STATUS.
004400
004500     SELECT OPTIONAL HOLD-FILE ASSIGN TO "SIGHTHLD"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS ONT-HOLD-STATUS.
004800
004900     SELECT OPTIONAL RARITIES-HOLD ASSIGN TO "RARHOLD"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS ONT-RARHOLD-STATUS.
005200
005300     SELECT OPTIONAL COUNT-QUERY ASSIGN TO "SIGHTQRY"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS ONT-QUERY-STATUS.
005600
005700     SELECT OPTIONAL REVIEW-HISTORY ASSIGN TO "REVWHIST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS ONT-HISTORY-STATUS.
006000
006100     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
006110         ORGANIZATION IS INDEXED
006120         ACCESS MODE IS DYNAMIC
006130         RECORD KEY IS SIGHTARC-KEY
006140         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
006150             WITH DUPLICATES
006160         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
006170             WITH DUPLICATES
006180         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
006190             WITH DUPLICATES
006300         FILE STATUS IS ONT-ARCHIVE-STATUS.
006400
006500     SELECT NOTICE-SORT ASSIGN TO "ONTSORT".
006600
006700     SELECT NOTICE-REPORT ASSIGN TO "OBSNOTE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS ONT-REPORT-STATUS.
007000
007100     SELECT CONTROL-REPORT ASSIGN TO "OBSNCTL"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS ONT-CONTROL-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  OBSERVER-REGISTRY.
007800 COPY OBSREC.
007900
008000 FD  REJECT-SIGHTINGS.
008100 COPY SIGHTREJ.
008200
008300 FD  HOLD-FILE.
008400 COPY SIGHTHLD.
008500
008600 FD  RARITIES-HOLD.
008700 COPY RARHOLD.
008800
008900 FD  COUNT-QUERY.
009000 COPY SIGHTQRY.
009100
009200 FD  REVIEW-HISTORY.
009300 COPY REVWHIST.
009400
009500 FD  SIGHTINGS-ARCHIVE.
009600 COPY SIGHTARC.
009700
009800*----------------------------------------------------------------*
009900* CATEGORY ORDERS EACH NOTICE - WHAT THE OBSERVER MUST ACT ON
010000* COMES FIRST, THE ACKNOWLEDGEMENTS LAST.  DATE AND COUNT ARE
010100* CARRIED AS KEYED, SINCE A REJECT MAY HOLD NEITHER AS A NUMBER
010200*----------------------------------------------------------------*
010300 SD  NOTICE-SORT.
010400 01  NOTICE-SORT-RECORD.
010500     05  NTS-OBSERVER-ID          PIC X(06).
010600     05  NTS-CATEGORY             PIC X(01).
010700         88  NTS-REJECTED         VALUE "1".
010800         88  NTS-QUERIED          VALUE "2".
010900         88  NTS-HELD             VALUE "3".
011000         88  NTS-ACCEPTED         VALUE "4".
011100     05  NTS-SIGHT-DATE           PIC X(08).
011200     05  NTS-SCIENTIFIC-NAME      PIC X(30).
011300     05  NTS-SITE-CODE            PIC X(06).
011400     05  NTS-COUNT                PIC X(05).
011500     05  NTS-REASON               PIC X(50).
011600
011700 FD  NOTICE-REPORT.
011800 01  NOTICE-REPORT-LINE           PIC X(80).
011900
012000 FD  CONTROL-REPORT.
012100 01  CONTROL-REPORT-LINE          PIC X(80).
012200
012300 WORKING-STORAGE SECTION.
012400 01  ONT-OBSERVER-STATUS          PIC X(02).
012500 01  ONT-REJECT-STATUS            PIC X(02).
012600 01  ONT-HOLD-STATUS              PIC X(02).
012700 01  ONT-RARHOLD-STATUS           PIC X(02).
012800 01  ONT-QUERY-STATUS             PIC X(02).
012900 01  ONT-HISTORY-STATUS           PIC X(02).
013000 01  ONT-ARCHIVE-STATUS           PIC X(02).
013100 01  ONT-REPORT-STATUS            PIC X(02).
013200 01  ONT-CONTROL-STATUS           PIC X(02).
013300 01  ONT-END-OF-FILE-SWITCH       PIC X(01).
013400     88  ONT-END-OF-FILE          VALUE "Y".
013500     88  ONT-NOT-END-OF-FILE      VALUE "N".
013600 01  ONT-SORT-EOF-SWITCH          PIC X(01).
013700     88  ONT-SORT-EOF             VALUE "Y".
013800     88  ONT-SORT-NOT-EOF         VALUE "N".
013900 01  ONT-RETURN-CODE              PIC 9(02) VALUE ZERO.
014000 01  ONT-BUSINESS-DATE            PIC 9(08).
014100*----------------------------------------------------------------*
014200* THE OBSERVER WHOSE NOTICE IS BEING PRINTED
014300*----------------------------------------------------------------*
014400 01  ONT-CURRENT-OBSERVER         PIC X(06).
014500 01  ONT-CURRENT-CATEGORY         PIC X(01).
014600 01  ONT-REGISTRY-SWITCH          PIC X(01).
014700     88  ONT-ON-REGISTRY          VALUE "Y".
014800     88  ONT-NOT-ON-REGISTRY      VALUE "N".
014900 01  ONT-OBSERVER-NAME            PIC X(30).
015000 01  ONT-OBSERVER-CONTACT         PIC X(30).
015100 01  ONT-OBS-REJECTED             PIC 9(05).
015200 01  ONT-OBS-QUERIED              PIC 9(05).
015300 01  ONT-OBS-HELD                 PIC 9(05).
015400 01  ONT-OBS-ACCEPTED             PIC 9(05).
015500 01  ONT-OBS-RECORDS              PIC 9(05).
015600 01  ONT-COUNT-VALUE              PIC 9(05).
015700*----------------------------------------------------------------*
015800* OBSERVERS WHOSE NOTICE CANNOT BE SENT, FOR THE CONTROL LISTING
015900*----------------------------------------------------------------*
016000 01  ONT-EXCEPTION-TABLE.
016100     05  ONT-EXC-ENTRY            OCCURS 500 TIMES.
016200         10  ONT-EXC-OBSERVER-ID  PIC X(06).
016300         10  ONT-EXC-NAME         PIC X(30).
016400         10  ONT-EXC-RECORDS      PIC 9(05).
016500         10  ONT-EXC-REASON       PIC X(01).
016600             88  ONT-EXC-NO-CONTACT VALUE "C".
016700             88  ONT-EXC-UNKNOWN  VALUE "U".
016800 01  ONT-EXC-COUNT                PIC 9(03) VALUE ZERO COMP.
016900 01  ONT-EXC-INDEX                PIC 9(03) COMP.
017000*----------------------------------------------------------------*
017100* NOTICE LINES
017200*----------------------------------------------------------------*
017300 01  ONT-ADDRESS-LINE.
017400     05  FILLER                   PIC X(04) VALUE "TO: ".
017500     05  ONT-ADR-TEXT             PIC X(30).
017600     05  FILLER                   PIC X(46) VALUE SPACES.
017700 01  ONT-REFERENCE-LINE.
017800     05  FILLER                   PIC X(14) VALUE
017900         "OBSERVER REF: ".
018000     05  ONT-REF-OBSERVER-ID      PIC X(06).
018100     05  FILLER                   PIC X(18) VALUE
018200         "   NOTICE DATED: ".
018300     05  ONT-REF-DATE             PIC 9(08).
018400     05  FILLER                   PIC X(34) VALUE SPACES.
018500 01  ONT-COLUMN-LINE.
018600     05  FILLER                   PIC X(40) VALUE
018700         "  DATE     SPECIES".
018800     05  FILLER                   PIC X(20) VALUE
018900         "SITE    COUNT".
019000     05  FILLER                   PIC X(20) VALUE SPACES.
019100 01  ONT-DETAIL-LINE.
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  ONT-DTL-DATE             PIC X(08).
019400     05  FILLER                   PIC X(01) VALUE SPACE.
019500     05  ONT-DTL-NAME             PIC X(30).
019600     05  FILLER                   PIC X(01) VALUE SPACE.
019700     05  ONT-DTL-SITE             PIC X(06).
019800     05  FILLER                   PIC X(01) VALUE SPACE.
019900     05  ONT-DTL-COUNT            PIC X(05).
020000     05  FILLER                   PIC X(26) VALUE SPACES.
020100 01  ONT-COUNT-EDITED             PIC Z(4)9.
020200 01  ONT-REASON-LINE.
020300     05  FILLER                   PIC X(13) VALUE
020400         "     REASON: ".
020500     05  ONT-RSN-TEXT             PIC X(50).
020600     05  FILLER                   PIC X(17) VALUE SPACES.
020700 01  ONT-SUMMARY-LINE.
020800     05  FILLER                   PIC X(10) VALUE "ACCEPTED ".
020900     05  ONT-SUM-ACCEPTED         PIC ZZZZ9.
021000     05  FILLER                   PIC X(08) VALUE "  HELD ".
021100     05  ONT-SUM-HELD             PIC ZZZZ9.
021200     05  FILLER                   PIC X(11) VALUE "  QUERIED ".
021300     05  ONT-SUM-QUERIED          PIC ZZZZ9.
021400     05  FILLER                   PIC X(16) VALUE
021500         "  NOT ACCEPTED ".
021600     05  ONT-SUM-REJECTED         PIC ZZZZ9.
021700     05  FILLER                   PIC X(15) VALUE SPACES.
021800*----------------------------------------------------------------*
021900* CONTROL LISTING LINES
022000*----------------------------------------------------------------*
022100 01  ONT-CTL-COLUMN-LINE.
022200     05  FILLER                   PIC X(38) VALUE
022300         "OBSRVR NAME".
022400     05  FILLER                   PIC X(42) VALUE
022500         "RECDS PROBLEM".
022600 01  ONT-CTL-DETAIL-LINE.
022700     05  ONT-CTL-OBSERVER-ID      PIC X(06).
022800     05  FILLER                   PIC X(01) VALUE SPACE.
022900     05  ONT-CTL-NAME             PIC X(30).
023000     05  FILLER                   PIC X(01) VALUE SPACE.
023100     05  ONT-CTL-RECORDS          PIC ZZZZ9.
023200     05  FILLER                   PIC X(01) VALUE SPACE.
023300     05  ONT-CTL-PROBLEM          PIC X(36).
023400*----------------------------------------------------------------*
023500* RUN COUNTS
023600*----------------------------------------------------------------*
023700 01  ONT-RECORDS-GATHERED         PIC 9(07) VALUE ZERO.
023800 01  ONT-NOTICES-PRINTED          PIC 9(07) VALUE ZERO.
023900 01  ONT-NO-CONTACT               PIC 9(07) VALUE ZERO.
024000 01  ONT-NOT-REGISTERED           PIC 9(07) VALUE ZERO.
024100*----------------------------------------------------------------*
024200* WORK COPIES OF THE SIGHTING AND VISIT IMAGES, IN THEIR REAL
024300* SHAPE
024400*----------------------------------------------------------------*
024500 COPY SIGHTREC.
024600 COPY SIGHTVIS.
024700 COPY RUNLOG.
024800 COPY PRTCTL.
024900
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
025200     ACCEPT RUNLOG-START-TIME FROM TIME
025300     CALL "BUSDATE" USING ONT-BUSINESS-DATE
025400     OPEN INPUT OBSERVER-REGISTRY
025500     IF ONT-OBSERVER-STATUS NOT = "00"
025600         DISPLAY "OBSNOTE - REGISTRY WOULD NOT OPEN: "
025700             ONT-OBSERVER-STATUS
025800         MOVE 16 TO ONT-RETURN-CODE
025900     ELSE
026000         SORT NOTICE-SORT
026100             ON ASCENDING KEY NTS-OBSERVER-ID
026200             ON ASCENDING KEY NTS-CATEGORY
026300             ON ASCENDING KEY NTS-SIGHT-DATE
026400             ON ASCENDING KEY NTS-SCIENTIFIC-NAME
026500             INPUT PROCEDURE IS 2000-GATHER-RECORDS
026600             OUTPUT PROCEDURE IS 3000-PRINT-NOTICES
026700         CLOSE OBSERVER-REGISTRY
026800         PERFORM 5000-PRINT-CONTROL-LISTING
026900     END-IF
027000     PERFORM 9000-TERMINATE
027100     MOVE ONT-RETURN-CODE TO RETURN-CODE
027200     GOBACK
027300     .
027400
027500 2000-GATHER-RECORDS.
027600     PERFORM 2100-GATHER-REJECTS
027700     PERFORM 2200-GATHER-QUERIES
027800     PERFORM 2300-GATHER-VERIFICATION-HOLDS
027900     PERFORM 2400-GATHER-RARITY-HOLDS
028000     PERFORM 2500-GATHER-REVIEW-REJECTS
028100     PERFORM 2600-GATHER-ACCEPTED
028200     .
028300
028400*----------------------------------------------------------------*
028500* SIGHTREJ IS REWRITTEN BY EVERY EDIT RUN, SO ALL OF IT IS THE
028600* DAY'S.  A REJECTED VISIT CARRIES THE VISIT IMAGE, NOT A SIGHTING
028700*----------------------------------------------------------------*
028800 2100-GATHER-REJECTS.
028900     SET ONT-NOT-END-OF-FILE TO TRUE
029000     OPEN INPUT REJECT-SIGHTINGS
029100     IF ONT-REJECT-STATUS = "00"
029200         PERFORM 2180-READ-REJECT
029300         PERFORM 2120-RELEASE-ONE-REJECT UNTIL ONT-END-OF-FILE
029400         CLOSE REJECT-SIGHTINGS
029500     END-IF
029600     .
029700
029800 2120-RELEASE-ONE-REJECT.
029900     SET NTS-REJECTED TO TRUE
030000     IF SIGHTREJ-BAD-VISIT
030100         MOVE SIGHTREJ-SIGHTING TO SIGHTVIS-RECORD
030200         MOVE SIGHTVIS-OBSERVER-ID TO NTS-OBSERVER-ID
030300         MOVE SIGHTVIS-VISIT-DATE  TO NTS-SIGHT-DATE
030400         MOVE "SURVEY VISIT RECORD" TO NTS-SCIENTIFIC-NAME
030500         MOVE SIGHTVIS-SITE-CODE   TO NTS-SITE-CODE
030600         MOVE SPACES               TO NTS-COUNT
030700         MOVE "VISIT DATE, SITE, TIMES OR PARTY SIZE NOT VALID"
030800             TO NTS-REASON
030900     ELSE
031000         MOVE SIGHTREJ-SIGHTING TO SIGHT-RECORD
031100         PERFORM 2900-TAKE-SIGHTING-FIELDS
031200         EVALUATE TRUE
031300             WHEN SIGHTREJ-BAD-DATE
031400                 MOVE "THE DATE IS NOT A REAL CALENDAR DATE"
031500                     TO NTS-REASON
031600             WHEN SIGHTREJ-ZERO-COUNT
031700                 MOVE "NO NUMBER OF BIRDS WAS GIVEN"
031800                     TO NTS-REASON
031900             WHEN SIGHTREJ-BAD-BREEDING
032000                 MOVE "BREEDING CODE IS NOT RECOGNISED"
032100                     TO NTS-REASON
032110             WHEN SIGHTREJ-SITE-CLOSED
032120                 MOVE "THE SITE WAS CLOSED BEFORE THIS DATE"
032130                     TO NTS-REASON
032200             WHEN OTHER
032300                 MOVE "THE RECORD FAILED THE OVERNIGHT EDIT"
032400                     TO NTS-REASON
032500         END-EVALUATE
032600     END-IF
032700     PERFORM 2950-RELEASE-RECORD
032800     PERFORM 2180-READ-REJECT
032900     .
033000
033100 2180-READ-REJECT.
033200     READ REJECT-SIGHTINGS
033300         AT END
033400             SET ONT-END-OF-FILE TO TRUE
033500     END-READ
033600     .
033700
033800*----------------------------------------------------------------*
033900* THE QUERY AND HOLD FILES CARRY EVERY OUTSTANDING RECORD - ONLY
034000* THOSE HELD TODAY ARE NEWS TO THE OBSERVER
034100*----------------------------------------------------------------*
034200 2200-GATHER-QUERIES.
034300     SET ONT-NOT-END-OF-FILE TO TRUE
034400     OPEN INPUT COUNT-QUERY
034500     IF ONT-QUERY-STATUS = "00"
034600         PERFORM 2280-READ-QUERY
034700         PERFORM 2220-RELEASE-ONE-QUERY UNTIL ONT-END-OF-FILE
034800         CLOSE COUNT-QUERY
034900     END-IF
035000     .
035100
035200 2220-RELEASE-ONE-QUERY.
035300     IF SIGHTQRY-HELD-DATE = ONT-BUSINESS-DATE
035400         MOVE SIGHTQRY-SIGHTING TO SIGHT-RECORD
035500         PERFORM 2900-TAKE-SIGHTING-FIELDS
035600         SET NTS-QUERIED TO TRUE
035700         IF SIGHTQRY-SITE-HISTORY
035800             MOVE "COUNT IS FAR ABOVE ANY SEEN BEFORE AT THE SITE"
035900                 TO NTS-REASON
036000         ELSE
036100             MOVE "COUNT IS HIGH FOR THE SPECIES' POPULATION"
036200                 TO NTS-REASON
036300         END-IF
036400         PERFORM 2950-RELEASE-RECORD
036500     END-IF
036600     PERFORM 2280-READ-QUERY
036700     .
036800
036900 2280-READ-QUERY.
037000     READ COUNT-QUERY
037100         AT END
037200             SET ONT-END-OF-FILE TO TRUE
037300     END-READ
037400     .
037500
037600 2300-GATHER-VERIFICATION-HOLDS.
037700     SET ONT-NOT-END-OF-FILE TO TRUE
037800     OPEN INPUT HOLD-FILE
037900     IF ONT-HOLD-STATUS = "00"
038000         PERFORM 2380-READ-HOLD
038100         PERFORM 2320-RELEASE-ONE-HOLD UNTIL ONT-END-OF-FILE
038200         CLOSE HOLD-FILE
038300     END-IF
038400     .
038500
038600 2320-RELEASE-ONE-HOLD.
038700     IF SIGHTHLD-HELD-DATE = ONT-BUSINESS-DATE
038800         MOVE SIGHTHLD-SIGHTING TO SIGHT-RECORD
038900         PERFORM 2900-TAKE-SIGHTING-FIELDS
039000         SET NTS-HELD TO TRUE
039100         MOVE "AWAITING SIGN-OFF BY AN ACCREDITED OBSERVER"
039200             TO NTS-REASON
039300         PERFORM 2950-RELEASE-RECORD
039400     END-IF
039500     PERFORM 2380-READ-HOLD
039600     .
039700
039800 2380-READ-HOLD.
039900     READ HOLD-FILE
040000         AT END
040100             SET ONT-END-OF-FILE TO TRUE
040200     END-READ
040300     .
040400
040500 2400-GATHER-RARITY-HOLDS.
040600     SET ONT-NOT-END-OF-FILE TO TRUE
040700     OPEN INPUT RARITIES-HOLD
040800     IF ONT-RARHOLD-STATUS = "00"
040900         PERFORM 2480-READ-RARITY-HOLD
041000         PERFORM 2420-RELEASE-ONE-RARITY UNTIL ONT-END-OF-FILE
041100         CLOSE RARITIES-HOLD
041200     END-IF
041300     .
041400
041500 2420-RELEASE-ONE-RARITY.
041600     IF RARHOLD-HELD-DATE = ONT-BUSINESS-DATE
041700         MOVE RARHOLD-SIGHTING TO SIGHT-RECORD
041800         PERFORM 2900-TAKE-SIGHTING-FIELDS
041900         SET NTS-HELD TO TRUE
042000         EVALUATE TRUE
042100             WHEN RARHOLD-RED-LISTED
042200                 MOVE "RED-LISTED - FOR THE RARITIES COMMITTEE"
042300                     TO NTS-REASON
042400             WHEN RARHOLD-SCARCE
042500                 MOVE "SCARCE - FOR THE RARITIES COMMITTEE"
042600                     TO NTS-REASON
042700             WHEN OTHER
042800                 MOVE "OUT OF SEASON - FOR THE RARITIES COMMITTEE"
042900                     TO NTS-REASON
043000         END-EVALUATE
043100         PERFORM 2950-RELEASE-RECORD
043200     END-IF
043300     PERFORM 2480-READ-RARITY-HOLD
043400     .
043500
043600 2480-READ-RARITY-HOLD.
043700     READ RARITIES-HOLD
043800         AT END
043900             SET ONT-END-OF-FILE TO TRUE
044000     END-READ
044100     .
044200
044300*----------------------------------------------------------------*
044400* ONLY TODAY'S REVIEW REJECTIONS ARE TAKEN HERE - AN ACCEPTED
044500* REVIEW GOES ON TO THE LOAD AND IS ACKNOWLEDGED FROM SIGHTARC
044600* WHEN IT IS APPLIED, SO IT IS NOT ACKNOWLEDGED TWICE
044700*----------------------------------------------------------------*
044800 2500-GATHER-REVIEW-REJECTS.
044900     SET ONT-NOT-END-OF-FILE TO TRUE
045000     OPEN INPUT REVIEW-HISTORY
045100     IF ONT-HISTORY-STATUS = "00"
045200         PERFORM 2580-READ-HISTORY
045300         PERFORM 2520-RELEASE-ONE-OUTCOME UNTIL ONT-END-OF-FILE
045400         CLOSE REVIEW-HISTORY
045500     END-IF
045600     .
045700
045800 2520-RELEASE-ONE-OUTCOME.
045900     IF REVWHIST-REVIEW-DATE = ONT-BUSINESS-DATE
046000     AND REVWHIST-REJECTED
046100         SET NTS-REJECTED TO TRUE
046200         MOVE REVWHIST-OBSERVER-ID     TO NTS-OBSERVER-ID
046300         MOVE REVWHIST-SIGHT-DATE      TO NTS-SIGHT-DATE
046400         MOVE REVWHIST-SCIENTIFIC-NAME TO NTS-SCIENTIFIC-NAME
046500         MOVE REVWHIST-SITE-CODE       TO NTS-SITE-CODE
046600         MOVE SPACES                   TO NTS-COUNT
046700         IF REVWHIST-VERIFICATION
046800             MOVE "NOT CONFIRMED BY THE VERIFYING OBSERVER"
046900                 TO NTS-REASON
047000         ELSE
047100             MOVE "NOT ACCEPTED BY THE RARITIES COMMITTEE"
047200                 TO NTS-REASON
047300         END-IF
047400         PERFORM 2950-RELEASE-RECORD
047500     END-IF
047600     PERFORM 2580-READ-HISTORY
047700     .
047800
047900 2580-READ-HISTORY.
048000     READ REVIEW-HISTORY
048100         AT END
048200             SET ONT-END-OF-FILE TO TRUE
048300     END-READ
048400     .
048500
048600 2600-GATHER-ACCEPTED.
048700     SET ONT-NOT-END-OF-FILE TO TRUE
048800     OPEN INPUT SIGHTINGS-ARCHIVE
048900     IF ONT-ARCHIVE-STATUS NOT = "00"
049000         DISPLAY "OBSNOTE - ARCHIVE WOULD NOT OPEN: "
049100             ONT-ARCHIVE-STATUS
049200         MOVE 8 TO ONT-RETURN-CODE
049300     ELSE
049400         PERFORM 2660-START-ARCHIVE
049500         PERFORM 2620-RELEASE-ONE-ACCEPTED UNTIL ONT-END-OF-FILE
049600         CLOSE SIGHTINGS-ARCHIVE
049700     END-IF
049800     .
049900
050000 2620-RELEASE-ONE-ACCEPTED.
050100     IF SIGHTARC-LOAD-DATE = ONT-BUSINESS-DATE
050200         MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
050300         PERFORM 2900-TAKE-SIGHTING-FIELDS
050400         SET NTS-ACCEPTED TO TRUE
050500         MOVE SPACES TO NTS-REASON
050600         PERFORM 2950-RELEASE-RECORD
050700     END-IF
050800     PERFORM 2680-READ-ARCHIVE
050900     .
051000
051005*----------------------------------------------------------------*
051010* THE ARCHIVE IS ALSO KEYED ON THE DATE THE LOAD WROTE EACH
051015* RECORD, SO ONLY THIS BUSINESS DATE'S RECORDS ARE READ
051020*----------------------------------------------------------------*
051025 2660-START-ARCHIVE.
051030     MOVE ONT-BUSINESS-DATE TO SIGHTARC-LOAD-DATE
051035     START SIGHTINGS-ARCHIVE KEY IS = SIGHTARC-LOAD-DATE
051040         INVALID KEY
051045             SET ONT-END-OF-FILE TO TRUE
051050     END-START
051055     IF ONT-NOT-END-OF-FILE
051060         PERFORM 2680-READ-ARCHIVE
051065     END-IF
051070     .
051100 2680-READ-ARCHIVE.
051200     READ SIGHTINGS-ARCHIVE NEXT RECORD
051300         AT END
051400             SET ONT-END-OF-FILE TO TRUE
051410         NOT AT END
051420             IF SIGHTARC-LOAD-DATE NOT = ONT-BUSINESS-DATE
051430                 SET ONT-END-OF-FILE TO TRUE
051440             END-IF
051500     END-READ
051600     .
051700
051800 2900-TAKE-SIGHTING-FIELDS.
051900     MOVE SIGHT-OBSERVER-ID     TO NTS-OBSERVER-ID
052000     MOVE SIGHT-DATE            TO NTS-SIGHT-DATE
052100     MOVE SIGHT-SCIENTIFIC-NAME TO NTS-SCIENTIFIC-NAME
052200     MOVE SIGHT-SITE-CODE       TO NTS-SITE-CODE
052300     MOVE SIGHT-COUNT           TO NTS-COUNT
052400     .
052500
052600 2950-RELEASE-RECORD.
052700     ADD 1 TO ONT-RECORDS-GATHERED
052800     RELEASE NOTICE-SORT-RECORD
052900     .
053000
053100 3000-PRINT-NOTICES.
053200     OPEN OUTPUT NOTICE-REPORT
053300     SET PRT-ACTION-INIT TO TRUE
053400     MOVE "OBSERVER NOTICES" TO PRT-REPORT-NAME
053500     MOVE "OBSNOTE" TO PRT-PRODUCER
053600     CALL "PRTSRV" USING PRT-CONTROL
053700     SET ONT-SORT-NOT-EOF TO TRUE
053800     PERFORM 3100-RETURN-SORTED-RECORD
053900     PERFORM 3200-PRINT-ONE-NOTICE UNTIL ONT-SORT-EOF
054000     SET PRT-ACTION-END TO TRUE
054100     CALL "PRTSRV" USING PRT-CONTROL
054200     WRITE NOTICE-REPORT-LINE FROM PRT-TRAILER-LINE
054300     CLOSE NOTICE-REPORT
054400     .
054500
054600 3100-RETURN-SORTED-RECORD.
054700     RETURN NOTICE-SORT
054800         AT END
054900             SET ONT-SORT-EOF TO TRUE
055000     END-RETURN
055100     .
055200
055300*----------------------------------------------------------------*
055400* EACH NOTICE STARTS ON A FRESH PAGE SO IT CAN BE SENT ON ITS
055500* OWN.  AN OBSERVER THE REGISTRY DOES NOT CARRY HAS NO ADDRESS -
055600* THE RECORDS ARE COUNTED FOR THE CONTROL LISTING INSTEAD
055700*----------------------------------------------------------------*
055800 3200-PRINT-ONE-NOTICE.
055900     MOVE NTS-OBSERVER-ID TO ONT-CURRENT-OBSERVER
056000     MOVE ZERO TO ONT-OBS-REJECTED
056100     MOVE ZERO TO ONT-OBS-QUERIED
056200     MOVE ZERO TO ONT-OBS-HELD
056300     MOVE ZERO TO ONT-OBS-ACCEPTED
056400     MOVE ZERO TO ONT-OBS-RECORDS
056500     MOVE SPACES TO ONT-CURRENT-CATEGORY
056600     MOVE NTS-OBSERVER-ID TO OBS-OBSERVER-ID
056700     SET ONT-ON-REGISTRY TO TRUE
056800     READ OBSERVER-REGISTRY
056900         INVALID KEY
057000             SET ONT-NOT-ON-REGISTRY TO TRUE
057100     END-READ
057200     IF ONT-ON-REGISTRY
057300         MOVE OBS-OBSERVER-NAME TO ONT-OBSERVER-NAME
057400         MOVE OBS-CONTACT       TO ONT-OBSERVER-CONTACT
057500         PERFORM 3300-PRINT-NOTICE-HEADING
057600     ELSE
057700         MOVE SPACES TO ONT-OBSERVER-NAME
057800         MOVE SPACES TO ONT-OBSERVER-CONTACT
057900     END-IF
058000     PERFORM 3400-TAKE-ONE-RECORD
058100         UNTIL ONT-SORT-EOF
058200            OR NTS-OBSERVER-ID NOT = ONT-CURRENT-OBSERVER
058300     IF ONT-ON-REGISTRY
058400         PERFORM 3600-PRINT-NOTICE-SUMMARY
058500         ADD 1 TO ONT-NOTICES-PRINTED
058600         IF ONT-OBSERVER-CONTACT = SPACES
058700             ADD 1 TO ONT-NO-CONTACT
058800             PERFORM 3800-NOTE-EXCEPTION
058900         END-IF
059000     ELSE
059100         ADD 1 TO ONT-NOT-REGISTERED
059200         PERFORM 3800-NOTE-EXCEPTION
059300     END-IF
059400     .
059500
059600 3300-PRINT-NOTICE-HEADING.
059700     MOVE 9999 TO PRT-LINE-COUNT
059800     MOVE ONT-OBSERVER-NAME TO ONT-ADR-TEXT
059900     MOVE ONT-ADDRESS-LINE TO NOTICE-REPORT-LINE
060000     PERFORM 9100-WRITE-NOTICE-LINE
060100     MOVE SPACES TO ONT-ADR-TEXT
060200     IF ONT-OBSERVER-CONTACT = SPACES
060300         MOVE "(NO CONTACT DETAILS HELD)" TO ONT-ADR-TEXT
060400     ELSE
060500         MOVE ONT-OBSERVER-CONTACT TO ONT-ADR-TEXT
060600     END-IF
060700     MOVE ONT-ADDRESS-LINE TO NOTICE-REPORT-LINE
060800     MOVE SPACES TO NOTICE-REPORT-LINE(1:4)
060900     PERFORM 9100-WRITE-NOTICE-LINE
061000     MOVE SPACES TO NOTICE-REPORT-LINE
061100     PERFORM 9100-WRITE-NOTICE-LINE
061200     MOVE ONT-CURRENT-OBSERVER TO ONT-REF-OBSERVER-ID
061300     MOVE ONT-BUSINESS-DATE TO ONT-REF-DATE
061400     MOVE ONT-REFERENCE-LINE TO NOTICE-REPORT-LINE
061500     PERFORM 9100-WRITE-NOTICE-LINE
061600     MOVE SPACES TO NOTICE-REPORT-LINE
061700     PERFORM 9100-WRITE-NOTICE-LINE
061800     MOVE "THANK YOU FOR YOUR RECORDS.  HERE IS WHAT BECAME"
061900         TO NOTICE-REPORT-LINE
062000     PERFORM 9100-WRITE-NOTICE-LINE
062100     MOVE "OF THEM IN TODAY'S PROCESSING." TO NOTICE-REPORT-LINE
062200     PERFORM 9100-WRITE-NOTICE-LINE
062300     .
062400
062500 3400-TAKE-ONE-RECORD.
062600     ADD 1 TO ONT-OBS-RECORDS
062700     EVALUATE TRUE
062800         WHEN NTS-REJECTED
062900             ADD 1 TO ONT-OBS-REJECTED
063000         WHEN NTS-QUERIED
063100             ADD 1 TO ONT-OBS-QUERIED
063200         WHEN NTS-HELD
063300             ADD 1 TO ONT-OBS-HELD
063400         WHEN OTHER
063500             ADD 1 TO ONT-OBS-ACCEPTED
063600     END-EVALUATE
063700     IF ONT-ON-REGISTRY
063800         IF NTS-CATEGORY NOT = ONT-CURRENT-CATEGORY
063900             MOVE NTS-CATEGORY TO ONT-CURRENT-CATEGORY
064000             PERFORM 3450-PRINT-CATEGORY-HEADING
064100         END-IF
064200         PERFORM 3500-PRINT-ONE-RECORD
064300     END-IF
064400     PERFORM 3100-RETURN-SORTED-RECORD
064500     .
064600
064700 3450-PRINT-CATEGORY-HEADING.
064800     MOVE SPACES TO NOTICE-REPORT-LINE
064900     PERFORM 9100-WRITE-NOTICE-LINE
065000     EVALUATE TRUE
065100         WHEN NTS-REJECTED
065200             MOVE "NOT ACCEPTED" TO NOTICE-REPORT-LINE
065300         WHEN NTS-QUERIED
065400             MOVE "QUERIED - PLEASE CONFIRM THE COUNT"
065500                 TO NOTICE-REPORT-LINE
065600         WHEN NTS-HELD
065700             MOVE "HELD FOR REVIEW - YOU WILL HEAR THE OUTCOME"
065800                 TO NOTICE-REPORT-LINE
065900         WHEN OTHER
066000             MOVE "ACCEPTED INTO THE RECORD" TO NOTICE-REPORT-LINE
066100     END-EVALUATE
066200     PERFORM 9100-WRITE-NOTICE-LINE
066300     MOVE ONT-COLUMN-LINE TO NOTICE-REPORT-LINE
066400     PERFORM 9100-WRITE-NOTICE-LINE
066500     .
066600
066700 3500-PRINT-ONE-RECORD.
066800     MOVE NTS-SIGHT-DATE      TO ONT-DTL-DATE
066900     MOVE NTS-SCIENTIFIC-NAME TO ONT-DTL-NAME
067000     MOVE NTS-SITE-CODE       TO ONT-DTL-SITE
067100     IF NTS-COUNT IS NUMERIC
067200         MOVE NTS-COUNT TO ONT-COUNT-VALUE
067300         MOVE ONT-COUNT-VALUE TO ONT-COUNT-EDITED
067400         MOVE ONT-COUNT-EDITED TO ONT-DTL-COUNT
067500     ELSE
067600         MOVE NTS-COUNT TO ONT-DTL-COUNT
067700     END-IF
067800     MOVE ONT-DETAIL-LINE TO NOTICE-REPORT-LINE
067900     PERFORM 9100-WRITE-NOTICE-LINE
068000     IF NTS-REASON NOT = SPACES
068100         MOVE NTS-REASON TO ONT-RSN-TEXT
068200         MOVE ONT-REASON-LINE TO NOTICE-REPORT-LINE
068300         PERFORM 9100-WRITE-NOTICE-LINE
068400     END-IF
068500     .
068600
068700 3600-PRINT-NOTICE-SUMMARY.
068800     MOVE SPACES TO NOTICE-REPORT-LINE
068900     PERFORM 9100-WRITE-NOTICE-LINE
069000     MOVE ONT-OBS-ACCEPTED TO ONT-SUM-ACCEPTED
069100     MOVE ONT-OBS-HELD     TO ONT-SUM-HELD
069200     MOVE ONT-OBS-QUERIED  TO ONT-SUM-QUERIED
069300     MOVE ONT-OBS-REJECTED TO ONT-SUM-REJECTED
069400     MOVE ONT-SUMMARY-LINE TO NOTICE-REPORT-LINE
069500     PERFORM 9100-WRITE-NOTICE-LINE
069600     .
069700
069800 3800-NOTE-EXCEPTION.
069900     IF ONT-EXC-COUNT < 500
070000         ADD 1 TO ONT-EXC-COUNT
070100         MOVE ONT-CURRENT-OBSERVER
070200             TO ONT-EXC-OBSERVER-ID(ONT-EXC-COUNT)
070300         MOVE ONT-OBSERVER-NAME TO ONT-EXC-NAME(ONT-EXC-COUNT)
070400         MOVE ONT-OBS-RECORDS   TO ONT-EXC-RECORDS(ONT-EXC-COUNT)
070500         IF ONT-ON-REGISTRY
070600             SET ONT-EXC-NO-CONTACT(ONT-EXC-COUNT) TO TRUE
070700         ELSE
070800             SET ONT-EXC-UNKNOWN(ONT-EXC-COUNT) TO TRUE
070900         END-IF
071000     ELSE
071100         DISPLAY "OBSNOTE - CONTROL TABLE FULL, NOT LISTED: "
071200             ONT-CURRENT-OBSERVER
071300     END-IF
071400     .
071500
071600*----------------------------------------------------------------*
071700* THE CONTROL LISTING GOES TO THE RECORDS OFFICE, WHO POST OR
071800* CHASE THE NOTICES THAT CANNOT GO OUT AS THEY STAND
071900*----------------------------------------------------------------*
072000 5000-PRINT-CONTROL-LISTING.
072100     OPEN OUTPUT CONTROL-REPORT
072200     SET PRT-ACTION-INIT TO TRUE
072300     MOVE "NOTICE CONTROL LIST" TO PRT-REPORT-NAME
072400     MOVE "OBSNOTE" TO PRT-PRODUCER
072500     CALL "PRTSRV" USING PRT-CONTROL
072600     MOVE "OBSERVERS WHOSE NOTICE CANNOT BE SENT AS IT STANDS"
072700         TO CONTROL-REPORT-LINE
072800     PERFORM 9200-WRITE-CONTROL-LINE
072900     MOVE SPACES TO CONTROL-REPORT-LINE
073000     PERFORM 9200-WRITE-CONTROL-LINE
073100     MOVE ONT-CTL-COLUMN-LINE TO CONTROL-REPORT-LINE
073200     PERFORM 9200-WRITE-CONTROL-LINE
073300     IF ONT-EXC-COUNT = ZERO
073400         MOVE "       NONE" TO CONTROL-REPORT-LINE
073500         PERFORM 9200-WRITE-CONTROL-LINE
073600     ELSE
073700         PERFORM 5100-PRINT-ONE-EXCEPTION
073800             VARYING ONT-EXC-INDEX FROM 1 BY 1
073900             UNTIL ONT-EXC-INDEX > ONT-EXC-COUNT
074000     END-IF
074100     SET PRT-ACTION-END TO TRUE
074200     CALL "PRTSRV" USING PRT-CONTROL
074300     WRITE CONTROL-REPORT-LINE FROM PRT-TRAILER-LINE
074400     CLOSE CONTROL-REPORT
074500     .
074600
074700 5100-PRINT-ONE-EXCEPTION.
074800     MOVE ONT-EXC-OBSERVER-ID(ONT-EXC-INDEX)
074900         TO ONT-CTL-OBSERVER-ID
075000     MOVE ONT-EXC-RECORDS(ONT-EXC-INDEX)     TO ONT-CTL-RECORDS
075100     IF ONT-EXC-UNKNOWN(ONT-EXC-INDEX)
075200         MOVE "(NOT ON REGISTRY)" TO ONT-CTL-NAME
075300         MOVE "OBSERVER ID NOT ON THE REGISTRY" TO ONT-CTL-PROBLEM
075400     ELSE
075500         MOVE ONT-EXC-NAME(ONT-EXC-INDEX) TO ONT-CTL-NAME
075600         MOVE "NO CONTACT DETAILS - NOTICE PRINTED"
075700             TO ONT-CTL-PROBLEM
075800     END-IF
075900     MOVE ONT-CTL-DETAIL-LINE TO CONTROL-REPORT-LINE
076000     PERFORM 9200-WRITE-CONTROL-LINE
076100     .
076200
076300 9000-TERMINATE.
076400     DISPLAY "OBSNOTE - RECORDS GATHERED: " ONT-RECORDS-GATHERED
076500     DISPLAY "OBSNOTE - NOTICES PRINTED: " ONT-NOTICES-PRINTED
076600     DISPLAY "OBSNOTE - NO CONTACT DETAILS: " ONT-NO-CONTACT
076700     DISPLAY "OBSNOTE - NOT ON REGISTRY: " ONT-NOT-REGISTERED
076800     IF ONT-RETURN-CODE = ZERO
076900     AND ONT-EXC-COUNT > ZERO
077000         MOVE 4 TO ONT-RETURN-CODE
077100     END-IF
077200     MOVE "OBSNOTE "               TO RUNLOG-STEP-NAME
077300     MOVE ONT-RECORDS-GATHERED     TO RUNLOG-RECORDS-READ
077400     MOVE ONT-NOTICES-PRINTED      TO RUNLOG-RECORDS-APPLIED
077500     MOVE ONT-NOT-REGISTERED       TO RUNLOG-RECORDS-REJECTED
077600     MOVE ZERO                     TO RUNLOG-RECORDS-DROPPED
077700     MOVE ONT-RETURN-CODE          TO RUNLOG-RETURN-CODE
077800     CALL "RUNLOGW" USING RUNLOG-RECORD
077900     .
078000
078100 9100-WRITE-NOTICE-LINE.
078200     MOVE NOTICE-REPORT-LINE TO PRT-DETAIL-LINE
078300     SET PRT-ACTION-DETAIL TO TRUE
078400     CALL "PRTSRV" USING PRT-CONTROL
078500     IF PRT-HEADING-NEEDED
078600         WRITE NOTICE-REPORT-LINE FROM PRT-HEADING-1
078700         WRITE NOTICE-REPORT-LINE FROM PRT-HEADING-2
078800     END-IF
078900     WRITE NOTICE-REPORT-LINE FROM PRT-DETAIL-LINE
079000     .
079100
079200 9200-WRITE-CONTROL-LINE.
079300     MOVE CONTROL-REPORT-LINE TO PRT-DETAIL-LINE
079400     SET PRT-ACTION-DETAIL TO TRUE
079500     CALL "PRTSRV" USING PRT-CONTROL
079600     IF PRT-HEADING-NEEDED
079700         WRITE CONTROL-REPORT-LINE FROM PRT-HEADING-1
079800         WRITE CONTROL-REPORT-LINE FROM PRT-HEADING-2
079900     END-IF
080000     WRITE CONTROL-REPORT-LINE FROM PRT-DETAIL-LINE
080100     .
