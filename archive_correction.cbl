000100*================================================================*
000200* ARCHIVE-CORRECTION
000300* PURPOSE.  Applies correction transactions (ARCCTRN) to sightings
000400*           already on the archive - a misidentified species, the
000500*           wrong site, a mistyped count.  Each AMEND or DELETE
000600*           names the archived sighting by its prime key.  An
000700*           AMEND's corrected image is validated the way SIGHTEDT
000800*           edits a new sighting; a failed transaction is listed
000900*           with its reason and touches nothing.  A good one first
001000*           backs the original out - its count comes off the
001100*           species' population and off its site-species atlas
001200*           entry, the entry's first and last dates, peak count
001300*           and breeding history being rebuilt from the rest of
001400*           the archive where the original set them - then the
001500*           original record is deleted from the live archive or
001600*           its SGTAYYYY year file and, for an AMEND, the
001700*           corrected sighting is filed in its place and applied
001800*           the same way the load applies a new one.  Every
001900*           population change is written to POPHIST (source
002000*           ARCCORR, dated the business date) and journalled, and
002100*           the original and replacement images both go on the
002200*           ARCAUDIT trail, from which SGTRECN accounts for the
002300*           movement on its next run.  A year file's ARCCTL
002400*           record count and hash are kept in step.
002500* AUTHOR.   D. OKAFOR
002600* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002700* DATE-WRITTEN. 10/15/2026
002800*================================================================*
002900* MODIFICATION HISTORY
003000* DATE       INIT  DESCRIPTION
003100* 10/15/2026 DNO   ORIGINAL PROGRAM
003200*================================================================*
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. ARCCORR.
003500 AUTHOR. D. OKAFOR.
003600 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003700 DATE-WRITTEN. 10/15/2026.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL CORRECTION-TRANSACTIONS ASSIGN TO "ARCCTRN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS ACR-TRAN-STATUS.
004600
004700     SELECT ARCHIVE-FILE ASSIGN TO ACR-ARCHIVE-FILE-NAME
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SIGHTARC-KEY
005100         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
005200             WITH DUPLICATES
005300         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
005400             WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
005600             WITH DUPLICATES
005700         FILE STATUS IS ACR-ARCHIVE-STATUS.
005800
005900     SELECT OPTIONAL ARCHIVE-CONTROL ASSIGN TO "ARCCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS ACR-CONTROL-STATUS.
006200
006300     SELECT SPECIES-MASTER ASSIGN TO "SPECIES"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS BIRD-SCIENTIFIC-NAME
006700         ALTERNATE RECORD KEY IS BIRD-COMMON-NAME
006800         FILE STATUS IS ACR-MASTER-STATUS.
006900
007000     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS OBS-OBSERVER-ID
007400         FILE STATUS IS ACR-OBSERVER-STATUS.
007500
007600     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS SITE-CODE
008000         FILE STATUS IS ACR-SITE-STATUS.
008100
008200     SELECT SITE-ATLAS ASSIGN TO "SITEATLS"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS ATLAS-KEY
008600         FILE STATUS IS ACR-ATLAS-STATUS.
008700
008800     SELECT POPULATION-HISTORY ASSIGN TO "POPHIST"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS ACR-POPHIST-STATUS.
009100
009200     SELECT AUDIT-FILE ASSIGN TO "ARCAUDIT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS ACR-AUDIT-STATUS.
009500
009600     SELECT CORRECTION-REPORT ASSIGN TO "ARCCORR"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS ACR-REPORT-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CORRECTION-TRANSACTIONS.
010300 COPY ARCCTRN.
010400
010500*----------------------------------------------------------------*
010600* THE LIVE ARCHIVE AND EVERY SGTAYYYY YEAR FILE SHARE ONE LAYOUT
010700* AND ARE WORKED IN TURN THROUGH THIS ONE KEYED FILE
010800*----------------------------------------------------------------*
010900 FD  ARCHIVE-FILE.
011000 COPY SIGHTARC.
011100
011200 FD  ARCHIVE-CONTROL.
011300 01  CONTROL-RECORD.
011400     05  CTL-YEAR                 PIC 9(04).
011500     05  CTL-RECORD-COUNT         PIC 9(07).
011600     05  CTL-HASH-TOTAL           PIC 9(09).
011700
011800 FD  SPECIES-MASTER.
011900 COPY BIRDREC.
012000
012100 FD  OBSERVER-REGISTRY.
012200 COPY OBSREC.
012300
012400 FD  SITE-MASTER.
012500 COPY SITEREC.
012600
012700 FD  SITE-ATLAS.
012800 COPY ATLASREC.
012900
013000 FD  POPULATION-HISTORY.
013100 COPY POPHIST.
013200
013300 FD  AUDIT-FILE.
013400 COPY ARCAUDIT.
013500
013600 FD  CORRECTION-REPORT.
013700 01  CORRECTION-REPORT-LINE       PIC X(80).
013800
013900 WORKING-STORAGE SECTION.
014000 01  ACR-TRAN-STATUS              PIC X(02).
014100 01  ACR-ARCHIVE-STATUS           PIC X(02).
014200 01  ACR-CONTROL-STATUS           PIC X(02).
014300 01  ACR-MASTER-STATUS            PIC X(02).
014400 01  ACR-OBSERVER-STATUS          PIC X(02).
014500 01  ACR-SITE-STATUS              PIC X(02).
014600 01  ACR-ATLAS-STATUS             PIC X(02).
014700 01  ACR-POPHIST-STATUS           PIC X(02).
014800 01  ACR-AUDIT-STATUS             PIC X(02).
014900 01  ACR-REPORT-STATUS            PIC X(02).
015000 01  ACR-END-OF-FILE-SWITCH       PIC X(01).
015100     88  ACR-END-OF-FILE          VALUE "Y".
015200     88  ACR-NOT-END-OF-FILE      VALUE "N".
015300 01  ACR-FILE-EOF-SWITCH          PIC X(01).
015400     88  ACR-FILE-EOF             VALUE "Y".
015500     88  ACR-FILE-NOT-EOF         VALUE "N".
015600 01  ACR-RETURN-CODE              PIC 9(02) VALUE ZERO.
015700 01  ACR-BUSINESS-DATE            PIC 9(08).
015800 01  ACR-OPERATOR                 PIC X(08).
015900 01  ACR-LOCK-ACTION              PIC X(01).
016000 01  ACR-LOCK-HOLDER              PIC X(08) VALUE "ARCCORR".
016100 01  ACR-LOCK-RESULT              PIC X(01).
016200     88  ACR-LOCK-GRANTED         VALUE "Y".
016300     88  ACR-LOCK-REFUSED         VALUE "N".
016400*----------------------------------------------------------------*
016500* THE YEAR FILES THE ARCHIVE ROLL HAS WRITTEN, WITH THEIR CONTROL
016600* TOTALS, FROM ARCCTL - WRITTEN BACK IF A CORRECTION CHANGES ONE
016700*----------------------------------------------------------------*
016800 01  ACR-YEAR-TABLE.
016900     05  ACR-YEAR-SLOT            OCCURS 50 TIMES.
017000         10  ACR-YEAR-ENTRY       PIC 9(04).
017100         10  ACR-YEAR-RECORDS     PIC 9(07).
017200         10  ACR-YEAR-HASH        PIC 9(09).
017300 01  ACR-YEAR-COUNT               PIC 9(03) VALUE ZERO COMP.
017400 01  ACR-YEAR-INDEX               PIC 9(03) COMP.
017500 01  ACR-CONTROL-SWITCH           PIC X(01) VALUE "N".
017600     88  ACR-CONTROLS-CHANGED     VALUE "Y".
017700*----------------------------------------------------------------*
017800* THE ARCHIVE FILE BEING WORKED, AND WHERE THE ORIGINAL WAS
017900* FOUND - A FOUND YEAR OF ZERO IS THE LIVE ARCHIVE
018000*----------------------------------------------------------------*
018100 01  ACR-ARCHIVE-FILE-NAME        PIC X(08).
018200 01  ACR-FOUND-FILE-NAME          PIC X(08).
018300 01  ACR-FOUND-YEAR-INDEX         PIC 9(03) COMP.
018400 01  ACR-SEARCH-YEAR              PIC 9(04).
018500 01  ACR-SEARCH-KEY               PIC X(50).
018600 01  ACR-ARCHIVED-SWITCH          PIC X(01).
018700     88  ACR-ARCHIVED-FOUND       VALUE "Y".
018800     88  ACR-ARCHIVED-NOT-FOUND   VALUE "N".
018900 01  ACR-SCAN-SWITCH              PIC X(01).
019000     88  ACR-SCAN-DONE            VALUE "Y".
019100     88  ACR-SCAN-NOT-DONE        VALUE "N".
019200*----------------------------------------------------------------*
019300* THE ORIGINAL ARCHIVED SIGHTING AND ITS REPLACEMENT, EACH IN ITS
019400* REAL SHAPE
019500*----------------------------------------------------------------*
019600 01  ACR-ORIGINAL-KEY             PIC X(50).
019700 01  ACR-ORIGINAL-LOAD-DATE       PIC 9(08).
019800 01  ACR-ORIGINAL-NAME            PIC X(30).
019900 01  ACR-ORIGINAL.
020000     05  ACR-ORG-DATE             PIC 9(08).
020100     05  ACR-ORG-OBSERVER-ID      PIC X(06).
020200     05  FILLER                   PIC X(14).
020300     05  ACR-ORG-SCIENTIFIC-NAME  PIC X(30).
020400     05  ACR-ORG-COUNT            PIC 9(05).
020500     05  ACR-ORG-SITE-CODE        PIC X(06).
020600     05  FILLER                   PIC X(22).
020700     05  ACR-ORG-BREEDING-CODE    PIC X(02).
020800 01  ACR-REPLACEMENT-NAME         PIC X(30).
020900 01  ACR-REPLACEMENT.
021000     05  ACR-RPL-DATE             PIC 9(08).
021100     05  ACR-RPL-OBSERVER-ID      PIC X(06).
021200     05  FILLER                   PIC X(14).
021300     05  ACR-RPL-SCIENTIFIC-NAME  PIC X(30).
021400     05  ACR-RPL-COUNT            PIC 9(05).
021500     05  ACR-RPL-SITE-CODE        PIC X(06).
021600     05  FILLER                   PIC X(22).
021700     05  ACR-RPL-BREEDING-CODE    PIC X(02).
021800*----------------------------------------------------------------*
021900* VALIDATION - THE SAME REASON CODES SIGHTEDT WRITES TO SIGHTREJ,
022000* PLUS THE CORRECTION'S OWN: ACTN UNKNOWN ACTION, NFND ORIGINAL
022100* NOT ON THE ARCHIVE, YEAR CORRECTED DATE OUTSIDE THE ORIGINAL'S
022200* YEAR FILE, DUPL CORRECTED KEY ALREADY ON FILE, GONE ORIGINAL
022300* SPECIES NO LONGER ON THE MASTER, POPL POPULATION BELOW THE
022400* ORIGINAL COUNT, POPH CORRECTED POPULATION OVER THE LIMIT
022500*----------------------------------------------------------------*
022600 01  ACR-REASON-CODE              PIC X(04).
022700 01  ACR-LOOKUP-NAME              PIC X(30).
022800 01  ACR-DATE-BREAKDOWN.
022900     05  ACR-DATE-YEAR            PIC 9(04).
023000     05  ACR-DATE-MONTH           PIC 9(02).
023100     05  ACR-DATE-DAY             PIC 9(02).
023200 01  ACR-DAYS-IN-MONTH            PIC 9(02).
023300 01  ACR-LEAP-REMAINDER-4         PIC 9(04).
023400 01  ACR-LEAP-REMAINDER-100       PIC 9(04).
023500 01  ACR-LEAP-REMAINDER-400       PIC 9(04).
023600 01  ACR-LEAP-DUMMY-QUOTIENT      PIC 9(04).
023700 01  ACR-DATE-SWITCH              PIC X(01).
023800     88  ACR-DATE-VALID           VALUE "Y".
023900     88  ACR-DATE-INVALID         VALUE "N".
024000*----------------------------------------------------------------*
024100* POPULATION WORK
024200*----------------------------------------------------------------*
024300 01  ACR-OLD-POPULATION           PIC 9(09).
024400 01  ACR-POP-CANDIDATE            PIC 9(10).
024500 01  ACR-POP-SWITCH               PIC X(01).
024600     88  ACR-POP-VALID            VALUE "Y".
024700     88  ACR-POP-INVALID          VALUE "N".
024800*----------------------------------------------------------------*
024900* ATLAS WORK - THE FIGURES REBUILT FROM THE REST OF THE ARCHIVE,
025000* AND THE BREEDING HISTORY PUT BACK IF NOTHING ELSE IS FOUND
025100*----------------------------------------------------------------*
025200 01  ACR-ATLAS-NAME               PIC X(30).
025300 01  ACR-ATLAS-ACTION             PIC X(24).
025400 01  ACR-REBUILD-SWITCH           PIC X(01).
025500     88  ACR-REBUILD-NEEDED       VALUE "Y".
025600     88  ACR-REBUILD-NOT-NEEDED   VALUE "N".
025700 01  ACR-RB-FIRST-DATE            PIC 9(08).
025800 01  ACR-RB-LAST-DATE             PIC 9(08).
025900 01  ACR-RB-MAX-COUNT             PIC 9(05).
026000 01  ACR-RB-FOUND                 PIC 9(07).
026100 01  ACR-BREEDING-SAVE            PIC X(50).
026200 01  ACR-BREEDING-YEAR            PIC 9(04).
026300 01  ACR-BREEDING-INDEX           PIC 9(02) COMP.
026400 01  ACR-BREEDING-FOUND           PIC 9(02) COMP.
026500 01  ACR-BREEDING-SWITCH          PIC X(01).
026600     88  ACR-BREEDING-MATCHED     VALUE "Y".
026700     88  ACR-BREEDING-NOT-MATCHED VALUE "N".
026800*----------------------------------------------------------------*
026900* REPORT LINES
027000*----------------------------------------------------------------*
027100 01  ACR-SIGHTING-LINE.
027200     05  ACR-SGT-TAG              PIC X(07).
027300     05  ACR-SGT-DATE             PIC 9(08).
027400     05  FILLER                   PIC X(01) VALUE SPACE.
027500     05  ACR-SGT-OBSERVER         PIC X(06).
027600     05  FILLER                   PIC X(01) VALUE SPACE.
027700     05  ACR-SGT-SITE             PIC X(06).
027800     05  FILLER                   PIC X(01) VALUE SPACE.
027900     05  ACR-SGT-NAME             PIC X(30).
028000     05  FILLER                   PIC X(01) VALUE SPACE.
028100     05  ACR-SGT-COUNT            PIC Z(4)9.
028200     05  FILLER                   PIC X(01) VALUE SPACE.
028300     05  ACR-SGT-BREEDING         PIC X(02).
028400     05  FILLER                   PIC X(11) VALUE SPACES.
028500 01  ACR-POPULATION-LINE.
028600     05  ACR-POP-TAG              PIC X(07) VALUE "SPECIES".
028700     05  ACR-POP-NAME             PIC X(30).
028800     05  FILLER                   PIC X(01) VALUE SPACE.
028900     05  ACR-POP-OLD              PIC Z(8)9.
029000     05  FILLER                   PIC X(04) VALUE " TO ".
029100     05  ACR-POP-NEW              PIC Z(8)9.
029200     05  FILLER                   PIC X(20) VALUE SPACES.
029300 01  ACR-ATLAS-LINE.
029400     05  ACR-ATL-TAG              PIC X(07) VALUE "ATLAS".
029500     05  ACR-ATL-SITE             PIC X(06).
029600     05  FILLER                   PIC X(01) VALUE SPACE.
029700     05  ACR-ATL-NAME             PIC X(30).
029800     05  FILLER                   PIC X(01) VALUE SPACE.
029900     05  ACR-ATL-ACTION           PIC X(24).
030000     05  FILLER                   PIC X(11) VALUE SPACES.
030100*----------------------------------------------------------------*
030200* RUN COUNTS
030300*----------------------------------------------------------------*
030400 01  ACR-TRANSACTIONS-READ        PIC 9(07) VALUE ZERO.
030500 01  ACR-TRANSACTIONS-REJECTED    PIC 9(07) VALUE ZERO.
030600 01  ACR-AMENDED-COUNT            PIC 9(07) VALUE ZERO.
030700 01  ACR-DELETED-COUNT            PIC 9(07) VALUE ZERO.
030800 01  ACR-ATLAS-REBUILT            PIC 9(07) VALUE ZERO.
030900*----------------------------------------------------------------*
031000* WORK COPY OF A SIGHTING IMAGE, IN ITS REAL SHAPE
031100*----------------------------------------------------------------*
031200 COPY SIGHTREC.
031300 COPY BRDCAT.
031400 COPY RUNLOG.
031500 COPY PRTCTL.
031600 COPY MSTJRNL.
031700
031800 PROCEDURE DIVISION.
031900 0000-MAINLINE.
032000     ACCEPT RUNLOG-START-TIME FROM TIME
032100     PERFORM 0800-CLAIM-MASTER-LOCK
032200     IF ACR-LOCK-GRANTED
032300         PERFORM 1000-INITIALIZE
032400         PERFORM 2000-CORRECT-ONE-SIGHTING UNTIL ACR-END-OF-FILE
032500         PERFORM 9000-TERMINATE
032600     ELSE
032700         MOVE 12 TO ACR-RETURN-CODE
032800         PERFORM 0900-LOG-FAILED-STEP
032900     END-IF
033000     MOVE ACR-RETURN-CODE TO RETURN-CODE
033100     GOBACK
033200     .
033300
033400 0800-CLAIM-MASTER-LOCK.
033500     MOVE "C" TO ACR-LOCK-ACTION
033600     CALL "SPLOCK" USING ACR-LOCK-ACTION ACR-LOCK-HOLDER
033700         ACR-LOCK-RESULT
033800     IF ACR-LOCK-REFUSED
033900         DISPLAY "ARCCORR - SPECIES MASTER LOCKED, STEP ENDED"
034000     END-IF
034100     .
034200
034300 0900-LOG-FAILED-STEP.
034400     MOVE "ARCCORR "       TO RUNLOG-STEP-NAME
034500     MOVE ZERO             TO RUNLOG-RECORDS-READ
034600     MOVE ZERO             TO RUNLOG-RECORDS-APPLIED
034700     MOVE ZERO             TO RUNLOG-RECORDS-REJECTED
034800     MOVE ZERO             TO RUNLOG-RECORDS-DROPPED
034900     MOVE ACR-RETURN-CODE  TO RUNLOG-RETURN-CODE
035000     CALL "RUNLOGW" USING RUNLOG-RECORD
035100     .
035200
035300 1000-INITIALIZE.
035400     SET ACR-NOT-END-OF-FILE TO TRUE
035500     CALL "BUSDATE" USING ACR-BUSINESS-DATE
035600     CALL "OPERID" USING ACR-OPERATOR
035700     PERFORM 1500-LOAD-YEAR-CONTROLS
035800     OPEN I-O SPECIES-MASTER
035900     OPEN INPUT OBSERVER-REGISTRY
036000     OPEN INPUT SITE-MASTER
036100     OPEN I-O SITE-ATLAS
036200     OPEN EXTEND POPULATION-HISTORY
036300     IF ACR-POPHIST-STATUS = "35"
036400         OPEN OUTPUT POPULATION-HISTORY
036500     END-IF
036600     OPEN EXTEND AUDIT-FILE
036700     IF ACR-AUDIT-STATUS = "35"
036800         OPEN OUTPUT AUDIT-FILE
036900     END-IF
037000     OPEN OUTPUT CORRECTION-REPORT
037100     SET PRT-ACTION-INIT TO TRUE
037200     MOVE "ARCHIVE CORRECTIONS" TO PRT-REPORT-NAME
037300     MOVE "ARCCORR" TO PRT-PRODUCER
037400     CALL "PRTSRV" USING PRT-CONTROL
037500     OPEN INPUT CORRECTION-TRANSACTIONS
037600     IF ACR-TRAN-STATUS = "00"
037700         PERFORM 2100-READ-TRANSACTION
037800     ELSE
037900         SET ACR-END-OF-FILE TO TRUE
038000     END-IF
038100     .
038200
038300 1500-LOAD-YEAR-CONTROLS.
038400     SET ACR-FILE-NOT-EOF TO TRUE
038500     OPEN INPUT ARCHIVE-CONTROL
038600     IF ACR-CONTROL-STATUS = "00"
038700     OR ACR-CONTROL-STATUS = "05"
038800         IF ACR-CONTROL-STATUS = "00"
038900             PERFORM 1560-READ-CONTROL
039000             PERFORM 1520-LOAD-ONE-YEAR UNTIL ACR-FILE-EOF
039100         END-IF
039200         CLOSE ARCHIVE-CONTROL
039300     END-IF
039400     .
039500
039600 1520-LOAD-ONE-YEAR.
039700     IF ACR-YEAR-COUNT < 50
039800         ADD 1 TO ACR-YEAR-COUNT
039900         MOVE CTL-YEAR         TO ACR-YEAR-ENTRY(ACR-YEAR-COUNT)
040000         MOVE CTL-RECORD-COUNT TO ACR-YEAR-RECORDS(ACR-YEAR-COUNT)
040100         MOVE CTL-HASH-TOTAL   TO ACR-YEAR-HASH(ACR-YEAR-COUNT)
040200     ELSE
040300         DISPLAY "ARCCORR - YEAR TABLE FULL, SKIPPED: " CTL-YEAR
040400         MOVE 8 TO ACR-RETURN-CODE
040500     END-IF
040600     PERFORM 1560-READ-CONTROL
040700     .
040800
040900 1560-READ-CONTROL.
041000     READ ARCHIVE-CONTROL
041100         AT END
041200             SET ACR-FILE-EOF TO TRUE
041300     END-READ
041400     .
041500
041600*----------------------------------------------------------------*
041700* A TRANSACTION IS PROVED WHOLE BEFORE ANYTHING IS TOUCHED - THE
041800* ORIGINAL IS BACKED OUT, THE ARCHIVE CHANGED, AND ONLY THEN IS
041900* THE CORRECTED SIGHTING APPLIED
042000*----------------------------------------------------------------*
042100 2000-CORRECT-ONE-SIGHTING.
042200     ADD 1 TO ACR-TRANSACTIONS-READ
042300     PERFORM 2200-VALIDATE-TRANSACTION
042400     IF ACR-REASON-CODE = SPACES
042500         PERFORM 3000-REVERSE-ORIGINAL
042600         PERFORM 4000-REPLACE-ARCHIVE-RECORD
042700         IF ARCCTRN-IS-AMEND
042800             PERFORM 5000-APPLY-REPLACEMENT
042900             ADD 1 TO ACR-AMENDED-COUNT
043000         ELSE
043100             ADD 1 TO ACR-DELETED-COUNT
043200         END-IF
043300         PERFORM 7500-WRITE-AUDIT-RECORD
043400     ELSE
043500         PERFORM 2900-REJECT-TRANSACTION
043600     END-IF
043700     PERFORM 2100-READ-TRANSACTION
043800     .
043900
044000 2100-READ-TRANSACTION.
044100     READ CORRECTION-TRANSACTIONS
044200         AT END
044300             SET ACR-END-OF-FILE TO TRUE
044400     END-READ
044500     .
044600
044700 2200-VALIDATE-TRANSACTION.
044800     MOVE SPACES TO ACR-REASON-CODE
044900     IF NOT ARCCTRN-IS-AMEND
045000     AND NOT ARCCTRN-IS-DELETE
045100         MOVE "ACTN" TO ACR-REASON-CODE
045200     END-IF
045300     IF ACR-REASON-CODE = SPACES
045400         PERFORM 2300-LOCATE-ORIGINAL
045500     END-IF
045600     IF ACR-REASON-CODE = SPACES
045700     AND ARCCTRN-IS-AMEND
045800         PERFORM 2400-VALIDATE-REPLACEMENT
045900     END-IF
046000     IF ACR-REASON-CODE = SPACES
046100         PERFORM 2500-CHECK-POPULATION
046200     END-IF
046300     .
046400
046500*----------------------------------------------------------------*
046600* THE ORIGINAL IS LOOKED FOR ON THE LIVE ARCHIVE FIRST, THEN ON
046700* THE YEAR FILE FOR ITS SIGHTING YEAR IF ARCCTL HAS ONE
046800*----------------------------------------------------------------*
046900 2300-LOCATE-ORIGINAL.
047000     MOVE ARCCTRN-SIGHT-DATE      TO SIGHTARC-KEY-DATE
047100     MOVE ARCCTRN-OBSERVER-ID     TO SIGHTARC-KEY-OBSERVER
047200     MOVE ARCCTRN-SITE-CODE       TO SIGHTARC-KEY-SITE
047300     MOVE ARCCTRN-SCIENTIFIC-NAME TO SIGHTARC-KEY-NAME
047400     CALL "NAMESTD" USING SIGHTARC-KEY-NAME
047500     MOVE SIGHTARC-KEY TO ACR-ORIGINAL-KEY
047600     MOVE ACR-ORIGINAL-KEY TO ACR-SEARCH-KEY
047700     MOVE ZERO TO ACR-FOUND-YEAR-INDEX
047800     MOVE "SIGHTARC" TO ACR-ARCHIVE-FILE-NAME
047900     PERFORM 2340-READ-ARCHIVE-BY-KEY
048000     IF ACR-ARCHIVED-NOT-FOUND
048100         MOVE ARCCTRN-SIGHT-DATE(1:4) TO ACR-SEARCH-YEAR
048200         PERFORM 2330-MATCH-ONE-YEAR
048300             VARYING ACR-YEAR-INDEX FROM 1 BY 1
048400             UNTIL ACR-YEAR-INDEX > ACR-YEAR-COUNT
048500                OR ACR-FOUND-YEAR-INDEX > ZERO
048600         IF ACR-FOUND-YEAR-INDEX > ZERO
048700             PERFORM 2320-SET-YEAR-FILE-NAME
048800             PERFORM 2340-READ-ARCHIVE-BY-KEY
048900         END-IF
049000     END-IF
049100     IF ACR-ARCHIVED-FOUND
049200         MOVE ACR-ARCHIVE-FILE-NAME TO ACR-FOUND-FILE-NAME
049300         MOVE SIGHTARC-LOAD-DATE    TO ACR-ORIGINAL-LOAD-DATE
049400         MOVE SIGHTARC-SIGHTING     TO ACR-ORIGINAL
049500         MOVE SIGHTARC-KEY-NAME     TO ACR-ORIGINAL-NAME
049600     ELSE
049700         MOVE "NFND" TO ACR-REASON-CODE
049800     END-IF
049900     .
050000
050100 2320-SET-YEAR-FILE-NAME.
050200     MOVE SPACES TO ACR-ARCHIVE-FILE-NAME
050300     STRING "SGTA" DELIMITED BY SIZE
050400         ACR-YEAR-ENTRY(ACR-FOUND-YEAR-INDEX) DELIMITED BY SIZE
050500         INTO ACR-ARCHIVE-FILE-NAME
050600     END-STRING
050700     .
050800
050900*    THE PERFORM VARYING INDEX SITS ONE PAST THE MATCH WHEN THE
051000*    LOOP ENDS - CAPTURE THE MATCHED ENTRY NUMBER HERE
051100 2330-MATCH-ONE-YEAR.
051200     IF ACR-YEAR-ENTRY(ACR-YEAR-INDEX) = ACR-SEARCH-YEAR
051300         MOVE ACR-YEAR-INDEX TO ACR-FOUND-YEAR-INDEX
051400     END-IF
051500     .
051600
051700*----------------------------------------------------------------*
051800* AN ARCHIVE FILE NOT YET CREATED HOLDS NOTHING TO FIND
051900*----------------------------------------------------------------*
052000 2340-READ-ARCHIVE-BY-KEY.
052100     SET ACR-ARCHIVED-NOT-FOUND TO TRUE
052200     OPEN INPUT ARCHIVE-FILE
052300     IF ACR-ARCHIVE-STATUS = "00"
052400         MOVE ACR-SEARCH-KEY TO SIGHTARC-KEY
052500         READ ARCHIVE-FILE RECORD KEY IS SIGHTARC-KEY
052600             INVALID KEY
052700                 CONTINUE
052800             NOT INVALID KEY
052900                 SET ACR-ARCHIVED-FOUND TO TRUE
053000         END-READ
053100         CLOSE ARCHIVE-FILE
053200     END-IF
053300     .
053400
053500*----------------------------------------------------------------*
053600* THE CORRECTED SIGHTING IS EDITED AS SIGHTEDT EDITS A NEW ONE.
053700* IT STAYS ON THE FILE ITS ORIGINAL WAS FOUND ON, SO A YEAR
053800* FILE'S SIGHTING KEEPS ITS YEAR, AND ITS KEY MUST BE FREE UNLESS
053900* IT IS THE ORIGINAL'S OWN
054000*----------------------------------------------------------------*
054100 2400-VALIDATE-REPLACEMENT.
054200     MOVE ARCCTRN-REPLACEMENT TO SIGHT-RECORD
054300     PERFORM 2410-VALIDATE-SIGHT-DATE
054400     IF ACR-REASON-CODE = SPACES
054500         PERFORM 2440-VALIDATE-SIGHT-COUNT
054600     END-IF
054700     IF ACR-REASON-CODE = SPACES
054800         PERFORM 2450-VALIDATE-BREEDING-CODE
054900     END-IF
055000     IF ACR-REASON-CODE = SPACES
055100         PERFORM 2460-VALIDATE-OBSERVER
055200     END-IF
055300     IF ACR-REASON-CODE = SPACES
055400         PERFORM 2470-VALIDATE-SITE
055500     END-IF
055600     IF ACR-REASON-CODE = SPACES
055700         PERFORM 2480-VALIDATE-SPECIES
055800     END-IF
055900     IF ACR-REASON-CODE = SPACES
056000     AND ACR-FOUND-YEAR-INDEX > ZERO
056100     AND SIGHT-DATE(1:4)
056200         NOT = ACR-YEAR-ENTRY(ACR-FOUND-YEAR-INDEX)
056300         MOVE "YEAR" TO ACR-REASON-CODE
056400     END-IF
056500     IF ACR-REASON-CODE = SPACES
056600         MOVE SIGHT-RECORD TO ACR-REPLACEMENT
056700         PERFORM 2490-CHECK-REPLACEMENT-KEY
056800     END-IF
056900     .
057000
057100 2410-VALIDATE-SIGHT-DATE.
057200     SET ACR-DATE-VALID TO TRUE
057300     IF SIGHT-DATE IS NOT NUMERIC
057400         SET ACR-DATE-INVALID TO TRUE
057500     ELSE
057600         MOVE SIGHT-DATE TO ACR-DATE-BREAKDOWN
057700         PERFORM 2420-CHECK-CALENDAR-DATE
057800     END-IF
057900     IF ACR-DATE-INVALID
058000         MOVE "DATE" TO ACR-REASON-CODE
058100     END-IF
058200     .
058300
058400 2420-CHECK-CALENDAR-DATE.
058500     IF ACR-DATE-MONTH < 1 OR ACR-DATE-MONTH > 12
058600         SET ACR-DATE-INVALID TO TRUE
058700     ELSE
058800         EVALUATE ACR-DATE-MONTH
058900             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
059000                 MOVE 31 TO ACR-DAYS-IN-MONTH
059100             WHEN 4 WHEN 6 WHEN 9 WHEN 11
059200                 MOVE 30 TO ACR-DAYS-IN-MONTH
059300             WHEN 2
059400                 PERFORM 2430-SET-FEBRUARY-DAYS
059500         END-EVALUATE
059600         IF ACR-DATE-DAY < 1 OR ACR-DATE-DAY > ACR-DAYS-IN-MONTH
059700             SET ACR-DATE-INVALID TO TRUE
059800         END-IF
059900     END-IF
060000     .
060100
060200 2430-SET-FEBRUARY-DAYS.
060300     DIVIDE ACR-DATE-YEAR BY 4
060400         GIVING ACR-LEAP-DUMMY-QUOTIENT
060500         REMAINDER ACR-LEAP-REMAINDER-4
060600     DIVIDE ACR-DATE-YEAR BY 100
060700         GIVING ACR-LEAP-DUMMY-QUOTIENT
060800         REMAINDER ACR-LEAP-REMAINDER-100
060900     DIVIDE ACR-DATE-YEAR BY 400
061000         GIVING ACR-LEAP-DUMMY-QUOTIENT
061100         REMAINDER ACR-LEAP-REMAINDER-400
061200     IF ACR-LEAP-REMAINDER-4 = 0
061300         AND (ACR-LEAP-REMAINDER-100 NOT = 0
061400              OR ACR-LEAP-REMAINDER-400 = 0)
061500         MOVE 29 TO ACR-DAYS-IN-MONTH
061600     ELSE
061700         MOVE 28 TO ACR-DAYS-IN-MONTH
061800     END-IF
061900     .
062000
062100 2440-VALIDATE-SIGHT-COUNT.
062200     IF SIGHT-COUNT IS NOT NUMERIC OR SIGHT-COUNT = ZERO
062300         MOVE "CNT" TO ACR-REASON-CODE
062400     END-IF
062500     .
062600
062700 2450-VALIDATE-BREEDING-CODE.
062800     MOVE SIGHT-BREEDING-CODE TO BRDCAT-EVIDENCE-CODE
062900     CALL "BRDCAT" USING BRDCAT-PARAMETERS
063000     IF BRDCAT-NOT-A-CODE
063100         MOVE "BRED" TO ACR-REASON-CODE
063200     END-IF
063300     .
063400
063500 2460-VALIDATE-OBSERVER.
063600     MOVE SIGHT-OBSERVER-ID TO OBS-OBSERVER-ID
063700     READ OBSERVER-REGISTRY
063800         INVALID KEY
063900             MOVE "OBSV" TO ACR-REASON-CODE
064000     END-READ
064100     .
064200
064300 2470-VALIDATE-SITE.
064400     MOVE SIGHT-SITE-CODE TO SITE-CODE
064500     READ SITE-MASTER
064600         INVALID KEY
064700             MOVE "SITE" TO ACR-REASON-CODE
064800     END-READ
064900*    A MERGED CODE POINTS STRAIGHT AT ITS SURVIVING SITE
065000     IF ACR-REASON-CODE = SPACES
065100     AND SITE-IS-MERGED
065200         MOVE SITE-MERGED-INTO TO SIGHT-SITE-CODE
065300         MOVE SIGHT-SITE-CODE TO SITE-CODE
065400         READ SITE-MASTER
065500             INVALID KEY
065600                 MOVE "SITE" TO ACR-REASON-CODE
065700         END-READ
065800     END-IF
065900     IF ACR-REASON-CODE = SPACES
066000     AND SITE-IS-CLOSED
066100     AND SIGHT-DATE NOT < SITE-CLOSED-DATE
066200         MOVE "CLSD" TO ACR-REASON-CODE
066300     END-IF
066400     .
066500
066600*----------------------------------------------------------------*
066700* THE CORRECTED SIGHTING CARRIES THE MASTER'S OWN FORM OF THE
066800* NAME, SO THE ARCHIVE, THE POPHIST ROWS AND THE AUDIT TRAIL ALL
066900* AGREE
067000*----------------------------------------------------------------*
067100 2480-VALIDATE-SPECIES.
067200     MOVE SIGHT-SCIENTIFIC-NAME TO ACR-LOOKUP-NAME
067300     CALL "NAMESTD" USING ACR-LOOKUP-NAME
067400     MOVE ACR-LOOKUP-NAME TO BIRD-SCIENTIFIC-NAME
067500     READ SPECIES-MASTER
067600         INVALID KEY
067700             MOVE "SPEC" TO ACR-REASON-CODE
067800         NOT INVALID KEY
067900             MOVE ACR-LOOKUP-NAME TO SIGHT-SCIENTIFIC-NAME
068000             MOVE ACR-LOOKUP-NAME TO ACR-REPLACEMENT-NAME
068100     END-READ
068200     .
068300
068400 2490-CHECK-REPLACEMENT-KEY.
068500     MOVE ACR-REPLACEMENT TO SIGHTARC-SIGHTING
068600     CALL "ARCKEY" USING SIGHTARC-RECORD
068700     IF SIGHTARC-KEY NOT = ACR-ORIGINAL-KEY
068800         MOVE SIGHTARC-KEY TO ACR-SEARCH-KEY
068900         MOVE ACR-FOUND-FILE-NAME TO ACR-ARCHIVE-FILE-NAME
069000         PERFORM 2340-READ-ARCHIVE-BY-KEY
069100         IF ACR-ARCHIVED-FOUND
069200             MOVE "DUPL" TO ACR-REASON-CODE
069300         END-IF
069400     END-IF
069500     .
069600
069700*----------------------------------------------------------------*
069800* THE ORIGINAL'S COUNT MUST STILL BE THERE TO TAKE OFF, AND THE
069900* CORRECTED COUNT MUST PASS POPCHK ONCE IT IS ADDED BACK
070000*----------------------------------------------------------------*
070100 2500-CHECK-POPULATION.
070200     MOVE ACR-ORIGINAL-NAME TO BIRD-SCIENTIFIC-NAME
070300     READ SPECIES-MASTER
070400         INVALID KEY
070500             MOVE "GONE" TO ACR-REASON-CODE
070600         NOT INVALID KEY
070700             IF BIRD-UK-BREEDING-POPULATION < ACR-ORG-COUNT
070800                 MOVE "POPL" TO ACR-REASON-CODE
070900             END-IF
071000     END-READ
071100     IF ACR-REASON-CODE = SPACES
071200     AND ARCCTRN-IS-AMEND
071300         IF ACR-REPLACEMENT-NAME = ACR-ORIGINAL-NAME
071400             COMPUTE ACR-POP-CANDIDATE =
071500                 BIRD-UK-BREEDING-POPULATION
071600                 - ACR-ORG-COUNT + ACR-RPL-COUNT
071700         ELSE
071800             MOVE ACR-REPLACEMENT-NAME TO BIRD-SCIENTIFIC-NAME
071900             READ SPECIES-MASTER
072000                 INVALID KEY
072100                     MOVE "SPEC" TO ACR-REASON-CODE
072200             END-READ
072300             COMPUTE ACR-POP-CANDIDATE =
072400                 BIRD-UK-BREEDING-POPULATION + ACR-RPL-COUNT
072500         END-IF
072600         CALL "POPCHK" USING ACR-POP-CANDIDATE ACR-POP-SWITCH
072700         IF ACR-POP-INVALID
072800             MOVE "POPH" TO ACR-REASON-CODE
072900         END-IF
073000     END-IF
073100     .
073200
073300 2900-REJECT-TRANSACTION.
073400     ADD 1 TO ACR-TRANSACTIONS-REJECTED
073500     MOVE SPACES TO CORRECTION-REPORT-LINE
073600     PERFORM 9100-WRITE-REPORT-LINE
073700     MOVE SPACES TO CORRECTION-REPORT-LINE
073800     STRING "REJECTED " DELIMITED BY SIZE
073900         ARCCTRN-ACTION-CODE DELIMITED BY SIZE
074000         " REASON " DELIMITED BY SIZE
074100         ACR-REASON-CODE DELIMITED BY SIZE
074200         " - " DELIMITED BY SIZE
074300         ARCCTRN-REASON DELIMITED BY SIZE
074400         INTO CORRECTION-REPORT-LINE
074500     END-STRING
074600     PERFORM 9100-WRITE-REPORT-LINE
074700     MOVE ARCCTRN-ORIGINAL-KEY TO SIGHT-RECORD
074800     MOVE ZERO TO SIGHT-COUNT
074900     MOVE ARCCTRN-SITE-CODE TO SIGHT-SITE-CODE
075000     MOVE SPACES TO SIGHT-BREEDING-CODE
075100     MOVE "KEY    " TO ACR-SGT-TAG
075200     PERFORM 8000-PRINT-SIGHTING-LINE
075300     DISPLAY "ARCCORR - CORRECTION REJECTED, "
075400         ACR-REASON-CODE ": "
075500         ARCCTRN-OBSERVER-ID " " ARCCTRN-SIGHT-DATE
075600     .
075700
075800*----------------------------------------------------------------*
075900* BACK THE ORIGINAL OUT OF THE SPECIES TOTAL AND THE ATLAS
076000*----------------------------------------------------------------*
076100 3000-REVERSE-ORIGINAL.
076200     MOVE SPACES TO CORRECTION-REPORT-LINE
076300     PERFORM 9100-WRITE-REPORT-LINE
076400     MOVE SPACES TO CORRECTION-REPORT-LINE
076500     STRING ARCCTRN-ACTION-CODE DELIMITED BY SIZE
076600         " ON " DELIMITED BY SIZE
076700         ACR-FOUND-FILE-NAME DELIMITED BY SIZE
076800         " - " DELIMITED BY SIZE
076900         ARCCTRN-REASON DELIMITED BY SIZE
077000         INTO CORRECTION-REPORT-LINE
077100     END-STRING
077200     PERFORM 9100-WRITE-REPORT-LINE
077300     MOVE ACR-ORIGINAL TO SIGHT-RECORD
077400     MOVE "BEFORE " TO ACR-SGT-TAG
077500     PERFORM 8000-PRINT-SIGHTING-LINE
077600     PERFORM 3100-REVERSE-SPECIES
077700     PERFORM 3200-REVERSE-ATLAS
077800     .
077900
078000 3100-REVERSE-SPECIES.
078100     MOVE ACR-ORIGINAL-NAME TO BIRD-SCIENTIFIC-NAME
078200     READ SPECIES-MASTER
078300         INVALID KEY
078400             DISPLAY "ARCCORR - SPECIES VANISHED: "
078500                 ACR-ORIGINAL-NAME
078600             MOVE 8 TO ACR-RETURN-CODE
078700         NOT INVALID KEY
078800             MOVE BIRD-UK-BREEDING-POPULATION
078900                 TO ACR-OLD-POPULATION
079000             SUBTRACT ACR-ORG-COUNT
079100                 FROM BIRD-UK-BREEDING-POPULATION
079200             REWRITE BIRD-RECORD
079300             PERFORM 7000-RECORD-POPULATION-HISTORY
079400             PERFORM 7100-JOURNAL-AFTER-IMAGE
079500             PERFORM 8100-PRINT-POPULATION-LINE
079600     END-READ
079700     .
079800
079900*----------------------------------------------------------------*
080000* THE ORIGINAL'S COUNT COMES OFF ITS ATLAS ENTRY.  AN ENTRY LEFT
080100* WITH NOTHING IS REMOVED; ONE WHOSE FIRST OR LAST DATE, PEAK
080200* COUNT OR BREEDING HISTORY THE ORIGINAL MAY HAVE SET IS REBUILT
080300* FROM THE REST OF THE ARCHIVE
080400*----------------------------------------------------------------*
080500 3200-REVERSE-ATLAS.
080600     MOVE ACR-ORG-SITE-CODE TO ATLAS-SITE-CODE
080700     MOVE ACR-ORIGINAL-NAME TO ATLAS-SCIENTIFIC-NAME
080800     READ SITE-ATLAS
080900         INVALID KEY
081000             MOVE "NO ENTRY TO REDUCE" TO ACR-ATLAS-ACTION
081100         NOT INVALID KEY
081200             PERFORM 3220-REDUCE-ATLAS-ENTRY
081300     END-READ
081400     MOVE ACR-ORG-SITE-CODE TO ACR-ATL-SITE
081500     MOVE ACR-ORIGINAL-NAME TO ACR-ATL-NAME
081600     PERFORM 8200-PRINT-ATLAS-LINE
081700     .
081800
081900 3220-REDUCE-ATLAS-ENTRY.
082000     IF ATLAS-TOTAL-COUNT NOT > ACR-ORG-COUNT
082100         DELETE SITE-ATLAS RECORD
082200         MOVE "ENTRY REMOVED" TO ACR-ATLAS-ACTION
082300     ELSE
082400         SUBTRACT ACR-ORG-COUNT FROM ATLAS-TOTAL-COUNT
082500         SET ACR-REBUILD-NOT-NEEDED TO TRUE
082600         MOVE ACR-ORG-BREEDING-CODE TO BRDCAT-EVIDENCE-CODE
082700         CALL "BRDCAT" USING BRDCAT-PARAMETERS
082800         IF ACR-ORG-DATE = ATLAS-FIRST-DATE
082900         OR ACR-ORG-DATE = ATLAS-LAST-DATE
083000         OR ACR-ORG-COUNT NOT < ATLAS-MAX-COUNT
083100         OR BRDCAT-POSSIBLE OR BRDCAT-PROBABLE OR BRDCAT-CONFIRMED
083200             SET ACR-REBUILD-NEEDED TO TRUE
083300         END-IF
083400         IF ACR-REBUILD-NEEDED
083500             PERFORM 3250-REBUILD-ATLAS-ENTRY
083600             ADD 1 TO ACR-ATLAS-REBUILT
083700             MOVE "COUNT REDUCED, REBUILT" TO ACR-ATLAS-ACTION
083800         ELSE
083900             MOVE "COUNT REDUCED" TO ACR-ATLAS-ACTION
084000         END-IF
084100         REWRITE ATLAS-RECORD
084200     END-IF
084300     .
084400
084500*----------------------------------------------------------------*
084600* EVERY OTHER ARCHIVED SIGHTING OF THE SPECIES AT THE SITE, ON THE
084700* YEAR FILES AND THE LIVE ARCHIVE, IS READ ON THE SITE KEY.  IF
084800* NONE IS LEFT ON FILE THE ENTRY'S DATES AND HISTORY STAND
084900*----------------------------------------------------------------*
085000 3250-REBUILD-ATLAS-ENTRY.
085100     MOVE ATLAS-BREEDING-HISTORY TO ACR-BREEDING-SAVE
085200     MOVE ZEROS TO ATLAS-BREEDING-HISTORY
085300     MOVE 99999999 TO ACR-RB-FIRST-DATE
085400     MOVE ZERO TO ACR-RB-LAST-DATE
085500     MOVE ZERO TO ACR-RB-MAX-COUNT
085600     MOVE ZERO TO ACR-RB-FOUND
085700     PERFORM 3270-SCAN-ONE-YEAR
085800         VARYING ACR-YEAR-INDEX FROM 1 BY 1
085900         UNTIL ACR-YEAR-INDEX > ACR-YEAR-COUNT
086000     MOVE "SIGHTARC" TO ACR-ARCHIVE-FILE-NAME
086100     PERFORM 3260-SCAN-ONE-ARCHIVE
086200     IF ACR-RB-FOUND > ZERO
086300         MOVE ACR-RB-FIRST-DATE TO ATLAS-FIRST-DATE
086400         MOVE ACR-RB-LAST-DATE  TO ATLAS-LAST-DATE
086500         MOVE ACR-RB-MAX-COUNT  TO ATLAS-MAX-COUNT
086600     ELSE
086700         MOVE ACR-BREEDING-SAVE TO ATLAS-BREEDING-HISTORY
086800     END-IF
086900     .
087000
087100 3260-SCAN-ONE-ARCHIVE.
087200     OPEN INPUT ARCHIVE-FILE
087300     IF ACR-ARCHIVE-STATUS = "00"
087400         SET ACR-SCAN-NOT-DONE TO TRUE
087500         MOVE ATLAS-SITE-CODE TO SIGHTARC-SITE-CODE
087600         MOVE ZERO            TO SIGHTARC-SITE-DATE
087700         START ARCHIVE-FILE KEY IS NOT < SIGHTARC-SITE-KEY
087800             INVALID KEY
087900                 SET ACR-SCAN-DONE TO TRUE
088000         END-START
088100         IF ACR-SCAN-NOT-DONE
088200             PERFORM 3290-READ-SITE-ARCHIVED
088300         END-IF
088400         PERFORM 3280-NOTE-ONE-ARCHIVED UNTIL ACR-SCAN-DONE
088500         CLOSE ARCHIVE-FILE
088600     END-IF
088700     .
088800
088900 3270-SCAN-ONE-YEAR.
089000     MOVE ACR-YEAR-INDEX TO ACR-FOUND-YEAR-INDEX
089100     PERFORM 2320-SET-YEAR-FILE-NAME
089200     PERFORM 3260-SCAN-ONE-ARCHIVE
089300     .
089400
089500*    THE ORIGINAL ITSELF IS STILL ON FILE AT THIS POINT AND IS
089600*    PASSED OVER
089700 3280-NOTE-ONE-ARCHIVED.
089800     IF SIGHTARC-KEY-NAME = ATLAS-SCIENTIFIC-NAME
089900     AND SIGHTARC-KEY NOT = ACR-ORIGINAL-KEY
090000         ADD 1 TO ACR-RB-FOUND
090100         MOVE SIGHTARC-SIGHTING TO SIGHT-RECORD
090200         IF SIGHT-DATE < ACR-RB-FIRST-DATE
090300             MOVE SIGHT-DATE TO ACR-RB-FIRST-DATE
090400         END-IF
090500         IF SIGHT-DATE > ACR-RB-LAST-DATE
090600             MOVE SIGHT-DATE TO ACR-RB-LAST-DATE
090700         END-IF
090800         IF SIGHT-COUNT > ACR-RB-MAX-COUNT
090900             MOVE SIGHT-COUNT TO ACR-RB-MAX-COUNT
091000         END-IF
091100         PERFORM 6000-NOTE-BREEDING-CATEGORY
091200     END-IF
091300     PERFORM 3290-READ-SITE-ARCHIVED
091400     .
091500
091600 3290-READ-SITE-ARCHIVED.
091700     READ ARCHIVE-FILE NEXT RECORD
091800         AT END
091900             SET ACR-SCAN-DONE TO TRUE
092000         NOT AT END
092100             IF SIGHTARC-SITE-CODE NOT = ATLAS-SITE-CODE
092200                 SET ACR-SCAN-DONE TO TRUE
092300             END-IF
092400     END-READ
092500     .
092600
092700*----------------------------------------------------------------*
092800* THE ORIGINAL COMES OFF THE FILE IT WAS FOUND ON AND AN AMEND'S
092900* CORRECTED SIGHTING IS FILED THERE UNDER KEYS BUILT BY ARCKEY,
093000* KEEPING THE ORIGINAL'S LOAD DATE.  A YEAR FILE'S ARCCTL RECORD
093100* COUNT AND HASH OF SIGHTING COUNTS FOLLOW THE CHANGE
093200*----------------------------------------------------------------*
093300 4000-REPLACE-ARCHIVE-RECORD.
093400     MOVE ACR-FOUND-FILE-NAME TO ACR-ARCHIVE-FILE-NAME
093500     OPEN I-O ARCHIVE-FILE
093600     MOVE ACR-ORIGINAL-KEY TO SIGHTARC-KEY
093700     READ ARCHIVE-FILE RECORD KEY IS SIGHTARC-KEY
093800         INVALID KEY
093900             DISPLAY "ARCCORR - ORIGINAL LOST ON "
094000                 ACR-FOUND-FILE-NAME ": " ACR-ORIGINAL-KEY
094100             MOVE 8 TO ACR-RETURN-CODE
094200         NOT INVALID KEY
094300             DELETE ARCHIVE-FILE RECORD
094400     END-READ
094500     IF ARCCTRN-IS-AMEND
094600         MOVE ACR-ORIGINAL-LOAD-DATE TO SIGHTARC-LOAD-DATE
094700         MOVE ACR-REPLACEMENT        TO SIGHTARC-SIGHTING
094800         CALL "ARCKEY" USING SIGHTARC-RECORD
094900         WRITE SIGHTARC-RECORD
095000             INVALID KEY
095100                 DISPLAY "ARCCORR - CORRECTED KEY ON FILE: "
095200                     SIGHTARC-KEY
095300                 MOVE 8 TO ACR-RETURN-CODE
095400         END-WRITE
095500     END-IF
095600     CLOSE ARCHIVE-FILE
095700     IF ACR-FOUND-YEAR-INDEX > ZERO
095800         SUBTRACT ACR-ORG-COUNT
095900             FROM ACR-YEAR-HASH(ACR-FOUND-YEAR-INDEX)
096000         IF ARCCTRN-IS-AMEND
096100             ADD ACR-RPL-COUNT
096200                 TO ACR-YEAR-HASH(ACR-FOUND-YEAR-INDEX)
096300         ELSE
096400             SUBTRACT 1
096500                 FROM ACR-YEAR-RECORDS(ACR-FOUND-YEAR-INDEX)
096600         END-IF
096700         SET ACR-CONTROLS-CHANGED TO TRUE
096800     END-IF
096900     .
097000
097100*----------------------------------------------------------------*
097200* THE CORRECTED SIGHTING IS APPLIED AS THE LOAD APPLIES A NEW ONE
097300*----------------------------------------------------------------*
097400 5000-APPLY-REPLACEMENT.
097500     MOVE ACR-REPLACEMENT TO SIGHT-RECORD
097600     MOVE "AFTER  " TO ACR-SGT-TAG
097700     PERFORM 8000-PRINT-SIGHTING-LINE
097800     PERFORM 5100-APPLY-SPECIES
097900     PERFORM 5200-APPLY-ATLAS
098000     .
098100
098200 5100-APPLY-SPECIES.
098300     MOVE ACR-REPLACEMENT-NAME TO BIRD-SCIENTIFIC-NAME
098400     READ SPECIES-MASTER
098500         INVALID KEY
098600             DISPLAY "ARCCORR - SPECIES VANISHED: "
098700                 ACR-REPLACEMENT-NAME
098800             MOVE 8 TO ACR-RETURN-CODE
098900         NOT INVALID KEY
099000             MOVE BIRD-UK-BREEDING-POPULATION
099100                 TO ACR-OLD-POPULATION
099200             ADD ACR-RPL-COUNT TO BIRD-UK-BREEDING-POPULATION
099300             REWRITE BIRD-RECORD
099400             PERFORM 7000-RECORD-POPULATION-HISTORY
099500             PERFORM 7100-JOURNAL-AFTER-IMAGE
099600             PERFORM 8100-PRINT-POPULATION-LINE
099700     END-READ
099800     .
099900
100000 5200-APPLY-ATLAS.
100100     MOVE ACR-RPL-SITE-CODE    TO ATLAS-SITE-CODE
100200     MOVE ACR-REPLACEMENT-NAME TO ATLAS-SCIENTIFIC-NAME
100300     READ SITE-ATLAS
100400         INVALID KEY
100500             MOVE ACR-RPL-SITE-CODE    TO ATLAS-SITE-CODE
100600             MOVE ACR-REPLACEMENT-NAME TO ATLAS-SCIENTIFIC-NAME
100700             MOVE ACR-RPL-DATE         TO ATLAS-FIRST-DATE
100800             MOVE ACR-RPL-DATE         TO ATLAS-LAST-DATE
100900             MOVE ACR-RPL-COUNT        TO ATLAS-TOTAL-COUNT
101000             MOVE ACR-RPL-COUNT        TO ATLAS-MAX-COUNT
101100             MOVE ZEROS                TO ATLAS-BREEDING-HISTORY
101200             PERFORM 6000-NOTE-BREEDING-CATEGORY
101300             WRITE ATLAS-RECORD
101400             MOVE "ENTRY ADDED" TO ACR-ATLAS-ACTION
101500         NOT INVALID KEY
101600             IF ACR-RPL-DATE < ATLAS-FIRST-DATE
101700                 MOVE ACR-RPL-DATE TO ATLAS-FIRST-DATE
101800             END-IF
101900             IF ACR-RPL-DATE > ATLAS-LAST-DATE
102000                 MOVE ACR-RPL-DATE TO ATLAS-LAST-DATE
102100             END-IF
102200             ADD ACR-RPL-COUNT TO ATLAS-TOTAL-COUNT
102300             IF ACR-RPL-COUNT > ATLAS-MAX-COUNT
102400                 MOVE ACR-RPL-COUNT TO ATLAS-MAX-COUNT
102500             END-IF
102600             PERFORM 6000-NOTE-BREEDING-CATEGORY
102700             REWRITE ATLAS-RECORD
102800             MOVE "COUNT ADDED" TO ACR-ATLAS-ACTION
102900     END-READ
103000     MOVE ACR-RPL-SITE-CODE    TO ACR-ATL-SITE
103100     MOVE ACR-REPLACEMENT-NAME TO ACR-ATL-NAME
103200     PERFORM 8200-PRINT-ATLAS-LINE
103300     .
103400
103500*----------------------------------------------------------------*
103600* A SIGHTING WITH BREEDING EVIDENCE RAISES THE ENTRY'S CATEGORY
103700* FOR ITS SIGHTING YEAR - THE SAME RULE THE LOAD APPLIES.  THE
103800* SIGHTING IN HAND IS IN SIGHT-RECORD
103900*----------------------------------------------------------------*
104000 6000-NOTE-BREEDING-CATEGORY.
104100     MOVE SIGHT-BREEDING-CODE TO BRDCAT-EVIDENCE-CODE
104200     CALL "BRDCAT" USING BRDCAT-PARAMETERS
104300     IF BRDCAT-POSSIBLE OR BRDCAT-PROBABLE OR BRDCAT-CONFIRMED
104400         MOVE SIGHT-DATE(1:4) TO ACR-BREEDING-YEAR
104500         SET ACR-BREEDING-NOT-MATCHED TO TRUE
104600         PERFORM 6100-MATCH-ONE-BREEDING-YEAR
104700             VARYING ACR-BREEDING-INDEX FROM 1 BY 1
104800             UNTIL ACR-BREEDING-INDEX > 10
104900                OR ACR-BREEDING-MATCHED
105000         IF ACR-BREEDING-NOT-MATCHED
105100             MOVE 1 TO ACR-BREEDING-FOUND
105200             PERFORM 6200-NOTE-OLDEST-BREEDING-YEAR
105300                 VARYING ACR-BREEDING-INDEX FROM 2 BY 1
105400                 UNTIL ACR-BREEDING-INDEX > 10
105500             IF ATLAS-BREEDING-YEAR(ACR-BREEDING-FOUND)
105600                 < ACR-BREEDING-YEAR
105700                 MOVE ACR-BREEDING-YEAR
105800                     TO ATLAS-BREEDING-YEAR(ACR-BREEDING-FOUND)
105900                 MOVE "0" TO
106000                     ATLAS-BREEDING-CATEGORY(ACR-BREEDING-FOUND)
106100                 SET ACR-BREEDING-MATCHED TO TRUE
106200             END-IF
106300         END-IF
106400         IF ACR-BREEDING-MATCHED
106500         AND BRDCAT-CATEGORY
106600             > ATLAS-BREEDING-CATEGORY(ACR-BREEDING-FOUND)
106700             MOVE BRDCAT-CATEGORY
106800                 TO ATLAS-BREEDING-CATEGORY(ACR-BREEDING-FOUND)
106900         END-IF
107000     END-IF
107100     .
107200
107300 6100-MATCH-ONE-BREEDING-YEAR.
107400     IF ATLAS-BREEDING-YEAR(ACR-BREEDING-INDEX)
107500         = ACR-BREEDING-YEAR
107600         MOVE ACR-BREEDING-INDEX TO ACR-BREEDING-FOUND
107700         SET ACR-BREEDING-MATCHED TO TRUE
107800     END-IF
107900     .
108000
108100 6200-NOTE-OLDEST-BREEDING-YEAR.
108200     IF ATLAS-BREEDING-YEAR(ACR-BREEDING-INDEX)
108300         < ATLAS-BREEDING-YEAR(ACR-BREEDING-FOUND)
108400         MOVE ACR-BREEDING-INDEX TO ACR-BREEDING-FOUND
108500     END-IF
108600     .
108700
108800*----------------------------------------------------------------*
108900* EVERY POPULATION CHANGE IS A POPHIST ROW DATED THE BUSINESS
109000* DATE, SO SGTRECN PICKS IT UP WITH THE DAY'S LOAD, AND AN
109100* AFTER-IMAGE ON THE JOURNAL FOR MSTRFWD
109200*----------------------------------------------------------------*
109300 7000-RECORD-POPULATION-HISTORY.
109400     MOVE BIRD-SCIENTIFIC-NAME        TO POPHIST-SCIENTIFIC-NAME
109500     MOVE ACR-BUSINESS-DATE           TO POPHIST-CENSUS-DATE
109600     MOVE ACR-OLD-POPULATION          TO POPHIST-OLD-POPULATION
109700     MOVE BIRD-UK-BREEDING-POPULATION TO POPHIST-POPULATION
109800     MOVE "ARCCORR"                   TO POPHIST-SOURCE
109900     MOVE ACR-OPERATOR                TO POPHIST-OPERATOR
110000     WRITE POPHIST-RECORD
110100     .
110200
110300 7100-JOURNAL-AFTER-IMAGE.
110400     MOVE "ARCCORR"            TO JRNL-PROGRAM
110500     SET JRNL-IS-SPECIES       TO TRUE
110600     SET JRNL-IS-CHANGE        TO TRUE
110700     MOVE BIRD-SCIENTIFIC-NAME TO JRNL-KEY
110800     MOVE BIRD-RECORD          TO JRNL-IMAGE
110900     CALL "JRNLW" USING JRNL-RECORD
111000     .
111100
111200 7500-WRITE-AUDIT-RECORD.
111300     MOVE ACR-BUSINESS-DATE      TO ARCAUDIT-CORRECTED-DATE
111400     MOVE ARCCTRN-ACTION-CODE    TO ARCAUDIT-ACTION
111500     MOVE ACR-OPERATOR           TO ARCAUDIT-OPERATOR
111600     MOVE ARCCTRN-REASON         TO ARCAUDIT-REASON
111700     MOVE ACR-FOUND-FILE-NAME    TO ARCAUDIT-ARCHIVE-FILE
111800     MOVE ACR-ORIGINAL-LOAD-DATE TO ARCAUDIT-ORIGINAL-LOAD-DATE
111900     MOVE ACR-ORIGINAL           TO ARCAUDIT-ORIGINAL
112000     IF ARCCTRN-IS-AMEND
112100         MOVE ACR-REPLACEMENT    TO ARCAUDIT-REPLACEMENT
112200     ELSE
112300         MOVE SPACES             TO ARCAUDIT-REPLACEMENT
112400     END-IF
112500     WRITE ARCAUDIT-RECORD
112600     .
112700
112800 8000-PRINT-SIGHTING-LINE.
112900     MOVE SIGHT-DATE            TO ACR-SGT-DATE
113000     MOVE SIGHT-OBSERVER-ID     TO ACR-SGT-OBSERVER
113100     MOVE SIGHT-SITE-CODE       TO ACR-SGT-SITE
113200     MOVE SIGHT-SCIENTIFIC-NAME TO ACR-SGT-NAME
113300     MOVE SIGHT-COUNT           TO ACR-SGT-COUNT
113400     MOVE SIGHT-BREEDING-CODE   TO ACR-SGT-BREEDING
113500     MOVE ACR-SIGHTING-LINE TO CORRECTION-REPORT-LINE
113600     PERFORM 9100-WRITE-REPORT-LINE
113700     .
113800
113900 8100-PRINT-POPULATION-LINE.
114000     MOVE BIRD-SCIENTIFIC-NAME        TO ACR-POP-NAME
114100     MOVE ACR-OLD-POPULATION          TO ACR-POP-OLD
114200     MOVE BIRD-UK-BREEDING-POPULATION TO ACR-POP-NEW
114300     MOVE ACR-POPULATION-LINE TO CORRECTION-REPORT-LINE
114400     PERFORM 9100-WRITE-REPORT-LINE
114500     .
114600
114700 8200-PRINT-ATLAS-LINE.
114800     MOVE ACR-ATLAS-ACTION TO ACR-ATL-ACTION
114900     MOVE ACR-ATLAS-LINE TO CORRECTION-REPORT-LINE
115000     PERFORM 9100-WRITE-REPORT-LINE
115100     .
115200
115300 9000-TERMINATE.
115400     IF ACR-TRAN-STATUS = "00"
115500     OR ACR-TRAN-STATUS = "05"
115600     OR ACR-TRAN-STATUS = "10"
115700         CLOSE CORRECTION-TRANSACTIONS
115800     END-IF
115900     CLOSE SPECIES-MASTER
116000     MOVE "R" TO ACR-LOCK-ACTION
116100     CALL "SPLOCK" USING ACR-LOCK-ACTION ACR-LOCK-HOLDER
116200         ACR-LOCK-RESULT
116300     CLOSE OBSERVER-REGISTRY
116400     CLOSE SITE-MASTER
116500     CLOSE SITE-ATLAS
116600     CLOSE POPULATION-HISTORY
116700     CLOSE AUDIT-FILE
116800     IF ACR-CONTROLS-CHANGED
116900         PERFORM 9050-REWRITE-YEAR-CONTROLS
117000     END-IF
117100     SET PRT-ACTION-END TO TRUE
117200     CALL "PRTSRV" USING PRT-CONTROL
117300     WRITE CORRECTION-REPORT-LINE FROM PRT-TRAILER-LINE
117400     CLOSE CORRECTION-REPORT
117500     IF ACR-TRANSACTIONS-REJECTED > 0
117600         MOVE 8 TO ACR-RETURN-CODE
117700     END-IF
117800     DISPLAY "ARCCORR - CORRECTIONS READ: " ACR-TRANSACTIONS-READ
117900     DISPLAY "ARCCORR - AMENDED: "  ACR-AMENDED-COUNT
118000     DISPLAY "ARCCORR - DELETED: "  ACR-DELETED-COUNT
118100     DISPLAY "ARCCORR - REJECTED: " ACR-TRANSACTIONS-REJECTED
118200     DISPLAY "ARCCORR - ATLAS ENTRIES REBUILT: " ACR-ATLAS-REBUILT
118300     MOVE "ARCCORR "                TO RUNLOG-STEP-NAME
118400     MOVE ACR-TRANSACTIONS-READ     TO RUNLOG-RECORDS-READ
118500     COMPUTE RUNLOG-RECORDS-APPLIED =
118600         ACR-AMENDED-COUNT + ACR-DELETED-COUNT
118700     MOVE ACR-TRANSACTIONS-REJECTED TO RUNLOG-RECORDS-REJECTED
118800     MOVE ZERO                      TO RUNLOG-RECORDS-DROPPED
118900     MOVE ACR-RETURN-CODE           TO RUNLOG-RETURN-CODE
119000     CALL "RUNLOGW" USING RUNLOG-RECORD
119100     .
119200
119300 9050-REWRITE-YEAR-CONTROLS.
119400     OPEN OUTPUT ARCHIVE-CONTROL
119500     PERFORM 9060-WRITE-ONE-CONTROL
119600         VARYING ACR-YEAR-INDEX FROM 1 BY 1
119700         UNTIL ACR-YEAR-INDEX > ACR-YEAR-COUNT
119800     CLOSE ARCHIVE-CONTROL
119900     .
120000
120100 9060-WRITE-ONE-CONTROL.
120200     MOVE ACR-YEAR-ENTRY(ACR-YEAR-INDEX)   TO CTL-YEAR
120300     MOVE ACR-YEAR-RECORDS(ACR-YEAR-INDEX) TO CTL-RECORD-COUNT
120400     MOVE ACR-YEAR-HASH(ACR-YEAR-INDEX)    TO CTL-HASH-TOTAL
120500     WRITE CONTROL-RECORD
120600     .
120700
120800 9100-WRITE-REPORT-LINE.
120900     MOVE CORRECTION-REPORT-LINE TO PRT-DETAIL-LINE
121000     SET PRT-ACTION-DETAIL TO TRUE
121100     CALL "PRTSRV" USING PRT-CONTROL
121200     IF PRT-HEADING-NEEDED
121300         WRITE CORRECTION-REPORT-LINE FROM PRT-HEADING-1
121400         WRITE CORRECTION-REPORT-LINE FROM PRT-HEADING-2
121500     END-IF
121600     WRITE CORRECTION-REPORT-LINE FROM PRT-DETAIL-LINE
121700     .
