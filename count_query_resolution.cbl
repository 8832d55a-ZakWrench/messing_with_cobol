000100*================================================================*
000200* COUNT-QUERY-RESOLUTION
000300* PURPOSE.  Works the count query file SIGHTEDT routes an
000400*           implausible count to - one far above the species'
000500*           highest count at the site, or above its UK breeding
000600*           population.  Each QRYTRAN resolution confirms,
000700*           corrects or rejects a queried sighting, identified by
000800*           its date, observer ID, site code and scientific name.
000900*           A confirmed sighting is appended to the suspense file
001000*           as keyed, a corrected one with the corrected count,
001100*           both with a zero cycle count so the next load applies
001200*           them through the normal recycle path; a rejected one
001300*           is dropped; everything else stays queried.  Unmatched
001400*           resolutions are reported.
001500* AUTHOR.   D. OKAFOR
001600* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001700* DATE-WRITTEN. 10/15/2026
001800*================================================================*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 DNO   ORIGINAL PROGRAM
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. QRYRESV.
002500 AUTHOR. D. OKAFOR.
002600 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL QUERY-TRANSACTIONS ASSIGN TO "QRYTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS QRV-TRAN-STATUS.
003600
003700     SELECT OPTIONAL COUNT-QUERY ASSIGN TO "SIGHTQRY"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS QRV-QUERY-STATUS.
004000
004100     SELECT QUERY-WORK ASSIGN TO "QRYWORK"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS QRV-WORK-STATUS.
004400
004500     SELECT SUSPENSE-FILE ASSIGN TO "SIGHTSUS"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS QRV-SUSPENSE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  QUERY-TRANSACTIONS.
005200 COPY QRYTRAN.
005300
005400 FD  COUNT-QUERY.
005500 COPY SIGHTQRY.
005600
005700 FD  QUERY-WORK.
005800 01  QUERY-WORK-RECORD.
005900     05  QWK-SIGHTING             PIC X(93).
006000     05  QWK-REASON-CODE          PIC X(04).
006100     05  QWK-LIMIT                PIC 9(09).
006200     05  QWK-HELD-DATE            PIC 9(08).
006300
006400 FD  SUSPENSE-FILE.
006500 COPY SIGHTSUS.
006600
006700 WORKING-STORAGE SECTION.
006800 01  QRV-TRAN-STATUS              PIC X(02).
006900 01  QRV-QUERY-STATUS             PIC X(02).
007000 01  QRV-WORK-STATUS              PIC X(02).
007100 01  QRV-SUSPENSE-STATUS          PIC X(02).
007200 01  QRV-TRAN-EOF-SWITCH          PIC X(01).
007300     88  QRV-TRAN-EOF             VALUE "Y".
007400     88  QRV-TRAN-NOT-EOF         VALUE "N".
007500 01  QRV-QUERY-EOF-SWITCH         PIC X(01).
007600     88  QRV-QUERY-EOF            VALUE "Y".
007700     88  QRV-QUERY-NOT-EOF        VALUE "N".
007800 01  QRV-RETURN-CODE              PIC 9(02) VALUE ZERO.
007900 01  QRV-TRANSACTIONS-READ        PIC 9(07) VALUE ZERO.
008000 01  QRV-TRANSACTIONS-REJECTED    PIC 9(07) VALUE ZERO.
008100 01  QRV-CONFIRMED-COUNT          PIC 9(07) VALUE ZERO.
008200 01  QRV-CORRECTED-COUNT          PIC 9(07) VALUE ZERO.
008300 01  QRV-DROPPED-COUNT            PIC 9(07) VALUE ZERO.
008400 01  QRV-STILL-QUERIED-COUNT      PIC 9(07) VALUE ZERO.
008500 01  QRV-UNMATCHED-COUNT          PIC 9(07) VALUE ZERO.
008600 01  QRV-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
008700 01  QRV-LOOKUP-NAME              PIC X(30).
008800*----------------------------------------------------------------*
008900* RESOLUTION TRANSACTIONS LOADED AT STARTUP, EACH CARRYING A USED
009000* FLAG SO AN UNMATCHED RESOLUTION CAN BE REPORTED AT THE END
009100*----------------------------------------------------------------*
009200 01  QRV-TRAN-TABLE.
009300     05  QRV-TRAN-ENTRY           OCCURS 200 TIMES.
009400         10  QRV-ENTRY-ACTION     PIC X(07).
009500         10  QRV-ENTRY-SIGHT-DATE PIC 9(08).
009600         10  QRV-ENTRY-OBSERVER   PIC X(06).
009700         10  QRV-ENTRY-SITE       PIC X(06).
009800         10  QRV-ENTRY-NAME       PIC X(30).
009900         10  QRV-ENTRY-COUNT      PIC 9(05).
010000         10  QRV-ENTRY-USED-FLAG  PIC X(01).
010100             88  QRV-ENTRY-USED   VALUE "Y".
010200             88  QRV-ENTRY-UNUSED VALUE "N".
010300 01  QRV-TRAN-COUNT               PIC 9(03) VALUE ZERO COMP.
010400 01  QRV-TRAN-INDEX               PIC 9(03) COMP.
010500 01  QRV-FOUND-INDEX              PIC 9(03) COMP.
010600 01  QRV-MATCH-SWITCH             PIC X(01).
010700     88  QRV-TRAN-MATCHED         VALUE "Y".
010800     88  QRV-TRAN-NOT-MATCHED     VALUE "N".
010900*----------------------------------------------------------------*
011000* WORK COPY OF THE QUERIED SIGHTING IMAGE, IN ITS REAL SHAPE
011100*----------------------------------------------------------------*
011200 COPY SIGHTREC.
011300 COPY RUNLOG.
011400
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     ACCEPT RUNLOG-START-TIME FROM TIME
011800     PERFORM 1000-INITIALIZE
011900     PERFORM 1500-LOAD-TRANSACTIONS
012000     PERFORM 2000-WORK-QUERY-FILE
012100     PERFORM 3000-TERMINATE
012200     MOVE QRV-RETURN-CODE TO RETURN-CODE
012300     GOBACK
012400     .
012500
012600 1000-INITIALIZE.
012700     SET QRV-TRAN-NOT-EOF TO TRUE
012800     SET QRV-QUERY-NOT-EOF TO TRUE
012900     OPEN OUTPUT QUERY-WORK
013000     OPEN EXTEND SUSPENSE-FILE
013100     IF QRV-SUSPENSE-STATUS = "35"
013200         OPEN OUTPUT SUSPENSE-FILE
013300     END-IF
013400     .
013500
013600 1500-LOAD-TRANSACTIONS.
013700     OPEN INPUT QUERY-TRANSACTIONS
013800     IF QRV-TRAN-STATUS = "00"
013900     OR QRV-TRAN-STATUS = "05"
014000         IF QRV-TRAN-STATUS = "00"
014100             PERFORM 1560-READ-TRANSACTION
014200             PERFORM 1520-LOAD-ONE-TRANSACTION
014300                 UNTIL QRV-TRAN-EOF
014400         END-IF
014500         CLOSE QUERY-TRANSACTIONS
014600     END-IF
014700     .
014800
014900*----------------------------------------------------------------*
015000* A CORRECTION MUST CARRY A REAL COUNT - A CORRECTION TO NOTHING
015100* IS A REJECT AND MUST BE KEYED AS ONE
015200*----------------------------------------------------------------*
015300 1520-LOAD-ONE-TRANSACTION.
015400     ADD 1 TO QRV-TRANSACTIONS-READ
015500     IF NOT QRYTRAN-IS-CONFIRM
015600     AND NOT QRYTRAN-IS-CORRECT
015700     AND NOT QRYTRAN-IS-REJECT
015800         ADD 1 TO QRV-TRANSACTIONS-REJECTED
015900         DISPLAY "QRYRESV - UNKNOWN ACTION CODE: "
016000             QRYTRAN-ACTION-CODE
016100     ELSE
016200     IF QRYTRAN-IS-CORRECT
016300     AND (QRYTRAN-CORRECTED-COUNT IS NOT NUMERIC
016400          OR QRYTRAN-CORRECTED-COUNT = ZERO)
016500         ADD 1 TO QRV-TRANSACTIONS-REJECTED
016600         DISPLAY "QRYRESV - CORRECTION WITHOUT A COUNT: "
016700             QRYTRAN-OBSERVER-ID " " QRYTRAN-SIGHT-DATE
016800     ELSE
016900         IF QRV-TRAN-COUNT < 200
017000             ADD 1 TO QRV-TRAN-COUNT
017100             MOVE QRYTRAN-ACTION-CODE
017200                 TO QRV-ENTRY-ACTION(QRV-TRAN-COUNT)
017300             MOVE QRYTRAN-SIGHT-DATE
017400                 TO QRV-ENTRY-SIGHT-DATE(QRV-TRAN-COUNT)
017500             MOVE QRYTRAN-OBSERVER-ID
017600                 TO QRV-ENTRY-OBSERVER(QRV-TRAN-COUNT)
017700             MOVE QRYTRAN-SITE-CODE
017800                 TO QRV-ENTRY-SITE(QRV-TRAN-COUNT)
017900             MOVE QRYTRAN-SCIENTIFIC-NAME TO QRV-LOOKUP-NAME
018000             CALL "NAMESTD" USING QRV-LOOKUP-NAME
018100             MOVE QRV-LOOKUP-NAME
018200                 TO QRV-ENTRY-NAME(QRV-TRAN-COUNT)
018300             MOVE ZERO TO QRV-ENTRY-COUNT(QRV-TRAN-COUNT)
018400             IF QRYTRAN-IS-CORRECT
018500                 MOVE QRYTRAN-CORRECTED-COUNT
018600                     TO QRV-ENTRY-COUNT(QRV-TRAN-COUNT)
018700             END-IF
018800             SET QRV-ENTRY-UNUSED(QRV-TRAN-COUNT) TO TRUE
018900         ELSE
019000             ADD 1 TO QRV-TRANSACTIONS-REJECTED
019100             DISPLAY "QRYRESV - TRANSACTION TABLE FULL"
019200         END-IF
019300     END-IF
019400     END-IF
019500     PERFORM 1560-READ-TRANSACTION
019600     .
019700
019800 1560-READ-TRANSACTION.
019900     READ QUERY-TRANSACTIONS
020000         AT END
020100             SET QRV-TRAN-EOF TO TRUE
020200     END-READ
020300     .
020400
020500 2000-WORK-QUERY-FILE.
020600     OPEN INPUT COUNT-QUERY
020700     IF QRV-QUERY-STATUS = "00"
020800     OR QRV-QUERY-STATUS = "05"
020900         IF QRV-QUERY-STATUS = "00"
021000             PERFORM 2100-READ-QUERY
021100             PERFORM 2200-WEIGH-ONE-QUERIED
021200                 UNTIL QRV-QUERY-EOF
021300         END-IF
021400         CLOSE COUNT-QUERY
021500     END-IF
021600     .
021700
021800 2100-READ-QUERY.
021900     READ COUNT-QUERY
022000         AT END
022100             SET QRV-QUERY-EOF TO TRUE
022200     END-READ
022300     .
022400
022500*----------------------------------------------------------------*
022600* A CONFIRMED OR CORRECTED COUNT GOES BACK THROUGH THE NORMAL LOAD
022700* - ON THE SUSPENSE FILE, WHICH THE LOAD RE-PRESENTS AHEAD OF THE
022800* DAILY FILE EVERY NIGHT
022900*----------------------------------------------------------------*
023000 2200-WEIGH-ONE-QUERIED.
023100     MOVE SIGHTQRY-SIGHTING TO SIGHT-RECORD
023200     PERFORM 2300-MATCH-TRANSACTIONS
023300     IF QRV-TRAN-NOT-MATCHED
023400         ADD 1 TO QRV-STILL-QUERIED-COUNT
023500         MOVE SIGHTQRY-SIGHTING     TO QWK-SIGHTING
023600         MOVE SIGHTQRY-REASON-CODE  TO QWK-REASON-CODE
023700         MOVE SIGHTQRY-LIMIT        TO QWK-LIMIT
023800         MOVE SIGHTQRY-HELD-DATE    TO QWK-HELD-DATE
023900         WRITE QUERY-WORK-RECORD
024000     ELSE
024100         EVALUATE QRV-ENTRY-ACTION(QRV-FOUND-INDEX)
024200             WHEN "CONFIRM"
024300                 ADD 1 TO QRV-CONFIRMED-COUNT
024400                 PERFORM 2400-RELEASE-TO-SUSPENSE
024500             WHEN "CORRECT"
024600                 ADD 1 TO QRV-CORRECTED-COUNT
024700                 DISPLAY "QRYRESV - COUNT CORRECTED: "
024800                     SIGHT-OBSERVER-ID " " SIGHT-DATE " "
024900                     SIGHT-COUNT " TO "
025000                     QRV-ENTRY-COUNT(QRV-FOUND-INDEX)
025100                 MOVE QRV-ENTRY-COUNT(QRV-FOUND-INDEX)
025200                     TO SIGHT-COUNT
025300                 PERFORM 2400-RELEASE-TO-SUSPENSE
025400             WHEN OTHER
025500                 ADD 1 TO QRV-DROPPED-COUNT
025600                 DISPLAY "QRYRESV - QUERIED SIGHTING REJECTED: "
025700                     SIGHT-OBSERVER-ID " " SIGHT-DATE
025800         END-EVALUATE
025900     END-IF
026000     PERFORM 2100-READ-QUERY
026100     .
026200
026300 2300-MATCH-TRANSACTIONS.
026400     SET QRV-TRAN-NOT-MATCHED TO TRUE
026500     MOVE SIGHT-SCIENTIFIC-NAME TO QRV-LOOKUP-NAME
026600     CALL "NAMESTD" USING QRV-LOOKUP-NAME
026700     PERFORM 2330-MATCH-ONE-TRANSACTION
026800         VARYING QRV-TRAN-INDEX FROM 1 BY 1
026900         UNTIL QRV-TRAN-INDEX > QRV-TRAN-COUNT
027000            OR QRV-TRAN-MATCHED
027100     .
027200
027300 2330-MATCH-ONE-TRANSACTION.
027400     IF QRV-ENTRY-UNUSED(QRV-TRAN-INDEX)
027500     AND QRV-ENTRY-SIGHT-DATE(QRV-TRAN-INDEX) = SIGHT-DATE
027600     AND QRV-ENTRY-OBSERVER(QRV-TRAN-INDEX) = SIGHT-OBSERVER-ID
027700     AND QRV-ENTRY-SITE(QRV-TRAN-INDEX) = SIGHT-SITE-CODE
027800     AND QRV-ENTRY-NAME(QRV-TRAN-INDEX) = QRV-LOOKUP-NAME
027900         MOVE QRV-TRAN-INDEX TO QRV-FOUND-INDEX
028000         SET QRV-ENTRY-USED(QRV-TRAN-INDEX) TO TRUE
028100         SET QRV-TRAN-MATCHED TO TRUE
028200     END-IF
028300     .
028400
028500 2400-RELEASE-TO-SUSPENSE.
028600     ADD 1 TO QRV-APPLIED-COUNT
028700     MOVE SIGHT-RECORD TO SIGHTSUS-SIGHTING
028800     MOVE ZERO         TO SIGHTSUS-CYCLE-COUNT
028900     WRITE SIGHTSUS-RECORD
029000     .
029100
029200 3000-TERMINATE.
029300     CLOSE QUERY-WORK
029400     CLOSE SUSPENSE-FILE
029500     PERFORM 3100-REWRITE-QUERY-FILE
029600     PERFORM 3300-REPORT-UNMATCHED
029700     DISPLAY "QRYRESV - RESOLUTIONS READ: " QRV-TRANSACTIONS-READ
029800     DISPLAY "QRYRESV - RESOLUTIONS REJECTED: "
029900         QRV-TRANSACTIONS-REJECTED
030000     DISPLAY "QRYRESV - CONFIRMED: "      QRV-CONFIRMED-COUNT
030100     DISPLAY "QRYRESV - CORRECTED: "      QRV-CORRECTED-COUNT
030200     DISPLAY "QRYRESV - DROPPED: "        QRV-DROPPED-COUNT
030300     DISPLAY "QRYRESV - STILL QUERIED: "  QRV-STILL-QUERIED-COUNT
030400     DISPLAY "QRYRESV - UNMATCHED RESOLUTIONS: "
030500         QRV-UNMATCHED-COUNT
030600     IF QRV-TRANSACTIONS-REJECTED > 0 OR QRV-UNMATCHED-COUNT > 0
030700         MOVE 8 TO QRV-RETURN-CODE
030800     END-IF
030900     MOVE "QRYRESV "                TO RUNLOG-STEP-NAME
031000     MOVE QRV-TRANSACTIONS-READ     TO RUNLOG-RECORDS-READ
031100     MOVE QRV-APPLIED-COUNT         TO RUNLOG-RECORDS-APPLIED
031200     MOVE QRV-TRANSACTIONS-REJECTED TO RUNLOG-RECORDS-REJECTED
031300     MOVE QRV-DROPPED-COUNT         TO RUNLOG-RECORDS-DROPPED
031400     MOVE QRV-RETURN-CODE           TO RUNLOG-RETURN-CODE
031500     CALL "RUNLOGW" USING RUNLOG-RECORD
031600     .
031700
031800*----------------------------------------------------------------*
031900* THE SIGHTINGS STILL QUERIED BECOME THE NEW COUNT QUERY FILE
032000*----------------------------------------------------------------*
032100 3100-REWRITE-QUERY-FILE.
032200     SET QRV-QUERY-NOT-EOF TO TRUE
032300     OPEN INPUT QUERY-WORK
032400     OPEN OUTPUT COUNT-QUERY
032500     PERFORM 3150-READ-QUERY-WORK
032600     PERFORM 3200-COPY-ONE-QUERIED
032700         UNTIL QRV-QUERY-EOF
032800     CLOSE QUERY-WORK
032900     CLOSE COUNT-QUERY
033000     .
033100
033200 3150-READ-QUERY-WORK.
033300     READ QUERY-WORK
033400         AT END
033500             SET QRV-QUERY-EOF TO TRUE
033600     END-READ
033700     .
033800
033900 3200-COPY-ONE-QUERIED.
034000     MOVE QWK-SIGHTING    TO SIGHTQRY-SIGHTING
034100     MOVE QWK-REASON-CODE TO SIGHTQRY-REASON-CODE
034200     MOVE QWK-LIMIT       TO SIGHTQRY-LIMIT
034300     MOVE QWK-HELD-DATE   TO SIGHTQRY-HELD-DATE
034400     WRITE SIGHTQRY-RECORD
034500     PERFORM 3150-READ-QUERY-WORK
034600     .
034700
034800 3300-REPORT-UNMATCHED.
034900     PERFORM 3330-REPORT-ONE-UNMATCHED
035000         VARYING QRV-TRAN-INDEX FROM 1 BY 1
035100         UNTIL QRV-TRAN-INDEX > QRV-TRAN-COUNT
035200     .
035300
035400 3330-REPORT-ONE-UNMATCHED.
035500     IF QRV-ENTRY-UNUSED(QRV-TRAN-INDEX)
035600         ADD 1 TO QRV-UNMATCHED-COUNT
035700         DISPLAY "QRYRESV - NO QUERIED SIGHTING MATCHES: "
035800             QRV-ENTRY-OBSERVER(QRV-TRAN-INDEX) " "
035900             QRV-ENTRY-SIGHT-DATE(QRV-TRAN-INDEX) " "
036000             QRV-ENTRY-NAME(QRV-TRAN-INDEX)
036100     END-IF
036200     .
