000100*================================================================*
000200* REPORT-BURSTING
000300* PURPOSE.  Nightly distribution of the catalogued reports.
000400*           Every report PRTSRV registered on PRTCAT for the
000500*           business date is matched to its DISTLIST entries, and
000600*           each recipient is sent the whole report or, through
000700*           the PRTBRK break index, just the lines under their
000800*           break key - a department's line of DEPTCOST, an
000900*           observer's COVCHASE chase lines, an employee's own
001000*           payslip.  The deliveries are sorted by recipient and
001100*           written to the PRTBNDL bundle file, one bundle per
001200*           recipient and delivery method, each behind a cover
001300*           sheet naming the recipient, the delivery and its
001400*           contents.  Every delivery is appended to the PRTSENT
001500*           record of what was sent to whom, and the PRTDCTL
001600*           distribution control listing shows the bundles, the
001700*           reports catalogued but not distributed, and the
001800*           exceptions - a bad distribution entry, a missing
001900*           spool file, a spool file a later report has
002000*           overwritten, or a key the report never printed.
002100* AUTHOR.   D. OKAFOR
002200* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002300* DATE-WRITTEN. 10/15/2026
002400*================================================================*
002500* MODIFICATION HISTORY
002600* DATE       INIT  DESCRIPTION
002700* 10/15/2026 DNO   ORIGINAL PROGRAM
002800*================================================================*
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. PRTBURST.
003100 AUTHOR. D. OKAFOR.
003200 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CATALOGUE-FILE ASSIGN TO "PRTCAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PBU-CATALOGUE-STATUS.
004200
004300     SELECT OPTIONAL BREAK-INDEX ASSIGN TO "PRTBRK"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS PBU-BREAK-STATUS.
004600
004700     SELECT OPTIONAL DISTRIBUTION-LIST ASSIGN TO "DISTLIST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS PBU-DISTLIST-STATUS.
005000
005100     SELECT OPTIONAL SPOOL-FILE ASSIGN TO PBU-SPOOL-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS PBU-SPOOL-STATUS.
005400
005500     SELECT DELIVERY-SORT ASSIGN TO "PBUSORT".
005600
005700     SELECT BUNDLE-FILE ASSIGN TO "PRTBNDL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS PBU-BUNDLE-STATUS.
006000
006100     SELECT SENT-RECORD ASSIGN TO "PRTSENT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS PBU-SENT-STATUS.
006400
006500     SELECT CONTROL-REPORT ASSIGN TO "PRTDCTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS PBU-REPORT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CATALOGUE-FILE.
007200 COPY PRTCAT.
007300
007400 FD  BREAK-INDEX.
007500 COPY PRTBRK.
007600
007700 FD  DISTRIBUTION-LIST.
007800 COPY DISTREC.
007900
008000 FD  SPOOL-FILE.
008100 01  SPOOL-LINE                   PIC X(80).
008200 01  SPOOL-HEADING-VIEW.
008300     05  SPL-HEADING-NAME         PIC X(20).
008400     05  FILLER                   PIC X(60).
008500 01  SPOOL-TRAILER-VIEW.
008600     05  SPL-TRAILER-TAG          PIC X(16).
008700         88  SPL-END-OF-REPORT    VALUE "END OF REPORT - ".
008800     05  FILLER                   PIC X(64).
008900
009000 SD  DELIVERY-SORT.
009100 01  DELIVERY-SORT-RECORD.
009200     05  DSR-RECIPIENT-ID         PIC X(10).
009300     05  DSR-DELIVERY-METHOD      PIC X(01).
009400     05  DSR-SEQUENCE             PIC 9(05).
009500     05  DSR-RECIPIENT-NAME       PIC X(30).
009600     05  DSR-ADDRESS              PIC X(40).
009700     05  DSR-REPORT-NAME          PIC X(20).
009800     05  DSR-SPOOL-NAME           PIC X(08).
009900     05  DSR-BREAK-KEY            PIC X(10).
010000     05  DSR-FROM-LINE            PIC 9(07).
010100     05  DSR-TO-LINE              PIC 9(07).
010200
010300 FD  BUNDLE-FILE.
010400 01  BUNDLE-LINE                  PIC X(80).
010500
010600 FD  SENT-RECORD.
010700 COPY PRTSENT.
010800
010900 FD  CONTROL-REPORT.
011000 01  CONTROL-REPORT-LINE          PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300 01  PBU-CATALOGUE-STATUS         PIC X(02).
011400 01  PBU-BREAK-STATUS             PIC X(02).
011500 01  PBU-DISTLIST-STATUS          PIC X(02).
011600 01  PBU-SPOOL-STATUS             PIC X(02).
011700 01  PBU-BUNDLE-STATUS            PIC X(02).
011800 01  PBU-SENT-STATUS              PIC X(02).
011900 01  PBU-REPORT-STATUS            PIC X(02).
012000 01  PBU-END-OF-FILE-SWITCH       PIC X(01).
012100     88  PBU-END-OF-FILE          VALUE "Y".
012200     88  PBU-NOT-END-OF-FILE      VALUE "N".
012300 01  PBU-SORT-EOF-SWITCH          PIC X(01).
012400     88  PBU-SORT-EOF             VALUE "Y".
012500     88  PBU-SORT-NOT-EOF         VALUE "N".
012600 01  PBU-RETURN-CODE              PIC 9(02) VALUE ZERO.
012700 01  PBU-BUSINESS-DATE            PIC 9(08).
012800*----------------------------------------------------------------*
012900* THE DISTRIBUTION LIST, HELD WHOLE
013000*----------------------------------------------------------------*
013100 01  PBU-DIST-TABLE.
013200     05  PBU-DIST-ENTRY           OCCURS 300 TIMES.
013300         10  PBU-DIST-REPORT      PIC X(20).
013400         10  PBU-DIST-KEY         PIC X(10).
013500         10  PBU-DIST-RECIPIENT   PIC X(10).
013600         10  PBU-DIST-NAME        PIC X(30).
013700         10  PBU-DIST-METHOD      PIC X(01).
013800         10  PBU-DIST-ADDRESS     PIC X(40).
013900         10  PBU-DIST-SPOOL       PIC X(08).
014000 01  PBU-DIST-COUNT               PIC 9(03) VALUE ZERO COMP.
014100 01  PBU-DIST-INDEX               PIC 9(03) COMP.
014200*----------------------------------------------------------------*
014300* TONIGHT'S CATALOGUED REPORTS - A REPORT PRODUCED TWICE IS HELD
014400* ONCE, SINCE ITS SPOOL FILE HOLDS ONLY THE LATER RUN
014500*----------------------------------------------------------------*
014600 01  PBU-REPORT-TABLE.
014700     05  PBU-RPT-ENTRY            OCCURS 200 TIMES.
014800         10  PBU-RPT-NAME         PIC X(20).
014900         10  PBU-RPT-PRODUCER     PIC X(08).
015000         10  PBU-RPT-STATE        PIC X(01).
015100             88  PBU-RPT-NOT-LISTED VALUE "N".
015200             88  PBU-RPT-LISTED   VALUE "L".
015300             88  PBU-RPT-EMPTY    VALUE "E".
015400             88  PBU-RPT-UNUSABLE VALUE "U".
015500 01  PBU-RPT-COUNT                PIC 9(03) VALUE ZERO COMP.
015600 01  PBU-RPT-INDEX                PIC 9(03) COMP.
015700 01  PBU-RPT-SWITCH               PIC X(01).
015800     88  PBU-RPT-MATCHED          VALUE "Y".
015900     88  PBU-RPT-NOT-MATCHED      VALUE "N".
016000 01  PBU-NAME-WORK                PIC X(20).
016100 01  PBU-NAME-PARTS REDEFINES PBU-NAME-WORK.
016200     05  PBU-NAME-FIRST-EIGHT     PIC X(08).
016300     05  FILLER                   PIC X(12).
016400 01  PBU-SPOOL-NAME               PIC X(08).
016500*----------------------------------------------------------------*
016600* THE BREAK INDEX FOR THE REPORT IN HAND.  A START LINE NO HIGHER
016700* THAN THE ONE BEFORE IT MEANS THE REPORT WAS PRODUCED AGAIN, AND
016800* THE EARLIER RUN'S BREAKS ARE DROPPED
016900*----------------------------------------------------------------*
017000 01  PBU-BREAK-TABLE.
017100     05  PBU-BRK-ENTRY            OCCURS 2000 TIMES.
017200         10  PBU-BRK-KEY          PIC X(10).
017300         10  PBU-BRK-START        PIC 9(07).
017400 01  PBU-BRK-COUNT                PIC 9(04) VALUE ZERO COMP.
017500 01  PBU-BRK-INDEX                PIC 9(04) COMP.
017600 01  PBU-BRK-FOUND                PIC 9(04) COMP.
017700 01  PBU-WHOLE-REPORT-END         PIC 9(07) VALUE 9999999.
017800*----------------------------------------------------------------*
017900* ONE RECIPIENT'S DELIVERIES, HELD UNTIL THE COVER SHEET IS OUT
018000*----------------------------------------------------------------*
018100 01  PBU-HELD-TABLE.
018200     05  PBU-HELD-ENTRY           OCCURS 100 TIMES.
018300         10  PBU-HELD-REPORT      PIC X(20).
018400         10  PBU-HELD-SPOOL       PIC X(08).
018500         10  PBU-HELD-KEY         PIC X(10).
018600         10  PBU-HELD-FROM        PIC 9(07).
018700         10  PBU-HELD-TO          PIC 9(07).
018800 01  PBU-HELD-COUNT               PIC 9(03) VALUE ZERO COMP.
018900 01  PBU-HELD-INDEX               PIC 9(03) COMP.
019000 01  PBU-HELD-RECIPIENT           PIC X(10).
019100 01  PBU-HELD-NAME                PIC X(30).
019200 01  PBU-HELD-METHOD              PIC X(01).
019300 01  PBU-HELD-ADDRESS             PIC X(40).
019400 01  PBU-METHOD-TEXT              PIC X(13).
019500*----------------------------------------------------------------*
019600* THE SPOOL FILE LAST OPENED FOR COPYING, AND THE PHYSICAL LINE
019700* NOW IN ITS RECORD AREA - A LATER RANGE OF THE SAME FILE READS ON
019800* FROM THERE RATHER THAN FROM THE TOP
019900*----------------------------------------------------------------*
020000 01  PBU-OPEN-SPOOL               PIC X(08) VALUE SPACES.
020100 01  PBU-LINE-NUMBER              PIC 9(07) VALUE ZERO.
020200 01  PBU-SPOOL-EOF-SWITCH         PIC X(01).
020300     88  PBU-SPOOL-EOF            VALUE "Y".
020400     88  PBU-SPOOL-NOT-EOF        VALUE "N".
020500 01  PBU-LINES-SENT               PIC 9(07).
020600*----------------------------------------------------------------*
020700* EXCEPTIONS, HELD FOR THE END OF THE CONTROL LISTING
020800*----------------------------------------------------------------*
020900 01  PBU-EXCEPTION-TABLE.
021000     05  PBU-EXCEPTION-TEXT       PIC X(80) OCCURS 100 TIMES.
021100 01  PBU-EXCEPTION-COUNT          PIC 9(03) VALUE ZERO COMP.
021200 01  PBU-EXCEPTION-INDEX          PIC 9(03) COMP.
021300 01  PBU-EXCEPTION-LINE           PIC X(80).
021400*----------------------------------------------------------------*
021500* REPORT LINES AND COUNTS
021600*----------------------------------------------------------------*
021700 01  PBU-BUNDLE-DETAIL-LINE.
021800     05  PBU-BDL-BUNDLE           PIC Z(4)9.
021900     05  FILLER                   PIC X(02) VALUE SPACES.
022000     05  PBU-BDL-RECIPIENT        PIC X(10).
022100     05  FILLER                   PIC X(01) VALUE SPACE.
022200     05  PBU-BDL-NAME             PIC X(30).
022300     05  FILLER                   PIC X(01) VALUE SPACE.
022400     05  PBU-BDL-METHOD           PIC X(13).
022500     05  FILLER                   PIC X(18) VALUE SPACES.
022600 01  PBU-DELIVERY-DETAIL-LINE.
022700     05  FILLER                   PIC X(08) VALUE SPACES.
022800     05  PBU-DDL-REPORT           PIC X(20).
022900     05  FILLER                   PIC X(02) VALUE SPACES.
023000     05  PBU-DDL-KEY              PIC X(10).
023100     05  FILLER                   PIC X(02) VALUE SPACES.
023200     05  PBU-DDL-LINES            PIC Z(6)9.
023300     05  FILLER                   PIC X(06) VALUE " LINES".
023400     05  FILLER                   PIC X(25) VALUE SPACES.
023500 01  PBU-BUNDLE-NUMBER            PIC 9(05) VALUE ZERO.
023600 01  PBU-BUNDLE-DISPLAY           PIC Z(4)9.
023700 01  PBU-SEQUENCE                 PIC 9(05) VALUE ZERO.
023800 01  PBU-SECTION-LINES            PIC 9(05).
023900 01  PBU-CATALOGUE-READ           PIC 9(07) VALUE ZERO.
024000 01  PBU-DELIVERIES               PIC 9(07) VALUE ZERO.
024100 01  PBU-TOTAL-LINES-SENT         PIC 9(07) VALUE ZERO.
024200 01  PBU-DATE-EDITED              PIC 9(4)/9(2)/9(2).
024300 COPY RUNLOG.
024400 COPY PRTCTL.
024500
024600 PROCEDURE DIVISION.
024700 0000-MAINLINE.
024800     ACCEPT RUNLOG-START-TIME FROM TIME
024900     PERFORM 1000-INITIALIZE
025000     PERFORM 1200-LOAD-DISTRIBUTION-LIST
025100     PERFORM 1500-LOAD-CATALOGUE
025200     SORT DELIVERY-SORT
025300         ON ASCENDING KEY DSR-RECIPIENT-ID
025400         ON ASCENDING KEY DSR-DELIVERY-METHOD
025500         ON ASCENDING KEY DSR-SEQUENCE
025600         INPUT PROCEDURE IS 2000-SELECT-DELIVERIES
025700         OUTPUT PROCEDURE IS 3000-WRITE-BUNDLES
025800     PERFORM 4000-FINISH-CONTROL-LISTING
025900     PERFORM 9000-TERMINATE
026000     MOVE PBU-RETURN-CODE TO RETURN-CODE
026100     GOBACK
026200     .
026300
026400 1000-INITIALIZE.
026500     CALL "BUSDATE" USING PBU-BUSINESS-DATE
026600     OPEN OUTPUT BUNDLE-FILE
026700     OPEN EXTEND SENT-RECORD
026800     IF PBU-SENT-STATUS = "35"
026900         OPEN OUTPUT SENT-RECORD
027000     END-IF
027100     OPEN OUTPUT CONTROL-REPORT
027200     SET PRT-ACTION-INIT TO TRUE
027300     MOVE "DISTRIBUTION CONTROL" TO PRT-REPORT-NAME
027400     MOVE "PRTBURST" TO PRT-PRODUCER
027500     CALL "PRTSRV" USING PRT-CONTROL
027600     MOVE PBU-BUSINESS-DATE TO PBU-DATE-EDITED
027700     MOVE SPACES TO CONTROL-REPORT-LINE
027800     STRING "REPORT DISTRIBUTION FOR BUSINESS DATE "
027900         DELIMITED BY SIZE
028000         PBU-DATE-EDITED DELIMITED BY SIZE
028100         INTO CONTROL-REPORT-LINE
028200     END-STRING
028300     PERFORM 9100-WRITE-REPORT-LINE
028400     MOVE SPACES TO CONTROL-REPORT-LINE
028500     PERFORM 9100-WRITE-REPORT-LINE
028600     .
028700
028800*----------------------------------------------------------------*
028900* AN ENTRY WITH NO RECIPIENT OR AN UNKNOWN DELIVERY METHOD CANNOT
029000* BE SENT - IT IS LISTED AS AN EXCEPTION AND LEFT OUT
029100*----------------------------------------------------------------*
029200 1200-LOAD-DISTRIBUTION-LIST.
029300     SET PBU-NOT-END-OF-FILE TO TRUE
029400     OPEN INPUT DISTRIBUTION-LIST
029500     IF PBU-DISTLIST-STATUS = "00"
029600         PERFORM 1280-READ-DISTRIBUTION-LIST
029700         PERFORM 1240-ADD-ONE-ENTRY UNTIL PBU-END-OF-FILE
029800     ELSE
029900         DISPLAY "PRTBURST - NO DISTLIST DISTRIBUTION LIST"
030000     END-IF
030100     IF PBU-DISTLIST-STATUS = "00"
030200     OR PBU-DISTLIST-STATUS = "05"
030300     OR PBU-DISTLIST-STATUS = "10"
030400         CLOSE DISTRIBUTION-LIST
030500     END-IF
030600     .
030700
030800 1240-ADD-ONE-ENTRY.
030900     EVALUATE TRUE
031000         WHEN DIST-REPORT-NAME = SPACES
031100         WHEN DIST-RECIPIENT-ID = SPACES
031200         AND NOT DIST-EVERY-KEY
031300             MOVE SPACES TO PBU-EXCEPTION-LINE
031400             STRING "DISTLIST ENTRY FOR " DELIMITED BY SIZE
031500                 DIST-REPORT-NAME DELIMITED BY SIZE
031600                 " HAS NO REPORT OR RECIPIENT" DELIMITED BY SIZE
031700                 INTO PBU-EXCEPTION-LINE
031800             END-STRING
031900             PERFORM 8000-NOTE-EXCEPTION
032000         WHEN NOT DIST-BY-POST
032100         AND NOT DIST-BY-EMAIL
032200         AND NOT DIST-BY-INTERNAL-MAIL
032300         AND NOT DIST-FOR-COLLECTION
032400             MOVE SPACES TO PBU-EXCEPTION-LINE
032500             STRING "DISTLIST ENTRY FOR " DELIMITED BY SIZE
032600                 DIST-REPORT-NAME DELIMITED BY SIZE
032700                 " - UNKNOWN DELIVERY METHOD " DELIMITED BY SIZE
032800                 DIST-DELIVERY-METHOD DELIMITED BY SIZE
032900                 INTO PBU-EXCEPTION-LINE
033000             END-STRING
033100             PERFORM 8000-NOTE-EXCEPTION
033200         WHEN PBU-DIST-COUNT NOT < 300
033300             DISPLAY "PRTBURST - DISTLIST TABLE FULL, SKIPPED "
033400                 DIST-REPORT-NAME
033500         WHEN OTHER
033600             ADD 1 TO PBU-DIST-COUNT
033700             MOVE DIST-REPORT-NAME
033800                 TO PBU-DIST-REPORT(PBU-DIST-COUNT)
033900             MOVE DIST-BREAK-KEY
034000                 TO PBU-DIST-KEY(PBU-DIST-COUNT)
034100             MOVE DIST-RECIPIENT-ID
034200                 TO PBU-DIST-RECIPIENT(PBU-DIST-COUNT)
034300             MOVE DIST-RECIPIENT-NAME
034400                 TO PBU-DIST-NAME(PBU-DIST-COUNT)
034500             MOVE DIST-DELIVERY-METHOD
034600                 TO PBU-DIST-METHOD(PBU-DIST-COUNT)
034700             MOVE DIST-ADDRESS
034800                 TO PBU-DIST-ADDRESS(PBU-DIST-COUNT)
034900             MOVE DIST-SPOOL-FILE
035000                 TO PBU-DIST-SPOOL(PBU-DIST-COUNT)
035100     END-EVALUATE
035200     PERFORM 1280-READ-DISTRIBUTION-LIST
035300     .
035400
035500 1280-READ-DISTRIBUTION-LIST.
035600     READ DISTRIBUTION-LIST
035700         AT END
035800             SET PBU-END-OF-FILE TO TRUE
035900     END-READ
036000     .
036100
036200 1500-LOAD-CATALOGUE.
036300     SET PBU-NOT-END-OF-FILE TO TRUE
036400     OPEN INPUT CATALOGUE-FILE
036500     IF PBU-CATALOGUE-STATUS = "00"
036600         PERFORM 1580-READ-CATALOGUE
036700         PERFORM 1540-TAKE-ONE-ENTRY UNTIL PBU-END-OF-FILE
036800     END-IF
036900     IF PBU-CATALOGUE-STATUS = "00"
037000     OR PBU-CATALOGUE-STATUS = "05"
037100     OR PBU-CATALOGUE-STATUS = "10"
037200         CLOSE CATALOGUE-FILE
037300     END-IF
037400     .
037500
037600 1540-TAKE-ONE-ENTRY.
037700     IF PCAT-BUSINESS-DATE = PBU-BUSINESS-DATE
037800         ADD 1 TO PBU-CATALOGUE-READ
037900         SET PBU-RPT-NOT-MATCHED TO TRUE
038000         PERFORM 1560-MATCH-ONE-REPORT
038100             VARYING PBU-RPT-INDEX FROM 1 BY 1
038200             UNTIL PBU-RPT-INDEX > PBU-RPT-COUNT
038300                OR PBU-RPT-MATCHED
038400         IF PBU-RPT-NOT-MATCHED
038500             IF PBU-RPT-COUNT < 200
038600                 ADD 1 TO PBU-RPT-COUNT
038700                 MOVE PCAT-REPORT-NAME
038800                     TO PBU-RPT-NAME(PBU-RPT-COUNT)
038900                 MOVE PCAT-PRODUCER
039000                     TO PBU-RPT-PRODUCER(PBU-RPT-COUNT)
039100                 SET PBU-RPT-NOT-LISTED(PBU-RPT-COUNT) TO TRUE
039200             ELSE
039300                 DISPLAY "PRTBURST - REPORT TABLE FULL, SKIPPED: "
039400                     PCAT-REPORT-NAME
039500             END-IF
039600         END-IF
039700     END-IF
039800     PERFORM 1580-READ-CATALOGUE
039900     .
040000
040100 1560-MATCH-ONE-REPORT.
040200     IF PBU-RPT-NAME(PBU-RPT-INDEX) = PCAT-REPORT-NAME
040300         SET PBU-RPT-MATCHED TO TRUE
040400     END-IF
040500     .
040600
040700 1580-READ-CATALOGUE.
040800     READ CATALOGUE-FILE
040900         AT END
041000             SET PBU-END-OF-FILE TO TRUE
041100     END-READ
041200     .
041300
041400*----------------------------------------------------------------*
041500* SORT INPUT - EACH OF TONIGHT'S REPORTS ON THE DISTRIBUTION LIST
041600* IS PROVED AGAINST ITS SPOOL FILE, THEN EVERY ENTRY FOR IT
041700* RELEASES ONE DELIVERY PER LINE RANGE IT IS DUE
041800*----------------------------------------------------------------*
041900 2000-SELECT-DELIVERIES.
042000     PERFORM 2100-DISTRIBUTE-ONE-REPORT
042100         VARYING PBU-RPT-INDEX FROM 1 BY 1
042200         UNTIL PBU-RPT-INDEX > PBU-RPT-COUNT
042300     .
042400
042500 2100-DISTRIBUTE-ONE-REPORT.
042600     MOVE SPACES TO PBU-SPOOL-NAME
042700     PERFORM 2130-FIND-LISTED-SPOOL
042800         VARYING PBU-DIST-INDEX FROM 1 BY 1
042900         UNTIL PBU-DIST-INDEX > PBU-DIST-COUNT
043000     IF PBU-RPT-LISTED(PBU-RPT-INDEX)
043100         IF PBU-SPOOL-NAME = SPACES
043200             MOVE PBU-RPT-NAME(PBU-RPT-INDEX) TO PBU-NAME-WORK
043300             MOVE PBU-NAME-FIRST-EIGHT TO PBU-SPOOL-NAME
043400         END-IF
043500         PERFORM 2200-PROVE-SPOOL-FILE
043600     END-IF
043700     IF PBU-RPT-LISTED(PBU-RPT-INDEX)
043800         PERFORM 2300-LOAD-BREAK-INDEX
043900         PERFORM 2400-RELEASE-FOR-ONE-ENTRY
044000             VARYING PBU-DIST-INDEX FROM 1 BY 1
044100             UNTIL PBU-DIST-INDEX > PBU-DIST-COUNT
044200     END-IF
044300     .
044400
044500 2130-FIND-LISTED-SPOOL.
044600     IF PBU-DIST-REPORT(PBU-DIST-INDEX)
044700        = PBU-RPT-NAME(PBU-RPT-INDEX)
044800         SET PBU-RPT-LISTED(PBU-RPT-INDEX) TO TRUE
044900         IF PBU-SPOOL-NAME = SPACES
045000             MOVE PBU-DIST-SPOOL(PBU-DIST-INDEX) TO PBU-SPOOL-NAME
045100         END-IF
045200     END-IF
045300     .
045400
045500*----------------------------------------------------------------*
045600* THE FIRST LINE OF A REPORT FILE IS PRTSRV'S HEADING, WHICH
045700* STARTS WITH THE REPORT NAME - ANY OTHER NAME MEANS A LATER
045800* REPORT WAS WRITTEN OVER THIS ONE'S FILE
045900*----------------------------------------------------------------*
046000 2200-PROVE-SPOOL-FILE.
046100     OPEN INPUT SPOOL-FILE
046200     IF PBU-SPOOL-STATUS = "00"
046300         READ SPOOL-FILE
046400             AT END
046500                 MOVE "10" TO PBU-SPOOL-STATUS
046600         END-READ
046700     END-IF
046800     MOVE SPACES TO PBU-EXCEPTION-LINE
046900     EVALUATE TRUE
047000         WHEN PBU-SPOOL-STATUS NOT = "00"
047100             SET PBU-RPT-UNUSABLE(PBU-RPT-INDEX) TO TRUE
047200             STRING PBU-RPT-NAME(PBU-RPT-INDEX) DELIMITED BY SIZE
047300                 " - SPOOL FILE " DELIMITED BY SIZE
047400                 PBU-SPOOL-NAME DELIMITED BY SIZE
047500                 " MISSING OR EMPTY, NOT SENT" DELIMITED BY SIZE
047600                 INTO PBU-EXCEPTION-LINE
047700             END-STRING
047800             PERFORM 8000-NOTE-EXCEPTION
047900         WHEN SPL-END-OF-REPORT
048000             SET PBU-RPT-EMPTY(PBU-RPT-INDEX) TO TRUE
048100         WHEN SPL-HEADING-NAME NOT = PBU-RPT-NAME(PBU-RPT-INDEX)
048200             SET PBU-RPT-UNUSABLE(PBU-RPT-INDEX) TO TRUE
048300             STRING PBU-RPT-NAME(PBU-RPT-INDEX) DELIMITED BY SIZE
048400                 " - SPOOL FILE " DELIMITED BY SIZE
048500                 PBU-SPOOL-NAME DELIMITED BY SIZE
048600                 " NOW HOLDS " DELIMITED BY SIZE
048700                 SPL-HEADING-NAME DELIMITED BY SIZE
048800                 INTO PBU-EXCEPTION-LINE
048900             END-STRING
049000             PERFORM 8000-NOTE-EXCEPTION
049100         WHEN OTHER
049200             CONTINUE
049300     END-EVALUATE
049400     IF PBU-SPOOL-STATUS = "00"
049500     OR PBU-SPOOL-STATUS = "05"
049600     OR PBU-SPOOL-STATUS = "10"
049700         CLOSE SPOOL-FILE
049800     END-IF
049900     .
050000
050100 2300-LOAD-BREAK-INDEX.
050200     MOVE ZERO TO PBU-BRK-COUNT
050300     SET PBU-NOT-END-OF-FILE TO TRUE
050400     OPEN INPUT BREAK-INDEX
050500     IF PBU-BREAK-STATUS = "00"
050600         PERFORM 2380-READ-BREAK-INDEX
050700         PERFORM 2340-TAKE-ONE-BREAK UNTIL PBU-END-OF-FILE
050800     END-IF
050900     IF PBU-BREAK-STATUS = "00"
051000     OR PBU-BREAK-STATUS = "05"
051100     OR PBU-BREAK-STATUS = "10"
051200         CLOSE BREAK-INDEX
051300     END-IF
051400     .
051500
051600 2340-TAKE-ONE-BREAK.
051700     IF PBRK-REPORT-NAME = PBU-RPT-NAME(PBU-RPT-INDEX)
051800     AND PBRK-BUSINESS-DATE = PBU-BUSINESS-DATE
051900         IF PBU-BRK-COUNT > ZERO
052000         AND PBRK-START-LINE NOT > PBU-BRK-START(PBU-BRK-COUNT)
052100             MOVE ZERO TO PBU-BRK-COUNT
052200         END-IF
052300         IF PBU-BRK-COUNT < 2000
052400             ADD 1 TO PBU-BRK-COUNT
052500             MOVE PBRK-BREAK-KEY  TO PBU-BRK-KEY(PBU-BRK-COUNT)
052600             MOVE PBRK-START-LINE TO PBU-BRK-START(PBU-BRK-COUNT)
052700         ELSE
052800             DISPLAY "PRTBURST - BREAK TABLE FULL FOR "
052900                 PBRK-REPORT-NAME
053000         END-IF
053100     END-IF
053200     PERFORM 2380-READ-BREAK-INDEX
053300     .
053400
053500 2380-READ-BREAK-INDEX.
053600     READ BREAK-INDEX
053700         AT END
053800             SET PBU-END-OF-FILE TO TRUE
053900     END-READ
054000     .
054100
054200 2400-RELEASE-FOR-ONE-ENTRY.
054300     IF PBU-DIST-REPORT(PBU-DIST-INDEX)
054400        = PBU-RPT-NAME(PBU-RPT-INDEX)
054500         IF PBU-DIST-KEY(PBU-DIST-INDEX) = SPACES
054600             MOVE PBU-DIST-RECIPIENT(PBU-DIST-INDEX)
054700                 TO DSR-RECIPIENT-ID
054800             MOVE SPACES TO DSR-BREAK-KEY
054900             MOVE 1 TO DSR-FROM-LINE
055000             MOVE PBU-WHOLE-REPORT-END TO DSR-TO-LINE
055100             PERFORM 2500-RELEASE-DELIVERY
055200         ELSE
055300             MOVE ZERO TO PBU-BRK-FOUND
055400             PERFORM 2430-RELEASE-FOR-ONE-BREAK
055500                 VARYING PBU-BRK-INDEX FROM 1 BY 1
055600                 UNTIL PBU-BRK-INDEX > PBU-BRK-COUNT
055700             IF PBU-BRK-FOUND = ZERO
055800                 MOVE SPACES TO PBU-EXCEPTION-LINE
055900                 STRING PBU-RPT-NAME(PBU-RPT-INDEX)
056000                     DELIMITED BY SIZE
056100                     " - NO LINES FOR KEY " DELIMITED BY SIZE
056200                     PBU-DIST-KEY(PBU-DIST-INDEX)
056300                     DELIMITED BY SIZE
056400                     " TO " DELIMITED BY SIZE
056500                     PBU-DIST-RECIPIENT(PBU-DIST-INDEX)
056600                     DELIMITED BY SIZE
056700                     INTO PBU-EXCEPTION-LINE
056800                 END-STRING
056900                 PERFORM 8000-NOTE-EXCEPTION
057000             END-IF
057100         END-IF
057200     END-IF
057300     .
057400
057500*----------------------------------------------------------------*
057600* A BREAK'S LINES RUN TO THE LINE BEFORE THE NEXT BREAK; THE LAST
057700* BREAK RUNS ON TO THE END OF REPORT TRAILER
057800*----------------------------------------------------------------*
057900 2430-RELEASE-FOR-ONE-BREAK.
058000     IF PBU-BRK-KEY(PBU-BRK-INDEX) NOT = SPACES
058100     AND (PBU-BRK-KEY(PBU-BRK-INDEX)
058200            = PBU-DIST-KEY(PBU-DIST-INDEX)
058300          OR PBU-DIST-KEY(PBU-DIST-INDEX) = "*")
058400         ADD 1 TO PBU-BRK-FOUND
058500         IF PBU-DIST-KEY(PBU-DIST-INDEX) = "*"
058600             MOVE PBU-BRK-KEY(PBU-BRK-INDEX) TO DSR-RECIPIENT-ID
058700         ELSE
058800             MOVE PBU-DIST-RECIPIENT(PBU-DIST-INDEX)
058900                 TO DSR-RECIPIENT-ID
059000         END-IF
059100         MOVE PBU-BRK-KEY(PBU-BRK-INDEX) TO DSR-BREAK-KEY
059200         MOVE PBU-BRK-START(PBU-BRK-INDEX) TO DSR-FROM-LINE
059300         IF PBU-BRK-INDEX < PBU-BRK-COUNT
059400             COMPUTE DSR-TO-LINE =
059500                 PBU-BRK-START(PBU-BRK-INDEX + 1) - 1
059600         ELSE
059700             MOVE PBU-WHOLE-REPORT-END TO DSR-TO-LINE
059800         END-IF
059900         PERFORM 2500-RELEASE-DELIVERY
060000     END-IF
060100     .
060200
060300 2500-RELEASE-DELIVERY.
060400     ADD 1 TO PBU-SEQUENCE
060500     MOVE PBU-SEQUENCE TO DSR-SEQUENCE
060600     MOVE PBU-DIST-METHOD(PBU-DIST-INDEX)  TO DSR-DELIVERY-METHOD
060700     MOVE PBU-DIST-NAME(PBU-DIST-INDEX)    TO DSR-RECIPIENT-NAME
060800     MOVE PBU-DIST-ADDRESS(PBU-DIST-INDEX) TO DSR-ADDRESS
060900     MOVE PBU-RPT-NAME(PBU-RPT-INDEX)      TO DSR-REPORT-NAME
061000     MOVE PBU-SPOOL-NAME                   TO DSR-SPOOL-NAME
061100     RELEASE DELIVERY-SORT-RECORD
061200     .
061300
061400*----------------------------------------------------------------*
061500* SORT OUTPUT - ONE BUNDLE PER RECIPIENT AND DELIVERY METHOD
061600*----------------------------------------------------------------*
061700 3000-WRITE-BUNDLES.
061800     MOVE "BUNDLES SENT" TO CONTROL-REPORT-LINE
061900     PERFORM 9100-WRITE-REPORT-LINE
062000     MOVE ZERO TO PBU-SECTION-LINES
062100     SET PBU-SORT-NOT-EOF TO TRUE
062200     PERFORM 3100-RETURN-DELIVERY
062300     PERFORM 3200-GATHER-ONE-BUNDLE UNTIL PBU-SORT-EOF
062400     IF PBU-OPEN-SPOOL NOT = SPACES
062500         CLOSE SPOOL-FILE
062600     END-IF
062700     PERFORM 4900-END-SECTION
062800     .
062900
063000 3100-RETURN-DELIVERY.
063100     RETURN DELIVERY-SORT
063200         AT END
063300             SET PBU-SORT-EOF TO TRUE
063400     END-RETURN
063500     .
063600
063700 3200-GATHER-ONE-BUNDLE.
063800     MOVE DSR-RECIPIENT-ID    TO PBU-HELD-RECIPIENT
063900     MOVE DSR-RECIPIENT-NAME  TO PBU-HELD-NAME
064000     MOVE DSR-DELIVERY-METHOD TO PBU-HELD-METHOD
064100     MOVE DSR-ADDRESS         TO PBU-HELD-ADDRESS
064200     MOVE ZERO TO PBU-HELD-COUNT
064300     PERFORM 3250-HOLD-ONE-DELIVERY
064400         UNTIL PBU-SORT-EOF
064500            OR DSR-RECIPIENT-ID NOT = PBU-HELD-RECIPIENT
064600            OR DSR-DELIVERY-METHOD NOT = PBU-HELD-METHOD
064700     ADD 1 TO PBU-BUNDLE-NUMBER
064800     PERFORM 3300-SET-METHOD-TEXT
064900     PERFORM 3400-WRITE-COVER-SHEET
065000     MOVE PBU-BUNDLE-NUMBER  TO PBU-BDL-BUNDLE
065100     MOVE PBU-HELD-RECIPIENT TO PBU-BDL-RECIPIENT
065200     MOVE PBU-HELD-NAME      TO PBU-BDL-NAME
065300     MOVE PBU-METHOD-TEXT    TO PBU-BDL-METHOD
065400     MOVE PBU-BUNDLE-DETAIL-LINE TO CONTROL-REPORT-LINE
065500     PERFORM 9100-WRITE-REPORT-LINE
065600     ADD 1 TO PBU-SECTION-LINES
065700     PERFORM 3500-SEND-ONE-DELIVERY
065800         VARYING PBU-HELD-INDEX FROM 1 BY 1
065900         UNTIL PBU-HELD-INDEX > PBU-HELD-COUNT
066000     .
066100
066200 3250-HOLD-ONE-DELIVERY.
066300     IF PBU-HELD-COUNT < 100
066400         ADD 1 TO PBU-HELD-COUNT
066500         MOVE DSR-REPORT-NAME TO PBU-HELD-REPORT(PBU-HELD-COUNT)
066600         MOVE DSR-SPOOL-NAME  TO PBU-HELD-SPOOL(PBU-HELD-COUNT)
066700         MOVE DSR-BREAK-KEY   TO PBU-HELD-KEY(PBU-HELD-COUNT)
066800         MOVE DSR-FROM-LINE   TO PBU-HELD-FROM(PBU-HELD-COUNT)
066900         MOVE DSR-TO-LINE     TO PBU-HELD-TO(PBU-HELD-COUNT)
067000     ELSE
067100         MOVE SPACES TO PBU-EXCEPTION-LINE
067200         STRING DSR-REPORT-NAME DELIMITED BY SIZE
067300             " - BUNDLE FULL, NOT SENT TO " DELIMITED BY SIZE
067400             DSR-RECIPIENT-ID DELIMITED BY SIZE
067500             INTO PBU-EXCEPTION-LINE
067600         END-STRING
067700         PERFORM 8000-NOTE-EXCEPTION
067800     END-IF
067900     PERFORM 3100-RETURN-DELIVERY
068000     .
068100
068200 3300-SET-METHOD-TEXT.
068300     EVALUATE PBU-HELD-METHOD
068400         WHEN "P"
068500             MOVE "POST"          TO PBU-METHOD-TEXT
068600         WHEN "E"
068700             MOVE "E-MAIL"        TO PBU-METHOD-TEXT
068800         WHEN "I"
068900             MOVE "INTERNAL MAIL" TO PBU-METHOD-TEXT
069000         WHEN OTHER
069100             MOVE "COLLECTION"    TO PBU-METHOD-TEXT
069200     END-EVALUATE
069300     .
069400
069500 3400-WRITE-COVER-SHEET.
069600     MOVE ALL "*" TO BUNDLE-LINE
069700     WRITE BUNDLE-LINE
069800     MOVE PBU-BUNDLE-NUMBER TO PBU-BUNDLE-DISPLAY
069900     MOVE SPACES TO BUNDLE-LINE
070000     STRING "DISTRIBUTION BUNDLE " DELIMITED BY SIZE
070100         PBU-BUNDLE-DISPLAY DELIMITED BY SIZE
070200         "    BUSINESS DATE " DELIMITED BY SIZE
070300         PBU-DATE-EDITED DELIMITED BY SIZE
070400         INTO BUNDLE-LINE
070500     END-STRING
070600     WRITE BUNDLE-LINE
070700     MOVE SPACES TO BUNDLE-LINE
070800     WRITE BUNDLE-LINE
070900     MOVE SPACES TO BUNDLE-LINE
071000     STRING "FOR         " DELIMITED BY SIZE
071100         PBU-HELD-RECIPIENT DELIMITED BY SIZE
071200         "  " DELIMITED BY SIZE
071300         PBU-HELD-NAME DELIMITED BY SIZE
071400         INTO BUNDLE-LINE
071500     END-STRING
071600     WRITE BUNDLE-LINE
071700     MOVE SPACES TO BUNDLE-LINE
071800     STRING "DELIVER BY  " DELIMITED BY SIZE
071900         PBU-METHOD-TEXT DELIMITED BY SIZE
072000         INTO BUNDLE-LINE
072100     END-STRING
072200     WRITE BUNDLE-LINE
072300     MOVE SPACES TO BUNDLE-LINE
072400     STRING "ADDRESS     " DELIMITED BY SIZE
072500         PBU-HELD-ADDRESS DELIMITED BY SIZE
072600         INTO BUNDLE-LINE
072700     END-STRING
072800     WRITE BUNDLE-LINE
072900     MOVE SPACES TO BUNDLE-LINE
073000     WRITE BUNDLE-LINE
073100     MOVE "CONTENTS" TO BUNDLE-LINE
073200     WRITE BUNDLE-LINE
073300     PERFORM 3450-LIST-ONE-CONTENT
073400         VARYING PBU-HELD-INDEX FROM 1 BY 1
073500         UNTIL PBU-HELD-INDEX > PBU-HELD-COUNT
073600     MOVE ALL "*" TO BUNDLE-LINE
073700     WRITE BUNDLE-LINE
073800     .
073900
074000 3450-LIST-ONE-CONTENT.
074100     MOVE SPACES TO BUNDLE-LINE
074200     STRING "    " DELIMITED BY SIZE
074300         PBU-HELD-REPORT(PBU-HELD-INDEX) DELIMITED BY SIZE
074400         "  " DELIMITED BY SIZE
074500         PBU-HELD-KEY(PBU-HELD-INDEX) DELIMITED BY SIZE
074600         INTO BUNDLE-LINE
074700     END-STRING
074800     WRITE BUNDLE-LINE
074900     .
075000
075100*----------------------------------------------------------------*
075200* A KEYED RANGE STOPS SHORT OF THE END OF REPORT TRAILER, WHICH
075300* COUNTS THE WHOLE REPORT; A WHOLE REPORT CARRIES IT
075400*----------------------------------------------------------------*
075500 3500-SEND-ONE-DELIVERY.
075600     MOVE ZERO TO PBU-LINES-SENT
075700     IF PBU-HELD-SPOOL(PBU-HELD-INDEX) NOT = PBU-OPEN-SPOOL
075800     OR PBU-LINE-NUMBER > PBU-HELD-FROM(PBU-HELD-INDEX)
075900         PERFORM 3550-OPEN-SPOOL-FILE
076000     END-IF
076100     PERFORM 3600-READ-SPOOL-FILE
076200         UNTIL PBU-SPOOL-EOF
076300            OR PBU-LINE-NUMBER NOT < PBU-HELD-FROM(PBU-HELD-INDEX)
076400     PERFORM 3650-COPY-ONE-LINE
076500         UNTIL PBU-SPOOL-EOF
076600            OR PBU-LINE-NUMBER > PBU-HELD-TO(PBU-HELD-INDEX)
076700            OR (SPL-END-OF-REPORT
076800                AND PBU-HELD-KEY(PBU-HELD-INDEX) NOT = SPACES)
076900     ADD 1 TO PBU-DELIVERIES
077000     ADD PBU-LINES-SENT TO PBU-TOTAL-LINES-SENT
077100     MOVE PBU-HELD-REPORT(PBU-HELD-INDEX) TO PBU-DDL-REPORT
077200     MOVE PBU-HELD-KEY(PBU-HELD-INDEX)    TO PBU-DDL-KEY
077300     MOVE PBU-LINES-SENT                  TO PBU-DDL-LINES
077400     MOVE PBU-DELIVERY-DETAIL-LINE TO CONTROL-REPORT-LINE
077500     PERFORM 9100-WRITE-REPORT-LINE
077600     MOVE PBU-BUSINESS-DATE  TO PSNT-BUSINESS-DATE
077700     MOVE PBU-BUNDLE-NUMBER  TO PSNT-BUNDLE-NUMBER
077800     MOVE PBU-HELD-RECIPIENT TO PSNT-RECIPIENT-ID
077900     MOVE PBU-HELD-NAME      TO PSNT-RECIPIENT-NAME
078000     MOVE PBU-HELD-METHOD    TO PSNT-DELIVERY-METHOD
078100     MOVE PBU-HELD-ADDRESS   TO PSNT-ADDRESS
078200     MOVE PBU-HELD-REPORT(PBU-HELD-INDEX) TO PSNT-REPORT-NAME
078300     MOVE PBU-HELD-KEY(PBU-HELD-INDEX)    TO PSNT-BREAK-KEY
078400     MOVE PBU-LINES-SENT     TO PSNT-LINES-SENT
078500     WRITE PSNT-RECORD
078600     .
078700
078800 3550-OPEN-SPOOL-FILE.
078900     IF PBU-OPEN-SPOOL NOT = SPACES
079000         CLOSE SPOOL-FILE
079100     END-IF
079200     MOVE PBU-HELD-SPOOL(PBU-HELD-INDEX) TO PBU-SPOOL-NAME
079300     MOVE PBU-SPOOL-NAME TO PBU-OPEN-SPOOL
079400     MOVE ZERO TO PBU-LINE-NUMBER
079500     SET PBU-SPOOL-NOT-EOF TO TRUE
079600     OPEN INPUT SPOOL-FILE
079700     IF PBU-SPOOL-STATUS NOT = "00"
079710         MOVE SPACES TO PBU-OPEN-SPOOL
079800         SET PBU-SPOOL-EOF TO TRUE
079900     END-IF
080000     .
080100
080200 3600-READ-SPOOL-FILE.
080300     READ SPOOL-FILE
080400         AT END
080500             SET PBU-SPOOL-EOF TO TRUE
080600         NOT AT END
080700             ADD 1 TO PBU-LINE-NUMBER
080800     END-READ
080900     .
081000
081100 3650-COPY-ONE-LINE.
081200     WRITE BUNDLE-LINE FROM SPOOL-LINE
081300     ADD 1 TO PBU-LINES-SENT
081400     PERFORM 3600-READ-SPOOL-FILE
081500     .
081600
081700*----------------------------------------------------------------*
081800* WHAT WAS CATALOGUED BUT NOT SENT, THEN THE EXCEPTIONS
081900*----------------------------------------------------------------*
082000 4000-FINISH-CONTROL-LISTING.
082100     MOVE "CATALOGUED TONIGHT, NOT DISTRIBUTED"
082200         TO CONTROL-REPORT-LINE
082300     PERFORM 9100-WRITE-REPORT-LINE
082400     MOVE ZERO TO PBU-SECTION-LINES
082500     PERFORM 4100-LIST-ONE-UNSENT-REPORT
082600         VARYING PBU-RPT-INDEX FROM 1 BY 1
082700         UNTIL PBU-RPT-INDEX > PBU-RPT-COUNT
082800     PERFORM 4900-END-SECTION
082900     MOVE "EXCEPTIONS" TO CONTROL-REPORT-LINE
083000     PERFORM 9100-WRITE-REPORT-LINE
083100     MOVE ZERO TO PBU-SECTION-LINES
083200     PERFORM 4200-LIST-ONE-EXCEPTION
083300         VARYING PBU-EXCEPTION-INDEX FROM 1 BY 1
083400         UNTIL PBU-EXCEPTION-INDEX > PBU-EXCEPTION-COUNT
083500     PERFORM 4900-END-SECTION
083600     SET PRT-ACTION-END TO TRUE
083700     CALL "PRTSRV" USING PRT-CONTROL
083800     WRITE CONTROL-REPORT-LINE FROM PRT-TRAILER-LINE
083900     CLOSE CONTROL-REPORT
084000     .
084100
084200 4100-LIST-ONE-UNSENT-REPORT.
084300     IF NOT PBU-RPT-LISTED(PBU-RPT-INDEX)
084400         ADD 1 TO PBU-SECTION-LINES
084500         MOVE SPACES TO CONTROL-REPORT-LINE
084600         STRING "       " DELIMITED BY SIZE
084700             PBU-RPT-NAME(PBU-RPT-INDEX) DELIMITED BY SIZE
084800             "  " DELIMITED BY SIZE
084900             PBU-RPT-PRODUCER(PBU-RPT-INDEX) DELIMITED BY SIZE
085000             INTO CONTROL-REPORT-LINE
085100         END-STRING
085200         EVALUATE TRUE
085300             WHEN PBU-RPT-NOT-LISTED(PBU-RPT-INDEX)
085400                 MOVE "NOT ON DISTLIST"
085500                     TO CONTROL-REPORT-LINE(40:)
085600             WHEN PBU-RPT-EMPTY(PBU-RPT-INDEX)
085700                 MOVE "NO LINES TO SEND"
085800                     TO CONTROL-REPORT-LINE(40:)
085900             WHEN OTHER
086000                 MOVE "SEE EXCEPTIONS" TO CONTROL-REPORT-LINE(40:)
086100         END-EVALUATE
086200         PERFORM 9100-WRITE-REPORT-LINE
086300     END-IF
086400     .
086500
086600 4200-LIST-ONE-EXCEPTION.
086700     ADD 1 TO PBU-SECTION-LINES
086800     MOVE PBU-EXCEPTION-TEXT(PBU-EXCEPTION-INDEX)
086900         TO CONTROL-REPORT-LINE
087000     PERFORM 9100-WRITE-REPORT-LINE
087100     .
087200
087300 4900-END-SECTION.
087400     IF PBU-SECTION-LINES = ZERO
087500         MOVE "       NONE" TO CONTROL-REPORT-LINE
087600         PERFORM 9100-WRITE-REPORT-LINE
087700     END-IF
087800     MOVE SPACES TO CONTROL-REPORT-LINE
087900     PERFORM 9100-WRITE-REPORT-LINE
088000     .
088100
088200 8000-NOTE-EXCEPTION.
088300     IF PBU-EXCEPTION-COUNT < 100
088400         ADD 1 TO PBU-EXCEPTION-COUNT
088500         MOVE PBU-EXCEPTION-LINE
088600             TO PBU-EXCEPTION-TEXT(PBU-EXCEPTION-COUNT)
088700     ELSE
088800         DISPLAY "PRTBURST - " PBU-EXCEPTION-LINE
088900     END-IF
089000     IF PBU-RETURN-CODE < 4
089100         MOVE 4 TO PBU-RETURN-CODE
089200     END-IF
089300     .
089400
089500 9000-TERMINATE.
089600     CLOSE BUNDLE-FILE
089700     CLOSE SENT-RECORD
089800     DISPLAY "PRTBURST - REPORTS CATALOGUED TONIGHT: "
089900         PBU-CATALOGUE-READ
090000     DISPLAY "PRTBURST - BUNDLES WRITTEN: " PBU-BUNDLE-NUMBER
090100     DISPLAY "PRTBURST - DELIVERIES: " PBU-DELIVERIES
090200     DISPLAY "PRTBURST - LINES SENT: " PBU-TOTAL-LINES-SENT
090300     DISPLAY "PRTBURST - EXCEPTIONS: " PBU-EXCEPTION-COUNT
090400     MOVE "PRTBURST"               TO RUNLOG-STEP-NAME
090500     MOVE PBU-CATALOGUE-READ       TO RUNLOG-RECORDS-READ
090600     MOVE PBU-DELIVERIES           TO RUNLOG-RECORDS-APPLIED
090700     MOVE PBU-EXCEPTION-COUNT      TO RUNLOG-RECORDS-REJECTED
090800     MOVE ZERO                     TO RUNLOG-RECORDS-DROPPED
090900     MOVE PBU-RETURN-CODE          TO RUNLOG-RETURN-CODE
091000     CALL "RUNLOGW" USING RUNLOG-RECORD
091100     .
091200
091300 9100-WRITE-REPORT-LINE.
091400     MOVE CONTROL-REPORT-LINE TO PRT-DETAIL-LINE
091500     SET PRT-ACTION-DETAIL TO TRUE
091600     CALL "PRTSRV" USING PRT-CONTROL
091700     IF PRT-HEADING-NEEDED
091800         WRITE CONTROL-REPORT-LINE FROM PRT-HEADING-1
091900         WRITE CONTROL-REPORT-LINE FROM PRT-HEADING-2
092000     END-IF
092100     WRITE CONTROL-REPORT-LINE FROM PRT-DETAIL-LINE
092200     .
