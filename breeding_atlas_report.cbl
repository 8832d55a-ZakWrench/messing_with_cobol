000100*================================================================*
000200* BREEDING-ATLAS-REPORT
000300* PURPOSE.  Lists the confirmed and probable breeders held on the
000400*           SITEATLS site-species atlas for the business year -
000500*           grouped by county and then site, confirmed species
000600*           first - with confirmed and probable counts at every
000700*           site, county and overall, so the atlas co-ordinator
000800*           works from the breeding categories SIGHTLOAD has kept
000900*           rather than re-reading a season of notebooks.
001000* AUTHOR.   D. OKAFOR
001100* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001200* DATE-WRITTEN. 10/15/2026
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL PROGRAM
001700*================================================================*
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. BRDATLAS.
002000 AUTHOR. D. OKAFOR.
002100 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SITE-ATLAS ASSIGN TO "SITEATLS"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ATLAS-KEY
003200         FILE STATUS IS BAR-ATLAS-STATUS.
003300
003400     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SITE-CODE
003800         FILE STATUS IS BAR-SITE-STATUS.
003900
004000     SELECT BREEDING-SORT ASSIGN TO "BARSORT".
004100
004200     SELECT BREEDING-REPORT ASSIGN TO "BRDATLAS"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS BAR-REPORT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SITE-ATLAS.
004900 COPY ATLASREC.
005000
005100 FD  SITE-MASTER.
005200 COPY SITEREC.
005300
005400 SD  BREEDING-SORT.
005500 01  BREEDING-SORT-RECORD.
005600     05  BRS-COUNTY               PIC X(20).
005700     05  BRS-SITE-CODE            PIC X(06).
005800     05  BRS-SITE-NAME            PIC X(30).
005900     05  BRS-CATEGORY             PIC X(01).
006000     05  BRS-SCIENTIFIC-NAME      PIC X(30).
006100
006200 FD  BREEDING-REPORT.
006300 01  BREEDING-REPORT-LINE         PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  BAR-ATLAS-STATUS             PIC X(02).
006700 01  BAR-SITE-STATUS              PIC X(02).
006800 01  BAR-REPORT-STATUS            PIC X(02).
006900 01  BAR-ATLAS-EOF-SWITCH         PIC X(01).
007000     88  BAR-ATLAS-EOF            VALUE "Y".
007100     88  BAR-ATLAS-NOT-EOF        VALUE "N".
007200 01  BAR-SORT-EOF-SWITCH          PIC X(01).
007300     88  BAR-SORT-EOF             VALUE "Y".
007400     88  BAR-SORT-NOT-EOF         VALUE "N".
007500 01  BAR-GROUP-SWITCH             PIC X(01).
007600     88  BAR-FIRST-GROUP          VALUE "Y".
007700     88  BAR-NOT-FIRST-GROUP      VALUE "N".
007800 01  BAR-YEAR-SWITCH              PIC X(01).
007900     88  BAR-YEAR-MATCHED         VALUE "Y".
008000     88  BAR-YEAR-NOT-MATCHED     VALUE "N".
008100*----------------------------------------------------------------*
008200* THE REPORT COVERS THE YEAR OF THE BUSINESS DATE
008300*----------------------------------------------------------------*
008400 01  BAR-BUSINESS-DATE.
008500     05  BAR-REPORT-YEAR          PIC 9(04).
008600     05  FILLER                   PIC 9(04).
008700 01  BAR-YEAR-INDEX               PIC 9(02) COMP.
008800 01  BAR-YEAR-CATEGORY            PIC X(01).
008900 01  BAR-WORK-COUNTY              PIC X(20).
009000 01  BAR-WORK-SITE-NAME           PIC X(30).
009100 01  BAR-CATEGORY-NAME            PIC X(09).
009200*----------------------------------------------------------------*
009300* PRIOR GROUP KEYS AND CONFIRMED / PROBABLE TALLIES AT EACH LEVEL
009400*----------------------------------------------------------------*
009500 01  BAR-PRIOR-COUNTY             PIC X(20).
009600 01  BAR-PRIOR-SITE               PIC X(06).
009700 01  BAR-SITE-CONFIRMED           PIC 9(05).
009800 01  BAR-SITE-PROBABLE            PIC 9(05).
009900 01  BAR-COUNTY-CONFIRMED         PIC 9(05).
010000 01  BAR-COUNTY-PROBABLE          PIC 9(05).
010100 01  BAR-TOTAL-CONFIRMED          PIC 9(07) VALUE ZERO.
010200 01  BAR-TOTAL-PROBABLE           PIC 9(07) VALUE ZERO.
010300 01  BAR-ENTRIES-READ             PIC 9(07) VALUE ZERO.
010400 01  BAR-ENTRIES-LISTED           PIC 9(07) VALUE ZERO.
010500 01  BAR-TALLY-DISPLAY            PIC Z(4)9.
010600 01  BAR-TALLY-DISPLAY-2          PIC Z(4)9.
010700 01  BAR-TOTAL-DISPLAY            PIC Z(6)9.
010800 01  BAR-TOTAL-DISPLAY-2          PIC Z(6)9.
010900 COPY RUNLOG.
011000 COPY PRTCTL.
011100
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400     ACCEPT RUNLOG-START-TIME FROM TIME
011500     CALL "BUSDATE" USING BAR-BUSINESS-DATE
011600     OPEN INPUT SITE-MASTER
011700     SORT BREEDING-SORT
011800         ON ASCENDING KEY BRS-COUNTY
011900         ON ASCENDING KEY BRS-SITE-CODE
012000         ON DESCENDING KEY BRS-CATEGORY
012100         ON ASCENDING KEY BRS-SCIENTIFIC-NAME
012200         INPUT PROCEDURE IS 2000-SUPPLY-ATLAS
012300         OUTPUT PROCEDURE IS 3000-PRINT-BREEDERS
012400     CLOSE SITE-MASTER
012500     PERFORM 9900-WRITE-RUN-LOG
012600     MOVE ZERO TO RETURN-CODE
012700     GOBACK
012800     .
012900
013000 2000-SUPPLY-ATLAS.
013100     SET BAR-ATLAS-NOT-EOF TO TRUE
013200     OPEN INPUT SITE-ATLAS
013300     IF BAR-ATLAS-STATUS NOT = "00"
013400         DISPLAY "BRDATLAS - ATLAS WOULD NOT OPEN: "
013500             BAR-ATLAS-STATUS
013600         SET BAR-ATLAS-EOF TO TRUE
013700     ELSE
013800         PERFORM 2100-READ-ATLAS
013900     END-IF
014000     PERFORM 2200-RELEASE-ONE-ENTRY
014100         UNTIL BAR-ATLAS-EOF
014200     IF BAR-ATLAS-STATUS NOT = "35"
014300         CLOSE SITE-ATLAS
014400     END-IF
014500     .
014600
014700 2100-READ-ATLAS.
014800     READ SITE-ATLAS NEXT RECORD
014900         AT END
015000             SET BAR-ATLAS-EOF TO TRUE
015100     END-READ
015200     .
015300
015400*----------------------------------------------------------------*
015500* ONLY AN ENTRY WHOSE CATEGORY FOR THE REPORT YEAR REACHED
015600* PROBABLE OR CONFIRMED GOES TO THE SORT
015700*----------------------------------------------------------------*
015800 2200-RELEASE-ONE-ENTRY.
015900     ADD 1 TO BAR-ENTRIES-READ
016000     MOVE "0" TO BAR-YEAR-CATEGORY
016100     SET BAR-YEAR-NOT-MATCHED TO TRUE
016200     PERFORM 2230-MATCH-ONE-YEAR
016300         VARYING BAR-YEAR-INDEX FROM 1 BY 1
016400         UNTIL BAR-YEAR-INDEX > 10
016500            OR BAR-YEAR-MATCHED
016600     IF BAR-YEAR-CATEGORY = "2"
016700     OR BAR-YEAR-CATEGORY = "3"
016800         PERFORM 2300-RESOLVE-SITE
016900         MOVE BAR-WORK-COUNTY       TO BRS-COUNTY
017000         MOVE ATLAS-SITE-CODE       TO BRS-SITE-CODE
017100         MOVE BAR-WORK-SITE-NAME    TO BRS-SITE-NAME
017200         MOVE BAR-YEAR-CATEGORY     TO BRS-CATEGORY
017300         MOVE ATLAS-SCIENTIFIC-NAME TO BRS-SCIENTIFIC-NAME
017400         RELEASE BREEDING-SORT-RECORD
017500         ADD 1 TO BAR-ENTRIES-LISTED
017600     END-IF
017700     PERFORM 2100-READ-ATLAS
017800     .
017900
018000 2230-MATCH-ONE-YEAR.
018100     IF ATLAS-BREEDING-YEAR(BAR-YEAR-INDEX) = BAR-REPORT-YEAR
018200         MOVE ATLAS-BREEDING-CATEGORY(BAR-YEAR-INDEX)
018300             TO BAR-YEAR-CATEGORY
018400         SET BAR-YEAR-MATCHED TO TRUE
018500     END-IF
018600     .
018700
018800 2300-RESOLVE-SITE.
018900     MOVE ATLAS-SITE-CODE TO SITE-CODE
019000     READ SITE-MASTER
019100         INVALID KEY
019200             MOVE "*UNKNOWN SITE*" TO BAR-WORK-COUNTY
019300             MOVE SPACES           TO BAR-WORK-SITE-NAME
019400         NOT INVALID KEY
019500             MOVE SITE-COUNTY      TO BAR-WORK-COUNTY
019600             MOVE SITE-NAME        TO BAR-WORK-SITE-NAME
019700     END-READ
019800     .
019900
020000 3000-PRINT-BREEDERS.
020100     OPEN OUTPUT BREEDING-REPORT
020200     SET PRT-ACTION-INIT TO TRUE
020300     MOVE "BRDATLAS" TO PRT-REPORT-NAME
020400     MOVE "BRDATLAS" TO PRT-PRODUCER
020500     CALL "PRTSRV" USING PRT-CONTROL
020600     MOVE SPACES TO BREEDING-REPORT-LINE
020700     STRING "CONFIRMED AND PROBABLE BREEDERS FOR "
020800         DELIMITED BY SIZE
020900         BAR-REPORT-YEAR DELIMITED BY SIZE
021000         INTO BREEDING-REPORT-LINE
021100     END-STRING
021200     PERFORM 9000-WRITE-REPORT-LINE
021300     SET BAR-FIRST-GROUP TO TRUE
021400     SET BAR-SORT-NOT-EOF TO TRUE
021500     MOVE ZERO TO BAR-SITE-CONFIRMED
021600     MOVE ZERO TO BAR-SITE-PROBABLE
021700     MOVE ZERO TO BAR-COUNTY-CONFIRMED
021800     MOVE ZERO TO BAR-COUNTY-PROBABLE
021900     PERFORM 3100-RETURN-SORTED-RECORD
022000     PERFORM 3200-LIST-ONE-BREEDER UNTIL BAR-SORT-EOF
022100     IF BAR-NOT-FIRST-GROUP
022200         PERFORM 3500-FLUSH-SITE
022300         PERFORM 3600-FLUSH-COUNTY
022400     END-IF
022500     PERFORM 3700-PRINT-GRAND-TOTAL
022600     SET PRT-ACTION-END TO TRUE
022700     CALL "PRTSRV" USING PRT-CONTROL
022800     WRITE BREEDING-REPORT-LINE FROM PRT-TRAILER-LINE
022900     CLOSE BREEDING-REPORT
023000     .
023100
023200 3100-RETURN-SORTED-RECORD.
023300     RETURN BREEDING-SORT
023400         AT END
023500             SET BAR-SORT-EOF TO TRUE
023600     END-RETURN
023700     .
023800
023900*----------------------------------------------------------------*
024000* BREAKS FIRE INNERMOST FIRST - SITE, THEN COUNTY - AND A NEW
024100* GROUP GETS ITS HEADING BEFORE ITS FIRST SPECIES
024200*----------------------------------------------------------------*
024300 3200-LIST-ONE-BREEDER.
024400     IF BAR-NOT-FIRST-GROUP
024500         IF BRS-COUNTY NOT = BAR-PRIOR-COUNTY
024600             PERFORM 3500-FLUSH-SITE
024700             PERFORM 3600-FLUSH-COUNTY
024800         ELSE
024900             IF BRS-SITE-CODE NOT = BAR-PRIOR-SITE
025000                 PERFORM 3500-FLUSH-SITE
025100             END-IF
025200         END-IF
025300     END-IF
025400     IF BAR-FIRST-GROUP
025500     OR BRS-COUNTY NOT = BAR-PRIOR-COUNTY
025600         PERFORM 3300-PRINT-COUNTY-HEADING
025700     END-IF
025800     IF BAR-FIRST-GROUP
025900     OR BRS-COUNTY NOT = BAR-PRIOR-COUNTY
026000     OR BRS-SITE-CODE NOT = BAR-PRIOR-SITE
026100         PERFORM 3400-PRINT-SITE-HEADING
026200     END-IF
026300     SET BAR-NOT-FIRST-GROUP TO TRUE
026400     IF BRS-CATEGORY = "3"
026500         MOVE "CONFIRMED" TO BAR-CATEGORY-NAME
026600         ADD 1 TO BAR-SITE-CONFIRMED
026700         ADD 1 TO BAR-COUNTY-CONFIRMED
026800         ADD 1 TO BAR-TOTAL-CONFIRMED
026900     ELSE
027000         MOVE "PROBABLE"  TO BAR-CATEGORY-NAME
027100         ADD 1 TO BAR-SITE-PROBABLE
027200         ADD 1 TO BAR-COUNTY-PROBABLE
027300         ADD 1 TO BAR-TOTAL-PROBABLE
027400     END-IF
027500     MOVE SPACES TO BREEDING-REPORT-LINE
027600     STRING "      " DELIMITED BY SIZE
027700         BAR-CATEGORY-NAME DELIMITED BY SIZE
027800         "  " DELIMITED BY SIZE
027900         BRS-SCIENTIFIC-NAME DELIMITED BY SIZE
028000         INTO BREEDING-REPORT-LINE
028100     END-STRING
028200     PERFORM 9000-WRITE-REPORT-LINE
028300     MOVE BRS-COUNTY    TO BAR-PRIOR-COUNTY
028400     MOVE BRS-SITE-CODE TO BAR-PRIOR-SITE
028500     PERFORM 3100-RETURN-SORTED-RECORD
028600     .
028700
028800 3300-PRINT-COUNTY-HEADING.
028900     MOVE SPACES TO BREEDING-REPORT-LINE
029000     STRING "COUNTY " DELIMITED BY SIZE
029100         BRS-COUNTY DELIMITED BY SIZE
029200         INTO BREEDING-REPORT-LINE
029300     END-STRING
029400     PERFORM 9000-WRITE-REPORT-LINE
029500     .
029600
029700 3400-PRINT-SITE-HEADING.
029800     MOVE SPACES TO BREEDING-REPORT-LINE
029900     STRING "  SITE " DELIMITED BY SIZE
030000         BRS-SITE-CODE DELIMITED BY SIZE
030100         " " DELIMITED BY SIZE
030200         BRS-SITE-NAME DELIMITED BY SIZE
030300         INTO BREEDING-REPORT-LINE
030400     END-STRING
030500     PERFORM 9000-WRITE-REPORT-LINE
030600     .
030700
030800 3500-FLUSH-SITE.
030900     MOVE BAR-SITE-CONFIRMED TO BAR-TALLY-DISPLAY
031000     MOVE BAR-SITE-PROBABLE  TO BAR-TALLY-DISPLAY-2
031100     MOVE SPACES TO BREEDING-REPORT-LINE
031200     STRING "  SITE   " DELIMITED BY SIZE
031300         BAR-PRIOR-SITE DELIMITED BY SIZE
031400         "  CONFIRMED " DELIMITED BY SIZE
031500         BAR-TALLY-DISPLAY DELIMITED BY SIZE
031600         "  PROBABLE " DELIMITED BY SIZE
031700         BAR-TALLY-DISPLAY-2 DELIMITED BY SIZE
031800         INTO BREEDING-REPORT-LINE
031900     END-STRING
032000     PERFORM 9000-WRITE-REPORT-LINE
032100     MOVE ZERO TO BAR-SITE-CONFIRMED
032200     MOVE ZERO TO BAR-SITE-PROBABLE
032300     .
032400
032500 3600-FLUSH-COUNTY.
032600     MOVE BAR-COUNTY-CONFIRMED TO BAR-TALLY-DISPLAY
032700     MOVE BAR-COUNTY-PROBABLE  TO BAR-TALLY-DISPLAY-2
032800     MOVE SPACES TO BREEDING-REPORT-LINE
032900     STRING " COUNTY " DELIMITED BY SIZE
033000         BAR-PRIOR-COUNTY DELIMITED BY SIZE
033100         "  CONFIRMED " DELIMITED BY SIZE
033200         BAR-TALLY-DISPLAY DELIMITED BY SIZE
033300         "  PROBABLE " DELIMITED BY SIZE
033400         BAR-TALLY-DISPLAY-2 DELIMITED BY SIZE
033500         INTO BREEDING-REPORT-LINE
033600     END-STRING
033700     PERFORM 9000-WRITE-REPORT-LINE
033800     MOVE ZERO TO BAR-COUNTY-CONFIRMED
033900     MOVE ZERO TO BAR-COUNTY-PROBABLE
034000     .
034100
034200 3700-PRINT-GRAND-TOTAL.
034300     MOVE BAR-TOTAL-CONFIRMED TO BAR-TOTAL-DISPLAY
034400     MOVE BAR-TOTAL-PROBABLE  TO BAR-TOTAL-DISPLAY-2
034500     MOVE SPACES TO BREEDING-REPORT-LINE
034600     STRING "ALL COUNTIES  CONFIRMED " DELIMITED BY SIZE
034700         BAR-TOTAL-DISPLAY DELIMITED BY SIZE
034800         "  PROBABLE " DELIMITED BY SIZE
034900         BAR-TOTAL-DISPLAY-2 DELIMITED BY SIZE
035000         INTO BREEDING-REPORT-LINE
035100     END-STRING
035200     PERFORM 9000-WRITE-REPORT-LINE
035300     .
035400
035500 9000-WRITE-REPORT-LINE.
035600     MOVE BREEDING-REPORT-LINE TO PRT-DETAIL-LINE
035700     SET PRT-ACTION-DETAIL TO TRUE
035800     CALL "PRTSRV" USING PRT-CONTROL
035900     IF PRT-HEADING-NEEDED
036000         WRITE BREEDING-REPORT-LINE FROM PRT-HEADING-1
036100         WRITE BREEDING-REPORT-LINE FROM PRT-HEADING-2
036200     END-IF
036300     WRITE BREEDING-REPORT-LINE FROM PRT-DETAIL-LINE
036400     .
036500
036600 9900-WRITE-RUN-LOG.
036700     DISPLAY "BRDATLAS - ATLAS ENTRIES READ:    " BAR-ENTRIES-READ
036800     DISPLAY "BRDATLAS - BREEDING ENTRIES LISTED: "
036900         BAR-ENTRIES-LISTED
037000     MOVE "BRDATLAS"          TO RUNLOG-STEP-NAME
037100     MOVE BAR-ENTRIES-READ    TO RUNLOG-RECORDS-READ
037200     MOVE BAR-ENTRIES-LISTED  TO RUNLOG-RECORDS-APPLIED
037300     MOVE ZERO                TO RUNLOG-RECORDS-REJECTED
037400     MOVE ZERO                TO RUNLOG-RECORDS-DROPPED
037500     MOVE ZERO                TO RUNLOG-RETURN-CODE
037600     CALL "RUNLOGW" USING RUNLOG-RECORD
037700     .
