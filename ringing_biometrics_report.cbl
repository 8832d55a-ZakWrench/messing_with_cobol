000100*================================================================*
000200* RINGING-BIOMETRICS-REPORT
000300* PURPOSE.  Prints the ringing biometrics report from the RINGBIO
000400*           master in two parts.  First, for every ring captured
000500*           more than once, each retrap against the ring's first
000600*           capture - the dates, the two weights and the weight
000700*           change in grams.  Second, per species, the captures
000800*           and birds held and the average wing length and
000900*           weight across all captures, species in alphabetical
001000*           order.  Weights are those stored by RINGCAPT, already
001100*           checked against the species master ranges.
001200* AUTHOR.   D. OKAFOR
001300* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001400* DATE-WRITTEN. 10/15/2026
001500*================================================================*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 10/15/2026 DNO   ORIGINAL PROGRAM
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. RINGBIOR.
002200 AUTHOR. D. OKAFOR.
002300 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BIOMETRICS-MASTER ASSIGN TO "RINGBIO"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS RINGBIO-KEY
003400         FILE STATUS IS RBR-MASTER-STATUS.
003500
003600     SELECT BIOMETRICS-REPORT ASSIGN TO "RINGBIOR"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS RBR-REPORT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BIOMETRICS-MASTER.
004300 COPY RINGBIO.
004400
004500 FD  BIOMETRICS-REPORT.
004600 01  BIOMETRICS-REPORT-LINE       PIC X(80).
004700
004800 WORKING-STORAGE SECTION.
004900 01  RBR-MASTER-STATUS            PIC X(02).
005000 01  RBR-REPORT-STATUS            PIC X(02).
005100 01  RBR-END-OF-FILE-SWITCH       PIC X(01).
005200     88  RBR-END-OF-FILE          VALUE "Y".
005300     88  RBR-NOT-END-OF-FILE      VALUE "N".
005400 01  RBR-RETURN-CODE              PIC 9(02) VALUE ZERO.
005500 01  RBR-CAPTURES-READ            PIC 9(07) VALUE ZERO.
005600 01  RBR-RETRAPS-REPORTED         PIC 9(07) VALUE ZERO.
005700*----------------------------------------------------------------*
005800* THE FIRST CAPTURE OF THE RING IN HAND
005900*----------------------------------------------------------------*
006000 01  RBR-FIRST-RING               PIC X(10) VALUE SPACES.
006100 01  RBR-FIRST-DATE               PIC 9(08).
006200 01  RBR-FIRST-WEIGHT             PIC 9(03)V9.
006300 01  RBR-NEW-RING-SWITCH          PIC X(01).
006400     88  RBR-NEW-RING             VALUE "Y".
006500     88  RBR-SAME-RING            VALUE "N".
006600 01  RBR-WEIGHT-CHANGE            PIC S9(03)V9.
006700*----------------------------------------------------------------*
006800* PER-SPECIES TOTALS, HELD IN SCIENTIFIC NAME ORDER
006900*----------------------------------------------------------------*
007000 01  RBR-SPECIES-TABLE.
007100     05  RBR-SPECIES-ENTRY        OCCURS 600 TIMES.
007200         10  RBR-SPC-NAME         PIC X(30).
007300         10  RBR-SPC-CAPTURES     PIC 9(07).
007400         10  RBR-SPC-BIRDS        PIC 9(07).
007500         10  RBR-SPC-WING-TOTAL   PIC 9(09)V9.
007600         10  RBR-SPC-WEIGHT-TOTAL PIC 9(09)V9.
007700 01  RBR-SPECIES-COUNT            PIC 9(03) VALUE ZERO COMP.
007800 01  RBR-SPECIES-INDEX            PIC 9(03) COMP.
007900 01  RBR-SHIFT-INDEX              PIC 9(03) COMP.
008000 01  RBR-SPECIES-OVERFLOW         PIC 9(07) VALUE ZERO.
008100 01  RBR-FOUND-SWITCH             PIC X(01).
008200     88  RBR-SPECIES-FOUND        VALUE "Y".
008300     88  RBR-SPECIES-NOT-FOUND    VALUE "N".
008400 01  RBR-SEARCH-SWITCH            PIC X(01).
008500     88  RBR-SEARCH-DONE          VALUE "Y".
008600     88  RBR-SEARCH-NOT-DONE      VALUE "N".
008700 01  RBR-AVERAGE-WING             PIC 9(03)V9.
008800 01  RBR-AVERAGE-WEIGHT           PIC 9(03)V9.
008900*----------------------------------------------------------------*
009000* REPORT LINES
009100*----------------------------------------------------------------*
009200 01  RBR-RETRAP-HEADING-1.
009300     05  FILLER                   PIC X(40)
009400         VALUE "WEIGHT CHANGE - FIRST CAPTURE TO RETRAP".
009500     05  FILLER                   PIC X(40) VALUE SPACES.
009600 01  RBR-RETRAP-HEADING-2.
009700     05  FILLER                   PIC X(41)
009800         VALUE "RING       SPECIES".
009900     05  FILLER                   PIC X(39)
010000         VALUE "FIRST    WT G  RETRAP   WT G  CHANGE".
010100 01  RBR-RETRAP-LINE.
010200     05  RBR-RTL-RING             PIC X(10).
010300     05  FILLER                   PIC X(01) VALUE SPACE.
010400     05  RBR-RTL-SPECIES          PIC X(30).
010500     05  RBR-RTL-FIRST-DATE       PIC 9(08).
010600     05  FILLER                   PIC X(01) VALUE SPACE.
010700     05  RBR-RTL-FIRST-WEIGHT     PIC ZZ9.9.
010800     05  FILLER                   PIC X(01) VALUE SPACE.
010900     05  RBR-RTL-RETRAP-DATE      PIC 9(08).
011000     05  FILLER                   PIC X(01) VALUE SPACE.
011100     05  RBR-RTL-RETRAP-WEIGHT    PIC ZZ9.9.
011200     05  FILLER                   PIC X(01) VALUE SPACE.
011300     05  RBR-RTL-CHANGE           PIC +ZZ9.9.
011400     05  FILLER                   PIC X(03) VALUE SPACES.
011500 01  RBR-SPECIES-HEADING-1.
011600     05  FILLER                   PIC X(40)
011700         VALUE "BIOMETRIC AVERAGES BY SPECIES".
011800     05  FILLER                   PIC X(40) VALUE SPACES.
011900 01  RBR-SPECIES-HEADING-2.
012000     05  FILLER                   PIC X(40)
012100         VALUE "SPECIES                       CAPTURES".
012200     05  FILLER                   PIC X(40)
012300         VALUE "  BIRDS  WING CM  WEIGHT G".
012400 01  RBR-SPECIES-LINE.
012500     05  RBR-SPL-SPECIES          PIC X(30).
012600     05  FILLER                   PIC X(01) VALUE SPACE.
012700     05  RBR-SPL-CAPTURES         PIC Z(6)9.
012800     05  FILLER                   PIC X(02) VALUE SPACES.
012900     05  RBR-SPL-BIRDS            PIC Z(6)9.
013000     05  FILLER                   PIC X(04) VALUE SPACES.
013100     05  RBR-SPL-WING             PIC ZZ9.9.
013200     05  FILLER                   PIC X(05) VALUE SPACES.
013300     05  RBR-SPL-WEIGHT           PIC ZZ9.9.
013400     05  FILLER                   PIC X(14) VALUE SPACES.
013500 COPY RUNLOG.
013600 COPY PRTCTL.
013700
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     ACCEPT RUNLOG-START-TIME FROM TIME
014100     PERFORM 1000-INITIALIZE
014200     PERFORM 2000-REPORT-ONE-CAPTURE UNTIL RBR-END-OF-FILE
014300     PERFORM 3000-PRINT-SPECIES-AVERAGES
014400     PERFORM 4000-TERMINATE
014500     MOVE RBR-RETURN-CODE TO RETURN-CODE
014600     GOBACK
014700     .
014800
014900 1000-INITIALIZE.
015000     SET RBR-NOT-END-OF-FILE TO TRUE
015100     OPEN OUTPUT BIOMETRICS-REPORT
015200     SET PRT-ACTION-INIT TO TRUE
015300     MOVE "RINGBIOR" TO PRT-REPORT-NAME
015400     MOVE "RINGBIOR" TO PRT-PRODUCER
015500     CALL "PRTSRV" USING PRT-CONTROL
015600     MOVE RBR-RETRAP-HEADING-1 TO BIOMETRICS-REPORT-LINE
015700     PERFORM 9000-WRITE-REPORT-LINE
015800     MOVE RBR-RETRAP-HEADING-2 TO BIOMETRICS-REPORT-LINE
015900     PERFORM 9000-WRITE-REPORT-LINE
016000     OPEN INPUT BIOMETRICS-MASTER
016100     IF RBR-MASTER-STATUS NOT = "00"
016200         DISPLAY "RINGBIOR - NO BIOMETRICS MASTER: "
016300             RBR-MASTER-STATUS
016400         SET RBR-END-OF-FILE TO TRUE
016500     ELSE
016600         PERFORM 2100-READ-CAPTURE
016700     END-IF
016800     .
016900
017000*----------------------------------------------------------------*
017100* THE MASTER READS IN RING, DATE AND TIME ORDER - THE FIRST
017200* RECORD OF A RING IS ITS FIRST CAPTURE, EVERY LATER ONE A
017300* RETRAP MEASURED AGAINST IT
017400*----------------------------------------------------------------*
017500 2000-REPORT-ONE-CAPTURE.
017600     ADD 1 TO RBR-CAPTURES-READ
017700     IF RINGBIO-RING-NUMBER = RBR-FIRST-RING
017800         SET RBR-SAME-RING TO TRUE
017900         PERFORM 2200-REPORT-RETRAP
018000     ELSE
018100         SET RBR-NEW-RING TO TRUE
018200         MOVE RINGBIO-RING-NUMBER  TO RBR-FIRST-RING
018300         MOVE RINGBIO-CAPTURE-DATE TO RBR-FIRST-DATE
018400         MOVE RINGBIO-WEIGHT       TO RBR-FIRST-WEIGHT
018500     END-IF
018600     PERFORM 2500-ADD-TO-SPECIES
018700     PERFORM 2100-READ-CAPTURE
018800     .
018900
019000 2100-READ-CAPTURE.
019100     READ BIOMETRICS-MASTER
019200         AT END
019300             SET RBR-END-OF-FILE TO TRUE
019400     END-READ
019500     .
019600
019700 2200-REPORT-RETRAP.
019800     COMPUTE RBR-WEIGHT-CHANGE = RINGBIO-WEIGHT - RBR-FIRST-WEIGHT
019900     MOVE RINGBIO-RING-NUMBER     TO RBR-RTL-RING
020000     MOVE RINGBIO-SCIENTIFIC-NAME TO RBR-RTL-SPECIES
020100     MOVE RBR-FIRST-DATE          TO RBR-RTL-FIRST-DATE
020200     MOVE RBR-FIRST-WEIGHT        TO RBR-RTL-FIRST-WEIGHT
020300     MOVE RINGBIO-CAPTURE-DATE    TO RBR-RTL-RETRAP-DATE
020400     MOVE RINGBIO-WEIGHT          TO RBR-RTL-RETRAP-WEIGHT
020500     MOVE RBR-WEIGHT-CHANGE       TO RBR-RTL-CHANGE
020600     MOVE RBR-RETRAP-LINE         TO BIOMETRICS-REPORT-LINE
020700     PERFORM 9000-WRITE-REPORT-LINE
020800     ADD 1 TO RBR-RETRAPS-REPORTED
020900     .
021000
021100*----------------------------------------------------------------*
021200* A SPECIES NOT YET IN THE TABLE IS INSERTED AT ITS PLACE IN
021300* NAME ORDER, THE ENTRIES AFTER IT MOVED DOWN ONE.  A CAPTURE
021400* WHOSE SPECIES WILL NOT FIT IS COUNTED AND LEFT OUT
021500*----------------------------------------------------------------*
021600 2500-ADD-TO-SPECIES.
021700     SET RBR-SPECIES-NOT-FOUND TO TRUE
021800     SET RBR-SEARCH-NOT-DONE TO TRUE
021900     PERFORM 2520-CHECK-ONE-SPECIES
022000         VARYING RBR-SPECIES-INDEX FROM 1 BY 1
022100         UNTIL RBR-SPECIES-INDEX > RBR-SPECIES-COUNT
022200            OR RBR-SEARCH-DONE
022300*    THE INDEX SITS ONE PAST THE ENTRY THE SEARCH STOPPED ON
022400     IF RBR-SEARCH-DONE
022500         SUBTRACT 1 FROM RBR-SPECIES-INDEX
022600     END-IF
022700     IF RBR-SPECIES-NOT-FOUND
022800         IF RBR-SPECIES-COUNT < 600
022900             PERFORM 2540-INSERT-SPECIES
023000         ELSE
023100             ADD 1 TO RBR-SPECIES-OVERFLOW
023200         END-IF
023300     END-IF
023400     IF RBR-SPECIES-FOUND
023500         ADD 1 TO RBR-SPC-CAPTURES(RBR-SPECIES-INDEX)
023600         IF RBR-NEW-RING
023700             ADD 1 TO RBR-SPC-BIRDS(RBR-SPECIES-INDEX)
023800         END-IF
023900         ADD RINGBIO-WING-LENGTH
024000             TO RBR-SPC-WING-TOTAL(RBR-SPECIES-INDEX)
024100         ADD RINGBIO-WEIGHT
024200             TO RBR-SPC-WEIGHT-TOTAL(RBR-SPECIES-INDEX)
024300     END-IF
024400     .
024500
024600 2520-CHECK-ONE-SPECIES.
024700     IF RBR-SPC-NAME(RBR-SPECIES-INDEX) = RINGBIO-SCIENTIFIC-NAME
024800         SET RBR-SPECIES-FOUND TO TRUE
024900         SET RBR-SEARCH-DONE TO TRUE
025000     ELSE
025100         IF RBR-SPC-NAME(RBR-SPECIES-INDEX)
025200             > RINGBIO-SCIENTIFIC-NAME
025300             SET RBR-SEARCH-DONE TO TRUE
025400         END-IF
025500     END-IF
025600     .
025700
025800*----------------------------------------------------------------*
025900* THE NEW SPECIES GOES AT THE INDEX THE SEARCH STOPPED ON
026000*----------------------------------------------------------------*
026100 2540-INSERT-SPECIES.
026200     PERFORM 2560-SHIFT-ONE-SPECIES
026300         VARYING RBR-SHIFT-INDEX FROM RBR-SPECIES-COUNT BY -1
026400         UNTIL RBR-SHIFT-INDEX < RBR-SPECIES-INDEX
026500     ADD 1 TO RBR-SPECIES-COUNT
026600     MOVE RINGBIO-SCIENTIFIC-NAME
026700         TO RBR-SPC-NAME(RBR-SPECIES-INDEX)
026800     MOVE ZERO TO RBR-SPC-CAPTURES(RBR-SPECIES-INDEX)
026900     MOVE ZERO TO RBR-SPC-BIRDS(RBR-SPECIES-INDEX)
027000     MOVE ZERO TO RBR-SPC-WING-TOTAL(RBR-SPECIES-INDEX)
027100     MOVE ZERO TO RBR-SPC-WEIGHT-TOTAL(RBR-SPECIES-INDEX)
027200     SET RBR-SPECIES-FOUND TO TRUE
027300     .
027400
027500 2560-SHIFT-ONE-SPECIES.
027600     MOVE RBR-SPECIES-ENTRY(RBR-SHIFT-INDEX)
027700         TO RBR-SPECIES-ENTRY(RBR-SHIFT-INDEX + 1)
027800     .
027900
028000 3000-PRINT-SPECIES-AVERAGES.
028100     MOVE SPACES TO BIOMETRICS-REPORT-LINE
028200     PERFORM 9000-WRITE-REPORT-LINE
028300     MOVE RBR-SPECIES-HEADING-1 TO BIOMETRICS-REPORT-LINE
028400     PERFORM 9000-WRITE-REPORT-LINE
028500     MOVE RBR-SPECIES-HEADING-2 TO BIOMETRICS-REPORT-LINE
028600     PERFORM 9000-WRITE-REPORT-LINE
028700     PERFORM 3100-PRINT-ONE-SPECIES
028800         VARYING RBR-SPECIES-INDEX FROM 1 BY 1
028900         UNTIL RBR-SPECIES-INDEX > RBR-SPECIES-COUNT
029000     .
029100
029200 3100-PRINT-ONE-SPECIES.
029300     COMPUTE RBR-AVERAGE-WING ROUNDED =
029400         RBR-SPC-WING-TOTAL(RBR-SPECIES-INDEX)
029500         / RBR-SPC-CAPTURES(RBR-SPECIES-INDEX)
029600     COMPUTE RBR-AVERAGE-WEIGHT ROUNDED =
029700         RBR-SPC-WEIGHT-TOTAL(RBR-SPECIES-INDEX)
029800         / RBR-SPC-CAPTURES(RBR-SPECIES-INDEX)
029900     MOVE RBR-SPC-NAME(RBR-SPECIES-INDEX)     TO RBR-SPL-SPECIES
030000     MOVE RBR-SPC-CAPTURES(RBR-SPECIES-INDEX) TO RBR-SPL-CAPTURES
030100     MOVE RBR-SPC-BIRDS(RBR-SPECIES-INDEX)    TO RBR-SPL-BIRDS
030200     MOVE RBR-AVERAGE-WING                    TO RBR-SPL-WING
030300     MOVE RBR-AVERAGE-WEIGHT                  TO RBR-SPL-WEIGHT
030400     MOVE RBR-SPECIES-LINE TO BIOMETRICS-REPORT-LINE
030500     PERFORM 9000-WRITE-REPORT-LINE
030600     .
030700
030800 4000-TERMINATE.
030900     IF RBR-MASTER-STATUS NOT = "35"
031000     AND RBR-MASTER-STATUS NOT = "30"
031100         CLOSE BIOMETRICS-MASTER
031200     END-IF
031300     SET PRT-ACTION-END TO TRUE
031400     CALL "PRTSRV" USING PRT-CONTROL
031500     WRITE BIOMETRICS-REPORT-LINE FROM PRT-TRAILER-LINE
031600     CLOSE BIOMETRICS-REPORT
031700     DISPLAY "RINGBIOR - CAPTURES READ: "   RBR-CAPTURES-READ
031800     DISPLAY "RINGBIOR - RETRAPS REPORTED: " RBR-RETRAPS-REPORTED
031900     DISPLAY "RINGBIOR - SPECIES: "         RBR-SPECIES-COUNT
032000     IF RBR-SPECIES-OVERFLOW > 0
032100         DISPLAY "RINGBIOR - SPECIES TABLE FULL, LEFT OUT: "
032200             RBR-SPECIES-OVERFLOW
032300         MOVE 8 TO RBR-RETURN-CODE
032400     END-IF
032500     MOVE "RINGBIOR"              TO RUNLOG-STEP-NAME
032600     MOVE RBR-CAPTURES-READ       TO RUNLOG-RECORDS-READ
032700     MOVE RBR-CAPTURES-READ       TO RUNLOG-RECORDS-APPLIED
032800     MOVE ZERO                    TO RUNLOG-RECORDS-REJECTED
032900     MOVE RBR-SPECIES-OVERFLOW    TO RUNLOG-RECORDS-DROPPED
033000     MOVE RBR-RETURN-CODE         TO RUNLOG-RETURN-CODE
033100     CALL "RUNLOGW" USING RUNLOG-RECORD
033200     .
033300
033400 9000-WRITE-REPORT-LINE.
033500     MOVE BIOMETRICS-REPORT-LINE TO PRT-DETAIL-LINE
033600     SET PRT-ACTION-DETAIL TO TRUE
033700     CALL "PRTSRV" USING PRT-CONTROL
033800     IF PRT-HEADING-NEEDED
033900         WRITE BIOMETRICS-REPORT-LINE FROM PRT-HEADING-1
034000         WRITE BIOMETRICS-REPORT-LINE FROM PRT-HEADING-2
034100     END-IF
034200     WRITE BIOMETRICS-REPORT-LINE FROM PRT-DETAIL-LINE
034300     .
