000100*================================================================*
000200* SIGHTINGS-BALANCE
000300* PURPOSE.  Balances the night's sighting records from step to
000400*           step through the overnight pipeline, so a record
000500*           that goes missing between two steps is caught the
000600*           same night instead of surfacing weeks later as a
000700*           population figure nobody can explain.  Four checks
000800*           are printed, each with its terms - the collator's
000900*           merged output against the edit's clean, rejected,
001000*           suspense, rarity and query counts (SIGHTCLN trailer);
001100*           the edit's clean count against what the load read;
001200*           the load's input (clean, recycled suspense and
001300*           verified) against its dispositions (applied, apply
001400*           failures, held for verification, duplicates dropped
001500*           and suspense written), from the LOADCTL record; and
001600*           the records taken by the species totals against the
001700*           records appended to the archive.  Any check out of
001800*           balance ends the step RC 16, halting the rest of the
001900*           suite, unless the operator has accepted tonight's
002000*           difference by putting Y on BALOVRD - then RC 4, and
002100*           the override is cleared so it never carries to the
002200*           next night.  A load that never completed (no SIGHTLOD
002300*           log record, a SIGHTLOD return code of 12 or more, or
002400*           no LOADCTL record for the business date) cannot be
002500*           balanced - the step ends RC 12 and reruns on restart.
002600* AUTHOR.   D. OKAFOR
002700* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002800* DATE-WRITTEN. 10/15/2026
002900*================================================================*
003000* MODIFICATION HISTORY
003100* DATE       INIT  DESCRIPTION
003200* 10/15/2026 DNO   ORIGINAL PROGRAM
003300*================================================================*
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. SGTBAL.
003600 AUTHOR. D. OKAFOR.
003700 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS SBL-LOG-STATUS.
004700
004800     SELECT CLEAN-SIGHTINGS ASSIGN TO "SIGHTCLN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS SBL-CLEAN-STATUS.
005100
005200     SELECT OPTIONAL LOAD-CONTROL ASSIGN TO "LOADCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS SBL-LOADCTL-STATUS.
005500
005600     SELECT OPTIONAL OVERRIDE-CONTROL ASSIGN TO "BALOVRD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS SBL-OVERRIDE-STATUS.
005900
006000     SELECT BALANCE-REPORT ASSIGN TO "SGTBAL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS SBL-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600*----------------------------------------------------------------*
006700* THE LOG, THE CLEAN FILE AND THE LOAD CONTROL ARE READ INTO
006800* THEIR WORKING-STORAGE LAYOUTS - THE RUN LOG AREA IS REUSED FOR
006900* THIS STEP'S OWN LOG RECORD ONCE THE LOG IS CLOSED
007000*----------------------------------------------------------------*
007100 FD  RUN-LOG.
007200 01  RUN-LOG-RECORD               PIC X(70).
007300
007400 FD  CLEAN-SIGHTINGS.
007500 01  CLEAN-SIGHTING-RECORD        PIC X(93).
007600
007700 FD  LOAD-CONTROL.
007800 01  LOAD-CONTROL-RECORD          PIC X(71).
007900
008000 FD  OVERRIDE-CONTROL.
008100 01  OVERRIDE-CONTROL-RECORD.
008200     05  OVR-OVERRIDE-FLAG        PIC X(01).
008300
008400 FD  BALANCE-REPORT.
008500 01  BALANCE-REPORT-LINE          PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 01  SBL-LOG-STATUS               PIC X(02).
008900 01  SBL-CLEAN-STATUS             PIC X(02).
009000 01  SBL-LOADCTL-STATUS           PIC X(02).
009100 01  SBL-OVERRIDE-STATUS          PIC X(02).
009200 01  SBL-REPORT-STATUS            PIC X(02).
009300 01  SBL-END-OF-FILE-SWITCH       PIC X(01).
009400     88  SBL-END-OF-FILE          VALUE "Y".
009500     88  SBL-NOT-END-OF-FILE      VALUE "N".
009600 01  SBL-RETURN-CODE              PIC 9(02) VALUE ZERO.
009700 01  SBL-BUSINESS-DATE            PIC 9(08).
009800 01  SBL-START-TIME               PIC 9(08).
009900 01  SBL-COLLATOR-SWITCH          PIC X(01) VALUE "N".
010000     88  SBL-COLLATOR-LOGGED      VALUE "Y".
010100     88  SBL-COLLATOR-NOT-LOGGED  VALUE "N".
010200 01  SBL-LOAD-SWITCH              PIC X(01) VALUE "N".
010300     88  SBL-LOAD-LOGGED          VALUE "Y".
010400     88  SBL-LOAD-NOT-LOGGED      VALUE "N".
010500 01  SBL-TRAILER-SWITCH           PIC X(01) VALUE "N".
010600     88  SBL-TRAILER-FOUND        VALUE "Y".
010700     88  SBL-TRAILER-NOT-FOUND    VALUE "N".
010800 01  SBL-LOADCTL-SWITCH           PIC X(01) VALUE "N".
010900     88  SBL-LOADCTL-CURRENT      VALUE "Y".
011000     88  SBL-LOADCTL-NOT-CURRENT  VALUE "N".
011100 01  SBL-COMPLETE-SWITCH          PIC X(01) VALUE "Y".
011200     88  SBL-FIGURES-COMPLETE     VALUE "Y".
011300     88  SBL-FIGURES-INCOMPLETE   VALUE "N".
011400 01  SBL-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
011500     88  SBL-OVERRIDE-GIVEN       VALUE "Y".
011600     88  SBL-NO-OVERRIDE          VALUE "N".
011700*----------------------------------------------------------------*
011800* THE FIGURES EACH STEP REPORTED
011900*----------------------------------------------------------------*
012000 01  SBL-COLLATOR-OUT             PIC 9(07) VALUE ZERO.
012100 01  SBL-LOAD-RETURN-CODE         PIC 9(02) VALUE ZERO.
012200 01  SBL-EDIT-CLEAN               PIC 9(07) VALUE ZERO.
012300 01  SBL-EDIT-REJECTED            PIC 9(07) VALUE ZERO.
012400 01  SBL-EDIT-SUSPENSE            PIC 9(07) VALUE ZERO.
012500 01  SBL-EDIT-RARITIES            PIC 9(07) VALUE ZERO.
012600 01  SBL-EDIT-QUERY               PIC 9(07) VALUE ZERO.
012700*----------------------------------------------------------------*
012800* ONE CHECK AT A TIME - ITS TWO SIDES AND THE DIFFERENCE
012900*----------------------------------------------------------------*
013000 01  SBL-LEFT-TOTAL               PIC 9(08) VALUE ZERO.
013100 01  SBL-RIGHT-TOTAL              PIC 9(08) VALUE ZERO.
013200 01  SBL-DIFFERENCE               PIC S9(08) VALUE ZERO.
013300 01  SBL-CHECKS-MADE              PIC 9(07) VALUE ZERO.
013400 01  SBL-CHECKS-BALANCED          PIC 9(07) VALUE ZERO.
013500 01  SBL-CHECKS-OUT               PIC 9(07) VALUE ZERO.
013600*----------------------------------------------------------------*
013700* REPORT LINES
013800*----------------------------------------------------------------*
013900 01  SBL-CHECK-LINE.
014000     05  FILLER                   PIC X(06) VALUE "CHECK ".
014100     05  SBL-CHECK-NUMBER         PIC 9(01).
014200     05  FILLER                   PIC X(03) VALUE " - ".
014300     05  SBL-CHECK-TITLE          PIC X(60).
014400     05  FILLER                   PIC X(10) VALUE SPACES.
014500 01  SBL-TERM-LINE.
014600     05  FILLER                   PIC X(04) VALUE SPACES.
014700     05  SBL-TERM-LABEL           PIC X(40).
014800     05  SBL-TERM-VALUE           PIC Z(7)9.
014900     05  FILLER                   PIC X(28) VALUE SPACES.
015000 01  SBL-RESULT-LINE.
015100     05  FILLER                   PIC X(04) VALUE SPACES.
015200     05  SBL-RESULT-TEXT          PIC X(18).
015300     05  SBL-RESULT-DIFFERENCE    PIC -(8)9 BLANK WHEN ZERO.
015400     05  FILLER                   PIC X(49) VALUE SPACES.
015500 01  SBL-MESSAGE-LINE.
015600     05  FILLER                   PIC X(04) VALUE SPACES.
015700     05  SBL-MESSAGE-TEXT         PIC X(76).
015800
015900 COPY RUNLOG.
016000 COPY SIGHTCTL.
016100 COPY LOADCTL.
016200 COPY PRTCTL.
016300
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     ACCEPT SBL-START-TIME FROM TIME
016700     PERFORM 1000-INITIALIZE
016800     PERFORM 1100-READ-RUN-LOG-FIGURES
016900     PERFORM 1200-READ-EDIT-FIGURES
017000     PERFORM 1300-READ-LOAD-FIGURES
017100     IF SBL-FIGURES-COMPLETE
017200         PERFORM 2000-BALANCE-COLLATOR-TO-EDIT
017300         PERFORM 2100-BALANCE-EDIT-TO-LOAD
017400         PERFORM 2200-BALANCE-LOAD-DISPOSITIONS
017500         PERFORM 2300-BALANCE-LOAD-TO-ARCHIVE
017600         PERFORM 2800-SETTLE-OUT-OF-BALANCE
017700     ELSE
017800         MOVE 12 TO SBL-RETURN-CODE
017900         MOVE "LOAD DID NOT COMPLETE - THE PIPELINE CANNOT BE "
018000             TO SBL-MESSAGE-TEXT
018100         PERFORM 9200-WRITE-MESSAGE-LINE
018200         MOVE "BALANCED TONIGHT; THIS STEP RERUNS ON RESTART"
018300             TO SBL-MESSAGE-TEXT
018400         PERFORM 9200-WRITE-MESSAGE-LINE
018500     END-IF
018600     PERFORM 9000-TERMINATE
018700     MOVE SBL-RETURN-CODE TO RETURN-CODE
018800     GOBACK
018900     .
019000
019100 1000-INITIALIZE.
019200     CALL "BUSDATE" USING SBL-BUSINESS-DATE
019300     OPEN OUTPUT BALANCE-REPORT
019400     SET PRT-ACTION-INIT TO TRUE
019500     MOVE "SIGHTINGS PIPELINE BALANCE" TO PRT-REPORT-NAME
019600     MOVE "SGTBAL" TO PRT-PRODUCER
019700     CALL "PRTSRV" USING PRT-CONTROL
019800     .
019900
020000*----------------------------------------------------------------*
020100* THE LAST SIGHTCOL AND SIGHTLOD RECORDS ON TONIGHT'S LOG - A
020200* RESTARTED STEP LOGS AGAIN, AND ITS LATEST RECORD IS THE ONE
020300* THAT COUNTS
020400*----------------------------------------------------------------*
020500 1100-READ-RUN-LOG-FIGURES.
020600     SET SBL-NOT-END-OF-FILE TO TRUE
020700     OPEN INPUT RUN-LOG
020800     IF SBL-LOG-STATUS = "00"
020900         PERFORM 1160-READ-RUN-LOG
021000         PERFORM 1150-NOTE-ONE-LOG-RECORD UNTIL SBL-END-OF-FILE
021100         CLOSE RUN-LOG
021200     END-IF
021300     IF SBL-COLLATOR-NOT-LOGGED
021400         SET SBL-FIGURES-INCOMPLETE TO TRUE
021500         MOVE "NO SIGHTCOL RECORD ON THE RUN LOG"
021600             TO SBL-MESSAGE-TEXT
021700         PERFORM 9200-WRITE-MESSAGE-LINE
021800     END-IF
021900     IF SBL-LOAD-NOT-LOGGED
022000         SET SBL-FIGURES-INCOMPLETE TO TRUE
022100         MOVE "NO SIGHTLOD RECORD ON THE RUN LOG"
022200             TO SBL-MESSAGE-TEXT
022300         PERFORM 9200-WRITE-MESSAGE-LINE
022400     ELSE
022500         IF SBL-LOAD-RETURN-CODE NOT < 12
022600             SET SBL-FIGURES-INCOMPLETE TO TRUE
022700             MOVE SPACES TO SBL-MESSAGE-TEXT
022800             STRING "SIGHTLOD ENDED RETURN CODE "
022900                 DELIMITED BY SIZE
023000                 SBL-LOAD-RETURN-CODE DELIMITED BY SIZE
023100                 INTO SBL-MESSAGE-TEXT
023200             END-STRING
023300             PERFORM 9200-WRITE-MESSAGE-LINE
023400         END-IF
023500     END-IF
023600     .
023700
023800 1150-NOTE-ONE-LOG-RECORD.
023900     IF RUNLOG-STEP-NAME = "SIGHTCOL"
024000         SET SBL-COLLATOR-LOGGED TO TRUE
024100         MOVE RUNLOG-RECORDS-APPLIED TO SBL-COLLATOR-OUT
024200     END-IF
024300     IF RUNLOG-STEP-NAME = "SIGHTLOD"
024400         SET SBL-LOAD-LOGGED TO TRUE
024500         MOVE RUNLOG-RETURN-CODE TO SBL-LOAD-RETURN-CODE
024600     END-IF
024700     PERFORM 1160-READ-RUN-LOG
024800     .
024900
025000 1160-READ-RUN-LOG.
025100     READ RUN-LOG INTO RUNLOG-RECORD
025200         AT END
025300             SET SBL-END-OF-FILE TO TRUE
025400     END-READ
025500     .
025600
025700*----------------------------------------------------------------*
025800* THE EDIT'S DISPOSITION COUNTS RIDE THE CLEAN FILE'S TRAILER
025900*----------------------------------------------------------------*
026000 1200-READ-EDIT-FIGURES.
026100     SET SBL-NOT-END-OF-FILE TO TRUE
026200     OPEN INPUT CLEAN-SIGHTINGS
026300     IF SBL-CLEAN-STATUS = "00"
026400         PERFORM 1260-READ-CLEAN-FILE
026500         PERFORM 1250-NOTE-ONE-CLEAN-RECORD
026600             UNTIL SBL-END-OF-FILE
026700         CLOSE CLEAN-SIGHTINGS
026800     END-IF
026900     IF SBL-TRAILER-NOT-FOUND
027000         SET SBL-FIGURES-INCOMPLETE TO TRUE
027100         MOVE "NO EDIT DISPOSITION COUNTS ON THE CLEAN TRAILER"
027200             TO SBL-MESSAGE-TEXT
027300         PERFORM 9200-WRITE-MESSAGE-LINE
027400     END-IF
027500     .
027600
027700 1250-NOTE-ONE-CLEAN-RECORD.
027800     IF SIGHTCTL-IS-TRAILER
027900     AND SIGHTCTL-RECORD-COUNT IS NUMERIC
028000     AND SIGHTCTL-EDIT-DISPOSITION IS NUMERIC
028100         SET SBL-TRAILER-FOUND TO TRUE
028200         MOVE SIGHTCTL-RECORD-COUNT    TO SBL-EDIT-CLEAN
028300         MOVE SIGHTCTL-REJECTED-COUNT  TO SBL-EDIT-REJECTED
028400         MOVE SIGHTCTL-SUSPENSE-COUNT  TO SBL-EDIT-SUSPENSE
028500         MOVE SIGHTCTL-RARITIES-COUNT  TO SBL-EDIT-RARITIES
028600         MOVE SIGHTCTL-QUERY-COUNT     TO SBL-EDIT-QUERY
028700     END-IF
028800     PERFORM 1260-READ-CLEAN-FILE
028900     .
029000
029100 1260-READ-CLEAN-FILE.
029200     READ CLEAN-SIGHTINGS INTO SIGHTCTL-RECORD
029300         AT END
029400             SET SBL-END-OF-FILE TO TRUE
029500     END-READ
029600     .
029700
029800*----------------------------------------------------------------*
029900* ONLY A LOAD THAT FINISHED TONIGHT LEAVES A LOADCTL RECORD
030000* DATED THE BUSINESS DATE
030100*----------------------------------------------------------------*
030200 1300-READ-LOAD-FIGURES.
030300     OPEN INPUT LOAD-CONTROL
030400     IF SBL-LOADCTL-STATUS = "00"
030500     OR SBL-LOADCTL-STATUS = "05"
030600         IF SBL-LOADCTL-STATUS = "00"
030700             READ LOAD-CONTROL INTO LOADCTL-RECORD
030800                 AT END
030900                     CONTINUE
031000             END-READ
031100             IF SBL-LOADCTL-STATUS = "00"
031200             AND LOADCTL-RUN-DATE = SBL-BUSINESS-DATE
031300                 SET SBL-LOADCTL-CURRENT TO TRUE
031400             END-IF
031500         END-IF
031600         CLOSE LOAD-CONTROL
031700     END-IF
031800     IF SBL-LOADCTL-NOT-CURRENT
031900         SET SBL-FIGURES-INCOMPLETE TO TRUE
032000         MOVE SPACES TO SBL-MESSAGE-TEXT
032100         STRING "NO LOADCTL RECORD FOR " DELIMITED BY SIZE
032200             SBL-BUSINESS-DATE DELIMITED BY SIZE
032300             INTO SBL-MESSAGE-TEXT
032400         END-STRING
032500         PERFORM 9200-WRITE-MESSAGE-LINE
032600     END-IF
032700     .
032800
032900*----------------------------------------------------------------*
033000* CHECK 1 - EVERY RECORD THE COLLATOR MERGED LEFT THE EDIT BY
033100* EXACTLY ONE ROUTE
033200*----------------------------------------------------------------*
033300 2000-BALANCE-COLLATOR-TO-EDIT.
033400     MOVE 1 TO SBL-CHECK-NUMBER
033500     MOVE "COLLATOR OUTPUT AGAINST EDIT DISPOSITIONS"
033600         TO SBL-CHECK-TITLE
033700     PERFORM 9300-WRITE-CHECK-LINE
033800     MOVE SBL-COLLATOR-OUT TO SBL-LEFT-TOTAL
033900     MOVE "SIGHTCOL RECORDS MERGED" TO SBL-TERM-LABEL
034000     MOVE SBL-COLLATOR-OUT TO SBL-TERM-VALUE
034100     PERFORM 9400-WRITE-TERM-LINE
034200     COMPUTE SBL-RIGHT-TOTAL = SBL-EDIT-CLEAN + SBL-EDIT-REJECTED
034300         + SBL-EDIT-SUSPENSE + SBL-EDIT-RARITIES + SBL-EDIT-QUERY
034400     MOVE "SIGHTEDT CLEAN" TO SBL-TERM-LABEL
034500     MOVE SBL-EDIT-CLEAN TO SBL-TERM-VALUE
034600     PERFORM 9400-WRITE-TERM-LINE
034700     MOVE "SIGHTEDT REJECTED" TO SBL-TERM-LABEL
034800     MOVE SBL-EDIT-REJECTED TO SBL-TERM-VALUE
034900     PERFORM 9400-WRITE-TERM-LINE
035000     MOVE "SIGHTEDT HELD ON SUSPENSE" TO SBL-TERM-LABEL
035100     MOVE SBL-EDIT-SUSPENSE TO SBL-TERM-VALUE
035200     PERFORM 9400-WRITE-TERM-LINE
035300     MOVE "SIGHTEDT RARITIES FOR REVIEW" TO SBL-TERM-LABEL
035400     MOVE SBL-EDIT-RARITIES TO SBL-TERM-VALUE
035500     PERFORM 9400-WRITE-TERM-LINE
035600     MOVE "SIGHTEDT COUNTS QUERIED" TO SBL-TERM-LABEL
035700     MOVE SBL-EDIT-QUERY TO SBL-TERM-VALUE
035800     PERFORM 9400-WRITE-TERM-LINE
035900     MOVE "TOTAL EDIT DISPOSITIONS" TO SBL-TERM-LABEL
036000     MOVE SBL-RIGHT-TOTAL TO SBL-TERM-VALUE
036100     PERFORM 9400-WRITE-TERM-LINE
036200     PERFORM 2900-WRITE-CHECK-RESULT
036300     .
036400
036500*----------------------------------------------------------------*
036600* CHECK 2 - THE LOAD READ EVERY CLEAN RECORD THE EDIT WROTE
036700*----------------------------------------------------------------*
036800 2100-BALANCE-EDIT-TO-LOAD.
036900     MOVE 2 TO SBL-CHECK-NUMBER
037000     MOVE "EDIT CLEAN FILE AGAINST LOAD INPUT" TO SBL-CHECK-TITLE
037100     PERFORM 9300-WRITE-CHECK-LINE
037200     MOVE SBL-EDIT-CLEAN TO SBL-LEFT-TOTAL
037300     MOVE "SIGHTEDT CLEAN" TO SBL-TERM-LABEL
037400     MOVE SBL-EDIT-CLEAN TO SBL-TERM-VALUE
037500     PERFORM 9400-WRITE-TERM-LINE
037600     MOVE LOADCTL-CLEAN-READ TO SBL-RIGHT-TOTAL
037700     MOVE "SIGHTLOAD CLEAN RECORDS READ" TO SBL-TERM-LABEL
037800     MOVE LOADCTL-CLEAN-READ TO SBL-TERM-VALUE
037900     PERFORM 9400-WRITE-TERM-LINE
038000     PERFORM 2900-WRITE-CHECK-RESULT
038100     .
038200
038300*----------------------------------------------------------------*
038400* CHECK 3 - EVERY RECORD THE LOAD READ, FROM WHATEVER SOURCE,
038500* WAS DISPOSED OF EXACTLY ONCE
038600*----------------------------------------------------------------*
038700 2200-BALANCE-LOAD-DISPOSITIONS.
038800     MOVE 3 TO SBL-CHECK-NUMBER
038900     MOVE "LOAD INPUT AGAINST LOAD DISPOSITIONS"
039000         TO SBL-CHECK-TITLE
039100     PERFORM 9300-WRITE-CHECK-LINE
039200     COMPUTE SBL-LEFT-TOTAL = LOADCTL-CLEAN-READ
039300         + LOADCTL-SUSPENSE-READ + LOADCTL-VERIFIED-READ
039400     MOVE "CLEAN RECORDS READ" TO SBL-TERM-LABEL
039500     MOVE LOADCTL-CLEAN-READ TO SBL-TERM-VALUE
039600     PERFORM 9400-WRITE-TERM-LINE
039700     MOVE "RECYCLED SUSPENSE READ" TO SBL-TERM-LABEL
039800     MOVE LOADCTL-SUSPENSE-READ TO SBL-TERM-VALUE
039900     PERFORM 9400-WRITE-TERM-LINE
040000     MOVE "VERIFIED SIGHTINGS READ" TO SBL-TERM-LABEL
040100     MOVE LOADCTL-VERIFIED-READ TO SBL-TERM-VALUE
040200     PERFORM 9400-WRITE-TERM-LINE
040300     MOVE "TOTAL LOAD INPUT" TO SBL-TERM-LABEL
040400     MOVE SBL-LEFT-TOTAL TO SBL-TERM-VALUE
040500     PERFORM 9400-WRITE-TERM-LINE
040600     COMPUTE SBL-RIGHT-TOTAL = LOADCTL-APPLIED
040700         + LOADCTL-APPLY-FAILED + LOADCTL-HELD-FOR-VERIFY
040800         + LOADCTL-DUPLICATES + LOADCTL-SUSPENSE-WRITTEN
040900     MOVE "APPLIED" TO SBL-TERM-LABEL
041000     MOVE LOADCTL-APPLIED TO SBL-TERM-VALUE
041100     PERFORM 9400-WRITE-TERM-LINE
041200     MOVE "ARCHIVED BUT NOT APPLIED" TO SBL-TERM-LABEL
041300     MOVE LOADCTL-APPLY-FAILED TO SBL-TERM-VALUE
041400     PERFORM 9400-WRITE-TERM-LINE
041500     MOVE "HELD FOR VERIFICATION" TO SBL-TERM-LABEL
041600     MOVE LOADCTL-HELD-FOR-VERIFY TO SBL-TERM-VALUE
041700     PERFORM 9400-WRITE-TERM-LINE
041800     MOVE "DUPLICATES DROPPED" TO SBL-TERM-LABEL
041900     MOVE LOADCTL-DUPLICATES TO SBL-TERM-VALUE
042000     PERFORM 9400-WRITE-TERM-LINE
042100     MOVE "WRITTEN TO SUSPENSE" TO SBL-TERM-LABEL
042200     MOVE LOADCTL-SUSPENSE-WRITTEN TO SBL-TERM-VALUE
042300     PERFORM 9400-WRITE-TERM-LINE
042400     MOVE "TOTAL LOAD DISPOSITIONS" TO SBL-TERM-LABEL
042500     MOVE SBL-RIGHT-TOTAL TO SBL-TERM-VALUE
042600     PERFORM 9400-WRITE-TERM-LINE
042700     PERFORM 2900-WRITE-CHECK-RESULT
042800     .
042900
043000*----------------------------------------------------------------*
043100* CHECK 4 - EVERY RECORD TAKEN INTO THE SPECIES TOTALS REACHED
043200* THE ARCHIVE.  A RECORD WHOSE SPECIES VANISHED OR WHOSE TOTAL
043300* OVERFLOWED IS ARCHIVED WITHOUT BEING APPLIED, SO IT COUNTS HERE
043400*----------------------------------------------------------------*
043500 2300-BALANCE-LOAD-TO-ARCHIVE.
043600     MOVE 4 TO SBL-CHECK-NUMBER
043700     MOVE "LOAD TOTALS AGAINST ARCHIVE APPEND" TO SBL-CHECK-TITLE
043800     PERFORM 9300-WRITE-CHECK-LINE
043900     COMPUTE SBL-LEFT-TOTAL =
044000         LOADCTL-APPLIED + LOADCTL-APPLY-FAILED
044100     MOVE "APPLIED" TO SBL-TERM-LABEL
044200     MOVE LOADCTL-APPLIED TO SBL-TERM-VALUE
044300     PERFORM 9400-WRITE-TERM-LINE
044400     MOVE "ARCHIVED BUT NOT APPLIED" TO SBL-TERM-LABEL
044500     MOVE LOADCTL-APPLY-FAILED TO SBL-TERM-VALUE
044600     PERFORM 9400-WRITE-TERM-LINE
044700     MOVE LOADCTL-ARCHIVE-APPENDED TO SBL-RIGHT-TOTAL
044800     MOVE "APPENDED TO SIGHTARC" TO SBL-TERM-LABEL
044900     MOVE LOADCTL-ARCHIVE-APPENDED TO SBL-TERM-VALUE
045000     PERFORM 9400-WRITE-TERM-LINE
045100     PERFORM 2900-WRITE-CHECK-RESULT
045200     .
045300
045400*----------------------------------------------------------------*
045500* AN UNEXPLAINED DIFFERENCE HALTS THE SUITE UNLESS THE OPERATOR
045600* HAS ACCEPTED IT - THE OVERRIDE IS SPENT ON THE NIGHT IT IS USED
045700*----------------------------------------------------------------*
045800 2800-SETTLE-OUT-OF-BALANCE.
045900     IF SBL-CHECKS-OUT > 0
046000         PERFORM 2850-READ-OVERRIDE
046100         IF SBL-OVERRIDE-GIVEN
046200             MOVE 4 TO SBL-RETURN-CODE
046300             MOVE "OUT OF BALANCE - ACCEPTED BY OPERATOR OVERRIDE"
046400                 TO SBL-MESSAGE-TEXT
046500             PERFORM 9200-WRITE-MESSAGE-LINE
046600             OPEN OUTPUT OVERRIDE-CONTROL
046700             CLOSE OVERRIDE-CONTROL
046800         ELSE
046900             MOVE 16 TO SBL-RETURN-CODE
047000             MOVE "OUT OF BALANCE - SUITE HALTED.  PUT Y ON "
047100                 TO SBL-MESSAGE-TEXT
047200             PERFORM 9200-WRITE-MESSAGE-LINE
047300             MOVE "BALOVRD TO ACCEPT THE DIFFERENCE AND RESTART"
047400                 TO SBL-MESSAGE-TEXT
047500             PERFORM 9200-WRITE-MESSAGE-LINE
047600         END-IF
047700     END-IF
047800     .
047900
048000 2850-READ-OVERRIDE.
048100     SET SBL-NO-OVERRIDE TO TRUE
048200     OPEN INPUT OVERRIDE-CONTROL
048300     IF SBL-OVERRIDE-STATUS = "00"
048400     OR SBL-OVERRIDE-STATUS = "05"
048500         IF SBL-OVERRIDE-STATUS = "00"
048600             READ OVERRIDE-CONTROL
048700                 AT END
048800                     CONTINUE
048900             END-READ
049000             IF SBL-OVERRIDE-STATUS = "00"
049100             AND OVR-OVERRIDE-FLAG = "Y"
049200                 SET SBL-OVERRIDE-GIVEN TO TRUE
049300             END-IF
049400         END-IF
049500         CLOSE OVERRIDE-CONTROL
049600     END-IF
049700     .
049800
049900 2900-WRITE-CHECK-RESULT.
050000     ADD 1 TO SBL-CHECKS-MADE
050100     COMPUTE SBL-DIFFERENCE = SBL-LEFT-TOTAL - SBL-RIGHT-TOTAL
050200     IF SBL-DIFFERENCE = ZERO
050300         ADD 1 TO SBL-CHECKS-BALANCED
050400         MOVE "IN BALANCE" TO SBL-RESULT-TEXT
050500     ELSE
050600         ADD 1 TO SBL-CHECKS-OUT
050700         MOVE "OUT OF BALANCE BY" TO SBL-RESULT-TEXT
050800         DISPLAY "SGTBAL - CHECK " SBL-CHECK-NUMBER
050900             " OUT OF BALANCE"
051000     END-IF
051100     MOVE SBL-DIFFERENCE TO SBL-RESULT-DIFFERENCE
051200     MOVE SBL-RESULT-LINE TO BALANCE-REPORT-LINE
051300     PERFORM 9100-WRITE-REPORT-LINE
051400     MOVE SPACES TO BALANCE-REPORT-LINE
051500     PERFORM 9100-WRITE-REPORT-LINE
051600     .
051700
051800 9000-TERMINATE.
051900     SET PRT-ACTION-END TO TRUE
052000     CALL "PRTSRV" USING PRT-CONTROL
052100     WRITE BALANCE-REPORT-LINE FROM PRT-TRAILER-LINE
052200     CLOSE BALANCE-REPORT
052300     DISPLAY "SGTBAL - CHECKS MADE: " SBL-CHECKS-MADE
052400     DISPLAY "SGTBAL - IN BALANCE: " SBL-CHECKS-BALANCED
052500     DISPLAY "SGTBAL - OUT OF BALANCE: " SBL-CHECKS-OUT
052600     MOVE "SGTBAL  "            TO RUNLOG-STEP-NAME
052700     MOVE SBL-START-TIME        TO RUNLOG-START-TIME
052800     MOVE SBL-CHECKS-MADE       TO RUNLOG-RECORDS-READ
052900     MOVE SBL-CHECKS-BALANCED   TO RUNLOG-RECORDS-APPLIED
053000     MOVE SBL-CHECKS-OUT        TO RUNLOG-RECORDS-REJECTED
053100     MOVE ZERO                  TO RUNLOG-RECORDS-DROPPED
053200     MOVE SBL-RETURN-CODE       TO RUNLOG-RETURN-CODE
053300     CALL "RUNLOGW" USING RUNLOG-RECORD
053400     .
053500
053600 9100-WRITE-REPORT-LINE.
053700     MOVE BALANCE-REPORT-LINE TO PRT-DETAIL-LINE
053800     SET PRT-ACTION-DETAIL TO TRUE
053900     CALL "PRTSRV" USING PRT-CONTROL
054000     IF PRT-HEADING-NEEDED
054100         WRITE BALANCE-REPORT-LINE FROM PRT-HEADING-1
054200         WRITE BALANCE-REPORT-LINE FROM PRT-HEADING-2
054300     END-IF
054400     WRITE BALANCE-REPORT-LINE FROM PRT-DETAIL-LINE
054500     .
054600
054700 9200-WRITE-MESSAGE-LINE.
054800     MOVE SBL-MESSAGE-LINE TO BALANCE-REPORT-LINE
054900     PERFORM 9100-WRITE-REPORT-LINE
055000     DISPLAY "SGTBAL - " SBL-MESSAGE-TEXT
055100     .
055200
055300 9300-WRITE-CHECK-LINE.
055400     MOVE SBL-CHECK-LINE TO BALANCE-REPORT-LINE
055500     PERFORM 9100-WRITE-REPORT-LINE
055600     .
055700
055800 9400-WRITE-TERM-LINE.
055900     MOVE SBL-TERM-LINE TO BALANCE-REPORT-LINE
056000     PERFORM 9100-WRITE-REPORT-LINE
056100     .
