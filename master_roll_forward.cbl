000100*================================================================*
000200* MASTER-ROLL-FORWARD
000300* PURPOSE.  Recovers the SPECIES and SALARY masters to a chosen
000400*           point in time.  MSTRELD first rebuilds both masters
000500*           from the last MSTUNLD backup; the MSTJRNL after-image
000600*           journal - every add, change and delete SPMAINT,
000700*           SALMAINT and SIGHTLOAD have made since that backup -
000800*           is then re-applied in the order it was written, up to
000900*           and including the date and time the operator enters
001000*           (blank for the whole journal).  Every image is whole,
001100*           so an add that finds the key on file replaces it and
001200*           a change that does not adds it; both are listed as
001300*           exceptions.  The recovery control report proves each
001400*           master: backup count, plus adds, less deletes, must
001500*           equal the records now on file.
001600* AUTHOR.   D. OKAFOR
001700* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001800* DATE-WRITTEN. 10/15/2026
001900*================================================================*
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* 10/15/2026 DNO   ORIGINAL PROGRAM
002300*================================================================*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. MSTRFWD.
002600 AUTHOR. D. OKAFOR.
002700 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SPECIES-MASTER ASSIGN TO "SPECIES"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS BIRD-SCIENTIFIC-NAME
003800         ALTERNATE RECORD KEY IS BIRD-COMMON-NAME
003900         FILE STATUS IS RFW-SPECIES-STATUS.
004000
004100     SELECT SALARY-MASTER ASSIGN TO "SALARY"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SAL-EMPLOYEE-ID
004500         FILE STATUS IS RFW-SALARY-STATUS.
004600
004700     SELECT SPECIES-BACKUP ASSIGN TO "SPECBKP"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RFW-SPECBKP-STATUS.
005000
005100     SELECT SALARY-BACKUP ASSIGN TO "SALBKP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS RFW-SALBKP-STATUS.
005400
005500     SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO "MSTJRNL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RFW-JOURNAL-STATUS.
005800
005900     SELECT RECOVERY-REPORT ASSIGN TO "MSTRFWD"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RFW-REPORT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SPECIES-MASTER.
006600 COPY BIRDREC.
006700
006800 FD  SALARY-MASTER.
006900 COPY SALARYREC.
007000
007100 FD  SPECIES-BACKUP.
007200 01  SPECIES-BACKUP-RECORD.
007300     05  SPB-RECORD-TYPE          PIC X(01).
007400         88  SPB-IS-DETAIL        VALUE "D".
007500         88  SPB-IS-TRAILER       VALUE "T".
007600     05  SPB-DATA                 PIC X(94).
007700
007800 FD  SALARY-BACKUP.
007900 01  SALARY-BACKUP-RECORD.
008000     05  SLB-RECORD-TYPE          PIC X(01).
008100         88  SLB-IS-DETAIL        VALUE "D".
008200         88  SLB-IS-TRAILER       VALUE "T".
008300     05  SLB-DATA                 PIC X(94).
008400
008500 FD  MASTER-JOURNAL.
008600 COPY MSTJRNL.
008700
008800 FD  RECOVERY-REPORT.
008900 01  RECOVERY-REPORT-LINE         PIC X(80).
009000
009100 WORKING-STORAGE SECTION.
009200 01  RFW-SPECIES-STATUS           PIC X(02).
009300 01  RFW-SALARY-STATUS            PIC X(02).
009400 01  RFW-SPECBKP-STATUS           PIC X(02).
009500 01  RFW-SALBKP-STATUS            PIC X(02).
009600 01  RFW-JOURNAL-STATUS           PIC X(02).
009700 01  RFW-REPORT-STATUS            PIC X(02).
009800 01  RFW-END-OF-FILE-SWITCH       PIC X(01).
009900     88  RFW-END-OF-FILE          VALUE "Y".
010000     88  RFW-NOT-END-OF-FILE      VALUE "N".
010100 01  RFW-RETURN-CODE              PIC 9(02) VALUE ZERO.
010200 01  RFW-RELOAD-RETURN-CODE       PIC 9(02) VALUE ZERO.
010300 01  RFW-LOCK-ACTION              PIC X(01).
010400 01  RFW-LOCK-HOLDER              PIC X(08) VALUE "MSTRFWD".
010500 01  RFW-LOCK-RESULT              PIC X(01).
010600     88  RFW-LOCK-GRANTED         VALUE "Y".
010700     88  RFW-LOCK-REFUSED         VALUE "N".
010800 01  RFW-APPLY-SWITCH             PIC X(01) VALUE "N".
010900     88  RFW-JOURNAL-WAS-APPLIED  VALUE "Y".
011000*----------------------------------------------------------------*
011100* THE ROLL-FORWARD POINT AS ENTERED, AND AS A DATE AND A TIME TO
011200* THE HUNDREDTH THAT COMPARE DIRECTLY WITH THE JOURNAL STAMPS
011300*----------------------------------------------------------------*
011400 01  RFW-ENTERED-DATE             PIC X(08).
011500 01  RFW-ENTERED-DATE-N REDEFINES RFW-ENTERED-DATE
011600                                  PIC 9(08).
011700 01  RFW-ENTERED-TIME             PIC X(06).
011800 01  RFW-ENTERED-TIME-N REDEFINES RFW-ENTERED-TIME
011900                                  PIC 9(06).
012000 01  RFW-POINT-DATE               PIC 9(08) VALUE 99999999.
012100 01  RFW-POINT-TIME               PIC 9(08) VALUE 99999999.
012200 01  RFW-POINT-SWITCH             PIC X(01) VALUE "N".
012300     88  RFW-POINT-GIVEN          VALUE "Y".
012400 01  RFW-PAST-POINT-SWITCH        PIC X(01).
012500     88  RFW-PAST-THE-POINT       VALUE "Y".
012600     88  RFW-WITHIN-THE-POINT     VALUE "N".
012700*----------------------------------------------------------------*
012800* COUNTS PER MASTER - ENTRY 1 SPECIES, ENTRY 2 SALARY
012900*----------------------------------------------------------------*
013000 01  RFW-MASTER-TABLE.
013100     05  RFW-MASTER-ENTRY         OCCURS 2 TIMES.
013200         10  RFW-MST-NAME         PIC X(08).
013300         10  RFW-MST-BACKUP       PIC 9(07).
013400         10  RFW-MST-ADDS         PIC 9(07).
013500         10  RFW-MST-CHANGES      PIC 9(07).
013600         10  RFW-MST-DELETES      PIC 9(07).
013700         10  RFW-MST-EXCEPTIONS   PIC 9(07).
013800         10  RFW-MST-NET          PIC S9(07).
013900         10  RFW-MST-ON-FILE      PIC 9(07).
014000 01  RFW-MASTER-INDEX             PIC 9(01) COMP.
014100 01  RFW-EXPECTED-COUNT           PIC S9(07).
014200 01  RFW-JOURNAL-READ             PIC 9(07) VALUE ZERO.
014300 01  RFW-JOURNAL-APPLIED          PIC 9(07) VALUE ZERO.
014400 01  RFW-JOURNAL-BEYOND           PIC 9(07) VALUE ZERO.
014500 01  RFW-JOURNAL-REJECTED         PIC 9(07) VALUE ZERO.
014600 01  RFW-FIRST-STAMP              PIC X(17) VALUE SPACES.
014700 01  RFW-LAST-STAMP               PIC X(17) VALUE SPACES.
014800 01  RFW-STAMP.
014900     05  RFW-STAMP-DATE           PIC 9(08).
015000     05  FILLER                   PIC X(01) VALUE SPACE.
015100     05  RFW-STAMP-TIME           PIC 9(08).
015200*----------------------------------------------------------------*
015300* REPORT LINES
015400*----------------------------------------------------------------*
015500 01  RFW-COUNT-LINE.
015600     05  FILLER                   PIC X(02) VALUE SPACES.
015700     05  RFW-CNT-TEXT             PIC X(40).
015800     05  RFW-CNT-NUMBER           PIC -(7)9.
015900     05  FILLER                   PIC X(30) VALUE SPACES.
016000 01  RFW-EXCEPTION-LINE.
016100     05  RFW-EXC-STAMP            PIC X(17).
016200     05  FILLER                   PIC X(01) VALUE SPACE.
016300     05  RFW-EXC-MASTER           PIC X(08).
016400     05  FILLER                   PIC X(01) VALUE SPACE.
016500     05  RFW-EXC-ACTION           PIC X(01).
016600     05  FILLER                   PIC X(01) VALUE SPACE.
016700     05  RFW-EXC-KEY              PIC X(20).
016800     05  FILLER                   PIC X(01) VALUE SPACE.
016900     05  RFW-EXC-TEXT             PIC X(30).
017000 COPY RUNLOG.
017100 COPY PRTCTL.
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     ACCEPT RUNLOG-START-TIME FROM TIME
017600     PERFORM 1000-INITIALIZE
017700     PERFORM 2000-RELOAD-FROM-BACKUP
017800     IF RFW-RELOAD-RETURN-CODE < 12
017900         PERFORM 3000-ROLL-FORWARD
018000     END-IF
018100     PERFORM 4000-COUNT-MASTERS
018200     PERFORM 5000-PRINT-CONTROL-REPORT
018300     PERFORM 9000-TERMINATE
018400     MOVE RFW-RETURN-CODE TO RETURN-CODE
018500     GOBACK
018600     .
018700
018800 1000-INITIALIZE.
018900     INITIALIZE RFW-MASTER-TABLE
019000     MOVE "SPECIES" TO RFW-MST-NAME(1)
019100     MOVE "SALARY"  TO RFW-MST-NAME(2)
019200     DISPLAY "MSTRFWD - RECOVER TO DATE (YYYYMMDD, BLANK = "
019300         "END OF JOURNAL):"
019400     ACCEPT RFW-ENTERED-DATE
019500     IF RFW-ENTERED-DATE IS NUMERIC
019600         MOVE RFW-ENTERED-DATE-N TO RFW-POINT-DATE
019700         SET RFW-POINT-GIVEN TO TRUE
019800         DISPLAY "MSTRFWD - RECOVER TO TIME (HHMMSS, BLANK = "
019900             "END OF DAY):"
020000         ACCEPT RFW-ENTERED-TIME
020100         IF RFW-ENTERED-TIME IS NUMERIC
020200             COMPUTE RFW-POINT-TIME =
020250                 RFW-ENTERED-TIME-N * 100 + 99
020300         END-IF
020400     END-IF
020500     PERFORM 1100-TAKE-BACKUP-COUNTS
020600     OPEN OUTPUT RECOVERY-REPORT
020700     SET PRT-ACTION-INIT TO TRUE
020800     MOVE "MASTER ROLL-FORWARD" TO PRT-REPORT-NAME
020900     MOVE "MSTRFWD" TO PRT-PRODUCER
021000     CALL "PRTSRV" USING PRT-CONTROL
021100     .
021200
021300*----------------------------------------------------------------*
021400* THE BACKUP TRAILER COUNTS ARE THE STARTING POINT OF THE PROOF
021500*----------------------------------------------------------------*
021600 1100-TAKE-BACKUP-COUNTS.
021700     SET RFW-NOT-END-OF-FILE TO TRUE
021800     OPEN INPUT SPECIES-BACKUP
021900     IF RFW-SPECBKP-STATUS = "00"
022000         PERFORM 1120-READ-SPECIES-BACKUP UNTIL RFW-END-OF-FILE
022100         CLOSE SPECIES-BACKUP
022200     END-IF
022300     SET RFW-NOT-END-OF-FILE TO TRUE
022400     OPEN INPUT SALARY-BACKUP
022500     IF RFW-SALBKP-STATUS = "00"
022600         PERFORM 1140-READ-SALARY-BACKUP UNTIL RFW-END-OF-FILE
022700         CLOSE SALARY-BACKUP
022800     END-IF
022900     .
023000
023100 1120-READ-SPECIES-BACKUP.
023200     READ SPECIES-BACKUP
023300         AT END
023400             SET RFW-END-OF-FILE TO TRUE
023500         NOT AT END
023600             IF SPB-IS-TRAILER
023700                 MOVE SPB-DATA(1:7) TO RFW-MST-BACKUP(1)
023800             END-IF
023900     END-READ
024000     .
024100
024200 1140-READ-SALARY-BACKUP.
024300     READ SALARY-BACKUP
024400         AT END
024500             SET RFW-END-OF-FILE TO TRUE
024600         NOT AT END
024700             IF SLB-IS-TRAILER
024800                 MOVE SLB-DATA(1:7) TO RFW-MST-BACKUP(2)
024900             END-IF
025000     END-READ
025100     .
025200
025300*----------------------------------------------------------------*
025400* MSTRELD REBUILDS BOTH MASTERS AND PROVES ITS OWN COUNTS.  A
025500* RELOAD THAT FAILED OR WAS LOCKED OUT LEAVES NOTHING SAFE TO
025600* ROLL FORWARD
025700*----------------------------------------------------------------*
025800 2000-RELOAD-FROM-BACKUP.
025900     CALL "MSTRELD"
026000     MOVE RETURN-CODE TO RFW-RELOAD-RETURN-CODE
026100     DISPLAY "MSTRFWD - MSTRELD RETURN CODE: "
026150         RFW-RELOAD-RETURN-CODE
026200     IF RFW-RELOAD-RETURN-CODE NOT < 12
026300         DISPLAY "MSTRFWD - RELOAD NOT CLEAN, JOURNAL NOT APPLIED"
026400         MOVE RFW-RELOAD-RETURN-CODE TO RFW-RETURN-CODE
026500     END-IF
026600     .
026700
026800 3000-ROLL-FORWARD.
026900     MOVE "C" TO RFW-LOCK-ACTION
027000     CALL "SPLOCK" USING RFW-LOCK-ACTION RFW-LOCK-HOLDER
027100         RFW-LOCK-RESULT
027200     IF RFW-LOCK-REFUSED
027300         DISPLAY "MSTRFWD - SPECIES MASTER LOCKED, JOURNAL NOT "
027400             "APPLIED"
027500         MOVE 12 TO RFW-RETURN-CODE
027600     ELSE
027700         SET RFW-JOURNAL-WAS-APPLIED TO TRUE
027800         OPEN I-O SPECIES-MASTER
027900         OPEN I-O SALARY-MASTER
028000         SET RFW-NOT-END-OF-FILE TO TRUE
028100         SET RFW-WITHIN-THE-POINT TO TRUE
028200         OPEN INPUT MASTER-JOURNAL
028300         IF RFW-JOURNAL-STATUS = "00"
028400             PERFORM 3900-READ-JOURNAL
028500             PERFORM 3100-APPLY-ONE-ENTRY UNTIL RFW-END-OF-FILE
028600         END-IF
028700         IF RFW-JOURNAL-STATUS = "00"
028800         OR RFW-JOURNAL-STATUS = "05"
028900         OR RFW-JOURNAL-STATUS = "10"
029000             CLOSE MASTER-JOURNAL
029100         END-IF
029200         CLOSE SPECIES-MASTER
029300         CLOSE SALARY-MASTER
029400         MOVE "R" TO RFW-LOCK-ACTION
029500         CALL "SPLOCK" USING RFW-LOCK-ACTION RFW-LOCK-HOLDER
029600             RFW-LOCK-RESULT
029700     END-IF
029800     .
029900
030000*----------------------------------------------------------------*
030100* THE JOURNAL IS IN THE ORDER IT WAS WRITTEN, SO ONCE AN ENTRY
030200* IS PAST THE POINT EVERY LATER ONE IS TOO - THEY ARE COUNTED,
030300* NOT APPLIED
030400*----------------------------------------------------------------*
030500 3100-APPLY-ONE-ENTRY.
030600     ADD 1 TO RFW-JOURNAL-READ
030700     IF JRNL-DATE > RFW-POINT-DATE
030800     OR (JRNL-DATE = RFW-POINT-DATE
030900         AND JRNL-TIME > RFW-POINT-TIME)
031000         SET RFW-PAST-THE-POINT TO TRUE
031100     END-IF
031200     IF RFW-PAST-THE-POINT
031300         ADD 1 TO RFW-JOURNAL-BEYOND
031400     ELSE
031500         MOVE JRNL-DATE TO RFW-STAMP-DATE
031600         MOVE JRNL-TIME TO RFW-STAMP-TIME
031700         EVALUATE TRUE
031800             WHEN JRNL-IS-SPECIES
031900                 MOVE 1 TO RFW-MASTER-INDEX
032000                 PERFORM 3200-APPLY-TO-SPECIES
032100             WHEN JRNL-IS-SALARY
032200                 MOVE 2 TO RFW-MASTER-INDEX
032300                 PERFORM 3300-APPLY-TO-SALARY
032400             WHEN OTHER
032500                 ADD 1 TO RFW-JOURNAL-REJECTED
032600                 MOVE "UNKNOWN MASTER - NOT APPLIED"
032650                     TO RFW-EXC-TEXT
032700                 PERFORM 3800-NOTE-EXCEPTION
032800         END-EVALUATE
032900     END-IF
033000     PERFORM 3900-READ-JOURNAL
033100     .
033200
033300 3200-APPLY-TO-SPECIES.
033400     EVALUATE TRUE
033500         WHEN JRNL-IS-ADD
033600             MOVE JRNL-IMAGE TO BIRD-RECORD
033700             ADD 1 TO RFW-MST-ADDS(1)
033800             WRITE BIRD-RECORD
033900                 INVALID KEY
034000                     REWRITE BIRD-RECORD
034100                     MOVE "ADD OF A KEY ON FILE - REPLACED"
034200                         TO RFW-EXC-TEXT
034300                     PERFORM 3850-NOTE-MASTER-EXCEPTION
034400                 NOT INVALID KEY
034500                     ADD 1 TO RFW-MST-NET(1)
034600             END-WRITE
034700             PERFORM 3700-NOTE-APPLIED
034800         WHEN JRNL-IS-CHANGE
034900             MOVE JRNL-IMAGE TO BIRD-RECORD
035000             ADD 1 TO RFW-MST-CHANGES(1)
035100             REWRITE BIRD-RECORD
035200                 INVALID KEY
035300                     WRITE BIRD-RECORD
035400                     ADD 1 TO RFW-MST-NET(1)
035500                     MOVE "CHANGE OF A KEY NOT ON FILE - ADDED"
035600                         TO RFW-EXC-TEXT
035700                     PERFORM 3850-NOTE-MASTER-EXCEPTION
035800             END-REWRITE
035900             PERFORM 3700-NOTE-APPLIED
036000         WHEN JRNL-IS-DELETE
036100             MOVE JRNL-KEY TO BIRD-SCIENTIFIC-NAME
036200             ADD 1 TO RFW-MST-DELETES(1)
036300             DELETE SPECIES-MASTER RECORD
036400                 INVALID KEY
036500                     MOVE "DELETE OF A KEY NOT ON FILE"
036600                         TO RFW-EXC-TEXT
036700                     PERFORM 3850-NOTE-MASTER-EXCEPTION
036800                 NOT INVALID KEY
036900                     SUBTRACT 1 FROM RFW-MST-NET(1)
037000             END-DELETE
037100             PERFORM 3700-NOTE-APPLIED
037200         WHEN OTHER
037300             ADD 1 TO RFW-JOURNAL-REJECTED
037400             MOVE "UNKNOWN ACTION - NOT APPLIED" TO RFW-EXC-TEXT
037500             PERFORM 3800-NOTE-EXCEPTION
037600     END-EVALUATE
037700     .
037800
037900 3300-APPLY-TO-SALARY.
038000     EVALUATE TRUE
038100         WHEN JRNL-IS-ADD
038200             MOVE JRNL-IMAGE TO SAL-RECORD
038300             ADD 1 TO RFW-MST-ADDS(2)
038400             WRITE SAL-RECORD
038500                 INVALID KEY
038600                     REWRITE SAL-RECORD
038700                     MOVE "ADD OF A KEY ON FILE - REPLACED"
038800                         TO RFW-EXC-TEXT
038900                     PERFORM 3850-NOTE-MASTER-EXCEPTION
039000                 NOT INVALID KEY
039100                     ADD 1 TO RFW-MST-NET(2)
039200             END-WRITE
039300             PERFORM 3700-NOTE-APPLIED
039400         WHEN JRNL-IS-CHANGE
039500             MOVE JRNL-IMAGE TO SAL-RECORD
039600             ADD 1 TO RFW-MST-CHANGES(2)
039700             REWRITE SAL-RECORD
039800                 INVALID KEY
039900                     WRITE SAL-RECORD
040000                     ADD 1 TO RFW-MST-NET(2)
040100                     MOVE "CHANGE OF A KEY NOT ON FILE - ADDED"
040200                         TO RFW-EXC-TEXT
040300                     PERFORM 3850-NOTE-MASTER-EXCEPTION
040400             END-REWRITE
040500             PERFORM 3700-NOTE-APPLIED
040600         WHEN JRNL-IS-DELETE
040700             MOVE JRNL-KEY(1:6) TO SAL-EMPLOYEE-ID
040800             ADD 1 TO RFW-MST-DELETES(2)
040900             DELETE SALARY-MASTER RECORD
041000                 INVALID KEY
041100                     MOVE "DELETE OF A KEY NOT ON FILE"
041200                         TO RFW-EXC-TEXT
041300                     PERFORM 3850-NOTE-MASTER-EXCEPTION
041400                 NOT INVALID KEY
041500                     SUBTRACT 1 FROM RFW-MST-NET(2)
041600             END-DELETE
041700             PERFORM 3700-NOTE-APPLIED
041800         WHEN OTHER
041900             ADD 1 TO RFW-JOURNAL-REJECTED
042000             MOVE "UNKNOWN ACTION - NOT APPLIED" TO RFW-EXC-TEXT
042100             PERFORM 3800-NOTE-EXCEPTION
042200     END-EVALUATE
042300     .
042400
042500 3700-NOTE-APPLIED.
042600     ADD 1 TO RFW-JOURNAL-APPLIED
042700     IF RFW-FIRST-STAMP = SPACES
042800         MOVE RFW-STAMP TO RFW-FIRST-STAMP
042900     END-IF
043000     MOVE RFW-STAMP TO RFW-LAST-STAMP
043100     .
043200
043300*----------------------------------------------------------------*
043400* EXCEPTIONS ARE PRINTED AS THEY ARISE, AHEAD OF THE CONTROL
043500* TOTALS
043600*----------------------------------------------------------------*
043700 3800-NOTE-EXCEPTION.
043800     MOVE RFW-STAMP   TO RFW-EXC-STAMP
043900     MOVE JRNL-MASTER TO RFW-EXC-MASTER
044000     MOVE JRNL-ACTION TO RFW-EXC-ACTION
044100     MOVE JRNL-KEY    TO RFW-EXC-KEY
044200     MOVE RFW-EXCEPTION-LINE TO RECOVERY-REPORT-LINE
044300     PERFORM 9100-WRITE-REPORT-LINE
044400     .
044500
044600 3850-NOTE-MASTER-EXCEPTION.
044700     ADD 1 TO RFW-MST-EXCEPTIONS(RFW-MASTER-INDEX)
044800     PERFORM 3800-NOTE-EXCEPTION
044900     .
045000
045100 3900-READ-JOURNAL.
045200     READ MASTER-JOURNAL
045300         AT END
045400             SET RFW-END-OF-FILE TO TRUE
045500     END-READ
045600     .
045700
045800 4000-COUNT-MASTERS.
045900     SET RFW-NOT-END-OF-FILE TO TRUE
046000     OPEN INPUT SPECIES-MASTER
046100     IF RFW-SPECIES-STATUS = "00"
046200         PERFORM 4100-COUNT-ONE-SPECIES UNTIL RFW-END-OF-FILE
046300         CLOSE SPECIES-MASTER
046400     END-IF
046500     SET RFW-NOT-END-OF-FILE TO TRUE
046600     OPEN INPUT SALARY-MASTER
046700     IF RFW-SALARY-STATUS = "00"
046800         PERFORM 4200-COUNT-ONE-EMPLOYEE UNTIL RFW-END-OF-FILE
046900         CLOSE SALARY-MASTER
047000     END-IF
047100     .
047200
047300 4100-COUNT-ONE-SPECIES.
047400     READ SPECIES-MASTER NEXT RECORD
047500         AT END
047600             SET RFW-END-OF-FILE TO TRUE
047700         NOT AT END
047800             ADD 1 TO RFW-MST-ON-FILE(1)
047900     END-READ
048000     .
048100
048200 4200-COUNT-ONE-EMPLOYEE.
048300     READ SALARY-MASTER NEXT RECORD
048400         AT END
048500             SET RFW-END-OF-FILE TO TRUE
048600         NOT AT END
048700             ADD 1 TO RFW-MST-ON-FILE(2)
048800     END-READ
048900     .
049000
049100 5000-PRINT-CONTROL-REPORT.
049200     MOVE SPACES TO RECOVERY-REPORT-LINE
049300     PERFORM 9100-WRITE-REPORT-LINE
049400     MOVE SPACES TO RECOVERY-REPORT-LINE
049500     IF RFW-POINT-GIVEN
049600         STRING "RECOVERED TO " DELIMITED BY SIZE
049700             RFW-POINT-DATE DELIMITED BY SIZE
049800             " " DELIMITED BY SIZE
049900             RFW-POINT-TIME(1:6) DELIMITED BY SIZE
050000             INTO RECOVERY-REPORT-LINE
050100         END-STRING
050200     ELSE
050300         MOVE "RECOVERED TO THE END OF THE JOURNAL"
050400             TO RECOVERY-REPORT-LINE
050500     END-IF
050600     PERFORM 9100-WRITE-REPORT-LINE
050700     MOVE "MSTRELD RETURN CODE" TO RFW-CNT-TEXT
050800     MOVE RFW-RELOAD-RETURN-CODE TO RFW-CNT-NUMBER
050900     PERFORM 5900-WRITE-COUNT-LINE
051000     IF NOT RFW-JOURNAL-WAS-APPLIED
051100         MOVE "  JOURNAL NOT APPLIED - MASTERS AS RELOADED"
051200             TO RECOVERY-REPORT-LINE
051300         PERFORM 9100-WRITE-REPORT-LINE
051400     END-IF
051500     MOVE SPACES TO RECOVERY-REPORT-LINE
051600     PERFORM 9100-WRITE-REPORT-LINE
051700     MOVE "AFTER-IMAGE JOURNAL" TO RECOVERY-REPORT-LINE
051800     PERFORM 9100-WRITE-REPORT-LINE
051900     MOVE "ENTRIES READ" TO RFW-CNT-TEXT
052000     MOVE RFW-JOURNAL-READ TO RFW-CNT-NUMBER
052100     PERFORM 5900-WRITE-COUNT-LINE
052200     MOVE "ENTRIES APPLIED" TO RFW-CNT-TEXT
052300     MOVE RFW-JOURNAL-APPLIED TO RFW-CNT-NUMBER
052400     PERFORM 5900-WRITE-COUNT-LINE
052500     MOVE "ENTRIES AFTER THE RECOVERY POINT" TO RFW-CNT-TEXT
052600     MOVE RFW-JOURNAL-BEYOND TO RFW-CNT-NUMBER
052700     PERFORM 5900-WRITE-COUNT-LINE
052800     MOVE "ENTRIES REJECTED" TO RFW-CNT-TEXT
052900     MOVE RFW-JOURNAL-REJECTED TO RFW-CNT-NUMBER
053000     PERFORM 5900-WRITE-COUNT-LINE
053100     MOVE SPACES TO RECOVERY-REPORT-LINE
053200     STRING "  FIRST APPLIED " DELIMITED BY SIZE
053300         RFW-FIRST-STAMP DELIMITED BY SIZE
053400         "   LAST APPLIED " DELIMITED BY SIZE
053500         RFW-LAST-STAMP DELIMITED BY SIZE
053600         INTO RECOVERY-REPORT-LINE
053700     END-STRING
053800     PERFORM 9100-WRITE-REPORT-LINE
053900     PERFORM 5100-PRINT-ONE-MASTER
054000         VARYING RFW-MASTER-INDEX FROM 1 BY 1
054100         UNTIL RFW-MASTER-INDEX > 2
054200     IF RFW-JOURNAL-REJECTED > ZERO
054300     AND RFW-RETURN-CODE < 8
054400         MOVE 8 TO RFW-RETURN-CODE
054500     END-IF
054600     .
054700
054800*----------------------------------------------------------------*
054900* THE PROOF - BACKUP COUNT PLUS RECORDS ADDED LESS RECORDS
055000* DELETED MUST BE WHAT IS NOW ON THE MASTER
055100*----------------------------------------------------------------*
055200 5100-PRINT-ONE-MASTER.
055300     MOVE SPACES TO RECOVERY-REPORT-LINE
055400     PERFORM 9100-WRITE-REPORT-LINE
055500     MOVE SPACES TO RECOVERY-REPORT-LINE
055600     STRING RFW-MST-NAME(RFW-MASTER-INDEX) DELIMITED BY SPACE
055700         " MASTER" DELIMITED BY SIZE
055800         INTO RECOVERY-REPORT-LINE
055900     END-STRING
056000     PERFORM 9100-WRITE-REPORT-LINE
056100     MOVE "RECORDS ON THE BACKUP" TO RFW-CNT-TEXT
056200     MOVE RFW-MST-BACKUP(RFW-MASTER-INDEX) TO RFW-CNT-NUMBER
056300     PERFORM 5900-WRITE-COUNT-LINE
056400     MOVE "JOURNAL ADDS" TO RFW-CNT-TEXT
056500     MOVE RFW-MST-ADDS(RFW-MASTER-INDEX) TO RFW-CNT-NUMBER
056600     PERFORM 5900-WRITE-COUNT-LINE
056700     MOVE "JOURNAL CHANGES" TO RFW-CNT-TEXT
056800     MOVE RFW-MST-CHANGES(RFW-MASTER-INDEX) TO RFW-CNT-NUMBER
056900     PERFORM 5900-WRITE-COUNT-LINE
057000     MOVE "JOURNAL DELETES" TO RFW-CNT-TEXT
057100     MOVE RFW-MST-DELETES(RFW-MASTER-INDEX) TO RFW-CNT-NUMBER
057200     PERFORM 5900-WRITE-COUNT-LINE
057300     MOVE "EXCEPTIONS" TO RFW-CNT-TEXT
057400     MOVE RFW-MST-EXCEPTIONS(RFW-MASTER-INDEX) TO RFW-CNT-NUMBER
057500     PERFORM 5900-WRITE-COUNT-LINE
057600     COMPUTE RFW-EXPECTED-COUNT =
057700         RFW-MST-BACKUP(RFW-MASTER-INDEX)
057800         + RFW-MST-NET(RFW-MASTER-INDEX)
057900     MOVE "EXPECTED ON FILE" TO RFW-CNT-TEXT
058000     MOVE RFW-EXPECTED-COUNT TO RFW-CNT-NUMBER
058100     PERFORM 5900-WRITE-COUNT-LINE
058200     MOVE "RECORDS NOW ON THE MASTER" TO RFW-CNT-TEXT
058300     MOVE RFW-MST-ON-FILE(RFW-MASTER-INDEX) TO RFW-CNT-NUMBER
058400     PERFORM 5900-WRITE-COUNT-LINE
058500     IF RFW-EXPECTED-COUNT = RFW-MST-ON-FILE(RFW-MASTER-INDEX)
058600         MOVE "  IN BALANCE" TO RECOVERY-REPORT-LINE
058700     ELSE
058800         MOVE "  OUT OF BALANCE" TO RECOVERY-REPORT-LINE
058900         IF RFW-RETURN-CODE < 8
059000             MOVE 8 TO RFW-RETURN-CODE
059100         END-IF
059200     END-IF
059300     PERFORM 9100-WRITE-REPORT-LINE
059400     IF RFW-MST-EXCEPTIONS(RFW-MASTER-INDEX) > ZERO
059500     AND RFW-RETURN-CODE < 4
059600         MOVE 4 TO RFW-RETURN-CODE
059700     END-IF
059800     .
059900
060000 5900-WRITE-COUNT-LINE.
060100     MOVE RFW-COUNT-LINE TO RECOVERY-REPORT-LINE
060200     PERFORM 9100-WRITE-REPORT-LINE
060300     .
060400
060500 9000-TERMINATE.
060600     SET PRT-ACTION-END TO TRUE
060700     CALL "PRTSRV" USING PRT-CONTROL
060800     WRITE RECOVERY-REPORT-LINE FROM PRT-TRAILER-LINE
060900     CLOSE RECOVERY-REPORT
061000     DISPLAY "MSTRFWD - JOURNAL ENTRIES APPLIED: "
061050         RFW-JOURNAL-APPLIED
061100     DISPLAY "MSTRFWD - AFTER THE RECOVERY POINT: "
061150         RFW-JOURNAL-BEYOND
061200     MOVE "MSTRFWD"               TO RUNLOG-STEP-NAME
061300     MOVE RFW-JOURNAL-READ        TO RUNLOG-RECORDS-READ
061400     MOVE RFW-JOURNAL-APPLIED     TO RUNLOG-RECORDS-APPLIED
061500     MOVE RFW-JOURNAL-REJECTED    TO RUNLOG-RECORDS-REJECTED
061600     MOVE RFW-JOURNAL-BEYOND      TO RUNLOG-RECORDS-DROPPED
061700     MOVE RFW-RETURN-CODE         TO RUNLOG-RETURN-CODE
061800     CALL "RUNLOGW" USING RUNLOG-RECORD
061900     .
062000
062100 9100-WRITE-REPORT-LINE.
062200     MOVE RECOVERY-REPORT-LINE TO PRT-DETAIL-LINE
062300     SET PRT-ACTION-DETAIL TO TRUE
062400     CALL "PRTSRV" USING PRT-CONTROL
062500     IF PRT-HEADING-NEEDED
062600         WRITE RECOVERY-REPORT-LINE FROM PRT-HEADING-1
062700         WRITE RECOVERY-REPORT-LINE FROM PRT-HEADING-2
062800     END-IF
062900     WRITE RECOVERY-REPORT-LINE FROM PRT-DETAIL-LINE
063000     .
