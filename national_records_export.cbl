000100*================================================================*
000200* NATIONAL-RECORDS-EXPORT
000300* PURPOSE.  Writes the monthly submission of sightings to the
000400*           national biological records centre, in the centre's
000500*           fixed-width (NRCFIX) and CSV (NRCCSV) formats from
000600*           the same pass - where SPEXPORT sends the society the
000700*           species master, this sends the records themselves.
000800*           Only what is new or changed since the last
000900*           submission goes: every sighting on the live SIGHTARC
001000*           archive or an SGTAYYYY year file loaded after the
001100*           NRCHWM high-water mark (read along the load date
001200*           key), then every ARCCTRN correction ARCCORR has put
001300*           on the ARCAUDIT trail since the last submission - an
001400*           AMEND as a changed record carrying the key it
001500*           replaces, a DELETE as a deleted one.  A correction to
001600*           a sighting loaded since the last submission is
001700*           already sent in its corrected form and is not sent
001800*           again.  Each record carries the site's grid
001900*           reference from SITEMAST, the observer's registry
002000*           name and the determination status - verified when
002100*           SGTVERIF signed it off, accepted-rarity when RARREVW
002200*           accepted it (both found on REVWHIST), normal
002300*           otherwise.  Header and trailer give the submission
002400*           number, the load dates covered and the counts the
002500*           centre reconciles.  The high-water mark moves only
002600*           when the run ends with a return code under 12.
002700* AUTHOR.   D. OKAFOR
002800* INSTALLATION. DATA PROCESSING - FIELD RECORDS
002900* DATE-WRITTEN. 10/15/2026
003000*================================================================*
003100* MODIFICATION HISTORY
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 DNO   ORIGINAL PROGRAM
003400*================================================================*
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. NRCEXP.
003700 AUTHOR. D. OKAFOR.
003800 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
003900 DATE-WRITTEN. 10/15/2026.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL HIGH-WATER-MARK ASSIGN TO "NRCHWM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS NRX-HWM-STATUS.
004800
004900     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SITE-CODE
005300         FILE STATUS IS NRX-SITE-STATUS.
005400
005500     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS OBS-OBSERVER-ID
005900         FILE STATUS IS NRX-OBSERVER-STATUS.
006000
006100     SELECT OPTIONAL ARCHIVE-CONTROL ASSIGN TO "ARCCTL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS NRX-CONTROL-STATUS.
006400
006500     SELECT ARCHIVE-FILE ASSIGN TO NRX-ARCHIVE-FILE-NAME
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS SIGHTARC-KEY
006900         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
007000             WITH DUPLICATES
007100         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
007200             WITH DUPLICATES
007300         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
007400             WITH DUPLICATES
007500         FILE STATUS IS NRX-ARCHIVE-STATUS.
007600
007700     SELECT OPTIONAL CORRECTION-AUDIT ASSIGN TO "ARCAUDIT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS NRX-AUDIT-STATUS.
008000
008100     SELECT OPTIONAL REVIEW-HISTORY ASSIGN TO "REVWHIST"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS NRX-REVIEW-STATUS.
008400
008500     SELECT FIXED-EXTRACT ASSIGN TO "NRCFIX"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS NRX-FIXED-STATUS.
008800
008900     SELECT CSV-EXPORT ASSIGN TO "NRCCSV"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS NRX-CSV-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  HIGH-WATER-MARK.
009600 COPY NRCHWM.
009700
009800 FD  SITE-MASTER.
009900 COPY SITEREC.
010000
010100 FD  OBSERVER-REGISTRY.
010200 COPY OBSREC.
010300
010400 FD  ARCHIVE-CONTROL.
010500 01  CONTROL-RECORD.
010600     05  CTL-YEAR                 PIC 9(04).
010700     05  CTL-RECORD-COUNT         PIC 9(07).
010800     05  CTL-HASH-TOTAL           PIC 9(09).
010900
011000*----------------------------------------------------------------*
011100* THE LIVE ARCHIVE AND EVERY SGTAYYYY YEAR FILE SHARE ONE LAYOUT
011200* AND ARE READ IN TURN THROUGH THIS ONE KEYED FILE
011300*----------------------------------------------------------------*
011400 FD  ARCHIVE-FILE.
011500 COPY SIGHTARC.
011600
011700 FD  CORRECTION-AUDIT.
011800 COPY ARCAUDIT.
011900
012000 FD  REVIEW-HISTORY.
012100 COPY REVWHIST.
012200
012300 FD  FIXED-EXTRACT.
012400 01  FIXED-EXTRACT-RECORD         PIC X(186).
012500
012600 FD  CSV-EXPORT.
012700 01  CSV-EXPORT-LINE              PIC X(300).
012800
012900 WORKING-STORAGE SECTION.
013000 01  NRX-HWM-STATUS               PIC X(02).
013100 01  NRX-SITE-STATUS              PIC X(02).
013200 01  NRX-OBSERVER-STATUS          PIC X(02).
013300 01  NRX-CONTROL-STATUS           PIC X(02).
013400 01  NRX-ARCHIVE-STATUS           PIC X(02).
013500 01  NRX-AUDIT-STATUS             PIC X(02).
013600 01  NRX-REVIEW-STATUS            PIC X(02).
013700 01  NRX-FIXED-STATUS             PIC X(02).
013800 01  NRX-CSV-STATUS               PIC X(02).
013900 01  NRX-FILE-EOF-SWITCH          PIC X(01).
014000     88  NRX-FILE-EOF             VALUE "Y".
014100     88  NRX-FILE-NOT-EOF         VALUE "N".
014200 01  NRX-SCAN-SWITCH              PIC X(01).
014300     88  NRX-SCAN-DONE            VALUE "Y".
014400     88  NRX-SCAN-NOT-DONE        VALUE "N".
014500 01  NRX-REGISTRY-SWITCH          PIC X(01) VALUE "N".
014600     88  NRX-REGISTRY-OPEN        VALUE "Y".
014700 01  NRX-EXTRACT-SWITCH           PIC X(01) VALUE "N".
014800     88  NRX-EXTRACT-OPEN         VALUE "Y".
014900 01  NRX-RETURN-CODE              PIC 9(02) VALUE ZERO.
015000 01  NRX-BUSINESS-DATE            PIC 9(08).
015100 01  NRX-SENDER-CODE              PIC X(08) VALUE "FIELDREC".
015200*----------------------------------------------------------------*
015300* WHERE THE LAST SUBMISSION ENDED, AND WHERE THIS ONE ENDS
015400*----------------------------------------------------------------*
015500 01  NRX-LAST-SUBMISSION          PIC 9(05) VALUE ZERO.
015600 01  NRX-LAST-LOAD-DATE           PIC 9(08) VALUE ZERO.
015700 01  NRX-LAST-AUDIT-RECORDS       PIC 9(09) VALUE ZERO.
015800 01  NRX-SUBMISSION               PIC 9(05).
015900 01  NRX-AUDIT-POSITION           PIC 9(09) VALUE ZERO.
016000*----------------------------------------------------------------*
016100* THE YEAR FILES THE ARCHIVE ROLL HAS WRITTEN, FROM ARCCTL
016200*----------------------------------------------------------------*
016300 01  NRX-YEAR-TABLE.
016400     05  NRX-YEAR-ENTRY           PIC 9(04) OCCURS 50 TIMES.
016500 01  NRX-YEAR-COUNT               PIC 9(03) VALUE ZERO COMP.
016600 01  NRX-YEAR-INDEX               PIC 9(03) COMP.
016700 01  NRX-ARCHIVE-FILE-NAME        PIC X(08).
016800*----------------------------------------------------------------*
016900* EVERY ACCEPTED REVIEW OUTCOME ON REVWHIST, KEYED THE WAY THE
017000* ARCHIVE IS, WITH WHO ACCEPTED IT
017100*----------------------------------------------------------------*
017200 01  NRX-DETERMINATION-TABLE.
017300     05  NRX-DET-ENTRY            OCCURS 5000 TIMES.
017400         10  NRX-DET-KEY          PIC X(50).
017500         10  NRX-DET-SOURCE       PIC X(01).
017600 01  NRX-DET-COUNT                PIC 9(05) VALUE ZERO COMP.
017700 01  NRX-DET-INDEX                PIC 9(05) COMP.
017800 01  NRX-DET-OVERFLOW             PIC 9(07) VALUE ZERO.
017900 01  NRX-DET-BUILD-KEY.
018000     05  NRX-DBK-DATE             PIC 9(08).
018100     05  NRX-DBK-OBSERVER         PIC X(06).
018200     05  NRX-DBK-SITE             PIC X(06).
018300     05  NRX-DBK-NAME             PIC X(30).
018400*----------------------------------------------------------------*
018500* THE SIGHTING IN HAND - ITS ARCHIVE KEY, THE KEY IT REPLACES,
018600* ITS LOAD DATE AND WHAT IS TO BE DONE WITH IT AT THE CENTRE
018700*----------------------------------------------------------------*
018800 01  NRX-WORK-KEY.
018900     05  NRX-WK-DATE              PIC 9(08).
019000     05  NRX-WK-OBSERVER          PIC X(06).
019100     05  NRX-WK-SITE              PIC X(06).
019200     05  NRX-WK-NAME              PIC X(30).
019300 01  NRX-PRIOR-KEY                PIC X(50).
019400 01  NRX-LOAD-DATE                PIC 9(08).
019500 01  NRX-ACTION                   PIC X(01).
019600*----------------------------------------------------------------*
019700* THE THREE FIXED-WIDTH RECORD SHAPES, AND THE CSV LINE BUILT
019800* FROM THEM
019900*----------------------------------------------------------------*
020000 COPY NRCEXP.
020100 01  NRX-CSV-POINTER              PIC 9(03).
020200*----------------------------------------------------------------*
020300* WORK COPY OF THE SIGHTING IMAGE, IN ITS REAL SHAPE
020400*----------------------------------------------------------------*
020500 COPY SIGHTREC.
020600*----------------------------------------------------------------*
020700* RUN COUNTS
020800*----------------------------------------------------------------*
020900 01  NRX-ARCHIVE-READ             PIC 9(07) VALUE ZERO.
021000 01  NRX-CORRECTIONS-READ         PIC 9(07) VALUE ZERO.
021100 01  NRX-CORRECTIONS-COVERED      PIC 9(07) VALUE ZERO.
021200 01  NRX-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
021300 01  NRX-NEW-COUNT                PIC 9(07) VALUE ZERO.
021400 01  NRX-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
021500 01  NRX-DELETED-COUNT            PIC 9(07) VALUE ZERO.
021600 01  NRX-BIRD-TOTAL               PIC 9(09) VALUE ZERO.
021700 01  NRX-NO-GRID-COUNT            PIC 9(07) VALUE ZERO.
021800 COPY RUNLOG.
021900
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     ACCEPT RUNLOG-START-TIME FROM TIME
022300     PERFORM 1000-INITIALIZE
022400     IF NRX-EXTRACT-OPEN
022500         PERFORM 2000-EXPORT-NEW-RECORDS
022600         PERFORM 3000-EXPORT-CORRECTIONS
022700     END-IF
022800     PERFORM 9000-TERMINATE
022900     MOVE NRX-RETURN-CODE TO RETURN-CODE
023000     GOBACK
023100     .
023200
023300 1000-INITIALIZE.
023400     CALL "BUSDATE" USING NRX-BUSINESS-DATE
023500     PERFORM 1100-READ-HIGH-WATER-MARK
023600     COMPUTE NRX-SUBMISSION = NRX-LAST-SUBMISSION + 1
023700     PERFORM 1500-LOAD-YEAR-CONTROLS
023800     PERFORM 1600-LOAD-DETERMINATIONS
023900     OPEN INPUT SITE-MASTER
024000     IF NRX-SITE-STATUS NOT = "00"
024100         DISPLAY "NRCEXP - SITE MASTER WOULD NOT OPEN: "
024200             NRX-SITE-STATUS
024300         DISPLAY "NRCEXP - NO SUBMISSION WRITTEN"
024400         MOVE 16 TO NRX-RETURN-CODE
024500     ELSE
024600         OPEN INPUT OBSERVER-REGISTRY
024700         IF NRX-OBSERVER-STATUS = "00"
024800             SET NRX-REGISTRY-OPEN TO TRUE
024900         ELSE
025000             DISPLAY "NRCEXP - NO OBSERVER REGISTRY, NAMES BLANK"
025100             MOVE 4 TO NRX-RETURN-CODE
025200         END-IF
025300         OPEN OUTPUT FIXED-EXTRACT
025400         OPEN OUTPUT CSV-EXPORT
025500         SET NRX-EXTRACT-OPEN TO TRUE
025600         PERFORM 1800-WRITE-HEADER
025700     END-IF
025800     .
025900
026000*----------------------------------------------------------------*
026100* NO HIGH-WATER MARK YET MEANS NOTHING HAS BEEN SENT - THE FIRST
026200* SUBMISSION CARRIES THE WHOLE ARCHIVE
026300*----------------------------------------------------------------*
026400 1100-READ-HIGH-WATER-MARK.
026500     OPEN INPUT HIGH-WATER-MARK
026600     IF NRX-HWM-STATUS = "00"
026700     OR NRX-HWM-STATUS = "05"
026800         IF NRX-HWM-STATUS = "00"
026900             READ HIGH-WATER-MARK
027000                 AT END
027100                     CONTINUE
027200                 NOT AT END
027300                     MOVE NRCHWM-SUBMISSION-NUMBER
027400                         TO NRX-LAST-SUBMISSION
027500                     MOVE NRCHWM-LAST-LOAD-DATE
027600                         TO NRX-LAST-LOAD-DATE
027700                     MOVE NRCHWM-AUDIT-RECORDS
027800                         TO NRX-LAST-AUDIT-RECORDS
027900             END-READ
028000         END-IF
028100         CLOSE HIGH-WATER-MARK
028200     END-IF
028300     IF NRX-LAST-SUBMISSION = ZERO
028400         DISPLAY "NRCEXP - NO EARLIER SUBMISSION, SENDING THE "
028500             "WHOLE ARCHIVE"
028600     END-IF
028700     .
028800
028900 1500-LOAD-YEAR-CONTROLS.
029000     SET NRX-FILE-NOT-EOF TO TRUE
029100     OPEN INPUT ARCHIVE-CONTROL
029200     IF NRX-CONTROL-STATUS = "00"
029300     OR NRX-CONTROL-STATUS = "05"
029400         IF NRX-CONTROL-STATUS = "00"
029500             PERFORM 1560-READ-CONTROL
029600             PERFORM 1520-LOAD-ONE-YEAR UNTIL NRX-FILE-EOF
029700         END-IF
029800         CLOSE ARCHIVE-CONTROL
029900     END-IF
030000     .
030100
030200 1520-LOAD-ONE-YEAR.
030300     IF NRX-YEAR-COUNT < 50
030400         ADD 1 TO NRX-YEAR-COUNT
030500         MOVE CTL-YEAR TO NRX-YEAR-ENTRY(NRX-YEAR-COUNT)
030600     ELSE
030700         DISPLAY "NRCEXP - YEAR TABLE FULL, SKIPPED: " CTL-YEAR
030800         MOVE 8 TO NRX-RETURN-CODE
030900     END-IF
031000     PERFORM 1560-READ-CONTROL
031100     .
031200
031300 1560-READ-CONTROL.
031400     READ ARCHIVE-CONTROL
031500         AT END
031600             SET NRX-FILE-EOF TO TRUE
031700     END-READ
031800     .
031900
032000*----------------------------------------------------------------*
032100* A REJECTED OUTCOME NEVER REACHES THE ARCHIVE, SO ONLY ACCEPTED
032200* ONES ARE KEPT.  AN OUTCOME THAT WILL NOT FIT IS COUNTED AND ITS
032300* SIGHTING GOES AS NORMAL
032400*----------------------------------------------------------------*
032500 1600-LOAD-DETERMINATIONS.
032600     SET NRX-FILE-NOT-EOF TO TRUE
032700     OPEN INPUT REVIEW-HISTORY
032800     IF NRX-REVIEW-STATUS = "00"
032900     OR NRX-REVIEW-STATUS = "05"
033000         IF NRX-REVIEW-STATUS = "00"
033100             PERFORM 1660-READ-REVIEW
033200             PERFORM 1620-LOAD-ONE-OUTCOME UNTIL NRX-FILE-EOF
033300         END-IF
033400         CLOSE REVIEW-HISTORY
033500     END-IF
033600     IF NRX-DET-OVERFLOW > ZERO
033700         DISPLAY "NRCEXP - DETERMINATION TABLE FULL, OUTCOMES "
033800             "NOT HELD: " NRX-DET-OVERFLOW
033900         MOVE 8 TO NRX-RETURN-CODE
034000     END-IF
034100     .
034200
034300 1620-LOAD-ONE-OUTCOME.
034400     IF REVWHIST-ACCEPTED
034500         IF NRX-DET-COUNT < 5000
034600             ADD 1 TO NRX-DET-COUNT
034700             MOVE REVWHIST-SIGHT-DATE      TO NRX-DBK-DATE
034800             MOVE REVWHIST-OBSERVER-ID     TO NRX-DBK-OBSERVER
034900             MOVE REVWHIST-SITE-CODE       TO NRX-DBK-SITE
035000             MOVE REVWHIST-SCIENTIFIC-NAME TO NRX-DBK-NAME
035100             MOVE NRX-DET-BUILD-KEY TO NRX-DET-KEY(NRX-DET-COUNT)
035200             MOVE REVWHIST-SOURCE
035300                 TO NRX-DET-SOURCE(NRX-DET-COUNT)
035400         ELSE
035500             ADD 1 TO NRX-DET-OVERFLOW
035600         END-IF
035700     END-IF
035800     PERFORM 1660-READ-REVIEW
035900     .
036000
036100 1660-READ-REVIEW.
036200     READ REVIEW-HISTORY
036300         AT END
036400             SET NRX-FILE-EOF TO TRUE
036500     END-READ
036600     .
036700
036800 1800-WRITE-HEADER.
036900     MOVE SPACES TO NRC-RECORD
037000     SET NRC-IS-HEADER TO TRUE
037100     MOVE NRX-SENDER-CODE    TO NRC-HDR-SENDER
037200     MOVE NRX-SUBMISSION     TO NRC-HDR-SUBMISSION
037300     MOVE NRX-BUSINESS-DATE  TO NRC-HDR-EXTRACT-DATE
037400     MOVE NRX-LAST-LOAD-DATE TO NRC-HDR-FROM-DATE
037500     MOVE NRX-BUSINESS-DATE  TO NRC-HDR-TO-DATE
037600     WRITE FIXED-EXTRACT-RECORD FROM NRC-RECORD
037700     MOVE SPACES TO CSV-EXPORT-LINE
037800     MOVE 1 TO NRX-CSV-POINTER
037900     STRING """H"",""" DELIMITED BY SIZE
038000         NRC-HDR-SENDER DELIMITED BY SPACE
038100         """," DELIMITED BY SIZE
038200         NRC-HDR-SUBMISSION DELIMITED BY SIZE
038300         "," DELIMITED BY SIZE
038400         NRC-HDR-EXTRACT-DATE DELIMITED BY SIZE
038500         "," DELIMITED BY SIZE
038600         NRC-HDR-FROM-DATE DELIMITED BY SIZE
038700         "," DELIMITED BY SIZE
038800         NRC-HDR-TO-DATE DELIMITED BY SIZE
038900         INTO CSV-EXPORT-LINE
039000         WITH POINTER NRX-CSV-POINTER
039100     END-STRING
039200     WRITE CSV-EXPORT-LINE
039300     .
039400
039500*----------------------------------------------------------------*
039600* EVERY ARCHIVE FILE IS READ ALONG THE LOAD DATE KEY FROM JUST
039700* PAST THE HIGH-WATER MARK.  A YEAR FILE NOT YET CREATED HOLDS
039800* NOTHING
039900*----------------------------------------------------------------*
040000 2000-EXPORT-NEW-RECORDS.
040100     MOVE "SIGHTARC" TO NRX-ARCHIVE-FILE-NAME
040200     PERFORM 2100-EXPORT-ONE-ARCHIVE
040300     PERFORM 2050-EXPORT-ONE-YEAR
040400         VARYING NRX-YEAR-INDEX FROM 1 BY 1
040500         UNTIL NRX-YEAR-INDEX > NRX-YEAR-COUNT
040600     .
040700
040800 2050-EXPORT-ONE-YEAR.
040900     MOVE SPACES TO NRX-ARCHIVE-FILE-NAME
041000     STRING "SGTA" DELIMITED BY SIZE
041100         NRX-YEAR-ENTRY(NRX-YEAR-INDEX) DELIMITED BY SIZE
041200         INTO NRX-ARCHIVE-FILE-NAME
041300     END-STRING
041400     PERFORM 2100-EXPORT-ONE-ARCHIVE
041500     .
041600
041700 2100-EXPORT-ONE-ARCHIVE.
041800     OPEN INPUT ARCHIVE-FILE
041900     IF NRX-ARCHIVE-STATUS = "00"
042000         SET NRX-SCAN-NOT-DONE TO TRUE
042100         MOVE NRX-LAST-LOAD-DATE TO SIGHTARC-LOAD-DATE
042200         START ARCHIVE-FILE KEY IS > SIGHTARC-LOAD-DATE
042300             INVALID KEY
042400                 SET NRX-SCAN-DONE TO TRUE
042500         END-START
042600         PERFORM 2120-EXPORT-ONE-ARCHIVED UNTIL NRX-SCAN-DONE
042700         CLOSE ARCHIVE-FILE
042800     END-IF
042900     .
043000
043100 2120-EXPORT-ONE-ARCHIVED.
043200     READ ARCHIVE-FILE NEXT RECORD
043300         AT END
043400             SET NRX-SCAN-DONE TO TRUE
043500     END-READ
043600     IF NRX-SCAN-NOT-DONE
043700     AND SIGHTARC-LOAD-DATE > NRX-BUSINESS-DATE
043800         SET NRX-SCAN-DONE TO TRUE
043900     END-IF
044000     IF NRX-SCAN-NOT-DONE
044100         ADD 1 TO NRX-ARCHIVE-READ
044200         MOVE SIGHTARC-SIGHTING  TO SIGHT-RECORD
044300         MOVE SIGHTARC-KEY       TO NRX-WORK-KEY
044400         MOVE SPACES             TO NRX-PRIOR-KEY
044500         MOVE SIGHTARC-LOAD-DATE TO NRX-LOAD-DATE
044600         MOVE "N"                TO NRX-ACTION
044700         PERFORM 4000-WRITE-DETAIL
044800     END-IF
044900     .
045000
045100*----------------------------------------------------------------*
045200* ARCAUDIT IS ONLY EVER APPENDED TO, SO THE CORRECTIONS NOT YET
045300* SENT ARE THOSE PAST THE COUNT THE HIGH-WATER MARK HOLDS
045400*----------------------------------------------------------------*
045500 3000-EXPORT-CORRECTIONS.
045600     MOVE ZERO TO NRX-AUDIT-POSITION
045700     SET NRX-FILE-NOT-EOF TO TRUE
045800     OPEN INPUT CORRECTION-AUDIT
045900     IF NRX-AUDIT-STATUS = "00"
046000     OR NRX-AUDIT-STATUS = "05"
046100         IF NRX-AUDIT-STATUS = "00"
046200             PERFORM 3900-READ-AUDIT
046300             PERFORM 3100-EXPORT-ONE-CORRECTION UNTIL NRX-FILE-EOF
046400         END-IF
046500         CLOSE CORRECTION-AUDIT
046600     END-IF
046700     IF NRX-AUDIT-POSITION < NRX-LAST-AUDIT-RECORDS
046800         DISPLAY "NRCEXP - ARCAUDIT HOLDS FEWER RECORDS THAN "
046900             "ALREADY SENT: " NRX-AUDIT-POSITION
047000         MOVE 8 TO NRX-RETURN-CODE
047100         MOVE NRX-LAST-AUDIT-RECORDS TO NRX-AUDIT-POSITION
047200     END-IF
047300     .
047400
047500*----------------------------------------------------------------*
047600* A CORRECTION TO A SIGHTING LOADED SINCE THE LAST SUBMISSION IS
047700* ALREADY COVERED - THE NEW RECORD WENT IN ITS CORRECTED FORM, OR
047800* NOT AT ALL IF IT WAS DELETED.  AN AMEND IS SENT AS A CHANGED
047900* RECORD UNDER ITS NEW KEY, CARRYING THE ORIGINAL'S KEY; A DELETE
048000* AS A DELETED RECORD UNDER THE ORIGINAL'S KEY
048100*----------------------------------------------------------------*
048200 3100-EXPORT-ONE-CORRECTION.
048300     IF NRX-AUDIT-POSITION > NRX-LAST-AUDIT-RECORDS
048400         ADD 1 TO NRX-CORRECTIONS-READ
048500         IF ARCAUDIT-ORIGINAL-LOAD-DATE > NRX-LAST-LOAD-DATE
048600             ADD 1 TO NRX-CORRECTIONS-COVERED
048700         ELSE
048800             MOVE ARCAUDIT-ORIGINAL TO SIGHT-RECORD
048900             PERFORM 3200-BUILD-WORK-KEY
049000             MOVE ARCAUDIT-ORIGINAL-LOAD-DATE TO NRX-LOAD-DATE
049100             IF ARCAUDIT-IS-AMEND
049200                 MOVE NRX-WORK-KEY TO NRX-PRIOR-KEY
049300                 MOVE ARCAUDIT-REPLACEMENT TO SIGHT-RECORD
049400                 PERFORM 3200-BUILD-WORK-KEY
049500                 MOVE "C" TO NRX-ACTION
049600             ELSE
049700                 MOVE SPACES TO NRX-PRIOR-KEY
049800                 MOVE "D" TO NRX-ACTION
049900             END-IF
050000             PERFORM 4000-WRITE-DETAIL
050100         END-IF
050200     END-IF
050300     PERFORM 3900-READ-AUDIT
050400     .
050500
050600*----------------------------------------------------------------*
050700* THE SAME KEY ARCKEY GIVES THE SIGHTING ON THE ARCHIVE
050800*----------------------------------------------------------------*
050900 3200-BUILD-WORK-KEY.
051000     MOVE SIGHT-DATE            TO NRX-WK-DATE
051100     MOVE SIGHT-OBSERVER-ID     TO NRX-WK-OBSERVER
051200     MOVE SIGHT-SITE-CODE       TO NRX-WK-SITE
051300     MOVE SIGHT-SCIENTIFIC-NAME TO NRX-WK-NAME
051400     CALL "NAMESTD" USING NRX-WK-NAME
051500     .
051600
051700 3900-READ-AUDIT.
051800     READ CORRECTION-AUDIT
051900         AT END
052000             SET NRX-FILE-EOF TO TRUE
052100         NOT AT END
052200             ADD 1 TO NRX-AUDIT-POSITION
052300     END-READ
052400     .
052500
052600*----------------------------------------------------------------*
052700* ONE DETAIL FROM THE SIGHTING IN SIGHT-RECORD UNDER THE KEY IN
052800* NRX-WORK-KEY, TO BOTH FILES
052900*----------------------------------------------------------------*
053000 4000-WRITE-DETAIL.
053100     MOVE SPACES TO NRC-RECORD
053200     SET NRC-IS-DETAIL TO TRUE
053300     MOVE NRX-ACTION            TO NRC-DTL-ACTION
053400     MOVE NRX-WK-DATE           TO NRC-DTL-SIGHT-DATE
053500     MOVE NRX-WK-OBSERVER       TO NRC-DTL-OBSERVER-ID
053600     MOVE NRX-WK-SITE           TO NRC-DTL-SITE-CODE
053700     MOVE NRX-WK-NAME           TO NRC-DTL-SCIENTIFIC-NAME
053800     MOVE SIGHT-COUNT           TO NRC-DTL-COUNT
053900     MOVE SIGHT-BREEDING-CODE   TO NRC-DTL-BREEDING-CODE
054000     MOVE NRX-LOAD-DATE         TO NRC-DTL-LOAD-DATE
054100     IF NRX-PRIOR-KEY = SPACES
054200         MOVE ZERO              TO NRC-DTL-PRIOR-DATE
054300     ELSE
054400         MOVE NRX-PRIOR-KEY     TO NRC-DTL-PRIOR-KEY
054500     END-IF
054600     PERFORM 4100-FIND-SITE
054700     PERFORM 4200-FIND-OBSERVER
054800     PERFORM 4300-FIND-DETERMINATION
054900     WRITE FIXED-EXTRACT-RECORD FROM NRC-RECORD
055000     PERFORM 4500-WRITE-CSV-DETAIL
055100     ADD 1 TO NRX-DETAIL-COUNT
055200     EVALUATE TRUE
055300         WHEN NRC-DTL-NEW
055400             ADD 1 TO NRX-NEW-COUNT
055500             ADD SIGHT-COUNT TO NRX-BIRD-TOTAL
055600         WHEN NRC-DTL-CHANGED
055700             ADD 1 TO NRX-CHANGED-COUNT
055800             ADD SIGHT-COUNT TO NRX-BIRD-TOTAL
055900         WHEN OTHER
056000             ADD 1 TO NRX-DELETED-COUNT
056100     END-EVALUATE
056200     .
056300
056400*----------------------------------------------------------------*
056500* A SITE NOT ON THE MASTER GOES WITH NO NAME OR GRID REFERENCE
056600* AND IS COUNTED
056700*----------------------------------------------------------------*
056800 4100-FIND-SITE.
056900     MOVE NRX-WK-SITE TO SITE-CODE
057000     READ SITE-MASTER
057100         INVALID KEY
057200             ADD 1 TO NRX-NO-GRID-COUNT
057300         NOT INVALID KEY
057400             MOVE SITE-NAME           TO NRC-DTL-SITE-NAME
057500             MOVE SITE-GRID-REFERENCE TO NRC-DTL-GRID-REFERENCE
057600             IF SITE-GRID-REFERENCE = SPACES
057700                 ADD 1 TO NRX-NO-GRID-COUNT
057800             END-IF
057900     END-READ
058000     .
058100
058200 4200-FIND-OBSERVER.
058300     IF NRX-REGISTRY-OPEN
058400         MOVE NRX-WK-OBSERVER TO OBS-OBSERVER-ID
058500         READ OBSERVER-REGISTRY
058600             INVALID KEY
058700                 CONTINUE
058800             NOT INVALID KEY
058900                 MOVE OBS-OBSERVER-NAME TO NRC-DTL-OBSERVER-NAME
059000         END-READ
059100     END-IF
059200     .
059300
059400*----------------------------------------------------------------*
059500* A RARITY ACCEPTANCE OUTRANKS A VERIFICATION SIGN-OFF ON THE
059600* SAME SIGHTING
059700*----------------------------------------------------------------*
059800 4300-FIND-DETERMINATION.
059900     SET NRC-DTL-NORMAL TO TRUE
060000     PERFORM 4320-CHECK-ONE-DETERMINATION
060100         VARYING NRX-DET-INDEX FROM 1 BY 1
060200         UNTIL NRX-DET-INDEX > NRX-DET-COUNT
060300     .
060400
060500 4320-CHECK-ONE-DETERMINATION.
060600     IF NRX-DET-KEY(NRX-DET-INDEX) = NRX-WORK-KEY
060700         IF NRX-DET-SOURCE(NRX-DET-INDEX) = "R"
060800             SET NRC-DTL-ACCEPTED-RARITY TO TRUE
060900         ELSE
061000             IF NRC-DTL-NORMAL
061100                 SET NRC-DTL-VERIFIED TO TRUE
061200             END-IF
061300         END-IF
061400     END-IF
061500     .
061600
061700 4500-WRITE-CSV-DETAIL.
061800     MOVE SPACES TO CSV-EXPORT-LINE
061900     MOVE 1 TO NRX-CSV-POINTER
062000     STRING """D"",""" DELIMITED BY SIZE
062100         NRC-DTL-ACTION DELIMITED BY SIZE
062200         """," DELIMITED BY SIZE
062300         NRC-DTL-SIGHT-DATE DELIMITED BY SIZE
062400         ",""" DELIMITED BY SIZE
062500         NRC-DTL-OBSERVER-ID DELIMITED BY "  "
062600         """,""" DELIMITED BY SIZE
062700         NRC-DTL-OBSERVER-NAME DELIMITED BY "  "
062800         """,""" DELIMITED BY SIZE
062900         NRC-DTL-SITE-CODE DELIMITED BY "  "
063000         """,""" DELIMITED BY SIZE
063100         NRC-DTL-SITE-NAME DELIMITED BY "  "
063200         """,""" DELIMITED BY SIZE
063300         NRC-DTL-GRID-REFERENCE DELIMITED BY "  "
063400         """,""" DELIMITED BY SIZE
063500         NRC-DTL-SCIENTIFIC-NAME DELIMITED BY "  "
063600         """," DELIMITED BY SIZE
063700         INTO CSV-EXPORT-LINE
063800         WITH POINTER NRX-CSV-POINTER
063900     END-STRING
064000     STRING NRC-DTL-COUNT DELIMITED BY SIZE
064100         ",""" DELIMITED BY SIZE
064200         NRC-DTL-BREEDING-CODE DELIMITED BY "  "
064300         """,""" DELIMITED BY SIZE
064400         NRC-DTL-DETERMINATION DELIMITED BY SIZE
064500         """," DELIMITED BY SIZE
064600         NRC-DTL-LOAD-DATE DELIMITED BY SIZE
064700         "," DELIMITED BY SIZE
064800         NRC-DTL-PRIOR-DATE DELIMITED BY SIZE
064900         ",""" DELIMITED BY SIZE
065000         NRC-DTL-PRIOR-OBSERVER DELIMITED BY "  "
065100         """,""" DELIMITED BY SIZE
065200         NRC-DTL-PRIOR-SITE DELIMITED BY "  "
065300         """,""" DELIMITED BY SIZE
065400         NRC-DTL-PRIOR-NAME DELIMITED BY "  "
065500         """" DELIMITED BY SIZE
065600         INTO CSV-EXPORT-LINE
065700         WITH POINTER NRX-CSV-POINTER
065800     END-STRING
065900     WRITE CSV-EXPORT-LINE
066000     .
066100
066200 9000-TERMINATE.
066300     IF NRX-EXTRACT-OPEN
066400         PERFORM 9100-WRITE-TRAILER
066500         CLOSE FIXED-EXTRACT
066600         CLOSE CSV-EXPORT
066700         CLOSE SITE-MASTER
066800     END-IF
066900     IF NRX-REGISTRY-OPEN
067000         CLOSE OBSERVER-REGISTRY
067100     END-IF
067200     IF NRX-NO-GRID-COUNT > ZERO
067300         DISPLAY "NRCEXP - RECORDS SENT WITH NO GRID REFERENCE: "
067400             NRX-NO-GRID-COUNT
067500         IF NRX-RETURN-CODE < 4
067600             MOVE 4 TO NRX-RETURN-CODE
067700         END-IF
067800     END-IF
067900     IF NRX-RETURN-CODE < 12
068000         PERFORM 9200-WRITE-HIGH-WATER-MARK
068100     ELSE
068200         DISPLAY "NRCEXP - HIGH-WATER MARK NOT MOVED"
068300     END-IF
068400     DISPLAY "NRCEXP - SUBMISSION: " NRX-SUBMISSION
068500     DISPLAY "NRCEXP - NEW RECORDS: " NRX-NEW-COUNT
068600     DISPLAY "NRCEXP - CHANGED RECORDS: " NRX-CHANGED-COUNT
068700     DISPLAY "NRCEXP - DELETED RECORDS: " NRX-DELETED-COUNT
068800     DISPLAY "NRCEXP - CORRECTIONS ALREADY COVERED: "
068900         NRX-CORRECTIONS-COVERED
069000     MOVE "NRCEXP  "               TO RUNLOG-STEP-NAME
069100     COMPUTE RUNLOG-RECORDS-READ =
069200         NRX-ARCHIVE-READ + NRX-CORRECTIONS-READ
069300     MOVE NRX-DETAIL-COUNT         TO RUNLOG-RECORDS-APPLIED
069400     MOVE ZERO                     TO RUNLOG-RECORDS-REJECTED
069500     MOVE NRX-CORRECTIONS-COVERED  TO RUNLOG-RECORDS-DROPPED
069600     MOVE NRX-RETURN-CODE          TO RUNLOG-RETURN-CODE
069700     CALL "RUNLOGW" USING RUNLOG-RECORD
069800     .
069900
070000 9100-WRITE-TRAILER.
070100     MOVE SPACES TO NRC-RECORD
070200     SET NRC-IS-TRAILER TO TRUE
070300     MOVE NRX-SUBMISSION    TO NRC-TRL-SUBMISSION
070400     MOVE NRX-DETAIL-COUNT  TO NRC-TRL-DETAIL-COUNT
070500     MOVE NRX-NEW-COUNT     TO NRC-TRL-NEW-COUNT
070600     MOVE NRX-CHANGED-COUNT TO NRC-TRL-CHANGED-COUNT
070700     MOVE NRX-DELETED-COUNT TO NRC-TRL-DELETED-COUNT
070800     MOVE NRX-BIRD-TOTAL    TO NRC-TRL-BIRD-TOTAL
070900     WRITE FIXED-EXTRACT-RECORD FROM NRC-RECORD
071000     MOVE SPACES TO CSV-EXPORT-LINE
071100     MOVE 1 TO NRX-CSV-POINTER
071200     STRING """T""," DELIMITED BY SIZE
071300         NRC-TRL-SUBMISSION DELIMITED BY SIZE
071400         "," DELIMITED BY SIZE
071500         NRC-TRL-DETAIL-COUNT DELIMITED BY SIZE
071600         "," DELIMITED BY SIZE
071700         NRC-TRL-NEW-COUNT DELIMITED BY SIZE
071800         "," DELIMITED BY SIZE
071900         NRC-TRL-CHANGED-COUNT DELIMITED BY SIZE
072000         "," DELIMITED BY SIZE
072100         NRC-TRL-DELETED-COUNT DELIMITED BY SIZE
072200         "," DELIMITED BY SIZE
072300         NRC-TRL-BIRD-TOTAL DELIMITED BY SIZE
072400         INTO CSV-EXPORT-LINE
072500         WITH POINTER NRX-CSV-POINTER
072600     END-STRING
072700     WRITE CSV-EXPORT-LINE
072800     .
072900
073000*----------------------------------------------------------------*
073100* THE NEXT SUBMISSION STARTS AFTER TODAY'S LOADS AND AFTER THE
073200* LAST ARCAUDIT RECORD READ TODAY
073300*----------------------------------------------------------------*
073400 9200-WRITE-HIGH-WATER-MARK.
073500     MOVE NRX-SUBMISSION     TO NRCHWM-SUBMISSION-NUMBER
073600     MOVE NRX-BUSINESS-DATE  TO NRCHWM-LAST-LOAD-DATE
073700     MOVE NRX-AUDIT-POSITION TO NRCHWM-AUDIT-RECORDS
073800     MOVE NRX-BUSINESS-DATE  TO NRCHWM-RUN-DATE
073900     OPEN OUTPUT HIGH-WATER-MARK
074000     WRITE NRCHWM-RECORD
074100     CLOSE HIGH-WATER-MARK
074200     .
