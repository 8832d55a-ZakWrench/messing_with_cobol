000900*           per species, sums the POPHIST movement POPTREND
001000*           already reads - restricted to the entries SIGHTLOAD
001100*           itself wrote - per species, and reports any species
001110*           where the two totals do not agree.  Corrections
001120*           ARCCORR made to archived sightings on the business
001130*           date are counted on both sides - the original's count
001140*           off and the corrected count back on.
001300* AUTHOR.   D. OKAFOR
001400* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001500* DATE-WRITTEN. 08/08/2026
005300*                  RESTRICTED THE SAME WAY - SIGHTLOAD NOW STAMPS
005400*                  ITS ONE HISTORY ROW PER SPECIES PER RUN WITH THE
005500*                  BUSINESS DATE, AND ONLY THOSE ROWS ARE SUMMED
005510* 10/15/2026 DNO   THE ARCHIVE IS NOW INDEXED - THE SIGHTINGS SIDE
005520*                  STARTS ON THE LOAD DATE KEY AT THE BUSINESS
005530*                  DATE AND READS ONLY THAT DATE'S RECORDS
005535* 10/15/2026 DNO   CORRECTIONS ARCCORR MADE TO ARCHIVED SIGHTINGS
005540*                  ON THE BUSINESS DATE ARE NOW FOLDED IN.  THE
005545*                  SIGHTINGS SIDE RELEASES EACH ARCAUDIT ORIGINAL
005550*                  AS A NEGATIVE COUNT AND ITS REPLACEMENT AS A
005555*                  POSITIVE ONE, UNLESS THE ORIGINAL WAS LOADED
005560*                  THAT SAME DAY AND IS ALREADY REFLECTED IN THE
005565*                  ARCHIVE READ, AND THE POPHIST SIDE TAKES THE
005570*                  ARCCORR ROWS WITH THE SIGHTLOAD ONES.  SIGHTING
005575*                  COUNTS AND TOTALS ARE NOW SIGNED
005600*================================================================*
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. SGTRECN.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
006710         ORGANIZATION IS INDEXED
006720         ACCESS MODE IS DYNAMIC
006730         RECORD KEY IS SIGHTARC-KEY
006740         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
006750             WITH DUPLICATES
006760         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
006770             WITH DUPLICATES
006780         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
006790             WITH DUPLICATES
006900         FILE STATUS IS SGR-SIGHTINGS-STATUS.
007000 
007100     SELECT POPULATION-HISTORY ASSIGN TO "POPHIST"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS SGR-POPHIST-STATUS.
007310     SELECT OPTIONAL CORRECTION-AUDIT ASSIGN TO "ARCAUDIT"
007320         ORGANIZATION IS LINE SEQUENTIAL
007330         FILE STATUS IS SGR-AUDIT-STATUS.
007400 
007500     SELECT SIGHT-SORT ASSIGN TO "SGTSORT1".
007600 
009500 
009600 FD  POPULATION-HISTORY.
009700 COPY POPHIST.
009710 FD  CORRECTION-AUDIT.
009720 COPY ARCAUDIT.
009800 
009900 SD  SIGHT-SORT.
010000 01  SIGHT-SORT-RECORD.
010100     05  GSR-SIGHT-DATE            PIC 9(8).
010200     05  GSR-OBSERVER              PIC X(20).
010300     05  GSR-SCIENTIFIC-NAME       PIC X(30).
010400     05  GSR-COUNT                 PIC S9(5).
010500     05  GSR-LOCATION              PIC X(30).
010600 
010700 SD  POP-SORT.
011200 FD  SIGHTING-TOTALS.
011300 01  SIGHT-TOTAL-RECORD.
011400     05  STR-SCIENTIFIC-NAME       PIC X(30).
011500     05  STR-TOTAL-COUNT           PIC S9(9).
011600 
011700 FD  POPULATION-TOTALS.
011800 01  POP-TOTAL-RECORD.
012500 WORKING-STORAGE SECTION.
012600 01  SGR-SIGHTINGS-STATUS          PIC X(02).
012700 01  SGR-POPHIST-STATUS            PIC X(02).
012710 01  SGR-AUDIT-STATUS              PIC X(02).
012800 01  SGR-SIGHT-TOTALS-STATUS       PIC X(02).
012900 01  SGR-POP-TOTALS-STATUS         PIC X(02).
013000 01  SGR-REPORT-STATUS             PIC X(02).
013600 01  SGR-POPHIST-EOF-SWITCH        PIC X(01).
013700     88  SGR-POPHIST-EOF           VALUE "Y".
013800     88  SGR-POPHIST-NOT-EOF       VALUE "N".
013810 01  SGR-AUDIT-EOF-SWITCH          PIC X(01).
013820     88  SGR-AUDIT-EOF             VALUE "Y".
013830     88  SGR-AUDIT-NOT-EOF         VALUE "N".
013900 
014000 01  SGR-SORT-EOF-SWITCH           PIC X(01).
014100     88  SGR-SORT-EOF              VALUE "Y".
014600     88  SGR-NOT-FIRST-GROUP       VALUE "N".
014700 
014800 01  SGR-PRIOR-SCIENTIFIC-NAME     PIC X(30).
014900 01  SGR-SIGHT-GROUP-TOTAL         PIC S9(9).
015000 01  SGR-POP-GROUP-TOTAL           PIC S9(9).
015100 
015200 01  SGR-SIGHT-TOTALS-EOF-SWITCH   PIC X(01).
016000 01  SGR-COMPARE-NAME              PIC X(30).
016100 01  SGR-SPECIES-READ              PIC 9(07) VALUE ZERO.
016200 01  SGR-MISMATCH-COUNT            PIC 9(07) VALUE ZERO.
016210 01  SGR-CORRECTION-COUNT          PIC 9(07) VALUE ZERO.
016300 01  SGR-RETURN-CODE               PIC 9(02) VALUE ZERO.
016400 01  SGR-COUNT-DISPLAY             PIC -(9)9.
016500 01  SGR-MOVEMENT-DISPLAY          PIC -(9)9.
017800     PERFORM 3000-COMPARE-TOTALS
017900     DISPLAY "SGTRECN - SPECIES COMPARED: " SGR-SPECIES-READ
018000     DISPLAY "SGTRECN - MISMATCHES: "       SGR-MISMATCH-COUNT
018010     DISPLAY "SGTRECN - CORRECTIONS: "      SGR-CORRECTION-COUNT
018100     IF SGR-MISMATCH-COUNT > 0
018200         MOVE 8 TO SGR-RETURN-CODE
018300     END-IF
019800 1010-SUPPLY-DETAIL-SIGHTINGS.
019900     SET SGR-SIGHTINGS-NOT-EOF TO TRUE
020000     OPEN INPUT SIGHTINGS-ARCHIVE
020100     PERFORM 1015-START-SIGHTINGS
020200     PERFORM 1030-RELEASE-DETAIL-SIGHTING
020300         UNTIL SGR-SIGHTINGS-EOF
020400     CLOSE SIGHTINGS-ARCHIVE
020410     PERFORM 1040-SUPPLY-CORRECTIONS
020500     .
020600
020605*----------------------------------------------------------------*
020610* THE ARCHIVE IS ALSO KEYED ON THE DATE THE LOAD WROTE EACH
020615* RECORD, SO ONLY THIS BUSINESS DATE'S RECORDS ARE READ
020620*----------------------------------------------------------------*
020625 1015-START-SIGHTINGS.
020630     MOVE SGR-BUSINESS-DATE TO SIGHTARC-LOAD-DATE
020635     START SIGHTINGS-ARCHIVE KEY IS = SIGHTARC-LOAD-DATE
020640         INVALID KEY
020645             SET SGR-SIGHTINGS-EOF TO TRUE
020650     END-START
020655     IF SGR-SIGHTINGS-NOT-EOF
020660         PERFORM 1020-READ-SIGHTING
020665     END-IF
020670     .
020700 1020-READ-SIGHTING.
020800     READ SIGHTINGS-ARCHIVE NEXT RECORD
020900         AT END
021000             SET SGR-SIGHTINGS-EOF TO TRUE
021010         NOT AT END
021020             IF SIGHTARC-LOAD-DATE NOT = SGR-BUSINESS-DATE
021030                 SET SGR-SIGHTINGS-EOF TO TRUE
021040             END-IF
021100     END-READ
021200     .
021300
022300     END-IF
022400     PERFORM 1020-READ-SIGHTING
022500     .
022502*----------------------------------------------------------------*
022504* A CORRECTION ARCCORR MADE ON THE BUSINESS DATE TAKES THE
022506* ORIGINAL'S COUNT OFF AND PUTS THE CORRECTED COUNT BACK, AS ITS
022508* POPHIST ROWS DID.  AN ORIGINAL LOADED THE SAME DAY IS ALREADY
022510* GONE FROM THE ARCHIVE READ ABOVE AND ITS REPLACEMENT ALREADY IN
022512* IT, SO ONLY EARLIER LOADS ARE RELEASED HERE
022514*----------------------------------------------------------------*
022516 1040-SUPPLY-CORRECTIONS.
022518     SET SGR-AUDIT-NOT-EOF TO TRUE
022520     OPEN INPUT CORRECTION-AUDIT
022522     IF SGR-AUDIT-STATUS = "00"
022524         PERFORM 1050-READ-CORRECTION
022526         PERFORM 1060-RELEASE-CORRECTION UNTIL SGR-AUDIT-EOF
022528     END-IF
022530     IF SGR-AUDIT-STATUS = "00"
022532     OR SGR-AUDIT-STATUS = "05"
022534     OR SGR-AUDIT-STATUS = "10"
022536         CLOSE CORRECTION-AUDIT
022538     END-IF
022540     .
022542
022544 1050-READ-CORRECTION.
022546     READ CORRECTION-AUDIT
022548         AT END
022550             SET SGR-AUDIT-EOF TO TRUE
022552     END-READ
022554     .
022556
022558 1060-RELEASE-CORRECTION.
022560     IF ARCAUDIT-CORRECTED-DATE = SGR-BUSINESS-DATE
022562     AND ARCAUDIT-ORIGINAL-LOAD-DATE NOT = SGR-BUSINESS-DATE
022564         ADD 1 TO SGR-CORRECTION-COUNT
022566         MOVE ARCAUDIT-ORIGINAL TO SIGHT-RECORD
022568         MOVE SIGHT-RECORD TO SIGHT-SORT-RECORD
022570         CALL "NAMESTD" USING GSR-SCIENTIFIC-NAME
022572         COMPUTE GSR-COUNT = ZERO - SIGHT-COUNT
022574         RELEASE SIGHT-SORT-RECORD
022576         IF ARCAUDIT-IS-AMEND
022578             MOVE ARCAUDIT-REPLACEMENT TO SIGHT-RECORD
022580             MOVE SIGHT-RECORD TO SIGHT-SORT-RECORD
022582             RELEASE SIGHT-SORT-RECORD
022584         END-IF
022586     END-IF
022588     PERFORM 1050-READ-CORRECTION
022590     .
022600
022700 1100-WRITE-SIGHT-TOTALS.
022800     OPEN OUTPUT SIGHTING-TOTALS
026300     .
026400 
026500*----------------------------------------------------------------*
026600* STEP 2 - SUM THE SIGHTLOAD AND ARCCORR SHARE OF POPHIST
026700*          MOVEMENT PER SPECIES, SORTED BY NAME THE SAME WAY
026800*----------------------------------------------------------------*
026900 2000-SUMMARIZE-POPULATION-MOVEMENT.
027000     SORT POP-SORT
028900     .
029000 
029100 2070-RELEASE-SIGHTLOAD-RECORD.
029110     IF (POPHIST-SOURCE = "SIGHTLOAD"
029120         OR POPHIST-SOURCE = "ARCCORR")
029300     AND POPHIST-CENSUS-DATE = SGR-BUSINESS-DATE
029400         MOVE POPHIST-SCIENTIFIC-NAME TO GPR-SCIENTIFIC-NAME
029500         COMPUTE GPR-MOVEMENT =
035600         UNTIL SGR-SIGHT-TOTALS-EOF AND SGR-POP-TOTALS-EOF
035700     CLOSE SIGHTING-TOTALS
035800     CLOSE POPULATION-TOTALS
035810     IF SGR-CORRECTION-COUNT > 0
035820         PERFORM 3350-WRITE-CORRECTIONS-LINE
035830     END-IF
035900     SET PRT-ACTION-END TO TRUE
036000     CALL "PRTSRV" USING PRT-CONTROL
036100     WRITE RECONCILIATION-LINE FROM PRT-TRAILER-LINE
046300     END-STRING
046400     PERFORM 3400-WRITE-REPORT-LINE
046500     .
046600 3350-WRITE-CORRECTIONS-LINE.
046700     MOVE SGR-CORRECTION-COUNT TO SGR-COUNT-DISPLAY
046800     MOVE SPACES TO RECONCILIATION-LINE
046900     STRING "ARCHIVE CORRECTIONS INCLUDED: " DELIMITED BY SIZE
047000         SGR-COUNT-DISPLAY DELIMITED BY SIZE
047100         INTO RECONCILIATION-LINE
047200     END-STRING
047300     PERFORM 3400-WRITE-REPORT-LINE
047400     .
