001540*                  COVERED BY THE REQUESTED DATE RANGE AS WELL
001550*                  AS THE LIVE ARCHIVE, SO A CROSS-YEAR QUESTION
001560*                  STILL GETS ONE COMPLETE ANSWER
001565* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILES ARE NOW INDEXED ON
001570*                  SIGHTING DATE FIRST - EACH FILE IS STARTED AT
001575*                  THE FROM DATE AND READ ONLY UP TO THE TO DATE
001580*                  INSTEAD OF END TO END
001600*================================================================*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. SGTARCNQ.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
002710         ORGANIZATION IS INDEXED
002720         ACCESS MODE IS DYNAMIC
002730         RECORD KEY IS SIGHTARC-KEY
002740         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
002750             WITH DUPLICATES
002760         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
002770             WITH DUPLICATES
002780         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
002790             WITH DUPLICATES
002900         FILE STATUS IS ANQ-ARCHIVE-STATUS.
002910
002920     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO ANQ-YEAR-FILE-NAME
002922         ORGANIZATION IS INDEXED
002924         ACCESS MODE IS DYNAMIC
002926         RECORD KEY IS YAR-KEY
002928         ALTERNATE RECORD KEY IS YAR-SITE-KEY
002930             WITH DUPLICATES
002932         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
002934             WITH DUPLICATES
002936         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
002938             WITH DUPLICATES
002940         FILE STATUS IS ANQ-YEAR-STATUS.
003000
003100 DATA DIVISION.
003410
003420 FD  YEAR-ARCHIVE.
003430 01  YEAR-ARCHIVE-RECORD.
003431     05  YAR-KEY.
003432         10  YAR-KEY-DATE         PIC 9(08).
003433         10  YAR-KEY-OBSERVER     PIC X(06).
003434         10  YAR-KEY-SITE         PIC X(06).
003435         10  YAR-KEY-NAME         PIC X(30).
003436     05  YAR-SITE-KEY.
003437         10  YAR-SITE-CODE        PIC X(06).
003438         10  YAR-SITE-DATE        PIC 9(08).
003439     05  YAR-OBSERVER-KEY.
003440         10  YAR-OBSERVER-ID      PIC X(06).
003441         10  YAR-OBSERVER-DATE    PIC 9(08).
003442     05  YAR-LOAD-DATE            PIC 9(08).
003450     05  YAR-SIGHTING             PIC X(93).
003500
003600 WORKING-STORAGE SECTION.
006980     SET ANQ-NOT-END-OF-FILE TO TRUE
006982     OPEN INPUT YEAR-ARCHIVE
006984     IF ANQ-YEAR-STATUS = "00"
006986         PERFORM 1550-START-YEAR-FILE
006988         PERFORM 1540-MATCH-ONE-YEAR-RECORD
006990             UNTIL ANQ-END-OF-FILE
006992         CLOSE YEAR-ARCHIVE
007008     PERFORM 1560-READ-YEAR-FILE
007010     .
007012
007100*----------------------------------------------------------------*
007200* BOTH FILES ARE KEYED ON SIGHTING DATE FIRST - THE SEARCH STARTS
007300* AT THE FROM DATE AND STOPS AT THE FIRST RECORD PAST THE TO DATE
007400*----------------------------------------------------------------*
007500 1550-START-YEAR-FILE.
007600     MOVE LOW-VALUES    TO YAR-KEY
007700     MOVE ANQ-FROM-DATE TO YAR-KEY-DATE
007800     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
007900         INVALID KEY
008000             SET ANQ-END-OF-FILE TO TRUE
008100     END-START
008200     IF ANQ-NOT-END-OF-FILE
008300         PERFORM 1560-READ-YEAR-FILE
008400     END-IF
008500     .
008600
008700 1560-READ-YEAR-FILE.
008800     READ YEAR-ARCHIVE NEXT RECORD
008900         AT END
009000             SET ANQ-END-OF-FILE TO TRUE
009100         NOT AT END
009200             IF YAR-KEY-DATE > ANQ-TO-DATE
009300                 SET ANQ-END-OF-FILE TO TRUE
009400             END-IF
009500     END-READ
009600     .
009700
009800 2000-SEARCH-ARCHIVE.
009900     SET ANQ-NOT-END-OF-FILE TO TRUE
010000     OPEN INPUT SIGHTINGS-ARCHIVE
010100     IF ANQ-ARCHIVE-STATUS NOT = "00"
010200         DISPLAY "SGTARCNQ - ARCHIVE WOULD NOT OPEN: "
010300             ANQ-ARCHIVE-STATUS
010400         SET ANQ-END-OF-FILE TO TRUE
010500     ELSE
010600         PERFORM 2050-START-ARCHIVE
010700     END-IF
010800     PERFORM 2200-MATCH-ONE-RECORD UNTIL ANQ-END-OF-FILE
010900     IF ANQ-ARCHIVE-STATUS NOT = "35"
011000         CLOSE SIGHTINGS-ARCHIVE
011100     END-IF
011200     .
011300
011400 2050-START-ARCHIVE.
011500     MOVE LOW-VALUES    TO SIGHTARC-KEY
011600     MOVE ANQ-FROM-DATE TO SIGHTARC-KEY-DATE
011700     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
011800         INVALID KEY
011900             SET ANQ-END-OF-FILE TO TRUE
012000     END-START
012100     IF ANQ-NOT-END-OF-FILE
012200         PERFORM 2100-READ-ARCHIVE
012300     END-IF
012400     .
012500
012600 2100-READ-ARCHIVE.
012700     READ SIGHTINGS-ARCHIVE NEXT RECORD
012800         AT END
012900             SET ANQ-END-OF-FILE TO TRUE
013000         NOT AT END
013100             IF SIGHTARC-KEY-DATE > ANQ-TO-DATE
013200                 SET ANQ-END-OF-FILE TO TRUE
013300             END-IF
013400     END-READ
013500     .
013600
013700 2200-MATCH-ONE-RECORD.
013800     MOVE SIGHTARC-SIGHTING  TO SIGHT-RECORD
013900     MOVE SIGHTARC-LOAD-DATE TO ANQ-WORK-LOAD-DATE
014000     PERFORM 2250-MATCH-SIGHTING
014100     PERFORM 2100-READ-ARCHIVE
014200     .
014300
014400 2250-MATCH-SIGHTING.
014500     MOVE SIGHT-SCIENTIFIC-NAME TO ANQ-WORK-NAME
014600     CALL "NAMESTD" USING ANQ-WORK-NAME
014700     IF ANQ-WORK-NAME = ANQ-REQUEST-NAME
014800     AND SIGHT-DATE NOT < ANQ-FROM-DATE
014900     AND SIGHT-DATE NOT > ANQ-TO-DATE
015000         ADD 1 TO ANQ-MATCH-COUNT
015100         ADD SIGHT-COUNT TO ANQ-TOTAL-SEEN
015200         DISPLAY SIGHT-DATE " " SIGHT-OBSERVER-ID
015300             " " SIGHT-SITE-CODE
015400             " COUNT " SIGHT-COUNT
015500             " LOADED " ANQ-WORK-LOAD-DATE
015600     END-IF
015700     .
015800
015900 3000-DISPLAY-TOTALS.
016000     MOVE ANQ-MATCH-COUNT TO ANQ-COUNT-DISPLAY
016100     DISPLAY "SGTARCNQ - SIGHTINGS MATCHED: " ANQ-COUNT-DISPLAY
016200     MOVE ANQ-TOTAL-SEEN TO ANQ-COUNT-DISPLAY
016300     DISPLAY "SGTARCNQ - TOTAL BIRDS SEEN:  " ANQ-COUNT-DISPLAY
016400     .
