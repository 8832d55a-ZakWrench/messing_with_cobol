001840*                  SGTAYYYY FILE THE WAY SGTARCNQ DOES, SO THE
001850*                  ANNUAL RUN FOR A ROLLED YEAR STILL FINDS ITS
001860*                  RECORDS
001865* 10/15/2026 DNO   THE ARCHIVE AND YEAR FILE ARE NOW INDEXED ON
001870*                  SIGHTING DATE FIRST - EACH IS STARTED AT 1
001875*                  JANUARY OF THE REPORT YEAR AND READ ONLY TO 31
001880*                  DECEMBER INSTEAD OF END TO END
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. OBSACTRP.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
003010         ORGANIZATION IS INDEXED
003020         ACCESS MODE IS DYNAMIC
003030         RECORD KEY IS SIGHTARC-KEY
003040         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
003050             WITH DUPLICATES
003060         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
003070             WITH DUPLICATES
003080         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
003090             WITH DUPLICATES
003200         FILE STATUS IS OAR-ARCHIVE-STATUS.
003300
003400     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
004200         FILE STATUS IS OAR-REPORT-STATUS.
004300
004310     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO OAR-YEAR-FILE-NAME
004312         ORGANIZATION IS INDEXED
004314         ACCESS MODE IS DYNAMIC
004316         RECORD KEY IS YAR-KEY
004318         ALTERNATE RECORD KEY IS YAR-SITE-KEY
004320             WITH DUPLICATES
004322         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
004324             WITH DUPLICATES
004326         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
004328             WITH DUPLICATES
004330         FILE STATUS IS OAR-YEAR-STATUS.
004340
004400 DATA DIVISION.
004800
004810 FD  YEAR-ARCHIVE.
004820 01  YEAR-ARCHIVE-RECORD.
004821     05  YAR-KEY.
004822         10  YAR-KEY-DATE         PIC 9(08).
004823         10  YAR-KEY-OBSERVER     PIC X(06).
004824         10  YAR-KEY-SITE         PIC X(06).
004825         10  YAR-KEY-NAME         PIC X(30).
004826     05  YAR-SITE-KEY.
004827         10  YAR-SITE-CODE        PIC X(06).
004828         10  YAR-SITE-DATE        PIC 9(08).
004829     05  YAR-OBSERVER-KEY.
004830         10  YAR-OBSERVER-ID      PIC X(06).
004831         10  YAR-OBSERVER-DATE    PIC 9(08).
004832     05  YAR-LOAD-DATE            PIC 9(08).
004840     05  YAR-SIGHTING             PIC X(93).
004850
004900 FD  OBSERVER-REGISTRY.
006000     88  OAR-END-OF-FILE          VALUE "Y".
006100     88  OAR-NOT-END-OF-FILE      VALUE "N".
006200 01  OAR-REQUEST-YEAR             PIC 9(04).
006210 01  OAR-RANGE-FROM               PIC 9(08).
006220 01  OAR-RANGE-TO                 PIC 9(08).
006300 01  OAR-SIGHT-DATE-BREAKDOWN.
006400     05  OAR-SIGHT-YEAR           PIC 9(04).
006500     05  OAR-SIGHT-MONTH-DAY      PIC 9(04).
011600     SET OAR-NOT-END-OF-FILE TO TRUE
011700     DISPLAY "OBSACTRP - ENTER REPORT YEAR (YYYY):"
011800     ACCEPT OAR-REQUEST-YEAR
011810     COMPUTE OAR-RANGE-FROM = OAR-REQUEST-YEAR * 10000 + 0101
011820     COMPUTE OAR-RANGE-TO   = OAR-REQUEST-YEAR * 10000 + 1231
011900     OPEN INPUT OBSERVER-REGISTRY
012000     OPEN OUTPUT ACTIVITY-REPORT
012100     SET PRT-ACTION-INIT TO TRUE
012700             OAR-ARCHIVE-STATUS
012800         SET OAR-END-OF-FILE TO TRUE
012900     ELSE
013000         PERFORM 2050-START-ARCHIVE
013100     END-IF
013200     .
013300
014400     PERFORM 2100-READ-ARCHIVE
014500     .
014600
014605*----------------------------------------------------------------*
014610* THE ARCHIVE IS KEYED ON SIGHTING DATE FIRST - ONLY THE REPORT
014615* YEAR IS READ
014620*----------------------------------------------------------------*
014625 2050-START-ARCHIVE.
014630     MOVE LOW-VALUES    TO SIGHTARC-KEY
014635     MOVE OAR-RANGE-FROM TO SIGHTARC-KEY-DATE
014640     START SIGHTINGS-ARCHIVE KEY IS NOT < SIGHTARC-KEY
014645         INVALID KEY
014650             SET OAR-END-OF-FILE TO TRUE
014655     END-START
014660     IF OAR-NOT-END-OF-FILE
014665         PERFORM 2100-READ-ARCHIVE
014670     END-IF
014675     .
014685
014700 2100-READ-ARCHIVE.
014800     READ SIGHTINGS-ARCHIVE NEXT RECORD
014900         AT END
015000             SET OAR-END-OF-FILE TO TRUE
015010         NOT AT END
015020             IF SIGHTARC-KEY-DATE > OAR-RANGE-TO
015030                 SET OAR-END-OF-FILE TO TRUE
015040             END-IF
015100     END-READ
015200     .
015300
025034     SET OAR-NOT-END-OF-FILE TO TRUE
025036     OPEN INPUT YEAR-ARCHIVE
025038     IF OAR-YEAR-STATUS = "00"
025040         PERFORM 2650-START-YEAR-FILE
025042         PERFORM 2630-ABSORB-ONE-YEAR-RECORD
025044             UNTIL OAR-END-OF-FILE
025046         CLOSE YEAR-ARCHIVE
025074     PERFORM 2660-READ-YEAR-FILE
025076     .
025078
025100 2650-START-YEAR-FILE.
025200     MOVE LOW-VALUES    TO YAR-KEY
025300     MOVE OAR-RANGE-FROM TO YAR-KEY-DATE
025400     START YEAR-ARCHIVE KEY IS NOT < YAR-KEY
025500         INVALID KEY
025600             SET OAR-END-OF-FILE TO TRUE
025700     END-START
025800     IF OAR-NOT-END-OF-FILE
025900         PERFORM 2660-READ-YEAR-FILE
026000     END-IF
026100     .
026110
026200 2660-READ-YEAR-FILE.
026300     READ YEAR-ARCHIVE NEXT RECORD
026400         AT END
026500             SET OAR-END-OF-FILE TO TRUE
026502         NOT AT END
026504             IF YAR-KEY-DATE > OAR-RANGE-TO
026506                 SET OAR-END-OF-FILE TO TRUE
026508             END-IF
026510     END-READ
026512     .
026514
026516 3000-PRINT-OBSERVER-TOTALS.
026518     PERFORM 3100-PRINT-ONE-OBSERVER
026520         VARYING OAR-PRINT-INDEX FROM 1 BY 1
026522         UNTIL OAR-PRINT-INDEX > OAR-OBSERVER-COUNT
026524     .
026526
026528*----------------------------------------------------------------*
026530* A LAPSED OBSERVER STILL SUBMITTING IS EXACTLY WHO THE SOCIETY
026532* WANTS CHASED - FLAG THE LINE AND COUNT IT FOR THE FOOTER
026534*----------------------------------------------------------------*
026536 3100-PRINT-ONE-OBSERVER.
026538     MOVE SPACES TO OAR-LAPSED-TEXT
026540     MOVE OAR-ENTRY-OBSERVER-ID(OAR-PRINT-INDEX)
026542         TO OBS-OBSERVER-ID
026544     READ OBSERVER-REGISTRY
026600         INVALID KEY
026700             MOVE "*** NOT ON REGISTER ***"
026800                 TO OAR-OBSERVER-NAME-TEXT
