001850*                  ITS TRUE LAST DATE INSTEAD OF NEVER.  A SITE
001860*                  QUIET LONGER THAN THAT IS CHASED AS NEVER
001870*                  RECORDED EITHER WAY
001880* 10/15/2026 DNO   THE ARCHIVE AND PRIOR YEAR FILE ARE NOW INDEXED
001890*                  AND ARE READ NEXT RECORD IN KEY ORDER
001892* 10/15/2026 DNO   EACH OVERDUE SITE'S LINES CARRY THE SCHEDULED
001894*                  OBSERVER'S ID AS THE PRTSRV BREAK KEY, SO
001896*                  PRTBURST CAN SEND EACH OBSERVER THEIR OWN CHASE
001898*                  LINES
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. COVCHASE.
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
003200         FILE STATUS IS CVC-ARCHIVE-STATUS.
003300
003310     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO CVC-YEAR-FILE-NAME
003312         ORGANIZATION IS INDEXED
003314         ACCESS MODE IS DYNAMIC
003316         RECORD KEY IS YAR-KEY
003318         ALTERNATE RECORD KEY IS YAR-SITE-KEY
003320             WITH DUPLICATES
003322         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
003324             WITH DUPLICATES
003326         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
003328             WITH DUPLICATES
003330         FILE STATUS IS CVC-YEAR-STATUS.
003340
003400     SELECT COVERAGE-SCHEDULE ASSIGN TO "COVSCHED"
005800
005810 FD  YEAR-ARCHIVE.
005820 01  YEAR-ARCHIVE-RECORD.
005821     05  YAR-KEY.
005822         10  YAR-KEY-DATE         PIC 9(08).
005823         10  YAR-KEY-OBSERVER     PIC X(06).
005824         10  YAR-KEY-SITE         PIC X(06).
005825         10  YAR-KEY-NAME         PIC X(30).
005826     05  YAR-SITE-KEY.
005827         10  YAR-SITE-CODE        PIC X(06).
005828         10  YAR-SITE-DATE        PIC 9(08).
005829     05  YAR-OBSERVER-KEY.
005830         10  YAR-OBSERVER-ID      PIC X(06).
005831         10  YAR-OBSERVER-DATE    PIC 9(08).
005832     05  YAR-LOAD-DATE            PIC 9(08).
005840     05  YAR-SIGHTING             PIC X(93).
005850
005900 FD  COVERAGE-SCHEDULE.
016400     .
016500
016600 2100-READ-ARCHIVE.
016700     READ SIGHTINGS-ARCHIVE NEXT RECORD
016800         AT END
016900             SET CVC-ARCHIVE-EOF TO TRUE
017000     END-READ
019966     .
019968
019970 2660-READ-YEAR-FILE.
019972     READ YEAR-ARCHIVE NEXT RECORD
019974         AT END
019976             SET CVC-ARCHIVE-EOF TO TRUE
019978     END-READ
025800
025900 3500-REPORT-OVERDUE-SITE.
026000     ADD 1 TO CVC-OVERDUE-COUNT
026010     MOVE COV-OBSERVER-ID TO PRT-BREAK-KEY
026100     PERFORM 3600-LOOK-UP-SITE-NAME
026200     PERFORM 3700-LOOK-UP-OBSERVER
026300     MOVE CVC-DAYS-SINCE TO CVC-DAYS-DISPLAY
