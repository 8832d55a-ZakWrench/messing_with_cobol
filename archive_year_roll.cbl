002190*                  ANY LIVE YEAR FILE IS REPLACED, SO ONE BAD
002192*                  YEAR CANNOT STRAND THE PROVED ONES OFF THE
002194*                  ARCCTL CONTROLS
002204* 10/15/2026 DNO   SIGHTARC AND THE SGTAYYYY YEAR FILES ARE NOW
002214*                  INDEXED, KEYED AS THE SIGHTARC COPYBOOK
002224*                  DESCRIBES.  THE WORK FILES CARRY THE WHOLE
002234*                  RECORD, KEYS INCLUDED, SO A ROLLED RECORD IS
002244*                  FILED ON ITS YEAR FILE UNDER THE SAME KEYS IT
002254*                  HAD ON THE ARCHIVE
002264*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ARCHROLL.
002500 AUTHOR. D. OKAFOR.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
003310         ORGANIZATION IS INDEXED
003320         ACCESS MODE IS DYNAMIC
003330         RECORD KEY IS SIGHTARC-KEY
003340         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
003350             WITH DUPLICATES
003360         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
003370             WITH DUPLICATES
003380         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
003390             WITH DUPLICATES
003500         FILE STATUS IS ARL-ARCHIVE-STATUS.
003600
003700     SELECT CURRENT-WORK ASSIGN TO "ARCCURW"
004430         FILE STATUS IS ARL-YRWORK-STATUS.
004440
004500     SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO ARL-YEAR-FILE-NAME
004510         ORGANIZATION IS INDEXED
004520         ACCESS MODE IS DYNAMIC
004530         RECORD KEY IS YAR-KEY
004540         ALTERNATE RECORD KEY IS YAR-SITE-KEY
004550             WITH DUPLICATES
004560         ALTERNATE RECORD KEY IS YAR-OBSERVER-KEY
004570             WITH DUPLICATES
004580         ALTERNATE RECORD KEY IS YAR-LOAD-DATE
004590             WITH DUPLICATES
004700         FILE STATUS IS ARL-YEAR-STATUS.
004800
004900     SELECT OPTIONAL CONTROL-FILE ASSIGN TO "ARCCTL"
005700
005800 FD  CURRENT-WORK.
005900 01  CURRENT-WORK-RECORD.
005910     05  CUW-KEYS                 PIC X(78).
006000     05  CUW-LOAD-DATE            PIC 9(08).
006100     05  CUW-SIGHTING             PIC X(93).
006200
006300 FD  PRIOR-WORK.
006400 01  PRIOR-WORK-RECORD.
006410     05  PRW-KEYS                 PIC X(78).
006500     05  PRW-LOAD-DATE            PIC 9(08).
006600     05  PRW-SIGHTING             PIC X(93).
006700
006800 FD  YEAR-ARCHIVE.
006900 01  YEAR-ARCHIVE-RECORD.
006905     05  YAR-KEY.
006910         10  YAR-KEY-DATE         PIC 9(08).
006915         10  YAR-KEY-OBSERVER     PIC X(06).
006920         10  YAR-KEY-SITE         PIC X(06).
006925         10  YAR-KEY-NAME         PIC X(30).
006930     05  YAR-SITE-KEY.
006935         10  YAR-SITE-CODE        PIC X(06).
006940         10  YAR-SITE-DATE        PIC 9(08).
006945     05  YAR-OBSERVER-KEY.
006950         10  YAR-OBSERVER-ID      PIC X(06).
006955         10  YAR-OBSERVER-DATE    PIC 9(08).
007000     05  YAR-LOAD-DATE            PIC 9(08).
007100     05  YAR-SIGHTING             PIC X(93).
007200
007210 FD  YEAR-WORK.
007220 01  YEAR-WORK-RECORD.
007225     05  YRW-KEYS                 PIC X(78).
007230     05  YRW-LOAD-DATE            PIC 9(08).
007240     05  YRW-SIGHTING             PIC X(93).
007250
020900     MOVE SIGHTARC-SIGHTING TO ARL-SIGHTING-IMAGE
021000     IF ARL-SIGHT-YEAR < ARL-CURRENT-YEAR
021100         ADD 1 TO ARL-RECORDS-ROLLED
021200         MOVE SIGHTARC-RECORD TO PRIOR-WORK-RECORD
021400         WRITE PRIOR-WORK-RECORD
021500         MOVE ARL-SIGHT-YEAR TO ARL-WORK-YEAR
021600         PERFORM 2400-FIND-OR-ADD-YEAR
022100         END-IF
022200     ELSE
022300         ADD 1 TO ARL-RECORDS-KEPT
022400         MOVE SIGHTARC-RECORD TO CURRENT-WORK-RECORD
022600         WRITE CURRENT-WORK-RECORD
022700     END-IF
022800     PERFORM 2100-READ-ARCHIVE
022900     .
023000
023100 2100-READ-ARCHIVE.
023200     READ SIGHTINGS-ARCHIVE NEXT RECORD
023300         AT END
023400             SET ARL-END-OF-FILE TO TRUE
023500     END-READ
031600 3220-COPY-ONE-PRIOR.
031700     MOVE PRW-SIGHTING TO ARL-SIGHTING-IMAGE
031800     IF ARL-SIGHT-YEAR = ARL-ENTRY-YEAR(ARL-ROLL-INDEX)
031900         MOVE PRIOR-WORK-RECORD TO YEAR-WORK-RECORD
032100         WRITE YEAR-WORK-RECORD
032200     END-IF
032300     PERFORM 3260-READ-PRIOR-WORK
032400     .
032500
032600 3230-COPY-ONE-EXISTING.
032700     MOVE YEAR-ARCHIVE-RECORD TO YEAR-WORK-RECORD
032900     WRITE YEAR-WORK-RECORD
033000     PERFORM 3460-READ-YEAR-FILE
033100     .
037400     .
037500
037600 3460-READ-YEAR-FILE.
037700     READ YEAR-ARCHIVE NEXT RECORD
037800         AT END
037900             SET ARL-END-OF-FILE TO TRUE
038000     END-READ
040200     .
040300
040400 3620-COPY-ONE-PROVED.
040500     MOVE YEAR-WORK-RECORD TO YEAR-ARCHIVE-RECORD
040700     WRITE YEAR-ARCHIVE-RECORD
040800     PERFORM 3470-READ-YEAR-WORK
040900     .
042400     .
042500
042600 4020-COPY-ONE-CURRENT.
042700     MOVE CURRENT-WORK-RECORD TO SIGHTARC-RECORD
042900     WRITE SIGHTARC-RECORD
043000     PERFORM 4060-READ-CURRENT-WORK
043100     .
