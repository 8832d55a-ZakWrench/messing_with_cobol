001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 09/02/2026 DNO   ORIGINAL PROGRAM
001910* 10/15/2026 DNO   THE ARCHIVE IS NOW INDEXED AND IS READ NEXT
001920*                  RECORD IN KEY ORDER
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CNTYREPT.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
003110         ORGANIZATION IS INDEXED
003120         ACCESS MODE IS DYNAMIC
003130         RECORD KEY IS SIGHTARC-KEY
003140         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
003150             WITH DUPLICATES
003160         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
003170             WITH DUPLICATES
003180         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
003190             WITH DUPLICATES
003300         FILE STATUS IS CRR-ARCHIVE-STATUS.
003400
003500     SELECT SITE-MASTER ASSIGN TO "SITEMAST"
020200     .
020300
020400 2100-READ-ARCHIVE.
020500     READ SIGHTINGS-ARCHIVE NEXT RECORD
020600         AT END
020700             SET CRR-ARCHIVE-EOF TO TRUE
020800     END-READ
