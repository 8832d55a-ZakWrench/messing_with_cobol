001800*                  PRINT SERVICE - STANDARD HEADING BLOCK, PAGE
001900*                  OVERFLOW AT 55 LINES, AND AN END OF REPORT
002000*                  TRAILER WITH THE LINE COUNT FOR AUDIT EVIDENCE
002010* 10/15/2026 DNO   THE ARCHIVE IS NOW INDEXED AND IS READ NEXT
002020*                  RECORD IN KEY ORDER
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SGTSUMM.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
003210         ORGANIZATION IS INDEXED
003220         ACCESS MODE IS DYNAMIC
003230         RECORD KEY IS SIGHTARC-KEY
003240         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
003250             WITH DUPLICATES
003260         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
003270             WITH DUPLICATES
003280         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
003290             WITH DUPLICATES
003400         FILE STATUS IS SSM-ARCHIVE-STATUS.
003500
003600     SELECT SUMMARY-SORT ASSIGN TO "SSMSORT".
010300     .
010400
010500 1100-READ-ARCHIVE.
010600     READ SIGHTINGS-ARCHIVE NEXT RECORD
010700         AT END
010800             SET SSM-ARCHIVE-EOF TO TRUE
010900     END-READ
