001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 09/02/2026 DNO   ORIGINAL PROGRAM
001410* 10/15/2026 DNO   RECORDS WIDENED TO 200 - GENROLL NOW ALSO KEEPS
001420*                  GENERATIONS OF THE MSTJRNL AFTER-IMAGE JOURNAL
001500*================================================================*
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. GENREST.
004400     05  CAT-FILE-NAME            PIC X(17).
004500
004600 FD  GENERATION-FILE.
004700 01  GENERATION-RECORD            PIC X(200).
004800
004900 FD  LIVE-FILE.
005000 01  LIVE-RECORD                  PIC X(200).
005100
005200 WORKING-STORAGE SECTION.
005300 01  GRS-CATALOGUE-STATUS         PIC X(02).
