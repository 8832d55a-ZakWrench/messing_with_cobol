000100*================================================================*
000200* ARCHIVE-KEY-BUILD
000300* PURPOSE.  Fills in every key of an archived sighting from its
000400*           sighting image - the prime key (sighting date,
000500*           observer ID, site code and standardized scientific
000600*           name) and the site, observer and load-date alternate
000700*           keys - so each program that writes SIGHTARC or a
000800*           SGTAYYYY year file files a record exactly the way the
000900*           nightly load does.  The caller moves the load date and
001000*           the sighting image in and gets the keys back.
001100* AUTHOR.   D. OKAFOR
001200* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001300* DATE-WRITTEN. 10/15/2026
001400*================================================================*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 10/15/2026 DNO   ORIGINAL PROGRAM
001800*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. ARCKEY.
002100 AUTHOR. D. OKAFOR.
002200 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002300 DATE-WRITTEN. 10/15/2026.
002400 DATE-COMPILED.
002500
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800*----------------------------------------------------------------*
002900* WORK COPY OF THE ARCHIVED SIGHTING IMAGE, IN ITS REAL SHAPE
003000*----------------------------------------------------------------*
003100 COPY SIGHTREC.
003200
003300 LINKAGE SECTION.
003400 COPY SIGHTARC.
003500
003600 PROCEDURE DIVISION USING SIGHTARC-RECORD.
003700 0000-MAINLINE.
003800     MOVE SIGHTARC-SIGHTING     TO SIGHT-RECORD
003900     MOVE SIGHT-DATE            TO SIGHTARC-KEY-DATE
004000     MOVE SIGHT-OBSERVER-ID     TO SIGHTARC-KEY-OBSERVER
004100     MOVE SIGHT-SITE-CODE       TO SIGHTARC-KEY-SITE
004200     MOVE SIGHT-SCIENTIFIC-NAME TO SIGHTARC-KEY-NAME
004300     CALL "NAMESTD" USING SIGHTARC-KEY-NAME
004400     MOVE SIGHT-SITE-CODE       TO SIGHTARC-SITE-CODE
004500     MOVE SIGHT-DATE            TO SIGHTARC-SITE-DATE
004600     MOVE SIGHT-OBSERVER-ID     TO SIGHTARC-OBSERVER-ID
004700     MOVE SIGHT-DATE            TO SIGHTARC-OBSERVER-DATE
004800     GOBACK
004900     .
