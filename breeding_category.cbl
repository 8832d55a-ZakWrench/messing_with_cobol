000100*================================================================*
000200* BREEDING-CATEGORY
000300* PURPOSE.  Classifies a sighting's breeding evidence code into
000400*           its atlas category, so SIGHTCAP, SIGHTEDT, SIGHTLOAD
000500*           and the breeding atlas report all work from the one
000600*           list of codes.  The codes follow the national atlas
000700*           scheme:
000800*             NON-BREEDING  F  FLYING OVER
000900*                           M  MIGRANT
001000*                           U  SUMMERING NON-BREEDER
001100*             POSSIBLE      H  IN SUITABLE NESTING HABITAT
001200*                           S  SINGING MALE
001300*             PROBABLE      P  PAIR IN SUITABLE HABITAT
001400*                           T  PERMANENT TERRITORY
001500*                           D  COURTSHIP AND DISPLAY
001600*                           N  VISITING PROBABLE NEST SITE
001700*                           A  AGITATED BEHAVIOUR
001800*                           I  BROOD PATCH OF INCUBATING BIRD
001900*                           B  NEST BUILDING
002000*             CONFIRMED     DD DISTRACTION DISPLAY
002100*                           UN USED NEST OR EGGSHELLS
002200*                           FL RECENTLY FLEDGED YOUNG
002300*                           ON OCCUPIED NEST
002400*                           FF CARRYING FOOD OR FAECAL SAC
002500*                           NE NEST CONTAINING EGGS
002600*                           NY NEST WITH YOUNG
002700*           A blank code is a sighting with no evidence recorded.
002800* AUTHOR.   D. OKAFOR
002900* INSTALLATION. DATA PROCESSING - FIELD RECORDS
003000* DATE-WRITTEN. 10/15/2026
003100*================================================================*
003200* MODIFICATION HISTORY
003300* DATE       INIT  DESCRIPTION
003400* 10/15/2026 DNO   ORIGINAL PROGRAM
003500*================================================================*
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. BRDCAT.
003800 AUTHOR. D. OKAFOR.
003900 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
004000 DATE-WRITTEN. 10/15/2026.
004100 DATE-COMPILED.
004200
004300 DATA DIVISION.
004400 LINKAGE SECTION.
004500 COPY BRDCAT.
004600
004700 PROCEDURE DIVISION USING BRDCAT-PARAMETERS.
004800 0000-MAINLINE.
004900     EVALUATE BRDCAT-EVIDENCE-CODE
005000         WHEN SPACES
005100         WHEN "F "
005200         WHEN "M "
005300         WHEN "U "
005400             SET BRDCAT-NO-EVIDENCE TO TRUE
005500             MOVE SPACES      TO BRDCAT-CATEGORY-NAME
005600         WHEN "H "
005700         WHEN "S "
005800             SET BRDCAT-POSSIBLE TO TRUE
005900             MOVE "POSSIBLE"  TO BRDCAT-CATEGORY-NAME
006000         WHEN "P "
006100         WHEN "T "
006200         WHEN "D "
006300         WHEN "N "
006400         WHEN "A "
006500         WHEN "I "
006600         WHEN "B "
006700             SET BRDCAT-PROBABLE TO TRUE
006800             MOVE "PROBABLE"  TO BRDCAT-CATEGORY-NAME
006900         WHEN "DD"
007000         WHEN "UN"
007100         WHEN "FL"
007200         WHEN "ON"
007300         WHEN "FF"
007400         WHEN "NE"
007500         WHEN "NY"
007600             SET BRDCAT-CONFIRMED TO TRUE
007700             MOVE "CONFIRMED" TO BRDCAT-CATEGORY-NAME
007800         WHEN OTHER
007900             SET BRDCAT-NOT-A-CODE TO TRUE
008000             MOVE SPACES      TO BRDCAT-CATEGORY-NAME
008100     END-EVALUATE
008200     GOBACK
008300     .
