002180*                  WAS RE-MERGED EVERY SUBSEQUENT NIGHT, AND
002190*                  SIGHTCAP CARRIES AN UNCONSUMED SIGHTIN4
002192*                  FORWARD, SO THE CAPTURED DAY KEPT COMING BACK
002193* 10/15/2026 DNO   THE BREEDING EVIDENCE CODE NOW RIDES THROUGH
002194*                  THE MERGE ON EACH DETAIL, AND THE NUMBER OF
002195*                  MERGED SIGHTINGS CARRYING BREEDING EVIDENCE IS
002196*                  SHOWN WITH THE MERGED TOTALS
002206* 10/15/2026 DNO   SURVEY VISIT RECORDS (SIGHTCTL TYPE V) NOW RIDE
002216*                  THROUGH THE MERGE IN PLACE AHEAD OF THEIR
002226*                  BATCH.  LIKE THE HEADER AND TRAILER THEY ARE
002236*                  NOT DETAILS - NOT TALLIED AGAINST A SOURCE
002246*                  TRAILER, NOT COUNTED IN THE MERGED TRAILER -
002256*                  AND THE NUMBER MERGED IS SHOWN WITH THE TOTALS
002266*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SIGHTCOL.
002500 AUTHOR. D. OKAFOR.
008100 01  SCL-TALLY-HASH               PIC 9(09).
008200 01  SCL-MERGED-COUNT             PIC 9(07) VALUE ZERO.
008300 01  SCL-MERGED-HASH              PIC 9(09) VALUE ZERO.
008310 01  SCL-MERGED-BREEDING          PIC 9(07) VALUE ZERO.
008320 01  SCL-MERGED-VISITS            PIC 9(07) VALUE ZERO.
008400 COPY SIGHTCTL.
008410 COPY BRDCAT.
008500 COPY RUNLOG.
008600
008700 PROCEDURE DIVISION.
016200             SET SCL-TRAILER-SEEN TO TRUE
016300             MOVE SIGHTCTL-RECORD-COUNT TO SCL-EXPECTED-COUNT
016400             MOVE SIGHTCTL-HASH-TOTAL   TO SCL-EXPECTED-HASH
016410         WHEN SIGHTCTL-IS-VISIT
016420             CONTINUE
016500         WHEN OTHER
016600             ADD 1 TO SCL-TALLY-COUNT
016700             IF SIGHT-COUNT IS NUMERIC
023600     IF SIGHTCTL-IS-HEADER OR SIGHTCTL-IS-TRAILER
023700         CONTINUE
023800     ELSE
023810         IF SIGHTCTL-IS-VISIT
023820             WRITE COLLATED-RECORD FROM SIGHT-RECORD
023830             ADD 1 TO SCL-MERGED-VISITS
023840         ELSE
023850             WRITE COLLATED-RECORD FROM SIGHT-RECORD
023860             ADD 1 TO SCL-MERGED-COUNT
023870             ADD SIGHT-COUNT TO SCL-MERGED-HASH
023880             MOVE SIGHT-BREEDING-CODE TO BRDCAT-EVIDENCE-CODE
023890             CALL "BRDCAT" USING BRDCAT-PARAMETERS
023900             IF BRDCAT-POSSIBLE OR BRDCAT-PROBABLE
023910             OR BRDCAT-CONFIRMED
023920                 ADD 1 TO SCL-MERGED-BREEDING
023930             END-IF
024150         END-IF
024210     END-IF
024300     PERFORM 2100-READ-INBOUND
024400     .
024410
024900         UNTIL SCL-SOURCE-INDEX > 4
025000     DISPLAY "SIGHTCOL - MERGED: " SCL-MERGED-COUNT
025100         " HASH " SCL-MERGED-HASH
025110     DISPLAY "SIGHTCOL - WITH BREEDING EVIDENCE: "
025120         SCL-MERGED-BREEDING
025130     DISPLAY "SIGHTCOL - SURVEY VISITS MERGED: "
025140         SCL-MERGED-VISITS
025200     MOVE "SIGHTCOL"        TO RUNLOG-STEP-NAME
025300     MOVE SCL-MERGED-COUNT  TO RUNLOG-RECORDS-READ
025400     MOVE SCL-MERGED-COUNT  TO RUNLOG-RECORDS-APPLIED
