001790*                  SESSION'S FILE, AND A FILE TOO LARGE TO
001792*                  CARRY REFUSES THE SESSION INSTEAD OF
001794*                  DESTROYING IT
001795* 10/15/2026 DNO   EACH SIGHTING NOW ALSO TAKES AN OPTIONAL
001796*                  BREEDING EVIDENCE CODE, CHECKED AGAINST THE
001797*                  ATLAS LIST THROUGH BRDCAT AND ASKED AGAIN UNTIL
001798*                  IT IS ONE THE ATLAS KNOWS.  THE LOCATION DETAIL
001799*                  IS TWO CHARACTERS SHORTER TO MAKE ROOM FOR IT
001809* 10/15/2026 DNO   EACH BATCH OF SIGHTINGS MAY NOW BE OPENED WITH
001819*                  A SURVEY VISIT RECORD (SIGHTVIS) - START AND
001829*                  END TIME, WEATHER, PARTY SIZE AND WHETHER THE
001839*                  LIST IS COMPLETE.  THE BATCH'S SIGHTINGS TAKE
001849*                  THEIR DATE, OBSERVER AND SITE FROM THE VISIT.
001859*                  A VISIT RECORD CARRIED FORWARD IS NEITHER
001869*                  COUNTED NOR HASHED
001879*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. SIGHTCAP.
002100 AUTHOR. D. OKAFOR.
009900 01  CAP-WORK-COUNT               PIC X(05).
010000 01  CAP-COUNT-NUMERIC            PIC 9(05).
010100 01  CAP-WORK-SITE                PIC X(06).
010110 01  CAP-WORK-LOCATION            PIC X(22).
010120 01  CAP-WORK-BREEDING            PIC X(02).
010125*----------------------------------------------------------------*
010130* THE SURVEY VISIT A BATCH OF SIGHTINGS BELONGS TO, WHEN ONE IS
010135* KEYED - ITS DATE, OBSERVER AND SITE CARRY TO EVERY SIGHTING IN
010140* THE BATCH
010145*----------------------------------------------------------------*
010150 01  CAP-VISIT-SWITCH             PIC X(01) VALUE "A".
010155     88  CAP-VISIT-TO-ASK         VALUE "A".
010160     88  CAP-VISIT-OPEN           VALUE "Y".
010165     88  CAP-VISIT-NONE           VALUE "N".
010170 01  CAP-WORK-TIME                PIC X(04).
010175 01  CAP-TIME-NUMERIC             PIC 9(04).
010180 01  CAP-TIME-BREAKDOWN REDEFINES CAP-TIME-NUMERIC.
010185     05  CAP-TIME-HOURS           PIC 9(02).
010190     05  CAP-TIME-MINUTES         PIC 9(02).
010195 01  CAP-START-TIME               PIC 9(04).
010200 01  CAP-WORK-PARTY               PIC X(02).
010205 01  CAP-VISIT-COUNT              PIC 9(07) VALUE ZERO.
010210*----------------------------------------------------------------*
010220* AN EARLIER SESSION'S FILE MAY BE WAITING FOR COLLATION - ITS
010230* DETAIL RECORDS ARE CARRIED FORWARD SO THIS SESSION ADDS TO
010276     88  CAP-CARRY-FULL           VALUE "Y".
010278     88  CAP-CARRY-NOT-FULL       VALUE "N".
010300 COPY SIGHTCTL.
010305 COPY SIGHTVIS.
010310 COPY BRDCAT.
010400
010500 PROCEDURE DIVISION.
010520 0000-MAINLINE.
011860             ADD 1 TO CAP-CARRY-COUNT
011880             MOVE SIGHT-RECORD
011900                 TO CAP-CARRY-RECORD(CAP-CARRY-COUNT)
011910             IF NOT SIGHTCTL-IS-VISIT
011920                 ADD 1 TO CAP-RECORD-COUNT
011930                 IF SIGHT-COUNT IS NUMERIC
011940                     ADD SIGHT-COUNT TO CAP-HASH-TOTAL
011950                 END-IF
011980             END-IF
012000         ELSE
012020             SET CAP-CARRY-FULL TO TRUE
012340     .
012360
013100 2000-CAPTURE-ONE-SIGHTING.
013200     IF CAP-VISIT-TO-ASK
013300         PERFORM 2050-CAPTURE-VISIT
014200     END-IF
014202     IF CAP-VISIT-NONE
014204         PERFORM 2100-CAPTURE-SIGHT-DATE
014206         PERFORM 2200-CAPTURE-OBSERVER
014208     END-IF
014210     PERFORM 2300-CAPTURE-SPECIES
014212     PERFORM 2400-CAPTURE-COUNT
014214     IF CAP-VISIT-NONE
014216         PERFORM 2500-CAPTURE-SITE
014218     ELSE
014220         DISPLAY "SIGHTCAP - LOCATION DETAIL (OPTIONAL):"
014222         ACCEPT CAP-WORK-LOCATION
014224     END-IF
014226     PERFORM 2600-CAPTURE-BREEDING
014228     PERFORM 2800-WRITE-SIGHTING
014230     DISPLAY "SIGHTCAP - ANOTHER SIGHTING? (Y/N):"
014232     ACCEPT CAP-ANSWER
014234     IF CAP-ANSWER NOT = "Y" AND CAP-ANSWER NOT = "y"
014236         SET CAP-SESSION-OVER TO TRUE
014238     ELSE
014240         DISPLAY "SIGHTCAP - SAME VISIT OR BATCH? (Y/N):"
014242         ACCEPT CAP-ANSWER
014244         IF CAP-ANSWER NOT = "Y" AND CAP-ANSWER NOT = "y"
014246             SET CAP-VISIT-TO-ASK TO TRUE
014248         END-IF
014250     END-IF
014300     .
014301
014302*----------------------------------------------------------------*
014303* A BATCH FROM A SURVEY VISIT OPENS WITH THE VISIT'S EFFORT - THE
014304* DATE, OBSERVER AND SITE ARE ASKED ONCE, HERE, FOR THE WHOLE
014305* BATCH.  A CASUAL RECORD HAS NO VISIT AND IS KEYED AS BEFORE
014306*----------------------------------------------------------------*
014307 2050-CAPTURE-VISIT.
014308     DISPLAY "SIGHTCAP - VISIT RECORD FOR THIS BATCH? (Y/N):"
014309     ACCEPT CAP-ANSWER
014310     IF CAP-ANSWER NOT = "Y" AND CAP-ANSWER NOT = "y"
014311         SET CAP-VISIT-NONE TO TRUE
014312     ELSE
014313         SET CAP-VISIT-OPEN TO TRUE
014314         PERFORM 2100-CAPTURE-SIGHT-DATE
014315         PERFORM 2200-CAPTURE-OBSERVER
014316         SET CAP-FIELD-BAD TO TRUE
014317         PERFORM 2550-ASK-SITE UNTIL CAP-FIELD-GOOD
014318         MOVE SPACES TO SIGHTVIS-RECORD
014319         MOVE "V"               TO SIGHTVIS-TYPE
014320         MOVE CAP-WORK-SITE     TO SIGHTVIS-SITE-CODE
014321         MOVE CAP-DATE-NUMERIC  TO SIGHTVIS-VISIT-DATE
014322         MOVE CAP-WORK-OBSERVER TO SIGHTVIS-OBSERVER-ID
014323         SET CAP-FIELD-BAD TO TRUE
014324         PERFORM 2060-ASK-START-TIME UNTIL CAP-FIELD-GOOD
014325         SET CAP-FIELD-BAD TO TRUE
014326         PERFORM 2070-ASK-END-TIME UNTIL CAP-FIELD-GOOD
014327         DISPLAY "SIGHTCAP - WEATHER (OPTIONAL):"
014328         ACCEPT SIGHTVIS-WEATHER
014329         SET CAP-FIELD-BAD TO TRUE
014330         PERFORM 2080-ASK-PARTY-SIZE UNTIL CAP-FIELD-GOOD
014331         SET CAP-FIELD-BAD TO TRUE
014332         PERFORM 2090-ASK-COMPLETE-LIST UNTIL CAP-FIELD-GOOD
014333         MOVE SIGHTVIS-RECORD TO SIGHT-RECORD
014334         WRITE SIGHT-RECORD
014335         ADD 1 TO CAP-VISIT-COUNT
014336         DISPLAY "SIGHTCAP - VISIT RECORDED"
014337     END-IF
014338     .
014339
014340 2060-ASK-START-TIME.
014341     DISPLAY "SIGHTCAP - VISIT START TIME (HHMM):"
014342     PERFORM 2065-ACCEPT-CLOCK-TIME
014343     IF CAP-FIELD-GOOD
014344         MOVE CAP-TIME-NUMERIC TO CAP-START-TIME
014345         MOVE CAP-TIME-NUMERIC TO SIGHTVIS-START-TIME
014346     END-IF
014347     .
014348
014349 2065-ACCEPT-CLOCK-TIME.
014350     SET CAP-FIELD-GOOD TO TRUE
014351     ACCEPT CAP-WORK-TIME
014352     IF CAP-WORK-TIME IS NUMERIC
014353         MOVE CAP-WORK-TIME TO CAP-TIME-NUMERIC
014354         IF CAP-TIME-HOURS > 23 OR CAP-TIME-MINUTES > 59
014355             SET CAP-FIELD-BAD TO TRUE
014356         END-IF
014357     ELSE
014358         SET CAP-FIELD-BAD TO TRUE
014359     END-IF
014360     IF CAP-FIELD-BAD
014361         DISPLAY "SIGHTCAP - NOT A CLOCK TIME, AGAIN PLEASE"
014362     END-IF
014363     .
014364
014365 2070-ASK-END-TIME.
014366     DISPLAY "SIGHTCAP - VISIT END TIME (HHMM):"
014367     PERFORM 2065-ACCEPT-CLOCK-TIME
014368     IF CAP-FIELD-GOOD
014369         IF CAP-TIME-NUMERIC NOT > CAP-START-TIME
014370             SET CAP-FIELD-BAD TO TRUE
014371             DISPLAY "SIGHTCAP - MUST BE AFTER THE START, "
014372                 "AGAIN PLEASE"
014373         ELSE
014374             MOVE CAP-TIME-NUMERIC TO SIGHTVIS-END-TIME
014375         END-IF
014376     END-IF
014377     .
014378
014379 2080-ASK-PARTY-SIZE.
014380     SET CAP-FIELD-GOOD TO TRUE
014381     DISPLAY "SIGHTCAP - OBSERVERS IN THE PARTY (1-99):"
014382     MOVE SPACES TO CAP-WORK-PARTY
014383     ACCEPT CAP-WORK-PARTY
014384     IF CAP-WORK-PARTY(2:1) = SPACE
014385         MOVE CAP-WORK-PARTY(1:1) TO CAP-WORK-PARTY(2:1)
014386         MOVE "0" TO CAP-WORK-PARTY(1:1)
014387     END-IF
014388     IF CAP-WORK-PARTY IS NUMERIC
014389     AND CAP-WORK-PARTY NOT = "00"
014390         MOVE CAP-WORK-PARTY TO SIGHTVIS-PARTY-SIZE
014391     ELSE
014392         SET CAP-FIELD-BAD TO TRUE
014393         DISPLAY "SIGHTCAP - A NON-ZERO NUMBER, AGAIN PLEASE"
014394     END-IF
014395     .
014396
014397 2090-ASK-COMPLETE-LIST.
014398     SET CAP-FIELD-GOOD TO TRUE
014399     DISPLAY "SIGHTCAP - EVERY SPECIES SEEN LISTED? (Y/N):"
014400     ACCEPT CAP-ANSWER
014401     EVALUATE CAP-ANSWER
014402         WHEN "Y" WHEN "y"
014403             SET SIGHTVIS-LIST-COMPLETE TO TRUE
014404         WHEN "N" WHEN "n"
014405             SET SIGHTVIS-LIST-PARTIAL TO TRUE
014406         WHEN OTHER
014407             SET CAP-FIELD-BAD TO TRUE
014408             DISPLAY "SIGHTCAP - Y OR N, AGAIN PLEASE"
014409     END-EVALUATE
014410     .
014411
014500*----------------------------------------------------------------*
014600* EACH FIELD IS ASKED FOR UNTIL IT PROVES GOOD - A BAD KEYING
014700* COSTS ONE RETRY AT THE CONSOLE, NOT A REJECT FILE TOMORROW
029200     END-READ
029300     .
029400
029402 2600-CAPTURE-BREEDING.
029404     SET CAP-FIELD-BAD TO TRUE
029406     PERFORM 2650-ASK-BREEDING UNTIL CAP-FIELD-GOOD
029408     .
029410
029412 2650-ASK-BREEDING.
029414     SET CAP-FIELD-GOOD TO TRUE
029416     DISPLAY "SIGHTCAP - BREEDING EVIDENCE CODE (OPTIONAL):"
029418     MOVE SPACES TO CAP-WORK-BREEDING
029420     ACCEPT CAP-WORK-BREEDING
029422     MOVE CAP-WORK-BREEDING TO BRDCAT-EVIDENCE-CODE
029424     CALL "BRDCAT" USING BRDCAT-PARAMETERS
029426     IF BRDCAT-NOT-A-CODE
029428         SET CAP-FIELD-BAD TO TRUE
029430         DISPLAY "SIGHTCAP - NOT AN ATLAS EVIDENCE CODE, "
029432             "AGAIN PLEASE"
029434     ELSE
029436         IF BRDCAT-CATEGORY-NAME NOT = SPACES
029438             DISPLAY "SIGHTCAP - " BRDCAT-CATEGORY-NAME " BREEDER"
029440         END-IF
029442     END-IF
029444     .
029446
029500 2800-WRITE-SIGHTING.
029600     MOVE CAP-DATE-NUMERIC  TO SIGHT-DATE
029700     MOVE CAP-WORK-OBSERVER TO SIGHT-OBSERVER-ID
030000     MOVE CAP-COUNT-NUMERIC TO SIGHT-COUNT
030100     MOVE CAP-WORK-SITE     TO SIGHT-SITE-CODE
030200     MOVE CAP-WORK-LOCATION TO SIGHT-LOCATION-REST
030210     MOVE CAP-WORK-BREEDING TO SIGHT-BREEDING-CODE
030300     WRITE SIGHT-RECORD
030400     ADD 1 TO CAP-RECORD-COUNT
030500     ADD CAP-COUNT-NUMERIC TO CAP-HASH-TOTAL
032300     CLOSE SITE-MASTER
032400     DISPLAY "SIGHTCAP - SESSION CLOSED, "
032500         CAP-RECORD-COUNT " SIGHTINGS, HASH " CAP-HASH-TOTAL
032510     DISPLAY "SIGHTCAP - VISITS RECORDED THIS SESSION: "
032520         CAP-VISIT-COUNT
032600     .
