004300*                  RESOLVES TO THE CURRENT ONE, AND THE CLEAN
004301*                  RECORD IS REWRITTEN WITH THE CURRENT NAME SO
004302*                  EVERYTHING DOWNSTREAM AGGREGATES UNDER IT
004312* 10/15/2026 DNO   THE BREEDING EVIDENCE CODE ON EACH SIGHTING IS
004322*                  NOW CHECKED THROUGH BRDCAT - A CODE THAT IS NOT
004332*                  ON THE ATLAS LIST GOES TO THE REJECT FILE WITH
004342*                  REASON BRED.  A BLANK CODE IS STILL GOOD
004343* 10/15/2026 DNO   A COUNT FAR ABOVE THE SPECIES' HIGHEST COUNT AT
004344*                  THE SITE (SITEATLS), OR ABOVE ITS UK BREEDING
004345*                  POPULATION, BY MORE THAN THE CNTPARM MULTIPLES
004346*                  IS NO LONGER PASSED TO THE LOAD - IT GOES TO
004347*                  THE SIGHTQRY COUNT QUERY FILE WITH REASON CSIT
004348*                  OR CPOP, AND ONLY A QRYTRAN CONFIRM OR CORRECT
004349*                  (QRYRESV) FEEDS IT BACK VIA THE SUSPENSE FILE
004354* 10/15/2026 DNO   SURVEY VISIT RECORDS (SIGHTCTL TYPE V) ON THE
004359*                  SIGHTINGS FILE ARE NOW EDITED - DATE, OBSERVER,
004364*                  SITE, START BEFORE END, PARTY SIZE AND LIST
004369*                  FLAG - AND STORED ON THE VISITS FILE KEYED BY
004374*                  SITE, DATE AND OBSERVER, A RE-SENT VISIT
004379*                  REPLACING THE ONE ON FILE.  A BAD VISIT GOES TO
004384*                  THE REJECT FILE WITH REASON VIS.  VISITS ARE
004389*                  NOT DETAILS - THEY ARE NOT TALLIED AGAINST THE
004394*                  TRAILER AND NEVER REACH THE CLEAN FILE
004395* 10/15/2026 DNO   SIGHTINGS AND VISITS AT A MERGED SITE MOVE TO
004396*                  THE SURVIVOR; ONE ON OR AFTER A SITE'S CLOSED
004397*                  DATE IS REJECTED - A SIGHTING WITH REASON CLSD,
004398*                  A VISIT WITH REASON VIS
004408* 10/15/2026 DNO   THE CLEAN FILE TRAILER NOW ALSO CARRIES THE
004418*                  REJECTED, SUSPENSE, RARITY AND QUERY COUNTS FOR
004428*                  THE SGTBAL PIPELINE BALANCE
004438*================================================================*
004448 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. SIGHTEDT.
004600 AUTHOR. D. OKAFOR.
004700 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
008802     SELECT OPTIONAL SYNONYM-FILE ASSIGN TO "SPECSYN"
008803         ORGANIZATION IS LINE SEQUENTIAL
008804         FILE STATUS IS SED-SYNONYM-STATUS.
008809     SELECT SITE-ATLAS ASSIGN TO "SITEATLS"
008814         ORGANIZATION IS INDEXED
008819         ACCESS MODE IS DYNAMIC
008824         RECORD KEY IS ATLAS-KEY
008829         FILE STATUS IS SED-ATLAS-STATUS.
008834
008839     SELECT OPTIONAL COUNT-PARAMETER ASSIGN TO "CNTPARM"
008844         ORGANIZATION IS LINE SEQUENTIAL
008849         FILE STATUS IS SED-CNTPARM-STATUS.
008854
008859     SELECT COUNT-QUERY ASSIGN TO "SIGHTQRY"
008864         ORGANIZATION IS LINE SEQUENTIAL
008869         FILE STATUS IS SED-QUERY-STATUS.
008874     SELECT VISIT-FILE ASSIGN TO "VISITS"
008879         ORGANIZATION IS INDEXED
008884         ACCESS MODE IS DYNAMIC
008889         RECORD KEY IS VISIT-KEY
008894         FILE STATUS IS SED-VISIT-STATUS.
008899
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  SIGHTINGS-FILE.
011099
011100 FD  SYNONYM-FILE.
011101 COPY SYNREC.
011111 FD  SITE-ATLAS.
011121 COPY ATLASREC.
011131
011141 FD  COUNT-PARAMETER.
011151 COPY CNTPARM.
011161
011171 FD  COUNT-QUERY.
011181 COPY SIGHTQRY.
011183 FD  VISIT-FILE.
011185 COPY VISITREC.
011191
011200 WORKING-STORAGE SECTION.
011300 01  SED-SIGHTINGS-STATUS         PIC X(02).
011400 01  SED-CLEAN-STATUS             PIC X(02).
015869 01  SED-SYNONYM-MATCH-SWITCH     PIC X(01).
015874     88  SED-SYNONYM-MATCHED      VALUE "Y".
015879     88  SED-SYNONYM-NOT-MATCHED  VALUE "N".
015884*----------------------------------------------------------------*
015889* COUNT PLAUSIBILITY - A COUNT OVER THE SITE MULTIPLE TIMES THE
015894* PAIR'S HIGHEST ATLAS COUNT, OR OVER THE POPULATION MULTIPLE
015899* TIMES THE UK BREEDING POPULATION, IS QUERIED.  WITH NO CNTPARM
015904* FILE THE DEFAULT MULTIPLES APPLY; A ZERO MULTIPLE, A PAIR NOT
015909* YET ON THE ATLAS OR A ZERO POPULATION SKIPS THAT CHECK
015914*----------------------------------------------------------------*
015919 01  SED-ATLAS-STATUS             PIC X(02).
015924 01  SED-CNTPARM-STATUS           PIC X(02).
015929 01  SED-QUERY-STATUS             PIC X(02).
015934 01  SED-ATLAS-SWITCH             PIC X(01).
015939     88  SED-ATLAS-OPEN           VALUE "Y".
015944     88  SED-ATLAS-ABSENT         VALUE "N".
015949 01  SED-SITE-MULTIPLE            PIC 9(03)V9 VALUE 10.
015954 01  SED-POPULATION-MULTIPLE      PIC 9(03)V9 VALUE 2.
015959 01  SED-COUNT-LIMIT              PIC 9(09).
015964 01  SED-QUERY-SWITCH             PIC X(01).
015969     88  SED-COUNT-QUERIED        VALUE "Y".
015974     88  SED-COUNT-PLAUSIBLE      VALUE "N".
015979 01  SED-QUERY-REASON             PIC X(04).
015984 01  SED-RECORDS-QUERIED          PIC 9(07) VALUE ZERO.
015989*----------------------------------------------------------------*
015994* SURVEY VISITS - EDITED AND STORED, NEVER PASSED TO THE LOAD
015999*----------------------------------------------------------------*
016004 01  SED-VISIT-STATUS             PIC X(02).
016009 01  SED-VISITS-READ              PIC 9(07) VALUE ZERO.
016014 01  SED-VISITS-STORED            PIC 9(07) VALUE ZERO.
016019 01  SED-VISITS-REJECTED          PIC 9(07) VALUE ZERO.
016024 01  SED-VISIT-TIME               PIC 9(04).
016029 01  SED-VISIT-TIME-PARTS REDEFINES SED-VISIT-TIME.
016034     05  SED-VISIT-HOURS          PIC 9(02).
016039     05  SED-VISIT-MINUTES        PIC 9(02).
016044 01  SED-START-MINUTES            PIC 9(04).
016049 01  SED-END-MINUTES              PIC 9(04).
016054 COPY SIGHTVIS.
016059 COPY SIGHTCTL.
016064 COPY BRDCAT.
016069 COPY RUNLOG.
016074
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016202     ACCEPT RUNLOG-START-TIME FROM TIME
023200             SET SED-TRAILER-SEEN TO TRUE
023300             MOVE SIGHTCTL-RECORD-COUNT TO SED-EXPECTED-COUNT
023400             MOVE SIGHTCTL-HASH-TOTAL   TO SED-EXPECTED-HASH
023410         WHEN SIGHTCTL-IS-VISIT
023420             CONTINUE
023500         WHEN OTHER
023600             IF SED-HEADER-NOT-SEEN
023700                 DISPLAY "SIGHTEDT - DETAIL BEFORE HEADER"
025920     IF SED-RARHOLD-STATUS = "35"
025930         OPEN OUTPUT RARITIES-HOLD
025940     END-IF
025941     OPEN I-O VISIT-FILE
025942     IF SED-VISIT-STATUS = "35"
025943         CLOSE VISIT-FILE
025944         OPEN OUTPUT VISIT-FILE
025945         CLOSE VISIT-FILE
025946         OPEN I-O VISIT-FILE
025947     END-IF
025950     PERFORM 1300-LOAD-CONSERVATION-STATUS
025955     PERFORM 1450-LOAD-SEASON-CALENDAR
025957     PERFORM 1470-LOAD-SYNONYM-TABLE
025960     PERFORM 1400-READ-SCARCE-THRESHOLD
025970     PERFORM 1500-OPEN-COUNT-CHECKS
026000     PERFORM 1200-WRITE-CLEAN-HEADER
026100     PERFORM 2100-READ-SIGHTING
026200     .
026874     END-READ
026876     .
026878
026879*----------------------------------------------------------------*
026880* THE SITE ATLAS IS BUILT BY THE LOAD - ON A FIRST NIGHT THERE IS
026881* NONE YET, AND ONLY THE POPULATION CHECK RUNS
026882*----------------------------------------------------------------*
026883 1500-OPEN-COUNT-CHECKS.
026884     SET SED-ATLAS-OPEN TO TRUE
026885     OPEN INPUT SITE-ATLAS
026886     IF SED-ATLAS-STATUS NOT = "00"
026887         SET SED-ATLAS-ABSENT TO TRUE
026888         DISPLAY "SIGHTEDT - NO SITE ATLAS, SITE COUNT CHECK OFF"
026889     END-IF
026890     OPEN EXTEND COUNT-QUERY
026891     IF SED-QUERY-STATUS = "35"
026892         OPEN OUTPUT COUNT-QUERY
026893     END-IF
026894     OPEN INPUT COUNT-PARAMETER
026895     IF SED-CNTPARM-STATUS = "00"
026896     OR SED-CNTPARM-STATUS = "05"
026897         IF SED-CNTPARM-STATUS = "00"
026898             READ COUNT-PARAMETER
026899                 AT END
026900                     CONTINUE
026901             END-READ
026902             IF SED-CNTPARM-STATUS = "00"
026903             AND CNTPARM-SITE-MULTIPLE IS NUMERIC
026904             AND CNTPARM-POPULATION-MULTIPLE IS NUMERIC
026905                 MOVE CNTPARM-SITE-MULTIPLE TO SED-SITE-MULTIPLE
026906                 MOVE CNTPARM-POPULATION-MULTIPLE
026907                     TO SED-POPULATION-MULTIPLE
026908             END-IF
026909         END-IF
026910         CLOSE COUNT-PARAMETER
026911     END-IF
026912     .
026913 1200-WRITE-CLEAN-HEADER.
026914     MOVE SPACES TO SIGHTCTL-RECORD
026915     SET SIGHTCTL-IS-HEADER TO TRUE
026916     MOVE SED-FILE-DATE   TO SIGHTCTL-FILE-DATE
026920     MOVE SED-FILE-SOURCE TO SIGHTCTL-SOURCE
026930     WRITE CLEAN-SIGHTING-RECORD FROM SIGHTCTL-RECORD
026940     .
027400     IF SIGHTCTL-IS-HEADER OR SIGHTCTL-IS-TRAILER
027500         PERFORM 2100-READ-SIGHTING
027600     ELSE
027610     IF SIGHTCTL-IS-VISIT
027620         PERFORM 2700-EDIT-ONE-VISIT
027800         PERFORM 2100-READ-SIGHTING
027810     ELSE
027820         PERFORM 2050-EDIT-ONE-DETAIL
027830         PERFORM 2100-READ-SIGHTING
027900     END-IF
027910     END-IF
028000     .
028100
028200 2050-EDIT-ONE-DETAIL.
028600     IF SED-REASON-CODE = SPACES
028700         PERFORM 2300-VALIDATE-SIGHT-COUNT
028800     END-IF
028810     IF SED-REASON-CODE = SPACES
028820         PERFORM 2350-VALIDATE-BREEDING-CODE
028830     END-IF
028900     IF SED-REASON-CODE = SPACES
029000         PERFORM 2400-VALIDATE-OBSERVER
029100     END-IF
029710     IF SED-REASON-CODE = SPACES
029720         PERFORM 2630-CHECK-SEASON
029730     END-IF
029740     SET SED-COUNT-PLAUSIBLE TO TRUE
029750     IF SED-REASON-CODE = SPACES
029760     AND SED-NOT-RARE
029770         PERFORM 2680-CHECK-COUNT-PLAUSIBLE
029780     END-IF
029800     IF SED-REASON-CODE = SPACES
029810     AND SED-RARE-SIGHTING
029820*        A RARITY NEVER RIDES THE CLEAN FILE ON ONE RECORD -
029880         WRITE RARHOLD-RECORD
029890     ELSE
029900     IF SED-REASON-CODE = SPACES
029905     AND SED-COUNT-QUERIED
029910*        AN IMPLAUSIBLE COUNT WAITS ON THE QUERY FILE FOR A
029915*        QRYTRAN CONFIRM, CORRECT OR REJECT - NEVER THE TOTALS
029920         ADD 1 TO SED-RECORDS-QUERIED
029925         MOVE SIGHT-RECORD       TO SIGHTQRY-SIGHTING
029930         MOVE SED-QUERY-REASON   TO SIGHTQRY-REASON-CODE
029935         MOVE SED-COUNT-LIMIT    TO SIGHTQRY-LIMIT
029940         MOVE SED-FILE-DATE      TO SIGHTQRY-HELD-DATE
029945         WRITE SIGHTQRY-RECORD
029950     ELSE
029955     IF SED-REASON-CODE = SPACES
029960         ADD 1 TO SED-RECORDS-CLEAN
030000         ADD SIGHT-COUNT TO SED-CLEAN-HASH
030100         WRITE CLEAN-SIGHTING-RECORD FROM SIGHT-RECORD
030200     ELSE
031700     END-IF
031800     END-IF
031810     END-IF
031820     END-IF
031900     .
032000
032100 2100-READ-SIGHTING.
038100     END-IF
038200     .
038300
038310 2350-VALIDATE-BREEDING-CODE.
038320     MOVE SIGHT-BREEDING-CODE TO BRDCAT-EVIDENCE-CODE
038330     CALL "BRDCAT" USING BRDCAT-PARAMETERS
038340     IF BRDCAT-NOT-A-CODE
038350         MOVE "BRED" TO SED-REASON-CODE
038360     END-IF
038370     .
038380
038400 2400-VALIDATE-OBSERVER.
038500     MOVE SIGHT-OBSERVER-ID TO OBS-OBSERVER-ID
038600     READ OBSERVER-REGISTRY
039500         INVALID KEY
039600             MOVE "SITE" TO SED-REASON-CODE
039700     END-READ
039705*    A MERGED CODE POINTS STRAIGHT AT ITS SURVIVING SITE
039710     IF SED-REASON-CODE = SPACES
039715     AND SITE-IS-MERGED
039720         MOVE SITE-MERGED-INTO TO SIGHT-SITE-CODE
039725         MOVE SIGHT-SITE-CODE TO SITE-CODE
039730         READ SITE-MASTER
039735             INVALID KEY
039740                 MOVE "SITE" TO SED-REASON-CODE
039745         END-READ
039750     END-IF
039755     IF SED-REASON-CODE = SPACES
039760     AND SITE-IS-CLOSED
039765     AND SIGHT-DATE NOT < SITE-CLOSED-DATE
039770         MOVE "CLSD" TO SED-REASON-CODE
039775     END-IF
039800     .
039900
040000 2600-VALIDATE-SPECIES.
040921     END-IF
040922     .
040923
040924*----------------------------------------------------------------*
040925* THE SPECIES RECORD IS STILL IN BIRD-RECORD FROM THE LOOKUP.  THE
040926* SITE HISTORY IS ASKED FIRST - A FLOCK THE SITE HAS NEVER CARRIED
040927* IS THE SURER SIGN OF A KEYING SLIP
040928*----------------------------------------------------------------*
040929 2680-CHECK-COUNT-PLAUSIBLE.
040930     IF SED-ATLAS-OPEN
040931     AND SED-SITE-MULTIPLE > ZERO
040932         MOVE SIGHT-SITE-CODE TO ATLAS-SITE-CODE
040933         MOVE SED-LOOKUP-NAME TO ATLAS-SCIENTIFIC-NAME
040934         READ SITE-ATLAS
040935             INVALID KEY
040936                 CONTINUE
040937             NOT INVALID KEY
040938                 IF ATLAS-MAX-COUNT IS NUMERIC
040939                 AND ATLAS-MAX-COUNT > ZERO
040940                     COMPUTE SED-COUNT-LIMIT =
040941                         ATLAS-MAX-COUNT * SED-SITE-MULTIPLE
040942                     IF SIGHT-COUNT > SED-COUNT-LIMIT
040943                         SET SED-COUNT-QUERIED TO TRUE
040944                         MOVE "CSIT" TO SED-QUERY-REASON
040945                     END-IF
040946                 END-IF
040947         END-READ
040948     END-IF
040949     IF SED-COUNT-PLAUSIBLE
040950     AND SED-POPULATION-MULTIPLE > ZERO
040951     AND BIRD-UK-BREEDING-POPULATION > ZERO
040952         COMPUTE SED-COUNT-LIMIT =
040953             BIRD-UK-BREEDING-POPULATION * SED-POPULATION-MULTIPLE
040954             ON SIZE ERROR
040955                 MOVE 999999999 TO SED-COUNT-LIMIT
040956         END-COMPUTE
040957         IF SIGHT-COUNT > SED-COUNT-LIMIT
040958             SET SED-COUNT-QUERIED TO TRUE
040959             MOVE "CPOP" TO SED-QUERY-REASON
040960         END-IF
040961     END-IF
040962     IF SED-COUNT-QUERIED
040963         DISPLAY "SIGHTEDT - COUNT QUERIED: " SED-LOOKUP-NAME
040964             " " SIGHT-COUNT " OVER " SED-COUNT-LIMIT
040965     END-IF
040966     .
040967*----------------------------------------------------------------*
040968* A SURVEY VISIT IS PROVED THE WAY A DETAIL IS - BUT A VISIT WITH
040969* AN UNKNOWN OBSERVER OR SITE IS REJECTED, NOT SUSPENDED, AS ITS
040970* SIGHTINGS WILL BE SUSPENDED IN THEIR OWN RIGHT
040971*----------------------------------------------------------------*
040972 2700-EDIT-ONE-VISIT.
040973     ADD 1 TO SED-VISITS-READ
040974     MOVE SIGHT-RECORD TO SIGHTVIS-RECORD
040975     MOVE SPACES TO SED-REASON-CODE
040976     IF SIGHTVIS-VISIT-DATE IS NOT NUMERIC
040977         MOVE "VIS" TO SED-REASON-CODE
040978     ELSE
040979         SET SED-DATE-VALID TO TRUE
040980         MOVE SIGHTVIS-VISIT-DATE TO SED-DATE-BREAKDOWN
040981         PERFORM 2250-CHECK-CALENDAR-DATE
040982         IF SED-DATE-INVALID
040983             MOVE "VIS" TO SED-REASON-CODE
040984         END-IF
040985     END-IF
040986     IF SED-REASON-CODE = SPACES
040987         MOVE SIGHTVIS-OBSERVER-ID TO OBS-OBSERVER-ID
040988         READ OBSERVER-REGISTRY
040989             INVALID KEY
040990                 MOVE "VIS" TO SED-REASON-CODE
040991         END-READ
040992     END-IF
040993     IF SED-REASON-CODE = SPACES
040998         PERFORM 2720-VALIDATE-VISIT-SITE
040999     END-IF
041000     IF SED-REASON-CODE = SPACES
041001         PERFORM 2750-CHECK-VISIT-EFFORT
041002     END-IF
041003     IF SED-REASON-CODE = SPACES
041004         PERFORM 2780-STORE-VISIT
041005     ELSE
041006         ADD 1 TO SED-VISITS-REJECTED
041007         MOVE SIGHT-RECORD    TO SIGHTREJ-SIGHTING
041008         MOVE SED-REASON-CODE TO SIGHTREJ-REASON-CODE
041009         WRITE SIGHTREJ-RECORD
041010     END-IF
041011     .
041012
041013 2750-CHECK-VISIT-EFFORT.
041014     IF SIGHTVIS-START-TIME IS NOT NUMERIC
041015     OR SIGHTVIS-END-TIME IS NOT NUMERIC
041016     OR SIGHTVIS-PARTY-SIZE IS NOT NUMERIC
041017         MOVE "VIS" TO SED-REASON-CODE
041018     ELSE
041019         MOVE SIGHTVIS-START-TIME TO SED-VISIT-TIME
041020         IF SED-VISIT-HOURS > 23 OR SED-VISIT-MINUTES > 59
041021             MOVE "VIS" TO SED-REASON-CODE
041022         END-IF
041023         COMPUTE SED-START-MINUTES =
041024             SED-VISIT-HOURS * 60 + SED-VISIT-MINUTES
041025         MOVE SIGHTVIS-END-TIME TO SED-VISIT-TIME
041026         IF SED-VISIT-HOURS > 23 OR SED-VISIT-MINUTES > 59
041027             MOVE "VIS" TO SED-REASON-CODE
041028         END-IF
041029         COMPUTE SED-END-MINUTES =
041030             SED-VISIT-HOURS * 60 + SED-VISIT-MINUTES
041031         IF SED-END-MINUTES NOT > SED-START-MINUTES
041032         OR SIGHTVIS-PARTY-SIZE = ZERO
041033             MOVE "VIS" TO SED-REASON-CODE
041034         END-IF
041035         IF NOT SIGHTVIS-LIST-COMPLETE
041036         AND NOT SIGHTVIS-LIST-PARTIAL
041037             MOVE "VIS" TO SED-REASON-CODE
041038         END-IF
041039     END-IF
041040     .
041041
041042 2780-STORE-VISIT.
041043     MOVE SIGHTVIS-SITE-CODE     TO VISIT-SITE-CODE
041044     MOVE SIGHTVIS-VISIT-DATE    TO VISIT-DATE
041045     MOVE SIGHTVIS-OBSERVER-ID   TO VISIT-OBSERVER-ID
041046     MOVE SIGHTVIS-START-TIME    TO VISIT-START-TIME
041047     MOVE SIGHTVIS-END-TIME      TO VISIT-END-TIME
041048     COMPUTE VISIT-MINUTES = SED-END-MINUTES - SED-START-MINUTES
041049     MOVE SIGHTVIS-WEATHER       TO VISIT-WEATHER
041050     MOVE SIGHTVIS-PARTY-SIZE    TO VISIT-PARTY-SIZE
041051     MOVE SIGHTVIS-COMPLETE-LIST TO VISIT-COMPLETE-LIST
041052     MOVE SED-FILE-DATE          TO VISIT-FILE-DATE
041053     ADD 1 TO SED-VISITS-STORED
041054     WRITE VISIT-RECORD
041055         INVALID KEY
041056             REWRITE VISIT-RECORD
041057     END-WRITE
041058     .
041059
041060*----------------------------------------------------------------*
041061* A VISIT TO A MERGED SITE IS FILED UNDER THE SURVIVOR; A VISIT
041062* ON OR AFTER A SITE'S CLOSURE IS REFUSED
041063*----------------------------------------------------------------*
041064 2720-VALIDATE-VISIT-SITE.
041065     MOVE SIGHTVIS-SITE-CODE TO SITE-CODE
041066     READ SITE-MASTER
041067         INVALID KEY
041068             MOVE "VIS" TO SED-REASON-CODE
041069     END-READ
041070     IF SED-REASON-CODE = SPACES
041071     AND SITE-IS-MERGED
041072         MOVE SITE-MERGED-INTO TO SIGHTVIS-SITE-CODE
041073         MOVE SIGHTVIS-SITE-CODE TO SITE-CODE
041074         READ SITE-MASTER
041075             INVALID KEY
041076                 MOVE "VIS" TO SED-REASON-CODE
041077         END-READ
041078     END-IF
041079     IF SED-REASON-CODE = SPACES
041080     AND SITE-IS-CLOSED
041081     AND SIGHTVIS-VISIT-DATE NOT < SITE-CLOSED-DATE
041082         MOVE "VIS" TO SED-REASON-CODE
041083     END-IF
041084     .
041085 3000-TERMINATE.
041100     PERFORM 3200-WRITE-CLEAN-TRAILER
041200     CLOSE SIGHTINGS-FILE
041300     CLOSE CLEAN-SIGHTINGS
041700     CLOSE SITE-MASTER
041800     CLOSE SUSPENSE-FILE
041810     CLOSE RARITIES-HOLD
041820     CLOSE COUNT-QUERY
041825     CLOSE VISIT-FILE
041830     IF SED-ATLAS-OPEN
041840         CLOSE SITE-ATLAS
041850     END-IF
041900     DISPLAY "SIGHTEDT - READ: "     SED-RECORDS-READ
042000     DISPLAY "SIGHTEDT - CLEAN: "    SED-RECORDS-CLEAN
042100     DISPLAY "SIGHTEDT - REJECTED: " SED-RECORDS-REJECTED
042240         SED-RECORDS-OUT-OF-SEASON
042250     DISPLAY "SIGHTEDT - RESOLVED VIA SYNONYM: "
042260         SED-RESOLVED-VIA-SYNONYM
042270     DISPLAY "SIGHTEDT - HELD FOR COUNT QUERY: "
042280         SED-RECORDS-QUERIED
042285     DISPLAY "SIGHTEDT - SURVEY VISITS READ: " SED-VISITS-READ
042290         " STORED: " SED-VISITS-STORED
042295         " REJECTED: " SED-VISITS-REJECTED
042300     IF SED-RECORDS-REJECTED > 0
042310     OR SED-VISITS-REJECTED > 0
042400         MOVE 8 TO SED-RETURN-CODE
042500     END-IF
042600     MOVE "SIGHTEDT"            TO RUNLOG-STEP-NAME
043600     SET SIGHTCTL-IS-TRAILER TO TRUE
043700     MOVE SED-RECORDS-CLEAN TO SIGHTCTL-RECORD-COUNT
043800     MOVE SED-CLEAN-HASH    TO SIGHTCTL-HASH-TOTAL
043810     MOVE SED-RECORDS-REJECTED TO SIGHTCTL-REJECTED-COUNT
043820     MOVE SED-RECORDS-HELD     TO SIGHTCTL-SUSPENSE-COUNT
043830     MOVE SED-RECORDS-RARE     TO SIGHTCTL-RARITIES-COUNT
043840     MOVE SED-RECORDS-QUERIED  TO SIGHTCTL-QUERY-COUNT
043900     WRITE CLEAN-SIGHTING-RECORD FROM SIGHTCTL-RECORD
044000     .
