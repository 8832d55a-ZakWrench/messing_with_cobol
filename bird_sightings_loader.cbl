010710*                  RC 4 INSTEAD OF CLEAN - THE CHECK STOOD DOWN
010711*                  FOR PART OF THE RUN AND THE MORNING SUMMARY
010712*                  MUST SHOW THE CONTROL WAS OFF
010722* 10/15/2026 DNO   EACH ATLAS ENTRY NOW ALSO KEEPS THE HIGHEST
010732*                  BREEDING CATEGORY REACHED PER YEAR - THE
010742*                  ARCHIVED SIGHTING'S BREEDING EVIDENCE CODE IS
010752*                  CLASSIFIED THROUGH BRDCAT AND RAISES THE
010762*                  CATEGORY FOR ITS SIGHTING YEAR, THE OLDEST YEAR
010772*                  DROPPING OFF WHEN ALL TEN ARE IN USE
010774* 10/15/2026 DNO   EACH ATLAS ENTRY NOW ALSO KEEPS THE HIGHEST
010776*                  SINGLE COUNT RECORDED FOR THE SITE AND SPECIES,
010778*                  AGAINST WHICH SIGHTEDT QUERIES AN IMPLAUSIBLE
010780*                  COUNT
010782* 10/15/2026 DNO   EACH SPECIES POPULATION REWRITE NOW WRITES AN
010784*                  AFTER-IMAGE TO THE MSTJRNL JOURNAL THROUGH
010786*                  JRNLW, SO MSTRFWD CAN ROLL THE LAST MASTER
010788*                  BACKUP FORWARD THROUGH THE LOAD
010789* 10/15/2026 DNO   SIGHTARC IS NOW INDEXED ON THE DUPLICATE KEY.
010790*                  THE DUPLICATE CHECK READS THE ARCHIVE BY KEY
010791*                  FOR EACH INCOMING SIGHTING INSTEAD OF LOADING
010792*                  EVERY ARCHIVED KEY INTO THE TABLE AT THE START
010793*                  OF THE RUN - THE TABLE NOW HOLDS ONLY THIS
010794*                  RUN'S ACCEPTED RECORDS.  THE APPEND WRITES EACH
010795*                  RECORD BY KEY, KEYS BUILT BY ARCKEY
010805* 10/15/2026 DNO   A COMPLETED LOAD NOW WRITES THE LOADCTL CONTROL
010815*                  RECORD - CLEAN, VERIFIED AND RECYCLED SUSPENSE
010825*                  RECORDS READ, APPLIED, APPLY FAILURES, HELD FOR
010835*                  VERIFICATION, DUPLICATES, SUSPENSE WRITTEN AND
010845*                  ARCHIVE RECORDS APPENDED - FOR THE SGTBAL
010855*                  PIPELINE BALANCE
010865*================================================================*
010875 IDENTIFICATION DIVISION.
010900 PROGRAM-ID. SIGHTLOAD.
011000 AUTHOR. D. OKAFOR.
011100 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
015900         FILE STATUS IS SLD-AGING-STATUS.
016000
016100     SELECT SIGHTINGS-ARCHIVE ASSIGN TO "SIGHTARC"
016110         ORGANIZATION IS INDEXED
016120         ACCESS MODE IS DYNAMIC
016130         RECORD KEY IS SIGHTARC-KEY
016140         ALTERNATE RECORD KEY IS SIGHTARC-SITE-KEY
016150             WITH DUPLICATES
016160         ALTERNATE RECORD KEY IS SIGHTARC-OBSERVER-KEY
016170             WITH DUPLICATES
016180         ALTERNATE RECORD KEY IS SIGHTARC-LOAD-DATE
016190             WITH DUPLICATES
016300         FILE STATUS IS SLD-ARCHIVE-STATUS.
016400
016500     SELECT ARCHIVE-WORK ASSIGN TO "ARCHWORK"
016792         ACCESS MODE IS DYNAMIC
016793         RECORD KEY IS ATLAS-KEY
016794         FILE STATUS IS SLD-ATLAS-STATUS.
016804     SELECT LOAD-CONTROL ASSIGN TO "LOADCTL"
016814         ORGANIZATION IS LINE SEQUENTIAL
016824         FILE STATUS IS SLD-LOADCTL-STATUS.
016834
016900 DATA DIVISION.
017000 FILE SECTION.
017100 FD  SIGHTINGS-FILE.
020776
020780 FD  SITE-ATLAS.
020790 COPY ATLASREC.
020792 FD  LOAD-CONTROL.
020794 COPY LOADCTL.
020800
020900 WORKING-STORAGE SECTION.
021000 01  SLD-SIGHTINGS-STATUS       PIC X(02).
024790     05  SLD-ATL-SCIENTIFIC-NAME PIC X(30).
024800     05  SLD-ATL-COUNT           PIC 9(05).
024810     05  SLD-ATL-SITE-CODE       PIC X(06).
024815     05  FILLER                  PIC X(22).
024820     05  SLD-ATL-BREEDING-CODE   PIC X(02).
024825 01  SLD-OPERATOR                PIC X(08).
024830 01  SLD-ATLAS-NAME              PIC X(30).
024831 01  SLD-BREEDING-YEAR           PIC 9(04).
024832 01  SLD-BREEDING-INDEX          PIC 9(02) COMP.
024833 01  SLD-BREEDING-FOUND          PIC 9(02) COMP.
024834 01  SLD-BREEDING-SWITCH         PIC X(01).
024835     88  SLD-BREEDING-MATCHED    VALUE "Y".
024836     88  SLD-BREEDING-NOT-MATCHED VALUE "N".
024837 01  SLD-DUPWORK-STATUS          PIC X(02).
024838 01  SLD-DUPREPT-STATUS          PIC X(02).
024839 01  SLD-DUPLICATES-DROPPED      PIC 9(07) VALUE ZERO.
024840 01  SLD-LOADCTL-STATUS          PIC X(02).
024841 01  SLD-CLEAN-READ              PIC 9(07) VALUE ZERO.
024842 01  SLD-VERIFIED-READ           PIC 9(07) VALUE ZERO.
024843 01  SLD-SUSPENSE-READ           PIC 9(07) VALUE ZERO.
024844 01  SLD-APPLY-FAILED            PIC 9(07) VALUE ZERO.
024845 01  SLD-ARCHIVE-APPENDED        PIC 9(07) VALUE ZERO.
024846 01  SLD-DUP-EOF-SWITCH          PIC X(01).
024847     88  SLD-DUP-EOF             VALUE "Y".
024848     88  SLD-DUP-NOT-EOF         VALUE "N".
024849*----------------------------------------------------------------*
024850* DUPLICATE-CHECK KEY TABLE - THE DATE, OBSERVER, SITE AND
024851* STANDARDIZED NAME OF EACH RECORD ACCEPTED THIS RUN; THE
024852* ARCHIVE ITSELF IS CHECKED BY KEY.  A RE-SENT BATCH CANNOT
024853* APPLY TWICE
024854*----------------------------------------------------------------*
024855 01  SLD-DUP-KEY-TABLE.
024856     05  SLD-DUP-KEY             PIC X(50) OCCURS 5000 TIMES.
024858 01  SLD-DUP-KEY-COUNT           PIC 9(04) VALUE ZERO COMP.
024860 01  SLD-DUP-KEY-INDEX           PIC 9(04) COMP.
024868 01  SLD-DUP-FULL-SWITCH         PIC X(01) VALUE "N".
024870     88  SLD-DUP-TABLE-FULL      VALUE "Y".
024872     88  SLD-DUP-TABLE-NOT-FULL  VALUE "N".
024873 01  SLD-ARCHIVE-OPEN-SWITCH     PIC X(01) VALUE "N".
024874     88  SLD-ARCHIVE-OPEN        VALUE "Y".
024875     88  SLD-ARCHIVE-NOT-OPEN    VALUE "N".
024876 01  SLD-DUP-WORK-KEY.
024877     05  SLD-DUP-WORK-DATE       PIC 9(08).
024878     05  SLD-DUP-WORK-OBSERVER   PIC X(06).
024880     05  SLD-DUP-WORK-SITE       PIC X(06).
024882     05  SLD-DUP-WORK-NAME       PIC X(30).
025900 01  SLD-TALLY-COUNT           PIC 9(07) VALUE ZERO.
026000 01  SLD-TALLY-HASH            PIC 9(09) VALUE ZERO.
026100 COPY SIGHTCTL.
026110 COPY BRDCAT.
026200*----------------------------------------------------------------*
026300* PER-SPECIES AGGREGATION TABLE - COUNTS ARE SUMMED IN STORAGE
026400* AND THE MASTER IS TOUCHED ONCE PER SPECIES, NOT ONCE PER ROW
028400     88  SLD-LOCK-REFUSED        VALUE "N".
028500 COPY RUNLOG.
028600 COPY PRTCTL.
028610 COPY MSTJRNL.
028700
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
042700     .
042701
042702*----------------------------------------------------------------*
042800* THE ARCHIVE IS KEYED ON THE DUPLICATE KEY ITSELF, SO IT IS HELD
042900* OPEN FOR A KEYED READ PER INCOMING SIGHTING INSTEAD OF BEING
043000* READ END TO END INTO A TABLE.  THE TABLE NOW ONLY HOLDS WHAT
043100* THIS RUN HAS ACCEPTED.  WITH IT FULL THAT PART OF THE CHECK
043200* STANDS DOWN - APPLYING A RECORD BEATS LOSING ONE - BUT THE RUN
043300* THEN ENDS RC 4 SO THE MORNING SUMMARY SHOWS THE CONTROL WAS OFF
043400*----------------------------------------------------------------*
043500 1150-LOAD-DUPLICATE-KEYS.
043600     SET SLD-ARCHIVE-NOT-OPEN TO TRUE
043700     OPEN INPUT SIGHTINGS-ARCHIVE
043800     IF SLD-ARCHIVE-STATUS = "00"
043801         SET SLD-ARCHIVE-OPEN TO TRUE
043802     END-IF
043803     .
043804
043805*----------------------------------------------------------------*
043806* SIGHTINGS SIGNED OFF IN SGTVERIF ARE PRESENTED FIRST, WITH THE
043807* TRAINEE DIVERT BYPASSED - A VERIFIED SIGHTING MUST NOT GO
043808* STRAIGHT BACK ON THE HOLD QUEUE
043809*----------------------------------------------------------------*
043810 1300-PROCESS-VERIFIED-FILE.
043811     SET SLD-VERIFIED-NOT-EOF TO TRUE
043812     SET SLD-VERIFIED-INPUT TO TRUE
043813     OPEN INPUT VERIFIED-FILE
043814     IF SLD-VERIFIED-STATUS = "00"
043815     OR SLD-VERIFIED-STATUS = "05"
043816         IF SLD-VERIFIED-STATUS = "00"
043817             PERFORM 1360-READ-VERIFIED
043818             PERFORM 1320-PROCESS-ONE-VERIFIED
043819                 UNTIL SLD-VERIFIED-EOF
043820         END-IF
043821         CLOSE VERIFIED-FILE
043822     END-IF
043823     SET SLD-UNVERIFIED-INPUT TO TRUE
043824     .
043825
043826 1320-PROCESS-ONE-VERIFIED.
043827     ADD 1 TO SLD-SIGHTINGS-READ-COUNT
043829     ADD 1 TO SLD-VERIFIED-READ
043831     MOVE VERIFIED-SIGHTING-RECORD TO SIGHT-RECORD
043833     MOVE ZERO TO SLD-CURRENT-CYCLE
043835     PERFORM 2500-ACCUMULATE-ONE-SIGHTING
043837     PERFORM 1360-READ-VERIFIED
043839     .
043841
043843 1360-READ-VERIFIED.
043845     READ VERIFIED-FILE
043847         AT END
043849             SET SLD-VERIFIED-EOF TO TRUE
043851     END-READ
043853     .
043855
043857*----------------------------------------------------------------*
043859* THE PRIOR NIGHT'S SUSPENSE IS RE-PRESENTED AHEAD OF THE DAILY
043861* FILE, EACH RECORD CARRYING THE NUMBER OF CYCLES IT HAS BEEN
043863* THROUGH ALREADY
043865*----------------------------------------------------------------*
043867 1500-PROCESS-SUSPENSE-FILE.
043869     SET SLD-SUSPENSE-NOT-EOF TO TRUE
043871     OPEN INPUT SUSPENSE-FILE
043873     IF SLD-SUSPENSE-STATUS = "00"
043875     OR SLD-SUSPENSE-STATUS = "05"
043900         PERFORM 1560-READ-SUSPENSE
044000         PERFORM 1520-PROCESS-ONE-SUSPENSE
044100             UNTIL SLD-SUSPENSE-EOF
044500
044600 1520-PROCESS-ONE-SUSPENSE.
044700     ADD 1 TO SLD-SIGHTINGS-READ-COUNT
044710     ADD 1 TO SLD-SUSPENSE-READ
044800     MOVE SIGHTSUS-SIGHTING    TO SIGHT-RECORD
044900     MOVE SIGHTSUS-CYCLE-COUNT TO SLD-CURRENT-CYCLE
045000     PERFORM 2500-ACCUMULATE-ONE-SIGHTING
046400         CONTINUE
046500     ELSE
046600         ADD 1 TO SLD-SIGHTINGS-READ-COUNT
046610         ADD 1 TO SLD-CLEAN-READ
046700         MOVE ZERO TO SLD-CURRENT-CYCLE
046800         PERFORM 2500-ACCUMULATE-ONE-SIGHTING
046900     END-IF
056910
056920 2080-CHECK-DUPLICATE.
056922     SET SLD-NOT-DUPLICATE TO TRUE
056923     MOVE SIGHT-DATE        TO SLD-DUP-WORK-DATE
056924     MOVE SIGHT-OBSERVER-ID TO SLD-DUP-WORK-OBSERVER
056925     MOVE SIGHT-SITE-CODE   TO SLD-DUP-WORK-SITE
056926     MOVE SIGHT-SCIENTIFIC-NAME TO SLD-DUP-WORK-NAME
056927     CALL "NAMESTD" USING SLD-DUP-WORK-NAME
056928     IF SLD-ARCHIVE-OPEN
056929         MOVE SLD-DUP-WORK-KEY TO SIGHTARC-KEY
056930         READ SIGHTINGS-ARCHIVE
056931             KEY IS SIGHTARC-KEY
056932             INVALID KEY
056933                 CONTINUE
056934             NOT INVALID KEY
056935                 SET SLD-DUPLICATE-FOUND TO TRUE
056936         END-READ
056937     END-IF
056938     IF SLD-NOT-DUPLICATE
056939     AND SLD-DUP-TABLE-NOT-FULL
056940         PERFORM 2082-MATCH-ONE-KEY
056941             VARYING SLD-DUP-KEY-INDEX FROM 1 BY 1
056942             UNTIL SLD-DUP-KEY-INDEX > SLD-DUP-KEY-COUNT
056943                OR SLD-DUPLICATE-FOUND
056944     END-IF
056946     .
056948
064000             INVALID KEY
064100                 ADD SLD-ENTRY-RECORDS(SLD-APPLY-INDEX)
064200                     TO SLD-SIGHTINGS-REJECTED
064210                 ADD SLD-ENTRY-RECORDS(SLD-APPLY-INDEX)
064220                     TO SLD-APPLY-FAILED
064300                 DISPLAY "SIGHTLOAD - SPECIES VANISHED: "
064400                     SLD-ENTRY-NAME(SLD-APPLY-INDEX)
064500             NOT INVALID KEY
065900     IF SLD-POP-INVALID
066000         ADD SLD-ENTRY-RECORDS(SLD-APPLY-INDEX)
066100             TO SLD-SIGHTINGS-REJECTED
066110         ADD SLD-ENTRY-RECORDS(SLD-APPLY-INDEX)
066120             TO SLD-APPLY-FAILED
066200         DISPLAY "SIGHTLOAD - POPULATION OVERFLOW: "
066300             BIRD-SCIENTIFIC-NAME
066400     ELSE
066700         ADD SLD-ENTRY-RECORDS(SLD-APPLY-INDEX)
066800             TO SLD-SIGHTINGS-APPLIED
066900         PERFORM 2200-RECORD-POPULATION-HISTORY
066910         PERFORM 2250-JOURNAL-AFTER-IMAGE
067000     END-IF
067100     .
067200
067900     WRITE POPHIST-RECORD
068000     .
068100
068105*----------------------------------------------------------------*
068110* EACH SPECIES REWRITE IS JOURNALLED, SO MSTRFWD CAN ROLL THE LAST
068115* MASTER BACKUP FORWARD THROUGH THE NIGHT'S LOAD
068120*----------------------------------------------------------------*
068125 2250-JOURNAL-AFTER-IMAGE.
068130     MOVE "SIGHTLOD"           TO JRNL-PROGRAM
068135     SET JRNL-IS-SPECIES       TO TRUE
068140     SET JRNL-IS-CHANGE        TO TRUE
068145     MOVE BIRD-SCIENTIFIC-NAME TO JRNL-KEY
068150     MOVE BIRD-RECORD          TO JRNL-IMAGE
068155     CALL "JRNLW" USING JRNL-RECORD
068160     .
068165
068200 2350-WRITE-CHECKPOINT.
068300     MOVE SLD-APPLY-INDEX TO CKP-SPECIES-APPLIED
068400     OPEN OUTPUT CHECKPOINT-FILE
070600     PERFORM 3100-CLEAR-CHECKPOINT
070610     PERFORM 3150-CLEAR-VERIFIED-FILE
070620     PERFORM 3170-PRINT-DUPLICATES-REPORT
070630     PERFORM 3195-WRITE-LOAD-CONTROL
070700     DISPLAY "SIGHTLOAD - READ: "    SLD-SIGHTINGS-READ-COUNT
070800     DISPLAY "SIGHTLOAD - APPLIED: " SLD-SIGHTINGS-APPLIED
070900     DISPLAY "SIGHTLOAD - REJECTED: " SLD-SIGHTINGS-REJECTED
075300     .
075400
075500*----------------------------------------------------------------*
075510* THE ARCHIVE IS ONLY ADDED TO ONCE THE APPLY PASS HAS RUN TO
075520* COMPLETION, SO A RESTARTED RUN CANNOT DOUBLE-ARCHIVE.  THE
075530* DUPLICATE CHECK KEPT EVERY KEY UNIQUE - A KEY ALREADY ON FILE
075540* HERE IS SHOWN ON THE CONSOLE AND KEPT OFF THE ATLAS
075800*----------------------------------------------------------------*
075900 3080-APPEND-ARCHIVE-WORK.
076000     SET SLD-SUSPENSE-NOT-EOF TO TRUE
076100     OPEN INPUT ARCHIVE-WORK
076200     IF SLD-ARCHIVE-OPEN
076300         CLOSE SIGHTINGS-ARCHIVE
076500     END-IF
076501     OPEN I-O SIGHTINGS-ARCHIVE
076502     IF SLD-ARCHIVE-STATUS = "35"
076503         OPEN OUTPUT SIGHTINGS-ARCHIVE
076504         CLOSE SIGHTINGS-ARCHIVE
076505         OPEN I-O SIGHTINGS-ARCHIVE
076506     END-IF
076510     OPEN I-O SITE-ATLAS
076520     IF SLD-ATLAS-STATUS = "35"
076530         CLOSE SITE-ATLAS
078000 3090-COPY-ONE-ARCHIVE.
078100     MOVE ARCW-LOAD-DATE TO SIGHTARC-LOAD-DATE
078200     MOVE ARCW-SIGHTING  TO SIGHTARC-SIGHTING
078210     CALL "ARCKEY" USING SIGHTARC-RECORD
078300     WRITE SIGHTARC-RECORD
078310         INVALID KEY
078320             DISPLAY "SIGHTLOAD - ARCHIVE KEY ALREADY ON FILE: "
078330                 SIGHTARC-KEY
078340         NOT INVALID KEY
078345             ADD 1 TO SLD-ARCHIVE-APPENDED
078350             PERFORM 3092-UPDATE-SITE-ATLAS
078360     END-WRITE
078400     PERFORM 3085-READ-ARCHIVE-WORK
078500     .
078510
078660             MOVE SLD-ATL-SIGHT-DATE TO ATLAS-FIRST-DATE
078670             MOVE SLD-ATL-SIGHT-DATE TO ATLAS-LAST-DATE
078680             MOVE SLD-ATL-COUNT      TO ATLAS-TOTAL-COUNT
078681             MOVE SLD-ATL-COUNT      TO ATLAS-MAX-COUNT
078682             MOVE ZEROS              TO ATLAS-BREEDING-HISTORY
078684             PERFORM 3094-NOTE-BREEDING-CATEGORY
078690             WRITE ATLAS-RECORD
078700             ADD 1 TO SLD-ATLAS-UPDATED
078710         NOT INVALID KEY
078760                 MOVE SLD-ATL-SIGHT-DATE TO ATLAS-LAST-DATE
078770             END-IF
078780             ADD SLD-ATL-COUNT TO ATLAS-TOTAL-COUNT
078781             IF SLD-ATL-COUNT > ATLAS-MAX-COUNT
078782                 MOVE SLD-ATL-COUNT TO ATLAS-MAX-COUNT
078783             END-IF
078785             PERFORM 3094-NOTE-BREEDING-CATEGORY
078790             REWRITE ATLAS-RECORD
078800             ADD 1 TO SLD-ATLAS-UPDATED
078810     END-READ
078820     .
078830
078831*----------------------------------------------------------------*
078832* A SIGHTING WITH BREEDING EVIDENCE RAISES THE ENTRY'S CATEGORY
078833* FOR ITS SIGHTING YEAR - NEVER LOWERS IT.  A YEAR NOT YET HELD
078834* TAKES AN UNUSED ENTRY, OR THE OLDEST ONE IF ALL TEN ARE IN USE;
078835* EVIDENCE OLDER THAN EVERY YEAR HELD IS NOT KEPT
078836*----------------------------------------------------------------*
078837 3094-NOTE-BREEDING-CATEGORY.
078838     MOVE SLD-ATL-BREEDING-CODE TO BRDCAT-EVIDENCE-CODE
078839     CALL "BRDCAT" USING BRDCAT-PARAMETERS
078840     IF BRDCAT-POSSIBLE OR BRDCAT-PROBABLE OR BRDCAT-CONFIRMED
078841         MOVE SLD-ATLAS-SIGHTING(1:4) TO SLD-BREEDING-YEAR
078842         SET SLD-BREEDING-NOT-MATCHED TO TRUE
078843         PERFORM 3096-MATCH-ONE-BREEDING-YEAR
078844             VARYING SLD-BREEDING-INDEX FROM 1 BY 1
078845             UNTIL SLD-BREEDING-INDEX > 10
078846                OR SLD-BREEDING-MATCHED
078847         IF SLD-BREEDING-NOT-MATCHED
078848             MOVE 1 TO SLD-BREEDING-FOUND
078849             PERFORM 3098-NOTE-OLDEST-BREEDING-YEAR
078850                 VARYING SLD-BREEDING-INDEX FROM 2 BY 1
078851                 UNTIL SLD-BREEDING-INDEX > 10
078852             IF ATLAS-BREEDING-YEAR(SLD-BREEDING-FOUND)
078853                 < SLD-BREEDING-YEAR
078854                 MOVE SLD-BREEDING-YEAR
078855                     TO ATLAS-BREEDING-YEAR(SLD-BREEDING-FOUND)
078856                 MOVE "0" TO
078857                     ATLAS-BREEDING-CATEGORY(SLD-BREEDING-FOUND)
078858                 SET SLD-BREEDING-MATCHED TO TRUE
078859             END-IF
078860         END-IF
078861         IF SLD-BREEDING-MATCHED
078862         AND BRDCAT-CATEGORY
078863             > ATLAS-BREEDING-CATEGORY(SLD-BREEDING-FOUND)
078864             MOVE BRDCAT-CATEGORY
078865                 TO ATLAS-BREEDING-CATEGORY(SLD-BREEDING-FOUND)
078866         END-IF
078867     END-IF
078868     .
078869
078870 3096-MATCH-ONE-BREEDING-YEAR.
078871     IF ATLAS-BREEDING-YEAR(SLD-BREEDING-INDEX)
078872         = SLD-BREEDING-YEAR
078873         MOVE SLD-BREEDING-INDEX TO SLD-BREEDING-FOUND
078874         SET SLD-BREEDING-MATCHED TO TRUE
078875     END-IF
078876     .
078877
078878 3098-NOTE-OLDEST-BREEDING-YEAR.
078879     IF ATLAS-BREEDING-YEAR(SLD-BREEDING-INDEX)
078880         < ATLAS-BREEDING-YEAR(SLD-BREEDING-FOUND)
078881         MOVE SLD-BREEDING-INDEX TO SLD-BREEDING-FOUND
078882     END-IF
078883     .
078884
078885 3100-CLEAR-CHECKPOINT.
078886     MOVE ZERO TO CKP-SPECIES-APPLIED
078887     OPEN OUTPUT CHECKPOINT-FILE
078888     WRITE CHECKPOINT-RECORD
078889     CLOSE CHECKPOINT-FILE
078890     .
079300
079400*----------------------------------------------------------------*
085100             SET SLD-DUP-EOF TO TRUE
085200     END-READ
085300     .
085400*----------------------------------------------------------------*
085500* THE LOAD'S OWN CONTROL FIGURES, DATED THE LOAD DATE, FOR SGTBAL
085600* TO BALANCE AGAINST THE COLLATOR AND THE EDIT.  ONLY A LOAD THAT
085700* REACHED THIS POINT WRITES ONE
085800*----------------------------------------------------------------*
085900 3195-WRITE-LOAD-CONTROL.
086000     MOVE SLD-LOAD-DATE          TO LOADCTL-RUN-DATE
086100     MOVE SLD-CLEAN-READ         TO LOADCTL-CLEAN-READ
086200     MOVE SLD-VERIFIED-READ      TO LOADCTL-VERIFIED-READ
086300     MOVE SLD-SUSPENSE-READ      TO LOADCTL-SUSPENSE-READ
086400     MOVE SLD-SIGHTINGS-APPLIED  TO LOADCTL-APPLIED
086500     MOVE SLD-APPLY-FAILED       TO LOADCTL-APPLY-FAILED
086600     MOVE SLD-HELD-FOR-VERIFY    TO LOADCTL-HELD-FOR-VERIFY
086700     MOVE SLD-DUPLICATES-DROPPED TO LOADCTL-DUPLICATES
086800     MOVE SLD-SUSPENSE-WRITTEN   TO LOADCTL-SUSPENSE-WRITTEN
086900     MOVE SLD-ARCHIVE-APPENDED   TO LOADCTL-ARCHIVE-APPENDED
087000     OPEN OUTPUT LOAD-CONTROL
087100     IF SLD-LOADCTL-STATUS = "00"
087200         WRITE LOADCTL-RECORD
087300         CLOSE LOAD-CONTROL
087400     ELSE
087500         DISPLAY "SIGHTLOAD - LOADCTL OPEN FAILED, STATUS "
087600             SLD-LOADCTL-STATUS
087700     END-IF
087800     .
