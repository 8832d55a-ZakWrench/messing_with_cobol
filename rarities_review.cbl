001810* 09/02/2026 DNO   THE HOLD FILE NOW ALSO CARRIES OUT-OF-SEASON
001820*                  SIGHTINGS (REASON SEAS) - THE REVIEW WORKS
001830*                  THEM EXACTLY LIKE THE RED AND SCARCE HOLDS
001840* 10/15/2026 DNO   EACH REVIEW THAT MATCHES A HELD SIGHTING IS NOW
001850*                  ALSO APPENDED TO THE REVWHIST REVIEW HISTORY
001860*                  WITH ITS OUTCOME AND THE BUSINESS DATE, SO THE
001870*                  ACCREDITATION REVIEW CAN WEIGH EACH OBSERVER'S
001880*                  ACCEPTED AND REJECTED RARITIES
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. RARREVW.
004200     SELECT SUSPENSE-FILE ASSIGN TO "SIGHTSUS"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS RRV-SUSPENSE-STATUS.
004410     SELECT REVIEW-HISTORY ASSIGN TO "REVWHIST"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS RRV-HISTORY-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
005900
006000 FD  SUSPENSE-FILE.
006100 COPY SIGHTSUS.
006110 FD  REVIEW-HISTORY.
006120 COPY REVWHIST.
006200
006300 WORKING-STORAGE SECTION.
006400 01  RRV-TRAN-STATUS              PIC X(02).
006500 01  RRV-HOLD-STATUS              PIC X(02).
006600 01  RRV-WORK-STATUS              PIC X(02).
006700 01  RRV-SUSPENSE-STATUS          PIC X(02).
006710 01  RRV-HISTORY-STATUS           PIC X(02).
006720 01  RRV-BUSINESS-DATE            PIC 9(08).
006800 01  RRV-TRAN-EOF-SWITCH          PIC X(01).
006900     88  RRV-TRAN-EOF             VALUE "Y".
007000     88  RRV-TRAN-NOT-EOF         VALUE "N".
012300     IF RRV-SUSPENSE-STATUS = "35"
012400         OPEN OUTPUT SUSPENSE-FILE
012500     END-IF
012510     CALL "BUSDATE" USING RRV-BUSINESS-DATE
012520     OPEN EXTEND REVIEW-HISTORY
012530     IF RRV-HISTORY-STATUS = "35"
012540         OPEN OUTPUT REVIEW-HISTORY
012550     END-IF
012600     .
012700
012800 1500-LOAD-TRANSACTIONS.
022000             DISPLAY "RARREVW - HELD SIGHTING REJECTED: "
022100                 SIGHT-OBSERVER-ID " " SIGHT-DATE
022200         END-IF
022210         PERFORM 2400-LOG-OUTCOME
022300     END-IF
022400     PERFORM 2100-READ-HOLD
022500     .
024600     END-IF
024700     .
024800
024805 2400-LOG-OUTCOME.
024810     MOVE RRV-BUSINESS-DATE TO REVWHIST-REVIEW-DATE
024815     SET REVWHIST-RARITIES TO TRUE
024820     IF RRV-ENTRY-ACTION(RRV-FOUND-INDEX) = "ACCEPT"
024825         SET REVWHIST-ACCEPTED TO TRUE
024830     ELSE
024835         SET REVWHIST-REJECTED TO TRUE
024840     END-IF
024845     MOVE SIGHT-OBSERVER-ID     TO REVWHIST-OBSERVER-ID
024850     MOVE SIGHT-DATE            TO REVWHIST-SIGHT-DATE
024855     MOVE SIGHT-SITE-CODE       TO REVWHIST-SITE-CODE
024860     MOVE RRV-LOOKUP-NAME       TO REVWHIST-SCIENTIFIC-NAME
024865     MOVE SPACES                TO REVWHIST-REVIEWER-ID
024870     WRITE REVWHIST-RECORD
024875     .
024900 3000-TERMINATE.
025000     CLOSE HOLD-WORK
025100     CLOSE SUSPENSE-FILE
025110     CLOSE REVIEW-HISTORY
025200     PERFORM 3100-REWRITE-HOLD-FILE
025300     PERFORM 3300-REPORT-UNMATCHED
025400     DISPLAY "RARREVW - REVIEWS READ: "   RRV-TRANSACTIONS-READ
