001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 09/02/2026 DNO   ORIGINAL PROGRAM
001910* 10/15/2026 DNO   EACH SIGN-OFF THAT MATCHES A HELD SIGHTING IS
001920*                  NOW ALSO APPENDED TO THE REVWHIST REVIEW
001930*                  HISTORY WITH ITS OUTCOME, VERIFIER AND THE
001940*                  BUSINESS DATE, SO THE ACCREDITATION REVIEW CAN
001950*                  COUNT EACH TRAINEE'S VERIFIED AND REJECTED
001960*                  RECORDS
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SGTVERIF.
004300     SELECT VERIFIED-FILE ASSIGN TO "SIGHTVER"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS SGV-VERIFIED-STATUS.
004510     SELECT REVIEW-HISTORY ASSIGN TO "REVWHIST"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS SGV-HISTORY-STATUS.
004600
004700     SELECT OBSERVER-REGISTRY ASSIGN TO "OBSERVER"
004800         ORGANIZATION IS INDEXED
006500
006600 FD  VERIFIED-FILE.
006700 01  VERIFIED-SIGHTING-RECORD     PIC X(93).
006710 FD  REVIEW-HISTORY.
006720 COPY REVWHIST.
006800
006900 FD  OBSERVER-REGISTRY.
007000 COPY OBSREC.
007500 01  SGV-WORK-STATUS              PIC X(02).
007600 01  SGV-VERIFIED-STATUS          PIC X(02).
007700 01  SGV-OBSERVER-STATUS          PIC X(02).
007710 01  SGV-HISTORY-STATUS           PIC X(02).
007720 01  SGV-BUSINESS-DATE            PIC 9(08).
007800 01  SGV-TRAN-EOF-SWITCH          PIC X(01).
007900     88  SGV-TRAN-EOF             VALUE "Y".
008000     88  SGV-TRAN-NOT-EOF         VALUE "N".
010000         10  SGV-ENTRY-OBSERVER   PIC X(06).
010100         10  SGV-ENTRY-SITE       PIC X(06).
010200         10  SGV-ENTRY-NAME       PIC X(30).
010210         10  SGV-ENTRY-VERIFIER   PIC X(06).
010300         10  SGV-ENTRY-USED-FLAG  PIC X(01).
010400             88  SGV-ENTRY-USED   VALUE "Y".
010500             88  SGV-ENTRY-UNUSED VALUE "N".
013700     IF SGV-VERIFIED-STATUS = "35"
013800         OPEN OUTPUT VERIFIED-FILE
013900     END-IF
013910     CALL "BUSDATE" USING SGV-BUSINESS-DATE
013920     OPEN EXTEND REVIEW-HISTORY
013930     IF SGV-HISTORY-STATUS = "35"
013940         OPEN OUTPUT REVIEW-HISTORY
013950     END-IF
014000     .
014100
014200*----------------------------------------------------------------*
017200                 TO SGV-ENTRY-OBSERVER(SGV-TRAN-COUNT)
017300             MOVE VERTRAN-SITE-CODE
017400                 TO SGV-ENTRY-SITE(SGV-TRAN-COUNT)
017410             MOVE VERTRAN-VERIFIER-ID
017420                 TO SGV-ENTRY-VERIFIER(SGV-TRAN-COUNT)
017500             MOVE VERTRAN-SCIENTIFIC-NAME
017600                 TO SGV-LOOKUP-NAME
017700             CALL "NAMESTD" USING SGV-LOOKUP-NAME
025400             DISPLAY "SGTVERIF - HELD SIGHTING REJECTED: "
025500                 SIGHT-OBSERVER-ID " " SIGHT-DATE
025600         END-IF
025610         PERFORM 2400-LOG-OUTCOME
025700     END-IF
025800     PERFORM 2100-READ-HOLD
025900     .
028000     END-IF
028100     .
028200
028205 2400-LOG-OUTCOME.
028210     MOVE SGV-BUSINESS-DATE TO REVWHIST-REVIEW-DATE
028215     SET REVWHIST-VERIFICATION TO TRUE
028220     IF SGV-ENTRY-ACTION(SGV-FOUND-INDEX) = "VERIFY"
028225         SET REVWHIST-ACCEPTED TO TRUE
028230     ELSE
028235         SET REVWHIST-REJECTED TO TRUE
028240     END-IF
028245     MOVE SIGHT-OBSERVER-ID     TO REVWHIST-OBSERVER-ID
028250     MOVE SIGHT-DATE            TO REVWHIST-SIGHT-DATE
028255     MOVE SIGHT-SITE-CODE       TO REVWHIST-SITE-CODE
028260     MOVE SGV-LOOKUP-NAME       TO REVWHIST-SCIENTIFIC-NAME
028265     MOVE SGV-ENTRY-VERIFIER(SGV-FOUND-INDEX)
028270         TO REVWHIST-REVIEWER-ID
028275     WRITE REVWHIST-RECORD
028280     .
028300 3000-TERMINATE.
028400     CLOSE HOLD-WORK
028500     CLOSE VERIFIED-FILE
028510     CLOSE REVIEW-HISTORY
028600     CLOSE OBSERVER-REGISTRY
028700     PERFORM 3100-REWRITE-HOLD-FILE
028800     PERFORM 3300-REPORT-UNMATCHED
