001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 08/22/2026 DNO   ORIGINAL PROGRAM
001410* 10/15/2026 DNO   ADDED MERGE AND CLOSE TRANSACTIONS.  A MERGE
001420*                  KEEPS THE OLD CODE ON THE MASTER AS A MARKER
001430*                  POINTING AT THE SURVIVING SITE; A CLOSE MARKS
001440*                  THE SITE CLOSED FROM ITS EFFECTIVE DATE.  EACH
001450*                  ONE APPLIED IS WRITTEN TO SITECHG AND SITEMRG
001460*                  IS THEN CALLED TO RE-POINT OR RETIRE THE SITE
001470*                  ACROSS EVERY FILE KEYED BY SITE CODE AND PRINT
001480*                  THE BEFORE/AFTER REPORT
001500*================================================================*
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. SITEMNT.
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SITE-CODE
003400         FILE STATUS IS STM-MASTER-STATUS.
003410     SELECT SITE-CHANGES ASSIGN TO "SITECHG"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS STM-CHANGE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004000
004100 FD  SITE-MASTER.
004200 COPY SITEREC.
004210 FD  SITE-CHANGES.
004220 01  SITE-CHANGE-RECORD         PIC X(84).
004300
004400 WORKING-STORAGE SECTION.
004500 01  STM-TRAN-STATUS            PIC X(02).
004600 01  STM-MASTER-STATUS          PIC X(02).
004610 01  STM-CHANGE-STATUS          PIC X(02).
004700 01  STM-END-OF-FILE-SWITCH     PIC X(01).
004800     88  STM-END-OF-FILE        VALUE "Y".
004900     88  STM-NOT-END-OF-FILE    VALUE "N".
005400 01  STM-EDIT-SWITCH            PIC X(01).
005500     88  STM-EDIT-VALID         VALUE "Y".
005600     88  STM-EDIT-INVALID       VALUE "N".
005610 01  STM-BUSINESS-DATE          PIC 9(08).
005620 01  STM-SITES-CHANGED          PIC 9(07) VALUE ZERO.
005630 01  STM-FOLLOW-ON-CODE         PIC 9(02) VALUE ZERO.
005700
005800 PROCEDURE DIVISION.
005900 0000-MAINLINE.
006600
006700 1000-INITIALIZE.
006800     SET STM-NOT-END-OF-FILE TO TRUE
006810     CALL "BUSDATE" USING STM-BUSINESS-DATE
006820     OPEN OUTPUT SITE-CHANGES
006900     OPEN INPUT SITE-TRANSACTIONS
007000     OPEN I-O SITE-MASTER
007100     IF STM-MASTER-STATUS = "35"
008600             PERFORM 2300-UPDATE-SITE
008700         WHEN SITETRAN-IS-DELETE
008800             PERFORM 2400-DELETE-SITE
008810         WHEN SITETRAN-IS-MERGE
008820             PERFORM 2500-MERGE-SITE
008830         WHEN SITETRAN-IS-CLOSE
008840             PERFORM 2600-CLOSE-SITE
008900         WHEN OTHER
009000             ADD 1 TO STM-TRANSACTIONS-REJECTED
009100             DISPLAY "SITEMNT - UNKNOWN ACTION CODE: "
012200         CALL "NAMESTD" USING SITE-NAME
012300         MOVE SITETRAN-COUNTY          TO SITE-COUNTY
012400         MOVE SITETRAN-GRID-REFERENCE  TO SITE-GRID-REFERENCE
012410         SET SITE-IS-OPEN              TO TRUE
012420         MOVE ZERO                     TO SITE-CLOSED-DATE
012430         MOVE SPACES                   TO SITE-MERGED-INTO
012500         WRITE SITE-RECORD
012600             INVALID KEY
012700                 ADD 1 TO STM-TRANSACTIONS-REJECTED
017000     END-DELETE
017100     .
017200
017201*----------------------------------------------------------------*
017202* ONLY THE MASTER IS TOUCHED HERE - THE CODE GOING AWAY IS KEPT
017203* AS A MERGED MARKER POINTING AT THE SURVIVOR, AND THE ACCEPTED
017204* TRANSACTION GOES TO SITECHG FOR SITEMRG TO RE-POINT EVERY FILE
017205* CARRYING THE OLD CODE
017206*----------------------------------------------------------------*
017207 2500-MERGE-SITE.
017208     SET STM-EDIT-VALID TO TRUE
017209     IF SITETRAN-SITE-CODE = SPACES
017210     OR SITETRAN-SURVIVING-CODE = SPACES
017211     OR SITETRAN-SITE-CODE = SITETRAN-SURVIVING-CODE
017212         SET STM-EDIT-INVALID TO TRUE
017213         DISPLAY "SITEMNT - MERGE NEEDS TWO DIFFERENT CODES: "
017214             SITETRAN-SITE-CODE " " SITETRAN-SURVIVING-CODE
017215     END-IF
017216     IF STM-EDIT-VALID
017217         MOVE SITETRAN-SURVIVING-CODE TO SITE-CODE
017218         READ SITE-MASTER
017219             INVALID KEY
017220                 SET STM-EDIT-INVALID TO TRUE
017221                 DISPLAY "SITEMNT - SURVIVING SITE NOT ON FILE: "
017222                     SITETRAN-SURVIVING-CODE
017223             NOT INVALID KEY
017224                 IF NOT SITE-IS-OPEN
017225                     SET STM-EDIT-INVALID TO TRUE
017226                     DISPLAY "SITEMNT - SURVIVING SITE NOT OPEN: "
017227                         SITETRAN-SURVIVING-CODE
017228                 END-IF
017229         END-READ
017230     END-IF
017231     IF STM-EDIT-VALID
017232         MOVE SITETRAN-SITE-CODE TO SITE-CODE
017233         READ SITE-MASTER
017234             INVALID KEY
017235                 SET STM-EDIT-INVALID TO TRUE
017236                 DISPLAY "SITEMNT - SITE NOT ON FILE: "
017237                     SITETRAN-SITE-CODE
017238             NOT INVALID KEY
017239                 IF SITE-IS-MERGED
017240                     SET STM-EDIT-INVALID TO TRUE
017241                     DISPLAY "SITEMNT - SITE ALREADY MERGED: "
017242                         SITETRAN-SITE-CODE
017243                 END-IF
017244         END-READ
017245     END-IF
017246     IF STM-EDIT-VALID
017247         PERFORM 2650-SET-EFFECTIVE-DATE
017248         SET SITE-IS-MERGED TO TRUE
017249         MOVE SITETRAN-EFFECTIVE-DATE TO SITE-CLOSED-DATE
017250         MOVE SITETRAN-SURVIVING-CODE TO SITE-MERGED-INTO
017251         REWRITE SITE-RECORD
017252         PERFORM 2700-RECORD-CHANGE
017253     ELSE
017254         ADD 1 TO STM-TRANSACTIONS-REJECTED
017255     END-IF
017256     .
017257
017258*----------------------------------------------------------------*
017259* A CLOSED SITE KEEPS ITS MASTER RECORD AND ALL ITS HISTORY -
017260* SIGHTEDT TURNS AWAY RECORDS DATED FROM THE CLOSURE ON, AND
017261* SITEMRG TAKES IT OFF THE COVERAGE SCHEDULE
017262*----------------------------------------------------------------*
017263 2600-CLOSE-SITE.
017264     MOVE SITETRAN-SITE-CODE TO SITE-CODE
017265     READ SITE-MASTER
017266         INVALID KEY
017267             ADD 1 TO STM-TRANSACTIONS-REJECTED
017268             DISPLAY "SITEMNT - SITE NOT ON FILE: "
017269                 SITETRAN-SITE-CODE
017270         NOT INVALID KEY
017271             IF SITE-IS-OPEN
017272                 PERFORM 2650-SET-EFFECTIVE-DATE
017273                 SET SITE-IS-CLOSED TO TRUE
017274                 MOVE SITETRAN-EFFECTIVE-DATE TO SITE-CLOSED-DATE
017275                 REWRITE SITE-RECORD
017276                 PERFORM 2700-RECORD-CHANGE
017277             ELSE
017278                 ADD 1 TO STM-TRANSACTIONS-REJECTED
017279                 DISPLAY "SITEMNT - SITE ALREADY CLOSED: "
017280                     SITETRAN-SITE-CODE
017281             END-IF
017282     END-READ
017283     .
017284
017285 2650-SET-EFFECTIVE-DATE.
017286     IF SITETRAN-EFFECTIVE-DATE IS NOT NUMERIC
017287     OR SITETRAN-EFFECTIVE-DATE = ZERO
017288         MOVE STM-BUSINESS-DATE TO SITETRAN-EFFECTIVE-DATE
017289     END-IF
017290     .
017291
017292 2700-RECORD-CHANGE.
017293     ADD 1 TO STM-TRANSACTIONS-APPLIED
017294     ADD 1 TO STM-SITES-CHANGED
017295     WRITE SITE-CHANGE-RECORD FROM SITETRAN-RECORD
017296     .
017300 3000-TERMINATE.
017400     CLOSE SITE-TRANSACTIONS
017500     CLOSE SITE-MASTER
017510     CLOSE SITE-CHANGES
017600     DISPLAY "SITEMNT - READ: "     STM-TRANSACTIONS-READ
017700     DISPLAY "SITEMNT - APPLIED: "  STM-TRANSACTIONS-APPLIED
017800     DISPLAY "SITEMNT - REJECTED: " STM-TRANSACTIONS-REJECTED
017900     IF STM-TRANSACTIONS-REJECTED > 0
018000         MOVE 8 TO STM-RETURN-CODE
018100     END-IF
018110     IF STM-SITES-CHANGED > 0
018120         DISPLAY "SITEMNT - MERGES AND CLOSURES: "
018125             STM-SITES-CHANGED
018130         CALL "SITEMRG"
018140         MOVE RETURN-CODE TO STM-FOLLOW-ON-CODE
018150         DISPLAY "SITEMNT - SITEMRG RETURN CODE: "
018155             STM-FOLLOW-ON-CODE
018160         IF STM-FOLLOW-ON-CODE > STM-RETURN-CODE
018170             MOVE STM-FOLLOW-ON-CODE TO STM-RETURN-CODE
018180         END-IF
018190     END-IF
018200     .
