001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 09/02/2026 DNO   ORIGINAL PROGRAM
001910* 10/15/2026 DNO   ADDED THE "W" QUERY - AS "Q", BUT THE PAY-DATE
001920*                  FLAG RETURNED IS THE WEEKLY PAY DATE FLAG,
001930*                  FOR THE WEEKLY-PAID RUN.  A WEEKLY PAY DATE
001940*                  MUST BE LISTED - A DATE WITH NO ENTRY, OR NO
001950*                  CALENDAR AT ALL, IS NOT ONE.  THE "Q" ANSWER
001960*                  AND THE LINKAGE ARE UNCHANGED
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CALSRV.
005200     88  CSV-REQUEST-QUERY       VALUE "Q".
005300     88  CSV-REQUEST-NEXT        VALUE "N".
005400     88  CSV-REQUEST-PREVIOUS    VALUE "P".
005410     88  CSV-REQUEST-WEEKLY      VALUE "W".
005500 01  CSV-QUERY-DATE              PIC 9(08).
005600 01  CSV-RESULT-DATE             PIC 9(08).
005700 01  CSV-DAY-FLAGS.
006600     CSV-RESULT-DATE CSV-DAY-FLAGS.
006700 0000-MAINLINE.
006800*    AN UNMAINTAINED CALENDAR NEVER STOPS THE SUITE - THE
006900*    DEFAULT ANSWER IS A WORKING, PAYABLE DAY.  THE WEEKLY RUN
006910*    IS THE EXCEPTION - IT STARTS ONLY ON A DATE LISTED FOR IT
007000     SET CSV-WORKING-DAY TO TRUE
007100     SET CSV-PAY-DATE TO TRUE
007110     IF CSV-REQUEST-WEEKLY
007120         SET CSV-NOT-PAY-DATE TO TRUE
007130     END-IF
007200     MOVE CSV-QUERY-DATE TO CSV-RESULT-DATE
007300     SET CSV-ENTRY-NOT-FOUND TO TRUE
007400     MOVE ZERO TO CSV-BEST-DATE
008000             UNTIL CSV-CALENDAR-EOF
008100         CLOSE CALENDAR-FILE
008200     END-IF
008210     IF CSV-ENTRY-FOUND
008220     AND NOT CSV-REQUEST-QUERY
008230     AND NOT CSV-REQUEST-WEEKLY
008500         MOVE CSV-BEST-DATE TO CSV-RESULT-DATE
008600     END-IF
008700     GOBACK
008800     .
008900
009000*----------------------------------------------------------------*
009010* Q MATCHES THE DATE ITSELF; N WANTS THE SMALLEST WORKING DAY
009020* AFTER IT; P WANTS THE LARGEST WORKING DAY BEFORE IT; W MATCHES
009030* THE DATE AND ANSWERS WHETHER THE WEEKLY-PAID STAFF ARE PAID
009300*----------------------------------------------------------------*
009400 2000-WEIGH-ONE-ENTRY.
009500     EVALUATE TRUE
009900                 MOVE CAL-WORKING-FLAG TO CSV-WORKING-FLAG
010000                 MOVE CAL-PAY-FLAG     TO CSV-PAY-FLAG
010100             END-IF
010105         WHEN CSV-REQUEST-WEEKLY
010110             IF CAL-DATE = CSV-QUERY-DATE
010115                 SET CSV-ENTRY-FOUND TO TRUE
010120                 MOVE CAL-WORKING-FLAG TO CSV-WORKING-FLAG
010125                 IF CAL-WEEKLY-PAY-DATE
010130                     SET CSV-PAY-DATE TO TRUE
010135                 ELSE
010140                     SET CSV-NOT-PAY-DATE TO TRUE
010145                 END-IF
010150             END-IF
010200         WHEN CSV-REQUEST-NEXT
010300             IF CAL-WORKING-FLAG = "Y"
010400             AND CAL-DATE > CSV-QUERY-DATE
