001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 09/02/2026 DNO   ORIGINAL PROGRAM
001810* 10/15/2026 DNO   PAYHIST-DEDUCTIONS NOW INCLUDES THE RECURRING
001820*                  DEDUCTIONS (LOANS, ADVANCES, ATTACHMENT
001830*                  ORDERS) - THEY JOIN THE RECONCILING SUM AND
001840*                  PRINT AS THEIR OWN YEAR TOTAL, NOT PAID OVER
001850*                  TO THE REVENUE
001860* 10/15/2026 DNO   A SUPPLEMENTARY RUN'S GROUP NOW PRINTS WITH A
001870*                  SUPPLEMENTARY LABEL, SO THE OFF-CYCLE TAX AND
001880*                  NI ARE SEEN INSIDE THE MONTH THEY ARE OWED IN
001882* 10/15/2026 DNO   REVERSAL ROWS FROM PAYREVRS PRINT AS THEIR OWN
001884*                  REVERSAL GROUP AND COME OFF THE YEAR TOTALS,
001886*                  IN THE TAX YEAR OF THE RUN THEY TAKE BACK, SO
001888*                  A REVERSED AND RERUN PERIOD NETS TO THE TAX
001890*                  AND NI ACTUALLY OWED
001892* 10/15/2026 DNO   A WEEKLY RUN'S GROUP NOW PRINTS WITH A WEEKLY
001894*                  LABEL, APART FROM A MONTHLY RUN ON THE SAME
001896*                  DATE
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. TAXREMIT.
005000     05  SH-PENSION-EE            PIC 9(5)V9(2).
005100     05  SH-TAX                   PIC 9(5)V9(2).
005200     05  SH-NI                    PIC 9(5)V9(2).
005210     05  SH-RECURRING             PIC 9(5)V9(2).
005220     05  SH-RUN-TYPE              PIC X(01).
005230         88  SH-REVERSAL          VALUE "R".
005300
005400 FD  REMITTANCE-REPORT.
005500 01  REMITTANCE-REPORT-LINE       PIC X(80).
007300* PER-RUN GROUP AND TAX-YEAR RUNNING TOTALS
007400*----------------------------------------------------------------*
007500 01  TRM-GROUP-DATE               PIC 9(08).
007510 01  TRM-GROUP-TYPE               PIC X(01).
007520     88  TRM-GROUP-SUPPLEMENTARY  VALUE "S".
007530     88  TRM-GROUP-REVERSAL       VALUE "R".
007535     88  TRM-GROUP-WEEKLY         VALUE "W".
007540 01  TRM-ROW-YEAR-DATE            PIC 9(08).
007600 01  TRM-GROUP-TAX                PIC 9(07)V9(02).
007700 01  TRM-GROUP-NI                 PIC 9(07)V9(02).
007800 01  TRM-YEAR-TAX                 PIC 9(09)V9(02) VALUE ZERO.
007900 01  TRM-YEAR-NI                  PIC 9(09)V9(02) VALUE ZERO.
008000 01  TRM-YEAR-PENSION             PIC 9(09)V9(02) VALUE ZERO.
008010 01  TRM-YEAR-RECURRING           PIC 9(09)V9(02) VALUE ZERO.
008100 01  TRM-YEAR-DEDUCTIONS          PIC 9(09)V9(02) VALUE ZERO.
008200 01  TRM-RECONCILE-SUM            PIC 9(09)V9(02).
008300 01  TRM-DIFFERENCE               PIC S9(09)V9(02).
009100     CALL "BUSDATE" USING TRM-BUSINESS-DATE
009200     PERFORM 1300-COMPUTE-TAX-YEAR-START
009300     SORT SORTED-HISTORY
009310         ON ASCENDING KEY SH-RUN-DATE
009320         ON ASCENDING KEY SH-RUN-TYPE
009330         INPUT PROCEDURE IS 1500-SUPPLY-HISTORY
009600         OUTPUT PROCEDURE IS 2000-PRINT-REMITTANCE
009700     MOVE "TAXREMIT"         TO RUNLOG-STEP-NAME
009800     MOVE TRM-ROWS-ABSORBED  TO RUNLOG-RECORDS-READ
014200     END-READ
014300     .
014400
014410*    A REVERSAL FALLS IN THE TAX YEAR OF THE RUN IT TAKES BACK
014420 1700-RELEASE-ONE-ROW.
014430     MOVE PAYHIST-RUN-DATE TO TRM-ROW-YEAR-DATE
014440     IF PAYHIST-REVERSAL
014450         MOVE PAYHIST-REVERSED-DATE TO TRM-ROW-YEAR-DATE
014460     END-IF
014470     IF TRM-ROW-YEAR-DATE NOT < TRM-TAX-YEAR-START
014700     AND PAYHIST-RUN-DATE NOT > TRM-BUSINESS-DATE
014800         ADD 1 TO TRM-ROWS-ABSORBED
014900         MOVE PAYHIST-EMPLOYEE-ID TO SH-EMPLOYEE-ID
015200         MOVE PAYHIST-PENSION-EE  TO SH-PENSION-EE
015300         MOVE PAYHIST-TAX         TO SH-TAX
015400         MOVE PAYHIST-NI          TO SH-NI
015410         MOVE PAYHIST-RECURRING   TO SH-RECURRING
015420         MOVE PAYHIST-RUN-TYPE    TO SH-RUN-TYPE
015500         RELEASE SORTED-HISTORY-RECORD
015600     END-IF
015700     PERFORM 1600-READ-HISTORY
018400     .
018500
018600 2200-ACCUMULATE-ONE-ROW.
018610     IF TRM-GROUP-OPEN
018620     AND (SH-RUN-DATE NOT = TRM-GROUP-DATE
018630          OR SH-RUN-TYPE NOT = TRM-GROUP-TYPE)
018640         PERFORM 2500-FLUSH-RUN-GROUP
018650     END-IF
019100     IF TRM-NO-GROUP-OPEN
019200         SET TRM-GROUP-OPEN TO TRUE
019210         MOVE SH-RUN-DATE TO TRM-GROUP-DATE
019220         MOVE SH-RUN-TYPE TO TRM-GROUP-TYPE
019230         MOVE ZERO TO TRM-GROUP-TAX
019500         MOVE ZERO TO TRM-GROUP-NI
019600     END-IF
019700     ADD SH-TAX        TO TRM-GROUP-TAX
019800     ADD SH-NI         TO TRM-GROUP-NI
019810     IF SH-REVERSAL
019820         PERFORM 2300-TAKE-BACK-ONE-ROW
019830     ELSE
019840         ADD SH-TAX        TO TRM-YEAR-TAX
019850         ADD SH-NI         TO TRM-YEAR-NI
019860         ADD SH-PENSION-EE TO TRM-YEAR-PENSION
019870         ADD SH-RECURRING  TO TRM-YEAR-RECURRING
019880         ADD SH-DEDUCTIONS TO TRM-YEAR-DEDUCTIONS
019890     END-IF
019900     PERFORM 2100-RETURN-SORTED-ROW
019910     .
019920
019930 2300-TAKE-BACK-ONE-ROW.
019940     SUBTRACT SH-TAX        FROM TRM-YEAR-TAX
019950     SUBTRACT SH-NI         FROM TRM-YEAR-NI
019960     SUBTRACT SH-PENSION-EE FROM TRM-YEAR-PENSION
019970     SUBTRACT SH-RECURRING  FROM TRM-YEAR-RECURRING
019980     SUBTRACT SH-DEDUCTIONS FROM TRM-YEAR-DEDUCTIONS
020400     .
020500
020600 2500-FLUSH-RUN-GROUP.
020900     STRING "RUN " DELIMITED BY SIZE
021000         TRM-GROUP-DATE DELIMITED BY SIZE
021100         "  TAX " DELIMITED BY SIZE
021110         TRM-AMOUNT-DISPLAY DELIMITED BY SIZE
021120         INTO REMITTANCE-REPORT-LINE
021130     END-STRING
021135     IF TRM-GROUP-SUPPLEMENTARY
021140         MOVE "SUPPLEMENTARY" TO REMITTANCE-REPORT-LINE(34:13)
021145     END-IF
021147     IF TRM-GROUP-REVERSAL
021149         MOVE "REVERSAL - LESS" TO REMITTANCE-REPORT-LINE(34:15)
021151     END-IF
021153     IF TRM-GROUP-WEEKLY
021155         MOVE "WEEKLY" TO REMITTANCE-REPORT-LINE(34:6)
021157     END-IF
021170     PERFORM 9000-WRITE-REPORT-LINE
021180     MOVE SPACES TO REMITTANCE-REPORT-LINE
021190     MOVE TRM-GROUP-NI TO TRM-AMOUNT-DISPLAY
021800     STRING "             NI  " DELIMITED BY SIZE
021900         TRM-AMOUNT-DISPLAY DELIMITED BY SIZE
022000         INTO REMITTANCE-REPORT-LINE
022400     .
022500
022600*----------------------------------------------------------------*
022610* THE YEAR TOTALS, AND THE RECONCILIATION - TAX + NI + EMPLOYEE
022620* PENSION + RECURRING DEDUCTIONS MUST COME BACK TO THE SUM OF
022630* PAYHIST-DEDUCTIONS, OR SOMETHING IS BEING DEDUCTED THE
022640* REMITTANCE DOES NOT KNOW OF
023000*----------------------------------------------------------------*
023100 3000-PRINT-YEAR-TOTALS.
023200     MOVE SPACES TO REMITTANCE-REPORT-LINE
024300         INTO REMITTANCE-REPORT-LINE
024400     END-STRING
024500     PERFORM 9000-WRITE-REPORT-LINE
024510     MOVE SPACES TO REMITTANCE-REPORT-LINE
024520     MOVE TRM-YEAR-RECURRING TO TRM-AMOUNT-DISPLAY
024530     STRING "RECURRING DEDUCTIONS  " DELIMITED BY SIZE
024540         TRM-AMOUNT-DISPLAY DELIMITED BY SIZE
024550         "  (NOT REVENUE)" DELIMITED BY SIZE
024560         INTO REMITTANCE-REPORT-LINE
024570     END-STRING
024580     PERFORM 9000-WRITE-REPORT-LINE
024600     COMPUTE TRM-RECONCILE-SUM =
024700         TRM-YEAR-TAX + TRM-YEAR-NI + TRM-YEAR-PENSION
024710         + TRM-YEAR-RECURRING
024800     COMPUTE TRM-DIFFERENCE =
024900         TRM-YEAR-DEDUCTIONS - TRM-RECONCILE-SUM
025000     MOVE SPACES TO REMITTANCE-REPORT-LINE
025100     MOVE TRM-RECONCILE-SUM TO TRM-AMOUNT-DISPLAY
025200     STRING "TAX+NI+PENSION+OTHER  " DELIMITED BY SIZE
025300         TRM-AMOUNT-DISPLAY DELIMITED BY SIZE
025400         INTO REMITTANCE-REPORT-LINE
025500     END-STRING
