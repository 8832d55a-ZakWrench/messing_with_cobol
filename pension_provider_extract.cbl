001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 09/02/2026 DNO   ORIGINAL PROGRAM
001810* 10/15/2026 DNO   REVERSAL RUN - WITH "REVRS" ON THE PAYMODE
001820*                  CONTROL FILE THE CONTRIBUTIONS TAKEN BACK BY
001830*                  THE DAY'S PAYREVRS ROWS GO TO THEIR OWN
001840*                  PENSREV FILE AS "R" DETAILS, SO THE PROVIDER
001850*                  CREDITS THEM BACK; THE REGULAR FILE NOW TAKES
001860*                  REGULAR ROWS ONLY
001865* 10/15/2026 DNO   WEEKLY RUN - WITH "WEEKL" ON THE PAYMODE
001870*                  CONTROL FILE THE CONTRIBUTIONS FROM THE RUN'S
001875*                  WEEKLY HISTORY ROWS GO TO THEIR OWN PENSWEEK
001880*                  FILE, LEAVING PENSEXT TO THE MONTHLY RUN
001882* 10/15/2026 DNO   THE DRIVER NOW PASSES THE TYPE OF THE RUN A
001884*                  REVERSAL TAKES BACK - SPACE FOR THE MONTHLY
001886*                  RUN, "W" FOR THE WEEKLY ONE - AND THE PENSREV
001888*                  HEADER CARRIES IT, SO THE PROVIDER KNOWS WHICH
001890*                  SCHEDULE IS BEING CREDITED BACK
001892* 10/15/2026 DNO   A WEEKLY RE-RUN - "WRRUN" ON THE PAYMODE
001894*                  CONTROL FILE - IS TAKEN AS THE WEEKLY RUN,
001896*                  WRITING PENSWEEK FROM THE RE-RUN'S WEEKLY
001898*                  HISTORY ROWS
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PENEXT.
003400     SELECT PROVIDER-FILE ASSIGN TO "PENSEXT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PEX-PROVIDER-STATUS.
003610
003620     SELECT REVERSAL-PROVIDER-FILE ASSIGN TO "PENSREV"
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS PEX-PROVIDER-STATUS.
003642
003644     SELECT WEEKLY-PROVIDER-FILE ASSIGN TO "PENSWEEK"
003646         ORGANIZATION IS LINE SEQUENTIAL
003648         FILE STATUS IS PEX-PROVIDER-STATUS.
003650
003660     SELECT OPTIONAL RUN-MODE-CONTROL ASSIGN TO "PAYMODE"
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS PEX-MODE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004200
004300 FD  PROVIDER-FILE.
004400 01  PROVIDER-LINE                PIC X(29).
004410
004420 FD  REVERSAL-PROVIDER-FILE.
004430 01  REVERSAL-PROVIDER-LINE       PIC X(29).
004432
004434 FD  WEEKLY-PROVIDER-FILE.
004436 01  WEEKLY-PROVIDER-LINE         PIC X(29).
004440
004450 FD  RUN-MODE-CONTROL.
004460 01  RUN-MODE-RECORD.
004470     05  PMD-MODE                 PIC X(05).
004500
004600 WORKING-STORAGE SECTION.
004700 01  PEX-PAYHIST-STATUS           PIC X(02).
005300 01  PEX-RUN-DATE                 PIC 9(08).
005400 01  PEX-CONTRIBUTION-COUNT       PIC 9(07) VALUE ZERO.
005500 01  PEX-HASH-TOTAL               PIC 9(9)V9(2) VALUE ZERO.
005510 01  PEX-MODE-STATUS              PIC X(02).
005520 01  PEX-RUN-TYPE                 PIC X(01) VALUE SPACE.
005530     88  PEX-REGULAR-RUN          VALUE SPACE.
005540     88  PEX-REVERSAL-RUN         VALUE "R".
005545     88  PEX-WEEKLY-RUN           VALUE "W".
005550 01  PEX-PROVIDER-WORK            PIC X(29).
005600*----------------------------------------------------------------*
005700* THE THREE FIXED-FORMAT RECORD SHAPES ON THE PROVIDER FILE
005800*----------------------------------------------------------------*
005900 01  PEX-HEADER-RECORD.
006000     05  PEX-HDR-TYPE             PIC X(01) VALUE "H".
006100     05  PEX-HDR-RUN-DATE         PIC 9(08).
006110     05  PEX-HDR-REVERSED-TYPE    PIC X(01) VALUE SPACE.
006200 01  PEX-DETAIL-RECORD.
006210     05  PEX-DTL-TYPE             PIC X(01) VALUE "D".
006220         88  PEX-DTL-CONTRIBUTION VALUE "D".
006230         88  PEX-DTL-REVERSAL     VALUE "R".
006400     05  PEX-DTL-EMPLOYEE-ID      PIC 9(06).
006500     05  PEX-DTL-EE-AMOUNT        PIC 9(5)V9(2).
006600     05  PEX-DTL-ER-AMOUNT        PIC 9(5)V9(2).
006800     05  PEX-TRL-TYPE             PIC X(01) VALUE "T".
006900     05  PEX-TRL-RECORD-COUNT     PIC 9(07).
007000     05  PEX-TRL-HASH-TOTAL       PIC 9(9)V9(2).
007050
007100 LINKAGE SECTION.
007120*----------------------------------------------------------------*
007130* ON A REVERSAL, THE TYPE OF THE RUN TAKEN BACK - SPACE FOR THE
007140* MONTHLY RUN, "W" FOR THE WEEKLY ONE; SPACE ON EVERY OTHER RUN
007150*----------------------------------------------------------------*
007160 01  PEX-REVERSED-RUN-TYPE        PIC X(01).
007170     88  PEX-WEEKLY-REVERSED      VALUE "W".
007175
007180 PROCEDURE DIVISION USING PEX-REVERSED-RUN-TYPE.
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE
007500     PERFORM 2000-EXTRACT-ONE-CONTRIBUTION
008100
008200 1000-INITIALIZE.
008300     SET PEX-HISTORY-NOT-EOF TO TRUE
008310     CALL "BUSDATE" USING PEX-RUN-DATE
008320     PERFORM 1050-READ-RUN-MODE
008330     OPEN INPUT PAYROLL-HISTORY
008600     IF PEX-PAYHIST-STATUS NOT = "00"
008700         DISPLAY "PENEXT - NO PAYROLL HISTORY, NO EXTRACT"
008800         MOVE 16 TO PEX-RETURN-CODE
008900         SET PEX-HISTORY-EOF TO TRUE
009000     END-IF
009005     EVALUATE TRUE
009010         WHEN PEX-REVERSAL-RUN
009015             OPEN OUTPUT REVERSAL-PROVIDER-FILE
009020             SET PEX-DTL-REVERSAL TO TRUE
009021             MOVE PEX-REVERSED-RUN-TYPE TO PEX-HDR-REVERSED-TYPE
009022             IF PEX-WEEKLY-REVERSED
009023                 DISPLAY "PENEXT - REVERSING THE WEEKLY RUN"
009024             END-IF
009025         WHEN PEX-WEEKLY-RUN
009030             OPEN OUTPUT WEEKLY-PROVIDER-FILE
009035             SET PEX-DTL-CONTRIBUTION TO TRUE
009040         WHEN OTHER
009045             OPEN OUTPUT PROVIDER-FILE
009050             SET PEX-DTL-CONTRIBUTION TO TRUE
009055     END-EVALUATE
009080     MOVE PEX-RUN-DATE TO PEX-HDR-RUN-DATE
009090     MOVE PEX-HEADER-RECORD TO PEX-PROVIDER-WORK
009100     PERFORM 9100-WRITE-PROVIDER-RECORD
009400     IF PEX-HISTORY-NOT-EOF
009500         PERFORM 2100-READ-HISTORY
009600     END-IF
009700     .
009800
009802*----------------------------------------------------------------*
009803* "REVRS" ON PAYMODE MAKES THIS THE REVERSAL FILE, AND "WEEKL"
009804* OR "WRRUN" (A REVERSED WEEK RE-RUN) THE WEEKLY ONE - ANYTHING
009805* ELSE, OR NO PAYMODE AT ALL, IS THE REGULAR RUN
009808*----------------------------------------------------------------*
009810 1050-READ-RUN-MODE.
009812     SET PEX-REGULAR-RUN TO TRUE
009814     OPEN INPUT RUN-MODE-CONTROL
009816     IF PEX-MODE-STATUS = "00"
009818     OR PEX-MODE-STATUS = "05"
009820         IF PEX-MODE-STATUS = "00"
009822             READ RUN-MODE-CONTROL
009824                 AT END
009826                     CONTINUE
009828             END-READ
009830             IF PEX-MODE-STATUS = "00"
009832             AND PMD-MODE = "REVRS"
009834                 SET PEX-REVERSAL-RUN TO TRUE
009835                 DISPLAY "PENEXT - REVERSAL RUN, WRITING PENSREV"
009836             END-IF
009837             IF PEX-MODE-STATUS = "00"
009838             AND (PMD-MODE = "WEEKL" OR PMD-MODE = "WRRUN")
009839                 SET PEX-WEEKLY-RUN TO TRUE
009840                 DISPLAY "PENEXT - WEEKLY RUN, WRITING PENSWEEK"
009841             END-IF
009842         END-IF
009843         CLOSE RUN-MODE-CONTROL
009844     END-IF
009846     .
009900*----------------------------------------------------------------*
009910* ONLY THIS RUN'S HISTORY ROWS, OF THIS RUN'S TYPE, WITH A
009920* CONTRIBUTION BELONG ON THE PROVIDER FILE
009930*----------------------------------------------------------------*
009940 2000-EXTRACT-ONE-CONTRIBUTION.
009950     IF PAYHIST-RUN-DATE = PEX-RUN-DATE
009960     AND PAYHIST-RUN-TYPE = PEX-RUN-TYPE
010500     AND (PAYHIST-PENSION-EE > ZERO
010600          OR PAYHIST-PENSION-ER > ZERO)
010700         MOVE PAYHIST-EMPLOYEE-ID TO PEX-DTL-EMPLOYEE-ID
010800         MOVE PAYHIST-PENSION-EE  TO PEX-DTL-EE-AMOUNT
010900         MOVE PAYHIST-PENSION-ER  TO PEX-DTL-ER-AMOUNT
010910         MOVE PEX-DETAIL-RECORD TO PEX-PROVIDER-WORK
010920         PERFORM 9100-WRITE-PROVIDER-RECORD
011100         ADD 1 TO PEX-CONTRIBUTION-COUNT
011200         ADD PAYHIST-PENSION-EE TO PEX-HASH-TOTAL
011300         ADD PAYHIST-PENSION-ER TO PEX-HASH-TOTAL
012500 3000-TERMINATE.
012600     MOVE PEX-CONTRIBUTION-COUNT TO PEX-TRL-RECORD-COUNT
012700     MOVE PEX-HASH-TOTAL         TO PEX-TRL-HASH-TOTAL
012710     MOVE PEX-TRAILER-RECORD TO PEX-PROVIDER-WORK
012720     PERFORM 9100-WRITE-PROVIDER-RECORD
012900     IF PEX-PAYHIST-STATUS NOT = "35"
013000     AND PEX-RETURN-CODE < 16
013100         CLOSE PAYROLL-HISTORY
013200     END-IF
013210     EVALUATE TRUE
013220         WHEN PEX-REVERSAL-RUN
013230             CLOSE REVERSAL-PROVIDER-FILE
013240         WHEN PEX-WEEKLY-RUN
013250             CLOSE WEEKLY-PROVIDER-FILE
013260         WHEN OTHER
013270             CLOSE PROVIDER-FILE
013280     END-EVALUATE
013800     DISPLAY "PENEXT - CONTRIBUTIONS WRITTEN: "
013900         PEX-CONTRIBUTION-COUNT
014000     .
014100
014200*----------------------------------------------------------------*
014300* EVERY PROVIDER RECORD GOES TO THE FILE FOR THIS RUN'S TYPE
014400*----------------------------------------------------------------*
014500 9100-WRITE-PROVIDER-RECORD.
014510     EVALUATE TRUE
014520         WHEN PEX-REVERSAL-RUN
014530             WRITE REVERSAL-PROVIDER-LINE FROM PEX-PROVIDER-WORK
014540         WHEN PEX-WEEKLY-RUN
014550             WRITE WEEKLY-PROVIDER-LINE FROM PEX-PROVIDER-WORK
014560         WHEN OTHER
014570             WRITE PROVIDER-LINE FROM PEX-PROVIDER-WORK
014580     END-EVALUATE
015100     .
