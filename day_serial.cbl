000100*================================================================*
000200* DAY-SERIAL
000300* PURPOSE.  Turns a YYYYMMDD date into a day serial number -
000400*           the count of days from 01/01/0001 - so a caller can
000500*           find the days between two dates by subtraction.
000600*           The serial honours the real month lengths and the
000700*           Gregorian leap-year rule, so the gap across a month
000800*           or year end is exact, unlike the 31-day-month
000900*           approximation that is good enough for ring ages
001000*           but not for a payment hold measured in days.  A
001100*           date that is not numeric, or has a month outside
001200*           01-12, returns a serial of zero.
001300* AUTHOR.   D. OKAFOR
001400* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001500* DATE-WRITTEN. 10/15/2026
001600*================================================================*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 10/15/2026 DNO   ORIGINAL PROGRAM
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. DAYSERL.
002300 AUTHOR. D. OKAFOR.
002400 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  DSR-WORK-DATE               PIC 9(08).
003100 01  DSR-WORK-DATE-PARTS REDEFINES DSR-WORK-DATE.
003200     05  DSR-WORK-YEAR           PIC 9(04).
003300     05  DSR-WORK-MONTH          PIC 9(02).
003400     05  DSR-WORK-DAY            PIC 9(02).
003500 01  DSR-PRIOR-YEARS             PIC 9(04).
003600 01  DSR-QUOTIENT                PIC 9(04).
003700 01  DSR-REMAINDER               PIC 9(04).
003800 01  DSR-LEAP-SWITCH             PIC X(01).
003900     88  DSR-LEAP-YEAR           VALUE "Y".
004000     88  DSR-COMMON-YEAR         VALUE "N".
004100*----------------------------------------------------------------*
004200* DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (COMMON YEAR)
004300*----------------------------------------------------------------*
004400 01  DSR-MONTH-START-VALUES.
004500     05  FILLER                  PIC 9(03) VALUE 000.
004600     05  FILLER                  PIC 9(03) VALUE 031.
004700     05  FILLER                  PIC 9(03) VALUE 059.
004800     05  FILLER                  PIC 9(03) VALUE 090.
004900     05  FILLER                  PIC 9(03) VALUE 120.
005000     05  FILLER                  PIC 9(03) VALUE 151.
005100     05  FILLER                  PIC 9(03) VALUE 181.
005200     05  FILLER                  PIC 9(03) VALUE 212.
005300     05  FILLER                  PIC 9(03) VALUE 243.
005400     05  FILLER                  PIC 9(03) VALUE 273.
005500     05  FILLER                  PIC 9(03) VALUE 304.
005600     05  FILLER                  PIC 9(03) VALUE 334.
005700 01  DSR-MONTH-START-TABLE REDEFINES DSR-MONTH-START-VALUES.
005800     05  DSR-MONTH-START         PIC 9(03) OCCURS 12 TIMES.
005900
006000 LINKAGE SECTION.
006100 01  DSR-DATE                    PIC 9(08).
006200 01  DSR-SERIAL                  PIC 9(07).
006300
006400 PROCEDURE DIVISION USING DSR-DATE DSR-SERIAL.
006500 0000-MAINLINE.
006600     MOVE ZERO TO DSR-SERIAL
006700     IF DSR-DATE IS NUMERIC
006800         MOVE DSR-DATE TO DSR-WORK-DATE
006900         IF DSR-WORK-YEAR > ZERO
007000         AND DSR-WORK-MONTH > ZERO
007100         AND DSR-WORK-MONTH < 13
007200             PERFORM 1000-COMPUTE-SERIAL
007300         END-IF
007400     END-IF
007500     GOBACK
007600     .
007700
007800*----------------------------------------------------------------*
007900* WHOLE PRIOR YEARS AT 365 DAYS, ONE MORE FOR EVERY FOURTH YEAR,
008000* LESS THE CENTURIES, PLUS EVERY FOURTH CENTURY - THEN THE DAYS
008100* OF THIS YEAR UP TO THE DATE, WITH 29 FEBRUARY WHEN IT FALLS
008200*----------------------------------------------------------------*
008300 1000-COMPUTE-SERIAL.
008400     COMPUTE DSR-PRIOR-YEARS = DSR-WORK-YEAR - 1
008500     COMPUTE DSR-SERIAL = DSR-PRIOR-YEARS * 365
008600     DIVIDE DSR-PRIOR-YEARS BY 4 GIVING DSR-QUOTIENT
008700     ADD DSR-QUOTIENT TO DSR-SERIAL
008800     DIVIDE DSR-PRIOR-YEARS BY 100 GIVING DSR-QUOTIENT
008900     SUBTRACT DSR-QUOTIENT FROM DSR-SERIAL
009000     DIVIDE DSR-PRIOR-YEARS BY 400 GIVING DSR-QUOTIENT
009100     ADD DSR-QUOTIENT TO DSR-SERIAL
009200     ADD DSR-MONTH-START(DSR-WORK-MONTH) TO DSR-SERIAL
009300     ADD DSR-WORK-DAY TO DSR-SERIAL
009400     PERFORM 1100-TEST-LEAP-YEAR
009500     IF DSR-LEAP-YEAR
009600     AND DSR-WORK-MONTH > 2
009700         ADD 1 TO DSR-SERIAL
009800     END-IF
009900     .
010000
010100 1100-TEST-LEAP-YEAR.
010200     SET DSR-COMMON-YEAR TO TRUE
010300     DIVIDE DSR-WORK-YEAR BY 4 GIVING DSR-QUOTIENT
010400         REMAINDER DSR-REMAINDER
010500     IF DSR-REMAINDER = ZERO
010600         SET DSR-LEAP-YEAR TO TRUE
010700         DIVIDE DSR-WORK-YEAR BY 100 GIVING DSR-QUOTIENT
010800             REMAINDER DSR-REMAINDER
010900         IF DSR-REMAINDER = ZERO
011000             SET DSR-COMMON-YEAR TO TRUE
011100             DIVIDE DSR-WORK-YEAR BY 400 GIVING DSR-QUOTIENT
011200                 REMAINDER DSR-REMAINDER
011300             IF DSR-REMAINDER = ZERO
011400                 SET DSR-LEAP-YEAR TO TRUE
011500             END-IF
011600         END-IF
011700     END-IF
011800     .
