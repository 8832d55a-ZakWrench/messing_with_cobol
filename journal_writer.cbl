000100*================================================================*
000200* JOURNAL-WRITER
000300* PURPOSE.  Appends one after-image entry to the MSTJRNL master
000400*           journal on behalf of a program that has just added,
000500*           changed or deleted a SPECIES or SALARY master record,
000600*           in the style of RUNLOGW, so every updater journals
000700*           the same way.  The caller fills in an MSTJRNL record
000800*           except the date, time and operator, which are
000900*           stamped here from the system clock and OPERID - the
001000*           roll-forward point is a wall-clock time, not a
001100*           business date.
001200* AUTHOR.   D. OKAFOR
001300* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001400* DATE-WRITTEN. 10/15/2026
001500*================================================================*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 10/15/2026 DNO   ORIGINAL PROGRAM
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. JRNLW.
002200 AUTHOR. D. OKAFOR.
002300 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS JRW-JOURNAL-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  MASTER-JOURNAL.
003700 COPY MSTJRNL.
003800
003900 WORKING-STORAGE SECTION.
004000 01  JRW-JOURNAL-STATUS          PIC X(02).
004100 01  JRW-TODAY                   PIC 9(08).
004200 01  JRW-NOW                     PIC 9(08).
004300 01  JRW-SIGNED-ON-ID            PIC X(08).
004400
004500 LINKAGE SECTION.
004600 01  JRW-CALLER-RECORD           PIC X(165).
004700
004800 PROCEDURE DIVISION USING JRW-CALLER-RECORD.
004900 0000-MAINLINE.
005000     OPEN EXTEND MASTER-JOURNAL
005100     IF JRW-JOURNAL-STATUS = "35"
005200         OPEN OUTPUT MASTER-JOURNAL
005300     END-IF
005400     ACCEPT JRW-TODAY FROM DATE YYYYMMDD
005500     ACCEPT JRW-NOW FROM TIME
005600     CALL "OPERID" USING JRW-SIGNED-ON-ID
005700     MOVE JRW-CALLER-RECORD TO JRNL-RECORD
005800     MOVE JRW-TODAY         TO JRNL-DATE
005900     MOVE JRW-NOW           TO JRNL-TIME
006000     MOVE JRW-SIGNED-ON-ID  TO JRNL-OPERATOR
006100     WRITE JRNL-RECORD
006200     CLOSE MASTER-JOURNAL
006300     GOBACK
006400     .
