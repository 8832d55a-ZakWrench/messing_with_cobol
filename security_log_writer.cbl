000100*================================================================*
000200* SECURITY-LOG-WRITER
000300* PURPOSE.  Appends one entry to the SECLOG operator security log
000400*           on behalf of the operator menu, in the style of
000500*           RUNLOGW and JRNLW.  The caller fills in a SECLOG
000600*           record - including the operator, since a refused
000700*           sign-on has no OPERSGN entry to ask OPERID for -
000800*           except the date and time, which are stamped here
000900*           from the system clock: an audit trail records when
001000*           a thing was done, not the business date it was done
001100*           for.
001200* AUTHOR.   D. OKAFOR
001300* INSTALLATION. DATA PROCESSING - FIELD RECORDS
001400* DATE-WRITTEN. 10/15/2026
001500*================================================================*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 10/15/2026 DNO   ORIGINAL PROGRAM
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SECLOGW.
002200 AUTHOR. D. OKAFOR.
002300 INSTALLATION. DATA PROCESSING - FIELD RECORDS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS SLW-LOG-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  SECURITY-LOG.
003700 COPY SECLOG.
003800
003900 WORKING-STORAGE SECTION.
004000 01  SLW-LOG-STATUS              PIC X(02).
004100 01  SLW-TODAY                   PIC 9(08).
004200 01  SLW-NOW                     PIC 9(08).
004300
004400 LINKAGE SECTION.
004500 01  SLW-CALLER-RECORD           PIC X(38).
004600
004700 PROCEDURE DIVISION USING SLW-CALLER-RECORD.
004800 0000-MAINLINE.
004900     OPEN EXTEND SECURITY-LOG
005000     IF SLW-LOG-STATUS = "35"
005100         OPEN OUTPUT SECURITY-LOG
005200     END-IF
005300     ACCEPT SLW-TODAY FROM DATE YYYYMMDD
005400     ACCEPT SLW-NOW FROM TIME
005500     MOVE SLW-CALLER-RECORD TO SECLOG-RECORD
005600     MOVE SLW-TODAY         TO SECLOG-DATE
005700     MOVE SLW-NOW           TO SECLOG-TIME
005800     IF SECLOG-RETURN-CODE IS NOT NUMERIC
005900         MOVE ZERO TO SECLOG-RETURN-CODE
006000     END-IF
006100     WRITE SECLOG-RECORD
006200     CLOSE SECURITY-LOG
006300     GOBACK
006400     .
