001930*                  DATE, PAGES, TOTAL LINES AND THE PRODUCING
001940*                  PROGRAM - SO WHAT PRTSRV KNEW NO LONGER DIES
001950*                  WITH THE PROGRAM.  PRTBROWS BROWSES IT
001955* 10/15/2026 DNO   A CALLER MAY NOW SET PRT-BREAK-KEY BEFORE EACH
001960*                  DETAIL LINE.  EVERY CHANGE OF KEY IS APPENDED
001965*                  TO THE PRTBRK BREAK INDEX WITH THE PHYSICAL
001970*                  LINE OF THE REPORT FILE WHERE THE KEY'S LINES
001975*                  START, SO PRTBURST CAN CUT THE REPORT INTO PER-
001980*                  RECIPIENT BUNDLES
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PRTSRV.
002740     SELECT CATALOGUE-FILE ASSIGN TO "PRTCAT"
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS PRV-CATALOGUE-STATUS.
002762     SELECT BREAK-INDEX ASSIGN TO "PRTBRK"
002764         ORGANIZATION IS LINE SEQUENTIAL
002766         FILE STATUS IS PRV-BREAK-STATUS.
002770
002800 DATA DIVISION.
002810 FILE SECTION.
002820 FD  CATALOGUE-FILE.
002830 COPY PRTCAT.
002832 FD  BREAK-INDEX.
002834 COPY PRTBRK.
002840
002900 WORKING-STORAGE SECTION.
003000*----------------------------------------------------------------*
003500 01  PRV-LINES-DISPLAY           PIC Z(6)9.
003600 01  PRV-DATE-EDITED             PIC 9(4)/9(2)/9(2).
003610 01  PRV-CATALOGUE-STATUS        PIC X(02).
003620 01  PRV-BREAK-STATUS            PIC X(02).
003700
003800 LINKAGE SECTION.
003900 COPY PRTCTL.
005700     MOVE ZERO TO PRT-TOTAL-LINES
005800     MOVE PRV-LINES-PER-PAGE TO PRT-LINE-COUNT
005900     SET PRT-HEADING-NOT-NEEDED TO TRUE
005910     MOVE SPACES TO PRT-BREAK-KEY
005920     MOVE SPACES TO PRT-LAST-BREAK-KEY
006000     .
006100
006200 2000-COUNT-DETAIL-LINE.
006700     END-IF
006800     ADD 1 TO PRT-LINE-COUNT
006900     ADD 1 TO PRT-TOTAL-LINES
006910     IF PRT-BREAK-KEY NOT = PRT-LAST-BREAK-KEY
006920         PERFORM 2500-NOTE-BREAK
006930     END-IF
007000     .
007100
007200 2100-BUILD-PAGE-HEADING.
008600     MOVE ALL "-" TO PRT-HEADING-2
008700     .
008800
008802*----------------------------------------------------------------*
008804* THE CALLER WRITES THE TWO HEADING LINES OF EVERY PAGE SO FAR
008806* BEFORE THIS DETAIL LINE, SO ITS PHYSICAL LINE IN THE FILE IS THE
008808* DETAIL COUNT PLUS TWO FOR EACH PAGE
008810*----------------------------------------------------------------*
008812 2500-NOTE-BREAK.
008814     OPEN EXTEND BREAK-INDEX
008816     IF PRV-BREAK-STATUS = "35"
008818         OPEN OUTPUT BREAK-INDEX
008820     END-IF
008822     MOVE PRT-REPORT-NAME   TO PBRK-REPORT-NAME
008824     MOVE PRT-BUSINESS-DATE TO PBRK-BUSINESS-DATE
008826     MOVE PRT-PRODUCER      TO PBRK-PRODUCER
008828     MOVE PRT-BREAK-KEY     TO PBRK-BREAK-KEY
008830     COMPUTE PBRK-START-LINE =
008832         PRT-TOTAL-LINES + 2 * PRT-PAGE-NUMBER
008834     WRITE PBRK-RECORD
008836     CLOSE BREAK-INDEX
008838     MOVE PRT-BREAK-KEY TO PRT-LAST-BREAK-KEY
008840     .
008850
008900 3000-BUILD-TRAILER.
009000     MOVE PRT-TOTAL-LINES TO PRV-LINES-DISPLAY
009100     MOVE SPACES TO PRT-TRAILER-LINE
