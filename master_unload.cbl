001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 08/22/2026 DNO   ORIGINAL PROGRAM
001410* 10/15/2026 DNO   A CLEAN BACKUP NOW CALLS GENROLL IN BACKUP MODE
001420*                  TO KEEP SPECBKP, SALBKP AND THE MSTJRNL AFTER-
001430*                  IMAGE JOURNAL AS DATED GENERATIONS AND RESTART
001440*                  THE JOURNAL
001500*================================================================*
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. MSTUNLD.
008100 01  UNL-SPECIES-COUNT            PIC 9(07) VALUE ZERO.
008200 01  UNL-SALARY-COUNT             PIC 9(07) VALUE ZERO.
008300 01  UNL-TRAILER-COUNT            PIC 9(07).
008310 01  UNL-ROLL-MODE                PIC X(01) VALUE "J".
008400
008500 PROCEDURE DIVISION.
008600 0000-MAINLINE.
008800     PERFORM 2000-UNLOAD-SALARY-MASTER
008900     DISPLAY "MSTUNLD - SPECIES RECORDS: " UNL-SPECIES-COUNT
009000     DISPLAY "MSTUNLD - SALARY RECORDS:  " UNL-SALARY-COUNT
009010     PERFORM 3000-ROLL-THE-JOURNAL
009100     MOVE UNL-RETURN-CODE TO RETURN-CODE
009200     GOBACK
009300     .
018300     MOVE UNL-TRAILER-COUNT TO SLB-DATA(1:7)
018400     WRITE SALARY-BACKUP-RECORD
018500     .
018600*----------------------------------------------------------------*
018700* A GOOD BACKUP SUPERSEDES THE AFTER-IMAGE JOURNAL - GENROLL KEEPS
018800* THE BACKUPS AND THE JOURNAL AS DATED GENERATIONS AND RESTARTS
018900* THE JOURNAL, SO MSTRFWD ALWAYS PAIRS THE LATEST BACKUP WITH
019000* EXACTLY THE CHANGES MADE SINCE IT.  A FAILED BACKUP LEAVES THE
019100* JOURNAL ALONE
019200*----------------------------------------------------------------*
019300 3000-ROLL-THE-JOURNAL.
019400     IF UNL-RETURN-CODE = ZERO
019500         CALL "GENROLL" USING UNL-ROLL-MODE
019600     ELSE
019700         DISPLAY "MSTUNLD - BACKUP INCOMPLETE, JOURNAL NOT ROLLED"
019800     END-IF
019900     .
