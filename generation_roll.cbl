001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 09/02/2026 DNO   ORIGINAL PROGRAM
001910* 10/15/2026 DNO   NOW CALLED WITH A ROLL MODE - R FROM JOBDRIVE
001920*                  ROLLS THE RUN OUTPUTS AS BEFORE; J FROM
001930*                  MSTUNLD, AT EACH MASTER BACKUP, ROLLS SPECBKP,
001940*                  SALBKP AND THE MSTJRNL AFTER-IMAGE JOURNAL
001950*                  UNDER THE SAME CATALOGUE AND RETENTION, THEN
001960*                  RESTARTS THE LIVE JOURNAL EMPTY.  RECORDS
001970*                  WIDENED TO 200 FOR THE JOURNAL
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. GENROLL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SOURCE-FILE.
005400 01  SOURCE-RECORD                PIC X(200).
005500
005600 FD  GENERATION-FILE.
005700 01  GENERATION-RECORD            PIC X(200).
005800
005900 FD  CATALOGUE-FILE.
006000 01  CATALOGUE-RECORD.
009200 01  GEN-DELETED-COUNT            PIC 9(03) VALUE ZERO.
009300 01  GEN-RECORDS-COPIED           PIC 9(07).
009400*----------------------------------------------------------------*
009410* THE KEY OUTPUTS ROLLED EVERY RUN, OR AT A MASTER BACKUP THE TWO
009420* BACKUP FILES AND THE AFTER-IMAGE JOURNAL THEY SUPERSEDE
009600*----------------------------------------------------------------*
009700 01  GEN-BASE-TABLE.
009800     05  GEN-BASE-NAME            PIC X(08) OCCURS 5 TIMES.
009900 01  GEN-BASE-INDEX               PIC 9(01) COMP.
009910 01  GEN-BASE-COUNT               PIC 9(01) COMP.
010000*----------------------------------------------------------------*
010100* THE CATALOGUE IN STORAGE, FOR THE RETENTION SWEEP
010200*----------------------------------------------------------------*
011600 01  GEN-OLDEST-DATE              PIC 9(08).
011700 01  GEN-DELETE-NAME              PIC X(17).
011800 COPY RUNLOG.
011810 LINKAGE SECTION.
011820 01  GEN-ROLL-MODE                PIC X(01).
011830     88  GEN-ROLL-RUN-OUTPUTS     VALUE "R".
011840     88  GEN-ROLL-BACKUP          VALUE "J".
011900
012000 PROCEDURE DIVISION USING GEN-ROLL-MODE.
012100 0000-MAINLINE.
012200     ACCEPT RUNLOG-START-TIME FROM TIME
012300     PERFORM 1000-INITIALIZE
012400     PERFORM 2000-ROLL-ONE-OUTPUT
012500         VARYING GEN-BASE-INDEX FROM 1 BY 1
012510         UNTIL GEN-BASE-INDEX > GEN-BASE-COUNT
012520     IF GEN-ROLL-BACKUP
012530         PERFORM 2500-RESTART-JOURNAL
012540     END-IF
012700     PERFORM 3000-ENFORCE-RETENTION
012800     PERFORM 4000-REWRITE-CATALOGUE
012900     PERFORM 5000-TERMINATE
013300
013400 1000-INITIALIZE.
013500     CALL "BUSDATE" USING GEN-BUSINESS-DATE
013510     IF GEN-ROLL-BACKUP
013520         MOVE "SPECBKP"  TO GEN-BASE-NAME(1)
013530         MOVE "SALBKP"   TO GEN-BASE-NAME(2)
013540         MOVE "MSTJRNL"  TO GEN-BASE-NAME(3)
013550         MOVE 3 TO GEN-BASE-COUNT
013560     ELSE
013570         MOVE "SIGHTCLN" TO GEN-BASE-NAME(1)
013580         MOVE "SIGHTREJ" TO GEN-BASE-NAME(2)
013590         MOVE "SIGHTDUP" TO GEN-BASE-NAME(3)
013600         MOVE "SIGHTAGE" TO GEN-BASE-NAME(4)
013610         MOVE "BANKPAY"  TO GEN-BASE-NAME(5)
013620         MOVE 5 TO GEN-BASE-COUNT
013630     END-IF
014100     PERFORM 1100-READ-KEEP-COUNT
014200     PERFORM 1200-LOAD-CATALOGUE
014300     .
026700     END-IF
026800     .
026900
026905*----------------------------------------------------------------*
026910* THE NEW BACKUP HOLDS EVERYTHING THE JOURNAL RECORDED, WHICH IS
026915* NOW KEPT AS A GENERATION - THE LIVE JOURNAL STARTS AGAIN EMPTY
026920* SO IT HOLDS ONLY CHANGES MADE SINCE THIS BACKUP
026925*----------------------------------------------------------------*
026930 2500-RESTART-JOURNAL.
026935     MOVE "MSTJRNL" TO GEN-SOURCE-NAME
026940     OPEN OUTPUT SOURCE-FILE
026945     CLOSE SOURCE-FILE
026950     DISPLAY "GENROLL - MSTJRNL RESTARTED AT THIS BACKUP"
026955     .
026960
027000*----------------------------------------------------------------*
027100* PER BASE NAME, THE OLDEST GENERATIONS BEYOND THE KEEP COUNT
027200* ARE DELETED FROM DISK AND DROPPED FROM THE CATALOGUE
027400 3000-ENFORCE-RETENTION.
027500     PERFORM 3100-RETAIN-ONE-BASE
027600         VARYING GEN-BASE-INDEX FROM 1 BY 1
027700         UNTIL GEN-BASE-INDEX > GEN-BASE-COUNT
027800     .
027900
028000 3100-RETAIN-ONE-BASE.
