006470*                  COUNTED APPLIED WITH HISTORY WRITTEN.  IT IS
006480*                  NOW REJECTED THE SAME WAY THE ADD PATH
006490*                  REJECTS A DUPLICATE
006491* 10/15/2026 DNO   EVERY ADD, UPDATE, DELETE AND RENAME APPLIED TO
006492*                  THE MASTER NOW WRITES AN AFTER-IMAGE TO THE
006493*                  MSTJRNL JOURNAL THROUGH JRNLW - A RENAME AS A
006494*                  DELETE OF THE OLD KEY AND AN ADD OF THE NEW -
006495*                  SO MSTRFWD CAN ROLL THE LAST BACKUP FORWARD
006500*================================================================*
006600 IDENTIFICATION DIVISION.
006700 PROGRAM-ID. SPMAINT.
014700     88  SPM-LOCK-GRANTED        VALUE "Y".
014800     88  SPM-LOCK-REFUSED        VALUE "N".
014900 COPY RUNLOG.
014910 COPY MSTJRNL.
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
021300         MOVE SPM-POP-CANDIDATE TO BIRD-UK-BREEDING-POPULATION
021400         SET BIRD-UNITS-METRIC TO TRUE
021500         WRITE BIRD-RECORD
021510         MOVE "A" TO JRNL-ACTION
021520         PERFORM 1980-JOURNAL-AFTER-IMAGE
021600         MOVE ZERO TO SPM-OLD-POPULATION
021700         MOVE "SPM-SEED" TO SPM-POPHIST-SOURCE
021800         PERFORM 1950-RECORD-POPULATION-HISTORY
024000         MOVE SPM-POP-CANDIDATE TO BIRD-UK-BREEDING-POPULATION
024100         SET BIRD-UNITS-METRIC TO TRUE
024200         WRITE BIRD-RECORD
024210         MOVE "A" TO JRNL-ACTION
024220         PERFORM 1980-JOURNAL-AFTER-IMAGE
024300         MOVE ZERO TO SPM-OLD-POPULATION
024400         MOVE "SPM-SEED" TO SPM-POPHIST-SOURCE
024500         PERFORM 1950-RECORD-POPULATION-HISTORY
038500     END-IF
038600     .
038700 
038705*----------------------------------------------------------------*
038710* EVERY ADD, CHANGE AND DELETE APPLIED TO THE MASTER IS JOURNALLED
038715* AS IT HAPPENS, SO MSTRFWD CAN ROLL THE LAST BACKUP FORWARD.  THE
038720* CALLER SETS THE ACTION; A DELETE CARRIES THE KEY ONLY
038725*----------------------------------------------------------------*
038730 1980-JOURNAL-AFTER-IMAGE.
038735     MOVE "SPMAINT"            TO JRNL-PROGRAM
038740     SET JRNL-IS-SPECIES       TO TRUE
038745     MOVE BIRD-SCIENTIFIC-NAME TO JRNL-KEY
038750     IF JRNL-IS-DELETE
038755         MOVE SPACES           TO JRNL-IMAGE
038760     ELSE
038765         MOVE BIRD-RECORD      TO JRNL-IMAGE
038770     END-IF
038775     CALL "JRNLW" USING JRNL-RECORD
038780     .
038785
038800 2000-PROCESS-TRANSACTION.
038900     ADD 1 TO SPM-TRANSACTIONS-READ
039000     EVALUATE TRUE
043500                     SPECTRAN-SCIENTIFIC-NAME
043600             NOT INVALID KEY
043700                 ADD 1 TO SPM-TRANSACTIONS-APPLIED
043710                 MOVE "A" TO JRNL-ACTION
043720                 PERFORM 1980-JOURNAL-AFTER-IMAGE
043800                 MOVE ZERO TO SPM-OLD-POPULATION
043900                 MOVE "SPM-ADD" TO SPM-POPHIST-SOURCE
044000                 PERFORM 1950-RECORD-POPULATION-HISTORY
048040                     "UPDATE: " SPECTRAN-COMMON-NAME
048050             NOT INVALID KEY
048100                 ADD 1 TO SPM-TRANSACTIONS-APPLIED
048110                 MOVE "C" TO JRNL-ACTION
048120                 PERFORM 1980-JOURNAL-AFTER-IMAGE
048200                 PERFORM 1950-RECORD-POPULATION-HISTORY
048300                 PERFORM 1965-UPDATE-NAME-IN-TABLE
048310         END-REWRITE
049600                 SPECTRAN-SCIENTIFIC-NAME
049700         NOT INVALID KEY
049800             ADD 1 TO SPM-TRANSACTIONS-APPLIED
049810             MOVE "D" TO JRNL-ACTION
049820             PERFORM 1980-JOURNAL-AFTER-IMAGE
049900             PERFORM 1970-REMOVE-NAME-FROM-TABLE
050000     END-DELETE
050100     .
050294     IF SPM-RENAME-CLEAR
050296         MOVE SPM-RENAME-OLD-NAME TO BIRD-SCIENTIFIC-NAME
050298         DELETE SPECIES-MASTER RECORD
050299         MOVE "D" TO JRNL-ACTION
050300         PERFORM 1980-JOURNAL-AFTER-IMAGE
050301         PERFORM 1970-REMOVE-NAME-FROM-TABLE
050302         MOVE SPM-SAVED-BIRD-IMAGE TO BIRD-RECORD
050304         MOVE SPM-RENAME-NEW-NAME TO BIRD-SCIENTIFIC-NAME
050306         WRITE BIRD-RECORD
050314                     SPM-RENAME-NEW-NAME
050316             NOT INVALID KEY
050318                 ADD 1 TO SPM-TRANSACTIONS-APPLIED
050319                 MOVE "A" TO JRNL-ACTION
050320                 PERFORM 1980-JOURNAL-AFTER-IMAGE
050321                 MOVE BIRD-UK-BREEDING-POPULATION
050322                     TO SPM-OLD-POPULATION
050324                 MOVE "SPM-RENAME" TO SPM-POPHIST-SOURCE
050326                 PERFORM 1950-RECORD-POPULATION-HISTORY
