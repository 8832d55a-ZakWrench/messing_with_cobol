000100*================================================================*
000200* MSTJRNL.CPY
000300* PURPOSE.  One after-image journal entry on the MSTJRNL file -
000400*           written by JRNLW for every add, change and delete a
000500*           program makes to the SPECIES or SALARY master, so
000600*           MSTRFWD can reload the last MSTUNLD backup and roll
000700*           it forward to any chosen point in time.  The caller
000800*           fills in the program, master, action, key and record
000900*           image; JRNLW stamps the date, time and operator.
001000*           A delete carries the key only.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  JRNL-RECORD.
001800     05  JRNL-DATE                PIC 9(08).
001900     05  JRNL-TIME                PIC 9(08).
002000     05  JRNL-PROGRAM             PIC X(08).
002100     05  JRNL-OPERATOR            PIC X(08).
002200     05  JRNL-MASTER              PIC X(08).
002300         88  JRNL-IS-SPECIES      VALUE "SPECIES".
002400         88  JRNL-IS-SALARY       VALUE "SALARY".
002500     05  JRNL-ACTION              PIC X(01).
002600         88  JRNL-IS-ADD          VALUE "A".
002700         88  JRNL-IS-CHANGE       VALUE "C".
002800         88  JRNL-IS-DELETE       VALUE "D".
002900     05  JRNL-KEY                 PIC X(30).
003000     05  JRNL-IMAGE               PIC X(94).
