000100*================================================================*
000200* NRCHWM.CPY
000300* PURPOSE.  The high-water mark of the national records centre
000400*           submissions - one record, rewritten by each good
000500*           NRCEXP run.  It holds the number of the last
000600*           submission, the last archive load date it covered
000700*           and how many ARCAUDIT correction records had been
000800*           sent by then, so the next run starts exactly where
000900*           this one ended.  With no NRCHWM file the first run
001000*           sends the whole archive.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  NRCHWM-RECORD.
001800     05  NRCHWM-SUBMISSION-NUMBER PIC 9(05).
001900     05  NRCHWM-LAST-LOAD-DATE    PIC 9(08).
002000     05  NRCHWM-AUDIT-RECORDS     PIC 9(09).
002100     05  NRCHWM-RUN-DATE          PIC 9(08).
