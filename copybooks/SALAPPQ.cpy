000100*================================================================*
000200* SALAPPQ.CPY
000300* PURPOSE.  One salary master change waiting on the approval
000400*           queue - the SALTRAN image as keyed, stamped with the
000500*           operator who keyed it, and the date SALMAINT queued
000600*           it.  A queued change is never applied on the word
000700*           of the operator who keyed it; it waits here for a
000800*           SALAPPR approve or decline by a different operator.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  SALAPPQ-RECORD.
001600     05  SALAPPQ-TRANSACTION      PIC X(80).
001700     05  SALAPPQ-QUEUED-DATE      PIC 9(08).
