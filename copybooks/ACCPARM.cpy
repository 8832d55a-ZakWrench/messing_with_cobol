000100*================================================================*
000200* ACCPARM.CPY
000300* PURPOSE.  Parameters for the OBSREVW accreditation review -
000400*           the verified records a trainee needs before promotion
000500*           is proposed, the highest percentage of reviewed
000600*           records that may have been rejected, and the months
000700*           without a record after which an observer's lapse is
000800*           proposed.  A zero threshold or period leaves the
000900*           program's default in place; a zero reject percentage
001000*           means no rejects are allowed.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  ACCPARM-RECORD.
001800     05  ACCPARM-VERIFIED-THRESHOLD PIC 9(05).
001900     05  ACCPARM-REJECT-PCT       PIC 9(03).
002000     05  ACCPARM-LAPSE-MONTHS     PIC 9(03).
