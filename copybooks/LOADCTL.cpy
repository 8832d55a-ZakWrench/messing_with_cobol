000100*================================================================*
000200* LOADCTL.CPY
000300* PURPOSE.  The night's load control record - written by SIGHTLOAD
000400*           at the end of a completed load, carrying every input
000500*           and every disposition count the load made, dated the
000600*           load date.  SGTBAL balances these figures against the
000700*           collator and the edit so no sighting goes missing
000800*           between steps.  APPLY-FAILED counts records archived
000900*           but never applied because the species vanished or the
001000*           population figure would have overflowed.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  LOADCTL-RECORD.
001800     05  LOADCTL-RUN-DATE         PIC 9(08).
001900     05  LOADCTL-CLEAN-READ       PIC 9(07).
002000     05  LOADCTL-VERIFIED-READ    PIC 9(07).
002100     05  LOADCTL-SUSPENSE-READ    PIC 9(07).
002200     05  LOADCTL-APPLIED          PIC 9(07).
002300     05  LOADCTL-APPLY-FAILED     PIC 9(07).
002400     05  LOADCTL-HELD-FOR-VERIFY  PIC 9(07).
002500     05  LOADCTL-DUPLICATES       PIC 9(07).
002600     05  LOADCTL-SUSPENSE-WRITTEN PIC 9(07).
002700     05  LOADCTL-ARCHIVE-APPENDED PIC 9(07).
