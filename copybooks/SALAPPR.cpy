000100*================================================================*
000200* SALAPPR.CPY
000300* PURPOSE.  One approval decision against the salary change
000400*           approval queue - approving or declining a queued
000500*           change, identified by its employee ID, its SALTRAN
000600*           action code and its effective date.  The approver
000700*           is the signed-on operator, never a field on the
000800*           record, so an approval cannot be keyed in another
000900*           operator's name.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  SALAPPR-RECORD.
001700     05  SALAPPR-DECISION         PIC X(07).
001800         88  SALAPPR-IS-APPROVE   VALUE "APPROVE".
001900         88  SALAPPR-IS-DECLINE   VALUE "DECLINE".
002000     05  SALAPPR-EMPLOYEE-ID      PIC 9(06).
002100     05  SALAPPR-CHANGE-ACTION    PIC X(06).
002200     05  SALAPPR-EFFECTIVE-DATE   PIC 9(08).
