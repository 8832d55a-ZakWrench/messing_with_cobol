000100*================================================================*
000200* QRYTRAN.CPY
000300* PURPOSE.  One resolution transaction against the count query
000400*           file - confirming, correcting or rejecting a queried
000500*           sighting, identified by its date, observer ID, site
000600*           code and scientific name.  A confirmed record is fed
000700*           back through the normal load as keyed; a corrected
000800*           one with the corrected count; a rejected one is
000900*           dropped.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  QRYTRAN-RECORD.
001700     05  QRYTRAN-ACTION-CODE      PIC X(07).
001800         88  QRYTRAN-IS-CONFIRM   VALUE "CONFIRM".
001900         88  QRYTRAN-IS-CORRECT   VALUE "CORRECT".
002000         88  QRYTRAN-IS-REJECT    VALUE "REJECT".
002100     05  QRYTRAN-SIGHT-DATE       PIC 9(08).
002200     05  QRYTRAN-OBSERVER-ID      PIC X(06).
002300     05  QRYTRAN-SITE-CODE        PIC X(06).
002400     05  QRYTRAN-SCIENTIFIC-NAME  PIC X(30).
002500     05  QRYTRAN-CORRECTED-COUNT  PIC 9(05).
