000100*================================================================*
000200* SIGHTQRY.CPY
000300* PURPOSE.  One sighting held on the count query file - the raw
000400*           sighting record image, the reason its count was
000500*           queried (far above the species' highest count at the
000600*           site, or above the species' UK breeding population),
000700*           the limit it broke and the date it was held.  A
000800*           queried count is never applied as keyed; it waits
000900*           here for a QRYTRAN confirm, correct or reject.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  SIGHTQRY-RECORD.
001700     05  SIGHTQRY-SIGHTING        PIC X(93).
001800     05  SIGHTQRY-REASON-CODE     PIC X(04).
001900         88  SIGHTQRY-SITE-HISTORY VALUE "CSIT".
002000         88  SIGHTQRY-POPULATION  VALUE "CPOP".
002100     05  SIGHTQRY-LIMIT           PIC 9(09).
002200     05  SIGHTQRY-HELD-DATE       PIC 9(08).
