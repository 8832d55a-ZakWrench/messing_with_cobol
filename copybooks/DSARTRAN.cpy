000100*================================================================*
000200* DSARTRAN.CPY
000300* PURPOSE.  One data protection request against a registered
000400*           observer.  An ACCESS request asks for a complete
000500*           extract of everything held about the observer; an
000600*           ERASE request has OBSDSAR replace the observer's ID
000700*           with the reserved anonymous ID everywhere it appears,
000800*           keeping the sightings themselves for scientific use,
000900*           and clear the observer's registry entry.  The
001000*           reference is the data protection officer's own, and
001100*           is carried onto the DPOLOG entry.
001200* AUTHOR.   D. OKAFOR
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL COPYBOOK
001700*================================================================*
001800 01  DSARTRAN-RECORD.
001900     05  DSARTRAN-ACTION-CODE     PIC X(06).
002000         88  DSARTRAN-IS-ACCESS   VALUE "ACCESS".
002100         88  DSARTRAN-IS-ERASE    VALUE "ERASE".
002200     05  DSARTRAN-OBSERVER-ID     PIC X(06).
002300     05  DSARTRAN-REFERENCE       PIC X(12).
