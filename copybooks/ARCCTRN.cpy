000100*================================================================*
000200* ARCCTRN.CPY
000300* PURPOSE.  One correction transaction against an archived
000400*           sighting, identified by the archive prime key - its
000500*           sighting date, observer ID, site code and scientific
000600*           name.  An AMEND carries the whole corrected sighting
000700*           image, which replaces the original; a DELETE removes
000800*           the original outright.  Either way ARCCORR backs the
000900*           original out of the species totals and the atlas
001000*           first, and the reason is kept on the ARCAUDIT trail.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  ARCCTRN-RECORD.
001800     05  ARCCTRN-ACTION-CODE      PIC X(06).
001900         88  ARCCTRN-IS-AMEND     VALUE "AMEND".
002000         88  ARCCTRN-IS-DELETE    VALUE "DELETE".
002100     05  ARCCTRN-ORIGINAL-KEY.
002200         10  ARCCTRN-SIGHT-DATE   PIC 9(08).
002300         10  ARCCTRN-OBSERVER-ID  PIC X(06).
002400         10  ARCCTRN-SITE-CODE    PIC X(06).
002500         10  ARCCTRN-SCIENTIFIC-NAME
002600                                  PIC X(30).
002700     05  ARCCTRN-REASON           PIC X(30).
002800     05  ARCCTRN-REPLACEMENT      PIC X(93).
