000100*================================================================*
000200* BRDCAT.CPY
000300* PURPOSE.  Call interface for BRDCAT, the breeding evidence code
000400*           service - the caller passes the two-character atlas
000500*           evidence code off a sighting and gets back the
000600*           breeding category it belongs to (possible, probable
000700*           or confirmed), or word that the code is not one the
000800*           atlas recognises.  A blank code, or one of the
000900*           non-breeding codes, carries no breeding evidence.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  BRDCAT-PARAMETERS.
001700     05  BRDCAT-EVIDENCE-CODE     PIC X(02).
001800     05  BRDCAT-CATEGORY          PIC X(01).
001900         88  BRDCAT-NO-EVIDENCE   VALUE "0".
002000         88  BRDCAT-POSSIBLE      VALUE "1".
002100         88  BRDCAT-PROBABLE      VALUE "2".
002200         88  BRDCAT-CONFIRMED     VALUE "3".
002300         88  BRDCAT-NOT-A-CODE    VALUE "X".
002400     05  BRDCAT-CATEGORY-NAME     PIC X(09).
