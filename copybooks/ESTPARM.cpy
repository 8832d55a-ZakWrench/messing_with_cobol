000100*================================================================*
000200* ESTPARM.CPY
000300* PURPOSE.  Parameters for the POPESTM population estimate run -
000400*           the months taken as the breeding season, the raising
000500*           factor from the surveyed sites to the UK, the
000600*           percentage by which an estimate must depart from the
000700*           species master before an update is proposed, and the
000800*           fewest sites that must have been visited before any
000900*           estimate is made.  A zero field leaves the program's
001000*           default in place.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  ESTPARM-RECORD.
001800     05  ESTPARM-FIRST-MONTH      PIC 9(02).
001900     05  ESTPARM-LAST-MONTH       PIC 9(02).
002000     05  ESTPARM-RAISING-FACTOR   PIC 9(05)V99.
002100     05  ESTPARM-TOLERANCE-PCT    PIC 9(03).
002200     05  ESTPARM-MINIMUM-SITES    PIC 9(03).
