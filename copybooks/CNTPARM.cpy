000100*================================================================*
000200* CNTPARM.CPY
000300* PURPOSE.  Count plausibility limits for the sightings edit - a
000400*           count more than the site multiple times the species'
000500*           highest count at the site, or more than the population
000600*           multiple times its UK breeding population, is queried
000700*           instead of loaded.  A zero multiple turns that check
000800*           off.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  CNTPARM-RECORD.
001600     05  CNTPARM-SITE-MULTIPLE    PIC 9(03)V9.
001700     05  CNTPARM-POPULATION-MULTIPLE PIC 9(03)V9.
