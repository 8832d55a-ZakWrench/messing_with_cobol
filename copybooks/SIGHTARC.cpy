001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 08/22/2026 DNO   ORIGINAL COPYBOOK
001310* 10/15/2026 DNO   THE ARCHIVE IS NOW AN INDEXED FILE.  THE PRIME
001320*                  KEY IS SIGHTING DATE, OBSERVER ID, SITE CODE
001330*                  AND STANDARDIZED SCIENTIFIC NAME - THE LOAD'S
001340*                  DUPLICATE KEY, SO IT IS UNIQUE.  ALTERNATE KEYS
001350*                  (DUPLICATES ALLOWED) ON SITE AND DATE, ON
001360*                  OBSERVER AND DATE, AND ON LOAD DATE.  ARCKEY
001370*                  BUILDS EVERY KEY FROM THE SIGHTING IMAGE, WHICH
001380*                  IS UNCHANGED.  RECORD LENGTH IS NOW 179
001400*================================================================*
001500 01  SIGHTARC-RECORD.
001600     05  SIGHTARC-KEY.
001700         10  SIGHTARC-KEY-DATE    PIC 9(8).
001800         10  SIGHTARC-KEY-OBSERVER
001900                                  PIC X(6).
002000         10  SIGHTARC-KEY-SITE    PIC X(6).
002100         10  SIGHTARC-KEY-NAME    PIC X(30).
002200     05  SIGHTARC-SITE-KEY.
002300         10  SIGHTARC-SITE-CODE   PIC X(6).
002400         10  SIGHTARC-SITE-DATE   PIC 9(8).
002500     05  SIGHTARC-OBSERVER-KEY.
002600         10  SIGHTARC-OBSERVER-ID PIC X(6).
002700         10  SIGHTARC-OBSERVER-DATE
002800                                  PIC 9(8).
002900     05  SIGHTARC-LOAD-DATE       PIC 9(8).
003000     05  SIGHTARC-SIGHTING        PIC X(93).
