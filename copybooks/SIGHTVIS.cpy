000100*================================================================*
000200* SIGHTVIS.CPY
000300* PURPOSE.  Survey visit record riding a sightings file ahead of
000400*           the batch of sightings it covers - the site, date and
000500*           observer of the visit, its start and end time, the
000600*           weather, the size of the observer party and whether
000700*           every species seen was listed.  The type byte is the
000800*           SIGHTCTL visit type "V"; the record is carried through
000900*           SIGHTCOL and stored on the VISITS file by SIGHTEDT.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  SIGHTVIS-RECORD.
001700     05  SIGHTVIS-TYPE            PIC X(01).
001800     05  SIGHTVIS-SITE-CODE       PIC X(06).
001900     05  SIGHTVIS-VISIT-DATE      PIC 9(08).
002000     05  SIGHTVIS-OBSERVER-ID     PIC X(06).
002100     05  SIGHTVIS-START-TIME      PIC 9(04).
002200     05  SIGHTVIS-END-TIME        PIC 9(04).
002300     05  SIGHTVIS-WEATHER         PIC X(20).
002400     05  SIGHTVIS-PARTY-SIZE      PIC 9(02).
002500     05  SIGHTVIS-COMPLETE-LIST   PIC X(01).
002600         88  SIGHTVIS-LIST-COMPLETE VALUE "Y".
002700         88  SIGHTVIS-LIST-PARTIAL  VALUE "N".
002800     05  FILLER                   PIC X(41).
