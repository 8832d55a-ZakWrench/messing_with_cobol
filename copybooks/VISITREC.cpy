000100*================================================================*
000200* VISITREC.CPY
000300* PURPOSE.  Survey visit master entry - one record per visit,
000400*           keyed on site code, visit date and observer ID, giving
000500*           the effort behind that visit's sightings: start and
000600*           end time (HHMM), the minutes between them, weather,
000700*           party size and whether the list was complete.  Written
000800*           by SIGHTEDT from the visit records on the sightings
000900*           file; a visit sent again replaces the one on file.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  VISIT-RECORD.
001700     05  VISIT-KEY.
001800         10  VISIT-SITE-CODE      PIC X(06).
001900         10  VISIT-DATE           PIC 9(08).
002000         10  VISIT-OBSERVER-ID    PIC X(06).
002100     05  VISIT-START-TIME         PIC 9(04).
002200     05  VISIT-END-TIME           PIC 9(04).
002300     05  VISIT-MINUTES            PIC 9(04).
002400     05  VISIT-WEATHER            PIC X(20).
002500     05  VISIT-PARTY-SIZE         PIC 9(02).
002600     05  VISIT-COMPLETE-LIST      PIC X(01).
002700         88  VISIT-LIST-COMPLETE  VALUE "Y".
002800         88  VISIT-LIST-PARTIAL   VALUE "N".
002900     05  VISIT-FILE-DATE          PIC 9(08).
