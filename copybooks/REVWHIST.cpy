000100*================================================================*
000200* REVWHIST.CPY
000300* PURPOSE.  One review outcome on a held sighting - a
000400*           verification sign-off from SGTVERIF or a rarities
000500*           decision from RARREVW - appended as it is made, so
000600*           each observer's accepted and rejected records build
000700*           a history the accreditation review can weigh.
000800* AUTHOR.   D. OKAFOR
000900*================================================================*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 10/15/2026 DNO   ORIGINAL COPYBOOK
001300*================================================================*
001400 01  REVWHIST-RECORD.
001500     05  REVWHIST-REVIEW-DATE     PIC 9(08).
001600     05  REVWHIST-SOURCE          PIC X(01).
001700         88  REVWHIST-VERIFICATION VALUE "V".
001800         88  REVWHIST-RARITIES    VALUE "R".
001900     05  REVWHIST-OUTCOME         PIC X(01).
002000         88  REVWHIST-ACCEPTED    VALUE "A".
002100         88  REVWHIST-REJECTED    VALUE "R".
002200     05  REVWHIST-OBSERVER-ID     PIC X(06).
002300     05  REVWHIST-SIGHT-DATE      PIC 9(08).
002400     05  REVWHIST-SITE-CODE       PIC X(06).
002500     05  REVWHIST-SCIENTIFIC-NAME PIC X(30).
002600     05  REVWHIST-REVIEWER-ID     PIC X(06).
