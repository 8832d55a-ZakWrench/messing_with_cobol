000100*================================================================*
000200* DPOLOG.CPY
000300* PURPOSE.  One entry on the data protection officer's log,
000400*           appended by OBSDSAR for every access or erasure
000500*           request it is given, whether carried out or refused -
000600*           the request, who ran it and when, how many records
000700*           were found for the observer and how many were
000800*           anonymized, and how many of them were survey visits.
000850*           The log holds the observer ID only,
000900*           never the name or contact details.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001410* 10/15/2026 DNO   ADDED DPOLOG-VISITS-FOUND, THE SURVEY VISITS
001420*                  FOUND FOR THE OBSERVER
001500*================================================================*
001600 01  DPOLOG-RECORD.
001700     05  DPOLOG-PROCESSED-DATE    PIC 9(08).
001800     05  DPOLOG-PROCESSED-TIME    PIC 9(08).
001900     05  DPOLOG-OPERATOR          PIC X(08).
002000     05  DPOLOG-ACTION-CODE       PIC X(06).
002100         88  DPOLOG-IS-ACCESS     VALUE "ACCESS".
002200         88  DPOLOG-IS-ERASE      VALUE "ERASE".
002300     05  DPOLOG-OBSERVER-ID       PIC X(06).
002400     05  DPOLOG-REFERENCE         PIC X(12).
002500     05  DPOLOG-OUTCOME           PIC X(04).
002600         88  DPOLOG-DONE          VALUE "DONE".
002700         88  DPOLOG-NOTHING-HELD  VALUE "NONE".
002800         88  DPOLOG-REFUSED       VALUE "RFSD".
002900     05  DPOLOG-RECORDS-FOUND     PIC 9(07).
003000     05  DPOLOG-RECORDS-ANONYMIZED
003100                                  PIC 9(07).
003200     05  DPOLOG-REGISTRY-CLEARED  PIC X(01).
003300         88  DPOLOG-ENTRY-CLEARED VALUE "Y".
003400         88  DPOLOG-ENTRY-KEPT    VALUE "N".
003500     05  DPOLOG-VISITS-FOUND      PIC 9(07).
