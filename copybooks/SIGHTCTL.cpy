001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 08/22/2026 DNO   ORIGINAL COPYBOOK
001410* 10/15/2026 DNO   ADDED THE VISIT RECORD TYPE V - A SURVEY
001420*                  VISIT'S EFFORT (SIGHTVIS) AHEAD OF THE BATCH OF
001430*                  SIGHTINGS IT COVERS.  LIKE THE HEADER AND
001440*                  TRAILER IT IS NOT A DETAIL, AND IS NEITHER
001450*                  COUNTED NOR HASHED IN THE TRAILER
001455* 10/15/2026 DNO   ADDED THE EDIT DISPOSITION COUNTS TO THE
001460*                  TRAILER.  SIGHTEDT CARRIES ITS REJECTED,
001465*                  SUSPENSE, RARITY AND QUERY COUNTS ON THE CLEAN
001470*                  FILE'S TRAILER SO SGTBAL CAN BALANCE THE EDIT
001475*                  AGAINST THE COLLATOR.  OTHER WRITERS LEAVE THEM
001480*                  AS SPACES
001500*================================================================*
001600 01  SIGHTCTL-RECORD.
001700     05  SIGHTCTL-TYPE            PIC X(01).
001800         88  SIGHTCTL-IS-HEADER   VALUE "H".
001900         88  SIGHTCTL-IS-TRAILER  VALUE "T".
001910         88  SIGHTCTL-IS-VISIT    VALUE "V".
002000     05  SIGHTCTL-HEADER-DATA.
002100         10  SIGHTCTL-FILE-DATE   PIC 9(8).
002200         10  SIGHTCTL-SOURCE      PIC X(10).
002500         10  SIGHTCTL-RECORD-COUNT PIC 9(7).
002600         10  SIGHTCTL-HASH-TOTAL   PIC 9(9).
002700         10  FILLER                PIC X(2).
002800     05  SIGHTCTL-EDIT-DISPOSITION.
002900         10  SIGHTCTL-REJECTED-COUNT PIC 9(7).
003000         10  SIGHTCTL-SUSPENSE-COUNT PIC 9(7).
003100         10  SIGHTCTL-RARITIES-COUNT PIC 9(7).
003200         10  SIGHTCTL-QUERY-COUNT    PIC 9(7).
