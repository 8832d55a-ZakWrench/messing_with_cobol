000100*================================================================*
000200* SYSLXTR.CPY
000300* PURPOSE.  Typesetter extract of the annual systematic list -
000400*           one fixed-width record per species recorded in the
000500*           year, in systematic order, carrying everything the
000600*           printed species account is built from.  For a summer
000700*           visitor the first and last dates are the year's first
000800*           and last records; for a winter visitor the last date
000900*           is the last record of the spring and the first date
001000*           the first of the autumn.  Both are zero for a species
001100*           SEASCAL does not treat as a visitor.
001200* AUTHOR.   D. OKAFOR
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL COPYBOOK
001700*================================================================*
001800 01  SYSLXTR-RECORD.
001900     05  SYSLXTR-YEAR             PIC 9(04).
002000     05  SYSLXTR-SEQUENCE         PIC 9(05).
002100     05  SYSLXTR-FAMILY           PIC X(30).
002200     05  SYSLXTR-COMMON-NAME      PIC X(30).
002300     05  SYSLXTR-SCIENTIFIC-NAME  PIC X(30).
002400     05  SYSLXTR-STATUS           PIC X(01).
002500     05  SYSLXTR-RECORDS          PIC 9(07).
002600     05  SYSLXTR-BIRDS            PIC 9(09).
002700     05  SYSLXTR-PEAK-COUNT       PIC 9(05).
002800     05  SYSLXTR-PEAK-DATE        PIC 9(08).
002900     05  SYSLXTR-PEAK-SITE-CODE   PIC X(06).
003000     05  SYSLXTR-PEAK-SITE-NAME   PIC X(30).
003100     05  SYSLXTR-VISITOR-TYPE     PIC X(01).
003200         88  SYSLXTR-SUMMER-VISITOR VALUE "S".
003300         88  SYSLXTR-WINTER-VISITOR VALUE "W".
003400         88  SYSLXTR-NOT-A-VISITOR  VALUE " ".
003500     05  SYSLXTR-FIRST-DATE       PIC 9(08).
003600     05  SYSLXTR-LAST-DATE        PIC 9(08).
003700     05  SYSLXTR-SITES            PIC 9(04).
003800     05  SYSLXTR-SQUARES          PIC 9(04).
