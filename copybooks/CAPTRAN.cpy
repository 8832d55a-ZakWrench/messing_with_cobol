000100*================================================================*
000200* CAPTRAN.CPY
000300* PURPOSE.  One ringing or retrap capture keyed by the ringer -
000400*           the ring, when and where the bird was handled, and
000500*           the biometrics taken: wing length in centimetres and
000600*           weight in grams (the units UNITCNV brings the species
000700*           master to), EURING age code and sex.  A capture that
000800*           came back on the RINGQRY query file and was checked
000900*           by the ringer is re-keyed with the confirmed flag set.
001000* AUTHOR.   D. OKAFOR
001100*================================================================*
001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 10/15/2026 DNO   ORIGINAL COPYBOOK
001500*================================================================*
001600 01  CAPTRAN-RECORD.
001700     05  CAPTRAN-RING-NUMBER      PIC X(10).
001800     05  CAPTRAN-CAPTURE-DATE     PIC 9(08).
001900     05  CAPTRAN-CAPTURE-TIME     PIC 9(04).
002000     05  CAPTRAN-CAPTURE-TYPE     PIC X(01).
002100         88  CAPTRAN-IS-RINGING   VALUE "N".
002200         88  CAPTRAN-IS-RETRAP    VALUE "R".
002300     05  CAPTRAN-SITE-CODE        PIC X(06).
002400     05  CAPTRAN-WING-LENGTH      PIC 9(03)V9.
002500     05  CAPTRAN-WEIGHT           PIC 9(03)V9.
002600     05  CAPTRAN-AGE-CODE         PIC X(01).
002700         88  CAPTRAN-AGE-VALID    VALUE "0" THRU "9".
002800     05  CAPTRAN-SEX              PIC X(01).
002900         88  CAPTRAN-SEX-VALID    VALUE "M" "F" "U".
003000     05  CAPTRAN-CONFIRMED        PIC X(01).
003100         88  CAPTRAN-IS-CONFIRMED VALUE "Y".
