000100*================================================================*
000200* RINGBIO.CPY
000300* PURPOSE.  Ringing biometrics master - one entry per capture of a
000400*           ringed bird, keyed on ring number then capture date
000500*           and time so a ring's captures read back in the order
000600*           they were taken, the first capture leading.  Carries
000700*           the species from the ring register, the wing length
000800*           (cm) and weight (g) as validated against the species
000900*           master, age and sex, and whether an out-of-range
001000*           figure was confirmed by the ringer.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  RINGBIO-RECORD.
001800     05  RINGBIO-KEY.
001900         10  RINGBIO-RING-NUMBER  PIC X(10).
002000         10  RINGBIO-CAPTURE-DATE PIC 9(08).
002100         10  RINGBIO-CAPTURE-TIME PIC 9(04).
002200     05  RINGBIO-SCIENTIFIC-NAME  PIC X(30).
002300     05  RINGBIO-CAPTURE-TYPE     PIC X(01).
002400         88  RINGBIO-IS-RINGING   VALUE "N".
002500         88  RINGBIO-IS-RETRAP    VALUE "R".
002600     05  RINGBIO-SITE-CODE        PIC X(06).
002700     05  RINGBIO-WING-LENGTH      PIC 9(03)V9.
002800     05  RINGBIO-WEIGHT           PIC 9(03)V9.
002900     05  RINGBIO-AGE-CODE         PIC X(01).
003000     05  RINGBIO-SEX              PIC X(01).
003100     05  RINGBIO-RANGE-CONFIRMED  PIC X(01).
003200         88  RINGBIO-OUTSIDE-RANGE-CONFIRMED
003300                                  VALUE "Y".
003400         88  RINGBIO-WITHIN-RANGE VALUE "N".
003500     05  RINGBIO-LOAD-DATE        PIC 9(08).
