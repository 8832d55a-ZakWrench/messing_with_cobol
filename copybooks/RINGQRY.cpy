000100*================================================================*
000200* RINGQRY.CPY
000300* PURPOSE.  One capture held on the biometrics query file - the
000400*           capture as keyed, the species it was checked against,
000500*           which measurement fell outside the species master's
000600*           range (wing length against BIRD-WINGSPAN, weight
000700*           against BIRD-WEIGHT, or both), the metric ranges it
000800*           was held against and the date it was held.  A queried
000900*           capture is never stored as keyed; the ringer checks
001000*           it and re-keys it corrected, or confirmed.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  RINGQRY-RECORD.
001800     05  RINGQRY-CAPTURE          PIC X(40).
001900     05  RINGQRY-SCIENTIFIC-NAME  PIC X(30).
002000     05  RINGQRY-REASON-CODE      PIC X(04).
002100         88  RINGQRY-WING         VALUE "WING".
002200         88  RINGQRY-WEIGHT       VALUE "WGHT".
002300         88  RINGQRY-BOTH         VALUE "BOTH".
002400     05  RINGQRY-WINGSPAN-MIN     PIC 9(03)V9.
002500     05  RINGQRY-WINGSPAN-MAX     PIC 9(03)V9.
002600     05  RINGQRY-WEIGHT-MIN       PIC 9(03)V9.
002700     05  RINGQRY-WEIGHT-MAX       PIC 9(03)V9.
002800     05  RINGQRY-HELD-DATE        PIC 9(08).
