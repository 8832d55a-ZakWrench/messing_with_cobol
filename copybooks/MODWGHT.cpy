000100*================================================================*
000200* MODWGHT.CPY
000300* PURPOSE.  One entry of the bank modulus weight table - a
000400*           sort code range, the check method the banks
000500*           publish for it (MOD10, MOD11 or DBLAL) and the
000600*           fourteen weights applied to the six digits of the
000700*           sort code followed by the eight of the account
000800*           number.  A sort code outside every range cannot be
000900*           checked and is accepted, as the published rules
001000*           direct.
001100* AUTHOR.   D. OKAFOR
001200*================================================================*
001300* MODIFICATION HISTORY
001400* DATE       INIT  DESCRIPTION
001500* 10/15/2026 DNO   ORIGINAL COPYBOOK
001600*================================================================*
001700 01  MODW-RECORD.
001800     05  MODW-SORT-CODE-FROM      PIC 9(06).
001900     05  MODW-SORT-CODE-TO        PIC 9(06).
002000     05  MODW-METHOD              PIC X(05).
002100         88  MODW-MOD10           VALUE "MOD10".
002200         88  MODW-MOD11           VALUE "MOD11".
002300         88  MODW-DBLAL           VALUE "DBLAL".
002400     05  MODW-WEIGHT              PIC 9(02) OCCURS 14 TIMES.
