001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 09/02/2026 DNO   ORIGINAL COPYBOOK
001310* 10/15/2026 DNO   ADDED THE BREEDING HISTORY - FOR EACH OF THE
001320*                  TEN MOST RECENT YEARS WITH BREEDING EVIDENCE,
001330*                  THE HIGHEST BRDCAT CATEGORY REACHED (1
001340*                  POSSIBLE, 2 PROBABLE, 3 CONFIRMED).  AN UNUSED
001350*                  ENTRY HAS YEAR ZERO.  RECORD LENGTH 111
001360* 10/15/2026 DNO   ADDED THE HIGHEST SINGLE COUNT EVER RECORDED
001370*                  FOR THE PAIR, SO SIGHTEDT CAN QUERY A COUNT FAR
001380*                  ABOVE THE SITE'S HISTORY.  RECORD LENGTH 116
001400*================================================================*
001500 01  ATLAS-RECORD.
001600     05  ATLAS-KEY.
001900     05  ATLAS-FIRST-DATE         PIC 9(08).
002000     05  ATLAS-LAST-DATE          PIC 9(08).
002100     05  ATLAS-TOTAL-COUNT        PIC 9(09).
002200     05  ATLAS-BREEDING-HISTORY.
002300         10  ATLAS-BREEDING-ENTRY OCCURS 10 TIMES.
002400             15  ATLAS-BREEDING-YEAR     PIC 9(04).
002500             15  ATLAS-BREEDING-CATEGORY PIC X(01).
002600     05  ATLAS-MAX-COUNT          PIC 9(05).
