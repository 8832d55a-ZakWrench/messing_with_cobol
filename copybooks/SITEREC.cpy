000900* MODIFICATION HISTORY
001000* DATE       INIT  DESCRIPTION
001100* 08/22/2026 DNO   ORIGINAL COPYBOOK
001110* 10/15/2026 DNO   ADDED THE SITE STATUS.  A CLOSED SITE CARRIES
001120*                  THE DATE IT CLOSED; A MERGED SITE IS KEPT AS A
001130*                  MARKER CARRYING THE SURVIVING SITE CODE IT WAS
001140*                  MERGED INTO, SO A LATE RECORD UNDER THE OLD
001150*                  CODE STILL RESOLVES.  RECORD LENGTH 79
001200*================================================================*
001300 01  SITE-RECORD.
001400     05  SITE-CODE                PIC X(06).
001500     05  SITE-NAME                PIC X(30).
001600     05  SITE-COUNTY              PIC X(20).
001700     05  SITE-GRID-REFERENCE      PIC X(08).
001800     05  SITE-STATUS              PIC X(01).
001900         88  SITE-IS-OPEN         VALUE " ".
002000         88  SITE-IS-CLOSED       VALUE "C".
002100         88  SITE-IS-MERGED       VALUE "M".
002200     05  SITE-CLOSED-DATE         PIC 9(08).
002300     05  SITE-MERGED-INTO         PIC X(06).
