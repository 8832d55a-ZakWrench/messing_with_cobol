000700* MODIFICATION HISTORY
000800* DATE       INIT  DESCRIPTION
000900* 08/22/2026 DNO   ORIGINAL COPYBOOK
000910* 10/15/2026 DNO   ADDED MERGE AND CLOSE.  A MERGE CARRIES THE
000920*                  CODE GOING AWAY IN SITETRAN-SITE-CODE AND THE
000930*                  CODE THAT STAYS IN SITETRAN-SURVIVING-CODE; A
000940*                  CLOSE CARRIES THE SITE AND THE DATE IT CLOSED
000950*                  (ZERO FOR THE BUSINESS DATE)
001000*================================================================*
001100 01  SITETRAN-RECORD.
001200     05  SITETRAN-ACTION-CODE     PIC X(06).
001300         88  SITETRAN-IS-ADD      VALUE "ADD".
001400         88  SITETRAN-IS-UPDATE   VALUE "UPDATE".
001500         88  SITETRAN-IS-DELETE   VALUE "DELETE".
001510         88  SITETRAN-IS-MERGE    VALUE "MERGE".
001520         88  SITETRAN-IS-CLOSE    VALUE "CLOSE".
001600     05  SITETRAN-SITE-CODE       PIC X(06).
001700     05  SITETRAN-SITE-NAME       PIC X(30).
001800     05  SITETRAN-COUNTY          PIC X(20).
001900     05  SITETRAN-GRID-REFERENCE  PIC X(08).
002000     05  SITETRAN-SURVIVING-CODE  PIC X(06).
002100     05  SITETRAN-EFFECTIVE-DATE  PIC 9(08).
