001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 08/22/2026 DNO   ORIGINAL COPYBOOK
001210* 10/15/2026 DNO   OBS-ANONYMOUS-OBSERVER NAMES THE RESERVED ID
001220*                  ANON00, THE REGISTRY ENTRY OBSDSAR FILES AN
001230*                  ERASED OBSERVER'S SIGHTINGS UNDER.  IT IS NEVER
001240*                  A REAL VOLUNTEER.  RECORD LENGTH IS UNCHANGED.
001300*================================================================*
001400 01  OBS-RECORD.
001500     05  OBS-OBSERVER-ID          PIC X(06).
001510         88  OBS-ANONYMOUS-OBSERVER VALUE "ANON00".
001600     05  OBS-OBSERVER-NAME        PIC X(30).
001700     05  OBS-CONTACT              PIC X(30).
001800     05  OBS-ACCREDITATION        PIC X(01).
