001220*                  FAILED MASTER LOOKUP NOW GOES TO THE SIGHTSUS
001230*                  SUSPENSE FILE INSTEAD OF THE REJECT FILE, SO
001240*                  ONLY THE DATA-ENTRY REASONS REMAIN HERE
001250* 10/15/2026 DNO   ADDED BRED - A BREEDING EVIDENCE CODE THAT IS
001260*                  NOT ON THE ATLAS LIST
001270* 10/15/2026 DNO   ADDED REASON VIS - A SURVEY VISIT RECORD
001280*                  (SIGHTVIS IMAGE) THAT FAILED ITS EDIT
001285* 10/15/2026 DNO   ADDED REASON CLSD - A SIGHTING DATED ON OR
001290*                  AFTER THE CLOSURE OF ITS SITE
001300*================================================================*
001400 01  SIGHTREJ-RECORD.
001500     05  SIGHTREJ-SIGHTING        PIC X(93).
001600     05  SIGHTREJ-REASON-CODE     PIC X(04).
001700         88  SIGHTREJ-BAD-DATE    VALUE "DATE".
001800         88  SIGHTREJ-ZERO-COUNT  VALUE "CNT".
001900         88  SIGHTREJ-BAD-BREEDING VALUE "BRED".
002000         88  SIGHTREJ-BAD-VISIT   VALUE "VIS".
002100         88  SIGHTREJ-SITE-CLOSED VALUE "CLSD".
