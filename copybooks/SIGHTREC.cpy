001070*                  ITS FIRST SIX POSITIONS CARRY THE SITE CODE
001080*                  (SITEREC KEY) AND THE REMAINDER STAYS FREE
001090*                  TEXT.  RECORD LENGTH IS UNCHANGED.
001091* 10/15/2026 DNO   THE LAST TWO POSITIONS OF SIGHT-LOCATION-REST
001092*                  NOW CARRY SIGHT-BREEDING-CODE, THE ATLAS
001093*                  BREEDING EVIDENCE CODE (BRDCAT LISTS THEM),
001094*                  BLANK WHEN NONE WAS SEEN.  RECORD LENGTH IS
001095*                  UNCHANGED.
001100*================================================================*
001200 01  SIGHT-RECORD.
001300     05  SIGHT-DATE               PIC 9(8).
001600     05  SIGHT-COUNT              PIC 9(5).
001700     05  SIGHT-LOCATION.
001710         10  SIGHT-SITE-CODE      PIC X(06).
001720         10  SIGHT-LOCATION-REST  PIC X(22).
001800         10  SIGHT-BREEDING-CODE  PIC X(02).
