001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 08/22/2026 DNO   ORIGINAL PROGRAM
001410* 10/15/2026 DNO   THE RESERVED ANONYMOUS ID IS REFUSED FOR ADD,
001420*                  UPDATE AND DELETE - ITS ENTRY IS OBSDSAR'S AND
001430*                  CARRIES EVERY ERASED OBSERVER'S SIGHTINGS
001500*================================================================*
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. OBSMAINT.
007900
008000 2000-PROCESS-TRANSACTION.
008100     ADD 1 TO OBM-TRANSACTIONS-READ
008110     MOVE OBSTRAN-OBSERVER-ID TO OBS-OBSERVER-ID
008200     EVALUATE TRUE
008210         WHEN OBS-ANONYMOUS-OBSERVER
008220             ADD 1 TO OBM-TRANSACTIONS-REJECTED
008230             DISPLAY "OBSMAINT - RESERVED OBSERVER ID: "
008240                 OBSTRAN-OBSERVER-ID
008300         WHEN OBSTRAN-IS-ADD
008400             PERFORM 2200-ADD-OBSERVER
008500         WHEN OBSTRAN-IS-UPDATE
