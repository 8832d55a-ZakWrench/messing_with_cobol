001000* 09/02/2026 DNO   ADDED THE LEAVER ACTION - MARKS THE EMPLOYEE
001002*                  LEFT AS AT THE EFFECTIVE DATE (THE LEAVE
001004*                  DATE) INSTEAD OF DELETING THE RECORD
001014* 10/15/2026 DNO   ADDED SALTRAN-PAY-FREQUENCY - "M" MONTHLY OR
001024*                  "W" WEEKLY; SPACE MEANS MONTHLY ON AN ADD AND
001034*                  NO CHANGE ON AN UPDATE
001044* 10/15/2026 DNO   ADDED SALTRAN-KEYED-BY AND SALTRAN-APPROVED-BY
001054*                  - THE OPERATOR WHO KEYED THE CHANGE AND THE
001064*                  DIFFERENT OPERATOR WHO APPROVED IT.  SALMAINT
001074*                  APPLIES NO ADD, UPDATE OR LEAVER WITHOUT
001084*                  BOTH; SALAPRV STAMPS THE APPROVER
001094*================================================================*
001100 01  SALTRAN-RECORD.
001200     05  SALTRAN-ACTION-CODE      PIC X(06).
001300         88  SALTRAN-IS-ADD       VALUE "ADD".
001900     05  SALTRAN-EFFECTIVE-DATE   PIC 9(8).
002000     05  SALTRAN-GRADE-CODE       PIC X(2).
002100     05  SALTRAN-DEPT-CODE        PIC X(4).
002200     05  SALTRAN-PAY-FREQUENCY    PIC X(1).
002300         88  SALTRAN-FREQUENCY-VALID VALUE "M" "W" SPACE.
002400         88  SALTRAN-FREQUENCY-UNCHANGED VALUE SPACE.
002500     05  SALTRAN-KEYED-BY         PIC X(8).
002600     05  SALTRAN-APPROVED-BY      PIC X(8).
