001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 09/02/2026 DNO   ORIGINAL COPYBOOK
001410* 10/15/2026 DNO   ADDED CAL-WEEKLY-PAY-FLAG - "Y" ON THE DAY
001420*                  THE WEEKLY-PAID STAFF ARE PAID.  CAL-PAY-FLAG
001430*                  STAYS THE MONTHLY PAY DATE; ENTRIES WRITTEN
001440*                  BEFORE THE FIELD EXISTED READ AS NOT A WEEKLY
001450*                  PAY DATE
001500*================================================================*
001600 01  CAL-RECORD.
001700     05  CAL-DATE                 PIC 9(08).
002100     05  CAL-PAY-FLAG             PIC X(01).
002200         88  CAL-PAY-DATE         VALUE "Y".
002300         88  CAL-NOT-PAY-DATE     VALUE "N".
002400     05  CAL-WEEKLY-PAY-FLAG      PIC X(01).
002500         88  CAL-WEEKLY-PAY-DATE  VALUE "Y".
