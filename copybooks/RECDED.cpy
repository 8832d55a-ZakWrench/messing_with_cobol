000100*================================================================*
000200* RECDED.CPY
000300* PURPOSE.  Recurring deductions master entry, keyed by employee
000400*           ID and priority - one entry per staff loan, season
000500*           ticket advance or attachment of earnings order.
000600*           PAYSLIP takes each active entry every run in
000700*           priority order, a fixed amount or a percentage of
000800*           the pay left after tax, NI and pension, never
000900*           taking the pay below the entry's protected earnings
001000*           floor, and reduces the outstanding balance until it
001100*           is cleared.  The third party the money is owed to
001200*           is carried for the remittance report.
001300* AUTHOR.   D. OKAFOR
001400*================================================================*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 10/15/2026 DNO   ORIGINAL COPYBOOK
001800*================================================================*
001900 01  RECDED-RECORD.
002000     05  RECDED-KEY.
002100         10  RECDED-EMPLOYEE-ID   PIC 9(06).
002200         10  RECDED-PRIORITY      PIC 9(02).
002300     05  RECDED-TYPE              PIC X(04).
002400         88  RECDED-IS-LOAN       VALUE "LOAN".
002500         88  RECDED-IS-ADVANCE    VALUE "ADVN".
002600         88  RECDED-IS-ATTACHMENT VALUE "AEO ".
002700     05  RECDED-PAYEE-CODE        PIC X(06).
002800     05  RECDED-PAYEE-NAME        PIC X(24).
002900     05  RECDED-METHOD            PIC X(01).
003000         88  RECDED-FIXED-AMOUNT  VALUE "F".
003100         88  RECDED-PERCENTAGE    VALUE "P".
003200     05  RECDED-AMOUNT            PIC 9(5)V9(2).
003300     05  RECDED-PERCENT           PIC 9(2)V9(2).
003400     05  RECDED-PROTECTED-EARNINGS PIC 9(5)V9(2).
003500     05  RECDED-BALANCE           PIC 9(7)V9(2).
003600     05  RECDED-TAKEN-TO-DATE     PIC 9(7)V9(2).
003700     05  RECDED-STATUS            PIC X(01).
003800         88  RECDED-ACTIVE        VALUE "A".
003900         88  RECDED-CLEARED       VALUE "C".
004000         88  RECDED-STOPPED       VALUE "S".
004100     05  RECDED-LAST-TAKEN-DATE   PIC 9(08).
004200     05  RECDED-LAST-TAKEN-AMOUNT PIC 9(5)V9(2).
004300     05  RECDED-CHANGED-DATE      PIC 9(08).
004400     05  RECDED-CHANGED-BY        PIC X(08).
