000100*================================================================*
000200* ABSPARM.CPY
000300* PURPOSE.  Statutory sick pay and absence parameters with the
000400*           date they came into effect - the SSP weekly rate,
000500*           the weekly lower earnings limit below which no SSP
000600*           is due, the qualifying days in a week, the unpaid
000700*           waiting days at the start of a chain of linked
000800*           spells, the maximum weeks payable, and the working
000900*           days in a year that turn monthly pay into a day
001000*           rate for unpaid and sickness days.  PAYSLIP uses
001100*           the entry in force on the pay date, as it does for
001200*           DEDPARM.
001300* AUTHOR.   D. OKAFOR
001400*================================================================*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 10/15/2026 DNO   ORIGINAL COPYBOOK
001800*================================================================*
001900 01  ABSPARM-RECORD.
002000     05  ABSPARM-EFFECTIVE-DATE   PIC 9(08).
002100     05  ABSPARM-SSP-WEEKLY-RATE  PIC 9(3)V9(2).
002200     05  ABSPARM-LOWER-EARNINGS   PIC 9(3)V9(2).
002300     05  ABSPARM-QUALIFYING-DAYS  PIC 9(01).
002400     05  ABSPARM-WAITING-DAYS     PIC 9(01).
002500     05  ABSPARM-MAXIMUM-WEEKS    PIC 9(02).
002600     05  ABSPARM-WORKING-DAYS     PIC 9(03).
