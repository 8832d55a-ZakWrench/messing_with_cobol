000100*================================================================*
000200* DEPTBUD.CPY
000300* PURPOSE.  Department budget master entry - the pay cost one
000400*           cost centre is allowed in one financial period,
000500*           keyed by department, financial year and period so
000600*           BUDGVAR can set what DEPTCOST and the payroll
000700*           history say was spent against what was allowed.
000800*           The financial year follows the tax year - it is
000900*           named for the calendar year it starts in, and
001000*           runs from 6 April, period 01 being 6 April to 5
001100*           May and period 12 being 6 March to 5 April.
001200*           Loaded for the whole year by BUDGLOAD.
001300* AUTHOR.   D. OKAFOR
001400*================================================================*
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* 10/15/2026 DNO   ORIGINAL COPYBOOK
001800*================================================================*
001900 01  DEPTBUD-RECORD.
002000     05  DEPTBUD-KEY.
002100         10  DEPTBUD-DEPT-CODE    PIC X(04).
002200         10  DEPTBUD-YEAR         PIC 9(04).
002300         10  DEPTBUD-PERIOD       PIC 9(02).
002400     05  DEPTBUD-AMOUNT           PIC 9(7)V9(2).
002500     05  DEPTBUD-LOADED-DATE      PIC 9(08).
002600     05  DEPTBUD-LOADED-BY        PIC X(08).
