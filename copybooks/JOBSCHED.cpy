000100*================================================================*
000200* JOBSCHED.CPY
000300* PURPOSE.  One entry on the JOBSCHED period-end job schedule read
000400*           by JOBDRIVE - the program to run, the rule that makes
000500*           it due, and up to three jobs it must follow.  Month
000600*           and quarter-end jobs run on the last working day of
000700*           the period.  Year-end, tax year-end and census jobs
000800*           run on the first working day on or after 1 January,
000900*           6 April or the entry's census date (month and day),
001000*           once the period they report on is complete.  Working
001100*           days are those of the BUSCAL calendar, from CALSRV.
001200*           A dependency binds only when the job it names is due
001300*           the same night; a nightly suite step has always run by
001400*           the time the schedule is worked.
001500* AUTHOR.   D. OKAFOR
001600*================================================================*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 10/15/2026 DNO   ORIGINAL COPYBOOK
002000*================================================================*
002100 01  JSCH-RECORD.
002200     05  JSCH-JOB-NAME            PIC X(08).
002300     05  JSCH-FREQUENCY           PIC X(01).
002400         88  JSCH-DAILY           VALUE "D".
002500         88  JSCH-MONTH-END       VALUE "M".
002600         88  JSCH-QUARTER-END     VALUE "Q".
002700         88  JSCH-YEAR-END        VALUE "Y".
002800         88  JSCH-TAX-YEAR-END    VALUE "T".
002900         88  JSCH-CENSUS          VALUE "C".
003000     05  JSCH-CENSUS-MMDD         PIC 9(04).
003100     05  JSCH-CENSUS-PARTS REDEFINES JSCH-CENSUS-MMDD.
003200         10  JSCH-CENSUS-MONTH    PIC 9(02).
003300         10  JSCH-CENSUS-DAY      PIC 9(02).
003400     05  JSCH-DEPENDS-ON          PIC X(08) OCCURS 3 TIMES.
003500     05  JSCH-DESCRIPTION         PIC X(30).
