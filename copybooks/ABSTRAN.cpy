000100*================================================================*
000200* ABSTRAN.CPY
000300* PURPOSE.  One absence transaction posted by ABSPOST - sickness,
000400*           unpaid leave or holiday taken between two dates, in
000500*           working days - or an ENT record setting the
000600*           employee's holiday entitlement for the new leave
000700*           year (the days field then carries the entitlement
000800*           and the dates are not used).
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  ABSTRAN-RECORD.
001600     05  ABSTRAN-EMPLOYEE-ID      PIC 9(06).
001700     05  ABSTRAN-TYPE             PIC X(04).
001800         88  ABSTRAN-IS-SICK      VALUE "SICK".
001900         88  ABSTRAN-IS-UNPAID    VALUE "UNPD".
002000         88  ABSTRAN-IS-HOLIDAY   VALUE "HOL ".
002100         88  ABSTRAN-IS-ENTITLEMENT VALUE "ENT ".
002200     05  ABSTRAN-FROM-DATE        PIC 9(08).
002300     05  ABSTRAN-TO-DATE          PIC 9(08).
002400     05  ABSTRAN-DAYS             PIC 9(03).
