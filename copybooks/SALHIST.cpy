000100*================================================================*
000200* SALHIST.CPY
000300* PURPOSE.  One entry per change to an employee's salary master
000400*           record - the before and after salary, grade,
000500*           department and employment status, the date the
000600*           change took effect and the date it was recorded,
000700*           the program that made it and the operators behind
000800*           it - so SALARY keeps a full history the way POPHIST
000900*           does for species population, and a query about a
001000*           past rate is answered from here instead of from old
001100*           SALTRAN files.  SALMAINT records every change it
001200*           applies; SALRELSE records the back pay it raises
001300*           for a back-dated rise (action ARREAR).
001400* AUTHOR.   D. OKAFOR
001500*================================================================*
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* 10/15/2026 DNO   ORIGINAL COPYBOOK
001900*================================================================*
002000 01  SALHIST-RECORD.
002100     05  SALHIST-EMPLOYEE-ID      PIC 9(06).
002200     05  SALHIST-EFFECTIVE-DATE   PIC 9(08).
002300     05  SALHIST-RECORDED-DATE    PIC 9(08).
002400     05  SALHIST-ACTION           PIC X(06).
002500         88  SALHIST-IS-ARREARS   VALUE "ARREAR".
002600     05  SALHIST-OLD-SALARY       PIC 9(5)V9(2).
002700     05  SALHIST-NEW-SALARY       PIC 9(5)V9(2).
002800     05  SALHIST-OLD-GRADE        PIC X(02).
002900     05  SALHIST-NEW-GRADE        PIC X(02).
003000     05  SALHIST-OLD-DEPT         PIC X(04).
003100     05  SALHIST-NEW-DEPT         PIC X(04).
003200     05  SALHIST-OLD-STATUS       PIC X(01).
003300     05  SALHIST-NEW-STATUS       PIC X(01).
003400     05  SALHIST-BACK-PAY         PIC 9(5)V9(2).
003500     05  SALHIST-SOURCE           PIC X(08).
003600     05  SALHIST-KEYED-BY         PIC X(08).
003700     05  SALHIST-APPROVED-BY      PIC X(08).
