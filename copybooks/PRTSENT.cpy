000100*================================================================*
000200* PRTSENT.CPY
000300* PURPOSE.  One entry on the PRTSENT record of what was sent to
000400*           whom - appended by PRTBURST for every report, or part
000500*           of a report, put into a recipient's bundle, with the
000600*           bundle number, the delivery method and address, and
000700*           the lines sent.
000800* AUTHOR.   D. OKAFOR
000900*================================================================*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 10/15/2026 DNO   ORIGINAL COPYBOOK
001300*================================================================*
001400 01  PSNT-RECORD.
001500     05  PSNT-BUSINESS-DATE       PIC 9(08).
001600     05  PSNT-BUNDLE-NUMBER       PIC 9(05).
001700     05  PSNT-RECIPIENT-ID        PIC X(10).
001800     05  PSNT-RECIPIENT-NAME      PIC X(30).
001900     05  PSNT-DELIVERY-METHOD     PIC X(01).
002000     05  PSNT-ADDRESS             PIC X(40).
002100     05  PSNT-REPORT-NAME         PIC X(20).
002200     05  PSNT-BREAK-KEY           PIC X(10).
002300     05  PSNT-LINES-SENT          PIC 9(07).
