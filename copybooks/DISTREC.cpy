000100*================================================================*
000200* DISTREC.CPY
000300* PURPOSE.  One distribution list entry on the DISTLIST file -
000400*           which recipient gets which catalogued report, and
000500*           how it is delivered.  The break key narrows the entry
000600*           to the lines PRTSRV noted under that key (a
000700*           department code, an observer ID); a blank key sends
000800*           the whole report; an asterisk sends each key's lines
000900*           to a recipient of that ID - one payslip to each
001000*           employee - under the entry's name and address.  The
001100*           spool file is only needed where the report is not
001200*           written to a file of its own name (the first eight
001300*           characters); the first entry for a report that gives
001400*           one is taken for all of that report's entries.
001500* AUTHOR.   D. OKAFOR
001600*================================================================*
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* 10/15/2026 DNO   ORIGINAL COPYBOOK
002000*================================================================*
002100 01  DIST-RECORD.
002200     05  DIST-REPORT-NAME         PIC X(20).
002300     05  DIST-BREAK-KEY           PIC X(10).
002400         88  DIST-WHOLE-REPORT    VALUE SPACES.
002500         88  DIST-EVERY-KEY       VALUE "*".
002600     05  DIST-RECIPIENT-ID        PIC X(10).
002700     05  DIST-RECIPIENT-NAME      PIC X(30).
002800     05  DIST-DELIVERY-METHOD     PIC X(01).
002900         88  DIST-BY-POST         VALUE "P".
003000         88  DIST-BY-EMAIL        VALUE "E".
003100         88  DIST-BY-INTERNAL-MAIL VALUE "I".
003200         88  DIST-FOR-COLLECTION  VALUE "C".
003300     05  DIST-ADDRESS             PIC X(40).
003400     05  DIST-SPOOL-FILE          PIC X(08).
