000100*================================================================*
000200* PRTBRK.CPY
000300* PURPOSE.  One break index entry on the PRTBRK file - written by
000400*           PRTSRV each time a report's break key (employee,
000500*           department, observer) changes, giving the physical
000600*           line of the report file at which the new key's lines
000700*           start, headings included.  PRTBURST reads it to cut
000800*           the night's reports into per-recipient bundles.
000900* AUTHOR.   D. OKAFOR
001000*================================================================*
001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 10/15/2026 DNO   ORIGINAL COPYBOOK
001400*================================================================*
001500 01  PBRK-RECORD.
001600     05  PBRK-REPORT-NAME         PIC X(20).
001700     05  PBRK-BUSINESS-DATE       PIC 9(08).
001800     05  PBRK-PRODUCER            PIC X(08).
001900     05  PBRK-BREAK-KEY           PIC X(10).
002000     05  PBRK-START-LINE          PIC 9(07).
