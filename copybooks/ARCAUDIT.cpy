000100*================================================================*
000200* ARCAUDIT.CPY
000300* PURPOSE.  One entry per correction ARCCORR applies to an
000400*           archived sighting - the business date it was applied,
000500*           the action, the operator and reason behind it, the
000600*           archive file it was found on, and both the original
000700*           sighting image (with its load date) and the
000800*           replacement (spaces for a DELETE), so the evidence
000900*           behind a population figure is never silently lost.
001000*           SGTRECN reads the day's entries to account for the
001100*           population movement a correction makes.
001200* AUTHOR.   D. OKAFOR
001300*================================================================*
001400* MODIFICATION HISTORY
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 DNO   ORIGINAL COPYBOOK
001700*================================================================*
001800 01  ARCAUDIT-RECORD.
001900     05  ARCAUDIT-CORRECTED-DATE  PIC 9(08).
002000     05  ARCAUDIT-ACTION          PIC X(06).
002100         88  ARCAUDIT-IS-AMEND    VALUE "AMEND".
002200         88  ARCAUDIT-IS-DELETE   VALUE "DELETE".
002300     05  ARCAUDIT-OPERATOR        PIC X(08).
002400     05  ARCAUDIT-REASON          PIC X(30).
002500     05  ARCAUDIT-ARCHIVE-FILE    PIC X(08).
002600     05  ARCAUDIT-ORIGINAL-LOAD-DATE
002700                                  PIC 9(08).
002800     05  ARCAUDIT-ORIGINAL        PIC X(93).
002900     05  ARCAUDIT-REPLACEMENT     PIC X(93).
