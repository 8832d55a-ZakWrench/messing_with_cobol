000100*================================================================*
000200* SECLOG.CPY
000300* PURPOSE.  One operator security log entry on the SECLOG file -
000400*           written by SECLOGW for every sign-on, sign-off,
000500*           refused sign-on, menu selection, program run (with
000600*           its return code), refused authority check and
000700*           refused mid-flight selection at the operator menu,
000800*           so internal audit can see what each operator did and
000900*           was refused.  The caller fills in the operator, the
001000*           event, the selection, the program and its function
001100*           class and the return code; SECLOGW stamps the date
001200*           and time.  The function class is the OPERPROF class
001300*           the selection needs - M masters, S sightings,
001400*           P payroll, R reports - and ACCREVW reviews each
001500*           profile's permissions against it.
001600* AUTHOR.   D. OKAFOR
001700*================================================================*
001800* MODIFICATION HISTORY
001900* DATE       INIT  DESCRIPTION
002000* 10/15/2026 DNO   ORIGINAL COPYBOOK
002100*================================================================*
002200 01  SECLOG-RECORD.
002300     05  SECLOG-DATE              PIC 9(08).
002400     05  SECLOG-TIME              PIC 9(08).
002500     05  SECLOG-OPERATOR          PIC X(08).
002600     05  SECLOG-EVENT             PIC X(01).
002700         88  SECLOG-SIGN-ON       VALUE "I".
002800         88  SECLOG-SIGN-OFF      VALUE "O".
002900         88  SECLOG-SIGN-ON-REFUSED VALUE "U".
003000         88  SECLOG-MENU-SELECTION VALUE "S".
003100         88  SECLOG-PROGRAM-RUN   VALUE "R".
003200         88  SECLOG-AUTHORITY-REFUSED VALUE "A".
003300         88  SECLOG-GUARD-REFUSED VALUE "G".
003400     05  SECLOG-SELECTION         PIC X(02).
003500     05  SECLOG-PROGRAM           PIC X(08).
003600     05  SECLOG-FUNCTION-CLASS    PIC X(01).
003700         88  SECLOG-MASTERS-CLASS VALUE "M".
003800         88  SECLOG-SIGHTINGS-CLASS VALUE "S".
003900         88  SECLOG-PAYROLL-CLASS VALUE "P".
004000         88  SECLOG-REPORTS-CLASS VALUE "R".
004100     05  SECLOG-RETURN-CODE       PIC 9(02).
