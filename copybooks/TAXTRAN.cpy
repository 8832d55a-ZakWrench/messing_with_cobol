000700* MODIFICATION HISTORY
000800* DATE       INIT  DESCRIPTION
000900* 08/22/2026 DNO   ORIGINAL COPYBOOK
000910* 10/15/2026 DNO   ADDED TAXTRAN-SEQUENCE - THE SYSTEMATIC LIST
000920*                  POSITION TO STORE ON THE TAXONOMY RECORD
001000*================================================================*
001100 01  TAXTRAN-RECORD.
001200     05  TAXTRAN-ACTION-CODE      PIC X(06).
001600     05  TAXTRAN-SCIENTIFIC-NAME  PIC X(30).
001700     05  TAXTRAN-FAMILY           PIC X(30).
001800     05  TAXTRAN-ORDER            PIC X(30).
001900     05  TAXTRAN-SEQUENCE         PIC 9(05).
