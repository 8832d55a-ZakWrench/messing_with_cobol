001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 08/22/2026 DNO   ORIGINAL COPYBOOK
001210* 10/15/2026 DNO   ADDED TAX-SEQUENCE, THE SPECIES' PLACE IN THE
001220*                  SYSTEMATIC LIST, SO A REPORT CAN RUN IN
001230*                  TAXONOMIC ORDER RATHER THAN ALPHABETICAL
001300*================================================================*
001400 01  TAX-RECORD.
001500     05  TAX-SCIENTIFIC-NAME      PIC X(30).
001600     05  TAX-FAMILY               PIC X(30).
001700     05  TAX-ORDER                PIC X(30).
001800     05  TAX-SEQUENCE             PIC 9(05).
