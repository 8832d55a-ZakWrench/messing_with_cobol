001100* MODIFICATION HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 08/22/2026 DNO   ORIGINAL COPYBOOK
001310* 10/15/2026 DNO   ADDED DEDPARM-PAY-FREQUENCY - THE PAY PERIOD
001320*                  THE BAND FLOOR OR THRESHOLD IS STATED FOR.
001330*                  "M" (OR SPACE, FOR PARAMETERS LOADED BEFORE THE
001340*                  FIELD EXISTED) IS A MONTHLY FIGURE, "W" A
001350*                  WEEKLY ONE FOR THE WEEKLY-PAID RUN
001400*================================================================*
001500 01  DEDPARM-RECORD.
001600     05  DEDPARM-TYPE             PIC X(01).
001900     05  DEDPARM-EFFECTIVE-DATE   PIC 9(08).
002000     05  DEDPARM-BAND-FLOOR       PIC 9(5)V9(2).
002100     05  DEDPARM-RATE-PCT         PIC 9(2)V9(2).
002200     05  DEDPARM-PAY-FREQUENCY    PIC X(01).
002300         88  DEDPARM-MONTHLY      VALUE "M" SPACE.
002400         88  DEDPARM-WEEKLY       VALUE "W".
