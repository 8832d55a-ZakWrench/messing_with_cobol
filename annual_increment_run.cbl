002120*                  THE FOUND SUBSCRIPT - IT WAS READ BEFORE ANY
002130*                  MATCH HAD SET IT WHEN THE FIRST EMPLOYEE'S
002140*                  GRADE WAS NOT ON THE TABLE
002150* 10/15/2026 DNO   EACH PROPOSAL IS STAMPED KEYED BY THE SIGNED-ON
002160*                  OPERATOR, SO THE OPERATOR WHO RAN THE
002170*                  PROPOSALS CANNOT ALSO APPROVE THEM
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SALINCR.
007500     88  SIC-GRADE-NOT-EOF        VALUE "N".
007600 01  SIC-RETURN-CODE              PIC 9(02) VALUE ZERO.
007700 01  SIC-BUSINESS-DATE            PIC 9(08).
007710 01  SIC-OPERATOR                 PIC X(08).
007800 01  SIC-EMPLOYEES-READ           PIC 9(05) VALUE ZERO.
007900 01  SIC-PROPOSALS-WRITTEN        PIC 9(05) VALUE ZERO.
008000 01  SIC-PASSED-OVER              PIC 9(05) VALUE ZERO.
011000 1000-INITIALIZE.
011100     SET SIC-MASTER-NOT-EOF TO TRUE
011200     CALL "BUSDATE" USING SIC-BUSINESS-DATE
011210     CALL "OPERID" USING SIC-OPERATOR
011300     PERFORM 1100-LOAD-GRADE-TABLE
011400     OPEN OUTPUT PROPOSAL-TRANSACTIONS
011500     OPEN OUTPUT PROPOSAL-LISTING
023900     MOVE SIC-BUSINESS-DATE TO SALTRAN-EFFECTIVE-DATE
024000     MOVE SAL-GRADE-CODE    TO SALTRAN-GRADE-CODE
024100     MOVE SAL-DEPT-CODE     TO SALTRAN-DEPT-CODE
024110     MOVE SIC-OPERATOR      TO SALTRAN-KEYED-BY
024200     WRITE SALTRAN-RECORD
024300     MOVE SAL-SALARY     TO SIC-SALARY-DISPLAY
024400     MOVE SIC-NEW-SALARY TO SIC-NEW-DISPLAY
