001200* MODIFICATION HISTORY
001300* DATE       INIT  DESCRIPTION
001400* 08/22/2026 DNO   ORIGINAL PROGRAM
001410* 10/15/2026 DNO   THE TAXONOMY RECORD NOW CARRIES THE SPECIES'
001420*                  SYSTEMATIC LIST SEQUENCE NUMBER - SET ON ADD,
001430*                  AND ON UPDATE WHEN THE TRANSACTION GIVES ONE (A
001440*                  BLANK OR ZERO SEQUENCE ON AN UPDATE LEAVES THE
001450*                  STORED ONE ALONE)
001500*================================================================*
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. TAXMAINT.
010500     CALL "NAMESTD" USING TAX-FAMILY
010600     MOVE TAXTRAN-ORDER           TO TAX-ORDER
010700     CALL "NAMESTD" USING TAX-ORDER
010710     IF TAXTRAN-SEQUENCE IS NUMERIC
010720         MOVE TAXTRAN-SEQUENCE    TO TAX-SEQUENCE
010730     ELSE
010740         MOVE ZERO                TO TAX-SEQUENCE
010750     END-IF
010800     WRITE TAX-RECORD
010900         INVALID KEY
011000             ADD 1 TO TXM-TRANSACTIONS-REJECTED
012800             CALL "NAMESTD" USING TAX-FAMILY
012900             MOVE TAXTRAN-ORDER  TO TAX-ORDER
013000             CALL "NAMESTD" USING TAX-ORDER
013010             IF TAXTRAN-SEQUENCE IS NUMERIC
013020             AND TAXTRAN-SEQUENCE > ZERO
013030                 MOVE TAXTRAN-SEQUENCE TO TAX-SEQUENCE
013040             END-IF
013100             REWRITE TAX-RECORD
013200             ADD 1 TO TXM-TRANSACTIONS-APPLIED
013300     END-READ
