           02 DEP-DEST-MOV PIC 9(02).
           02 VALIDADE-MOV PIC 9(08).
           02 DATA-MOV     PIC 9(08).
           02 DEPTO-MOV    PIC 9(03).
           02 LOTE-ORIG-MOV PIC X(08).

       FD RECHIST
           LABEL RECORD ARE STANDARD
           MOVE ZEROES TO DEP-DEST-MOV.
           MOVE ZEROES TO VALIDADE-MOV.
           MOVE WS-HOJE TO DATA-MOV.
           MOVE ZEROES TO DEPTO-MOV.
           MOVE SPACES TO LOTE-ORIG-MOV.
           WRITE REG-MOV.

       GRAVA-RECHIST.
