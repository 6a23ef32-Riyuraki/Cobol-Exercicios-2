           02 SALARIO-O PIC 9(5)V9(2).
           02 SEXO-O    PIC X(01).
           02 DEPTO-O   PIC 9(03).
           02 DTADMISSAO-O PIC 9(08).

       SD SORTWK4.
       01 SORT-ENT-REC.
           02 SALARIO-S4 PIC 9(5)V9(2).
           02 SEXO-S4    PIC X(01).
           02 DEPTO-S4   PIC 9(03).
           02 DTADMISSAO-S4 PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) 	VALUE "NAO".
