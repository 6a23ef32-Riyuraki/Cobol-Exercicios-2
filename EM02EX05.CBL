           02 PREREQ1-CAT    PIC X(03).
           02 PREREQ2-CAT    PIC X(03).
           02 VAGAS-CAT      PIC 9(03).
           02 VALOR-CAT      PIC 9(05)V9(02).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
