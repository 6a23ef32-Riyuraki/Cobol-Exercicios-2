           SELECT EXCCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCCONT-STATUS.
           SELECT AVISOCOB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-AV
           FILE STATUS IS AVISOCOB-STATUS.

       DATA DIVISION.

           02 NUMSOC-EXC   PIC 9(06).
           02 NOMESOC-EXC  PIC X(30).
           02 ORIGEM-EXC   PIC X(08).
       FD AVISOCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOCOB.DAT".
       01 REG-AV.
           02 NUMSOC-AV    PIC 9(06).
           02 DATA-AV      PIC 9(08).
           02 VENC-AV      PIC 9(08).
           02 VALOR-AV     PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ       PIC X(03) VALUE "NAO".
       77 EXCCONT-STATUS  PIC X(02) VALUE ZEROES.
       77 TEM-CADCONT     PIC X(03) VALUE "NAO".
       77 TEM-CONTATO     PIC X(03) VALUE "NAO".
       77 AVISOCOB-STATUS PIC X(02) VALUE ZEROES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
           PERFORM ABRE-PLANOPAG.
           PERFORM ABRE-CADCONT.
           PERFORM ABRE-EXCCONT.
           PERFORM ABRE-AVISOCOB.
           PERFORM LE-PARMMUL.
           PERFORM LE-PARMPAG.
           PERFORM LE-CTLCARD.
           IF EXCCONT-STATUS EQUAL "35"
              OPEN OUTPUT EXCCONT.

       ABRE-AVISOCOB.
           OPEN I-O AVISOCOB.
           IF AVISOCOB-STATUS EQUAL "35"
              OPEN OUTPUT AVISOCOB
              CLOSE AVISOCOB
              OPEN I-O AVISOCOB.

       LE-PARMMUL.
           OPEN INPUT PARMMUL.
           IF PARMMUL-STATUS EQUAL "35"
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM CARTA-CIDADE
                 AFTER ADVANCING 1 LINE
              PERFORM GRAVA-AVISO
           ELSE
              WRITE REG-CARTA FROM CARTA-SEM-ENDER
                 AFTER ADVANCING 1 LINE
                    MOVE "SIM" TO TEM-CONTATO
              END-READ.

       GRAVA-AVISO.
           MOVE NUMSOC1  TO NUMSOC-AV.
           MOVE WS-HOJE  TO DATA-AV.
           MOVE WS-VENC  TO VENC-AV.
           MOVE VALPAG1  TO VALOR-AV.
           WRITE REG-AV
              INVALID KEY
                 REWRITE REG-AV
           END-WRITE.

       GRAVA-EXCECAO-CONTATO.
           MOVE NUMSOC1  TO NUMSOC-EXC.
           MOVE NOMESOC1 TO NOMESOC-EXC.
                 RELSOCIO
                 CARTACOB
                 NEGTMP
                 EXCCONT
                 AVISOCOB.
           IF TEM-PLANOPAG EQUAL "SIM"
              CLOSE PLANOPAG.
           IF TEM-CADCONT EQUAL "SIM"
