           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HIST
           FILE STATUS IS HISTALU-STATUS.
           SELECT MENSALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ME
           FILE STATUS IS MENSALU-STATUS.
           SELECT PARMMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMMENS-STATUS.
           SELECT INSCROK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELINS ASSIGN TO DISK.
           02 PREREQ1-CAT    PIC X(03).
           02 PREREQ2-CAT    PIC X(03).
           02 VAGAS-CAT      PIC 9(03).
           02 VALOR-CAT      PIC 9(05)V9(02).

       FD HISTALU
           LABEL RECORD ARE STANDARD
           02 MEDIA-HIST        PIC 99V99.
           02 RESULTADO-HIST    PIC X(10).

       FD MENSALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALU.DAT".
       01 REG-ME.
           02 CHAVE-ME.
            03 MATRICULA-ME  PIC 9(07).
            03 COMPET-ME     PIC 9(06).
           02 VENC-ME        PIC 9(08).
           02 BRUTO-ME       PIC 9(07)V9(02).
           02 BOLSA-ME       PIC 9(07)V9(02).
           02 VALOR-ME       PIC 9(07)V9(02).
           02 PAGO-ME        PIC 9(07)V9(02).
           02 DATA-PAG-ME    PIC 9(08).
           02 SITUACAO-ME    PIC X(01).

       FD PARMMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMMENS.DAT".
       01 REG-PARM-MENS.
           02 COMPET-PARM      PIC 9(06).
           02 DIA-VENC-PARM    PIC 9(02).
           02 LIMITE-DEB-PARM  PIC 9(07)V9(02).

       FD INSCROK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSCROK.DAT".
       77 MOTIVO-WS        PIC X(40) VALUE SPACES.
       77 TOTAL-ACEITAS    PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 MENSALU-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMMENS-STATUS  PIC X(02) VALUE ZEROES.
       77 TEM-MENSALU      PIC X(03) VALUE "NAO".
       77 FIM-MENS         PIC X(03) VALUE "NAO".
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 LIMITE-DEBITO    PIC 9(07)V9(02) VALUE ZEROES.
       77 DEBITO-ALUNO     PIC 9(09)V9(02) VALUE ZEROES.
       77 MATRICULA-DEB    PIC 9(07) VALUE ZEROES.
       77 TOTAL-BLOQUEADAS PIC 9(05) VALUE ZEROES.

       01 TABELA-CATALOGO.
           02 ITEM-CAT-TAB OCCURS 50 TIMES.
           02 FILLER    PIC X(27) VALUE "INSCRICOES REJEITADAS    : ".
           02 TOTAL-REJ-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "BLOQUEADAS POR DEBITO    : ".
           02 TOTAL-BLQ-ED PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PERFORM INICIO.
              PERFORM CARREGA-CATALOGO
              IF FIM-ARQ NOT EQUAL "SIM"
                 PERFORM ABRE-HISTALU
                 PERFORM ABRE-MENSALU
                 OPEN OUTPUT INSCROK
                 OPEN OUTPUT RELINS
                 PERFORM LEITURA
              DISPLAY "HISTALU.DAT INDISPONIVEL - SEM PRE-REQUISITOS"
              MOVE "NAO" TO TEM-HISTALU.

       ABRE-MENSALU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE ZEROES TO MATRICULA-DEB.
           OPEN INPUT MENSALU.
           IF MENSALU-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-MENSALU
              PERFORM LE-PARMMENS
           ELSE
              MOVE "NAO" TO TEM-MENSALU.

       LE-PARMMENS.
           OPEN INPUT PARMMENS.
           IF PARMMENS-STATUS EQUAL "35"
              DISPLAY "PARMMENS.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMMENS
                 AT END
                    MOVE ZEROES TO LIMITE-DEB-PARM
              END-READ
              IF LIMITE-DEB-PARM NUMERIC
                 MOVE LIMITE-DEB-PARM TO LIMITE-DEBITO
              END-IF
              CLOSE PARMMENS.

       LEITURA.
           READ INSCR AT END MOVE "SIM" TO FIM-ARQ.

                 PERFORM VERIFICA-VAGAS
              END-IF
           END-IF.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM VERIFICA-DEBITO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM ACEITA-INSCRICAO
           ELSE
              MOVE "SIM" TO PREREQ-OK.
           PERFORM LE-HISTORICO.

       VERIFICA-DEBITO.
           IF TEM-MENSALU EQUAL "SIM"
              IF MATRICULA-INS NOT EQUAL MATRICULA-DEB
                 PERFORM SOMA-DEBITO
              END-IF
              IF DEBITO-ALUNO GREATER THAN LIMITE-DEBITO
                 MOVE "DEBITO EM ATRASO ACIMA DO LIMITE" TO MOTIVO-WS
                 ADD 1 TO TOTAL-BLOQUEADAS.

       SOMA-DEBITO.
           MOVE MATRICULA-INS TO MATRICULA-DEB.
           MOVE ZEROES        TO DEBITO-ALUNO.
           MOVE "NAO"         TO FIM-MENS.
           MOVE MATRICULA-INS TO MATRICULA-ME.
           MOVE ZEROES        TO COMPET-ME.
           START MENSALU KEY IS NOT LESS THAN CHAVE-ME
              INVALID KEY
                 MOVE "SIM" TO FIM-MENS
           END-START.
           PERFORM LE-MENSALIDADE.
           PERFORM ACUMULA-DEBITO
              UNTIL FIM-MENS EQUAL "SIM".

       LE-MENSALIDADE.
           IF FIM-MENS NOT EQUAL "SIM"
              READ MENSALU NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-MENS
              END-READ
              IF FIM-MENS NOT EQUAL "SIM"
                 AND MATRICULA-ME NOT EQUAL MATRICULA-INS
                 MOVE "SIM" TO FIM-MENS.

       ACUMULA-DEBITO.
           IF SITUACAO-ME EQUAL "A"
              AND VENC-ME LESS THAN WS-HOJE
              COMPUTE DEBITO-ALUNO = DEBITO-ALUNO
                                   + VALOR-ME - PAGO-ME.
           PERFORM LE-MENSALIDADE.

       VERIFICA-VAGAS.
           MOVE ZEROES TO IND-ACHOU-TUR.
           MOVE 1      TO IND-TUR.
       RODAPE.
           MOVE TOTAL-ACEITAS    TO TOTAL-ACE-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJ-ED.
           MOVE TOTAL-BLOQUEADAS TO TOTAL-BLQ-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       FIM.
           IF INSCR-STATUS NOT EQUAL "35"
              IF TEM-HISTALU EQUAL "SIM"
                 CLOSE HISTALU
              END-IF
              IF TEM-MENSALU EQUAL "SIM"
                 CLOSE MENSALU
              END-IF
           END-IF.
