       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02PEND.
       AUTHOR.          MIYAZAKI.
       INSTALLATION.    MARCELO-PC.
       DATE-WRITTEN.    15/10/2026.
       DATE-COMPILED.
       SECURITY.        SEGURANCA DE EM02.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  MARCELO-PC.
       OBJECT-COMPUTER.  FATEC-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLPEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLPEND-STATUS.
           SELECT PENDAPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-PA
           FILE STATUS IS PENDAPR-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CTLPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLPEND.DAT".
       01 REG-CTL-PA.
           02 ULTIMO-PA-CTL  PIC 9(08).

       FD PENDAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PENDAPR.DAT".
       01 REG-PA.
           02 NUM-PA         PIC 9(08).
           02 ORIGEM-PA      PIC X(08).
           02 DATA-PA        PIC 9(08).
           02 OPERADOR-PA    PIC X(08).
           02 MOTIVO-PA      PIC X(30).
           02 SITUACAO-PA    PIC X(01).
           02 APROVADOR-PA   PIC X(08).
           02 DATA-APR-PA    PIC 9(08).
           02 DATA-USO-PA    PIC 9(08).
           02 IMAGEM-PA      PIC X(130).

       WORKING-STORAGE SECTION.
       77 CTLPEND-STATUS   PIC X(02) VALUE ZEROES.
       77 PENDAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 ULTIMA-PENDENCIA PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
       01 PEND-AREA.
           02 PEND-FUNCAO    PIC X(01).
           02 PEND-NUMERO    PIC 9(08).
           02 PEND-ORIGEM    PIC X(08).
           02 PEND-OPERADOR  PIC X(08).
           02 PEND-MOTIVO    PIC X(30).
           02 PEND-IMAGEM    PIC X(130).
           02 PEND-APROVADOR PIC X(08).
           02 PEND-RETORNO   PIC X(02).

       PROCEDURE DIVISION USING PEND-AREA.

       PERFORM ABRE-PENDAPR.
       PERFORM EXECUTA-FUNCAO.
       CLOSE PENDAPR.
       GOBACK.

       ABRE-PENDAPR.
           MOVE SPACES TO PEND-APROVADOR.
           OPEN I-O PENDAPR.
           IF PENDAPR-STATUS EQUAL "35"
              OPEN OUTPUT PENDAPR
              CLOSE PENDAPR
              OPEN I-O PENDAPR.

       EXECUTA-FUNCAO.
           EVALUATE PEND-FUNCAO
              WHEN "I"
                 PERFORM LE-CONTROLE
                 PERFORM GRAVA-PENDENCIA
              WHEN "V"
                 PERFORM CONFERE-APROVACAO
              WHEN OTHER
                 MOVE "99" TO PEND-RETORNO
           END-EVALUATE.

       LE-CONTROLE.
           MOVE ZEROES TO ULTIMA-PENDENCIA.
           OPEN INPUT CTLPEND.
           IF CTLPEND-STATUS NOT EQUAL "35"
              READ CTLPEND
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ULTIMO-PA-CTL TO ULTIMA-PENDENCIA
              END-READ
              CLOSE CTLPEND.

       GRAVA-PENDENCIA.
           ADD 1 TO ULTIMA-PENDENCIA.
           MOVE ULTIMA-PENDENCIA TO NUM-PA.
           MOVE PEND-ORIGEM      TO ORIGEM-PA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-PA.
           MOVE PEND-OPERADOR    TO OPERADOR-PA.
           MOVE PEND-MOTIVO      TO MOTIVO-PA.
           MOVE "P"              TO SITUACAO-PA.
           MOVE SPACES           TO APROVADOR-PA.
           MOVE ZEROES           TO DATA-APR-PA DATA-USO-PA.
           MOVE PEND-IMAGEM      TO IMAGEM-PA.
           WRITE REG-PA
              INVALID KEY
                 MOVE "22" TO PEND-RETORNO
                 MOVE ZEROES TO PEND-NUMERO
              NOT INVALID KEY
                 MOVE "00" TO PEND-RETORNO
                 MOVE ULTIMA-PENDENCIA TO PEND-NUMERO
                 PERFORM GRAVA-CONTROLE
           END-WRITE.

       GRAVA-CONTROLE.
           MOVE ULTIMA-PENDENCIA TO ULTIMO-PA-CTL.
           OPEN OUTPUT CTLPEND.
           WRITE REG-CTL-PA.
           CLOSE CTLPEND.

       CONFERE-APROVACAO.
           MOVE PEND-NUMERO TO NUM-PA.
           READ PENDAPR
              INVALID KEY
                 MOVE "23" TO PEND-RETORNO
              NOT INVALID KEY
                 PERFORM TESTA-APROVACAO
           END-READ.

       TESTA-APROVACAO.
           IF SITUACAO-PA EQUAL "X"
              MOVE "12" TO PEND-RETORNO
           ELSE
              IF SITUACAO-PA NOT EQUAL "A"
                 MOVE "10" TO PEND-RETORNO
              ELSE
                 IF ORIGEM-PA NOT EQUAL PEND-ORIGEM
                    OR IMAGEM-PA NOT EQUAL PEND-IMAGEM
                    MOVE "11" TO PEND-RETORNO
                 ELSE
                    MOVE "X" TO SITUACAO-PA
                    MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-USO-PA
                    REWRITE REG-PA
                    MOVE APROVADOR-PA TO PEND-APROVADOR
                    MOVE "00" TO PEND-RETORNO.
