       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02RCPD.
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
           SELECT RECPERDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-RP
           FILE STATUS IS RECPERDA-STATUS.
           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERDAS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD RECPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECPERDA.DAT".
       01 REG-RP.
           02 NUMSOC-RP      PIC 9(06).
           02 NOME-RP        PIC X(30).
           02 DATA-BAIXA-RP  PIC 9(08).
           02 VALOR-BAIXA-RP PIC 9(10)V9(02).
           02 RECUPERADO-RP  PIC 9(10)V9(02).
           02 SALDO-RP       PIC 9(10)V9(02).
           02 DATA-ULT-RP    PIC 9(08).

       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
       01 REG-PER.
           02 NUMSOC-PER   PIC 9(06).
           02 NOMESOC-PER  PIC X(30).
           02 VALOR-PER    PIC 9(09)V9(02).
           02 ENCARGOS-PER PIC 9(10)V9(02).
           02 DATA-BAIXA   PIC 9(08).

       WORKING-STORAGE SECTION.
       77 RECPERDA-STATUS  PIC X(02) VALUE ZEROES.
       77 PERDAS-STATUS    PIC X(02) VALUE ZEROES.
       77 FIM-PER          PIC X(03) VALUE "NAO".
       77 ACHOU-RP         PIC X(03) VALUE "NAO".
       77 RP-NOVO          PIC X(03) VALUE "NAO".

       LINKAGE SECTION.
       01 RCPD-AREA.
           02 RCPD-NUMSOC    PIC 9(06).
           02 RCPD-DATA      PIC 9(08).
           02 RCPD-VALOR     PIC 9(09)V9(02).
           02 RCPD-NOME      PIC X(30).
           02 RCPD-APLICADO  PIC 9(09)V9(02).
           02 RCPD-EXCEDENTE PIC 9(09)V9(02).
           02 RCPD-SALDO     PIC 9(10)V9(02).
           02 RCPD-RETORNO   PIC X(02).

       PROCEDURE DIVISION USING RCPD-AREA.

       PERFORM ABRE-RECPERDA.
       PERFORM LOCALIZA-BAIXA.
       IF ACHOU-RP EQUAL "SIM"
          PERFORM APLICA-RECUPERACAO
       ELSE
          MOVE "23"   TO RCPD-RETORNO
          MOVE SPACES TO RCPD-NOME
          MOVE ZEROES TO RCPD-APLICADO RCPD-EXCEDENTE RCPD-SALDO.
       CLOSE RECPERDA.
       GOBACK.

       ABRE-RECPERDA.
           OPEN I-O RECPERDA.
           IF RECPERDA-STATUS EQUAL "35"
              OPEN OUTPUT RECPERDA
              CLOSE RECPERDA
              OPEN I-O RECPERDA.

       LOCALIZA-BAIXA.
           MOVE "NAO" TO RP-NOVO.
           MOVE RCPD-NUMSOC TO NUMSOC-RP.
           READ RECPERDA
              INVALID KEY
                 MOVE "NAO" TO ACHOU-RP
              NOT INVALID KEY
                 MOVE "SIM" TO ACHOU-RP
           END-READ.
           IF ACHOU-RP EQUAL "NAO"
              PERFORM PROCURA-PERDAS.

       PROCURA-PERDAS.
           MOVE ZEROES TO DATA-BAIXA-RP.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-PER
              PERFORM LE-PERDAS
              PERFORM TESTA-PERDAS
                 UNTIL FIM-PER EQUAL "SIM"
              CLOSE PERDAS.

       LE-PERDAS.
           READ PERDAS AT END MOVE "SIM" TO FIM-PER.

       TESTA-PERDAS.
           IF NUMSOC-PER EQUAL RCPD-NUMSOC
              AND DATA-BAIXA NOT LESS THAN DATA-BAIXA-RP
              MOVE "SIM"        TO ACHOU-RP RP-NOVO
              MOVE NUMSOC-PER   TO NUMSOC-RP
              MOVE NOMESOC-PER  TO NOME-RP
              MOVE DATA-BAIXA   TO DATA-BAIXA-RP
              COMPUTE VALOR-BAIXA-RP = VALOR-PER + ENCARGOS-PER
              MOVE ZEROES       TO RECUPERADO-RP DATA-ULT-RP
              MOVE VALOR-BAIXA-RP TO SALDO-RP.
           PERFORM LE-PERDAS.

       APLICA-RECUPERACAO.
           IF RCPD-VALOR GREATER THAN SALDO-RP
              MOVE SALDO-RP TO RCPD-APLICADO
              COMPUTE RCPD-EXCEDENTE = RCPD-VALOR - SALDO-RP
           ELSE
              MOVE RCPD-VALOR TO RCPD-APLICADO
              MOVE ZEROES     TO RCPD-EXCEDENTE.
           ADD RCPD-APLICADO      TO RECUPERADO-RP.
           SUBTRACT RCPD-APLICADO FROM SALDO-RP.
           MOVE RCPD-DATA         TO DATA-ULT-RP.
           MOVE NOME-RP           TO RCPD-NOME.
           MOVE SALDO-RP          TO RCPD-SALDO.
           MOVE "00"              TO RCPD-RETORNO.
           IF RP-NOVO EQUAL "SIM"
              WRITE REG-RP
                 INVALID KEY
                    MOVE "22" TO RCPD-RETORNO
              END-WRITE
           ELSE
              REWRITE REG-RP
                 INVALID KEY
                    MOVE "22" TO RCPD-RETORNO
              END-REWRITE.
