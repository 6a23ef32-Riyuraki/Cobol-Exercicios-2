       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX89.
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
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1.
           SELECT DEPSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-DP
           FILE STATUS IS DEPSOC-STATUS.
           SELECT PARMIDD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMIDD-STATUS.
           SELECT JRNDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNDEP-STATUS.
           SELECT RELELEG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01 REG-ENT.
           02 CODPAG    PIC 9(02).
           02 NUMSOC1   PIC 9(06).
           02 NOMESOC1  PIC X(30).
           02 VALPAG1   PIC 9(09)V9(02).
           02 DTVENC1.
            03 DIA-VENC1  PIC 9(02).
            03 MES-VENC1  PIC 9(02).
            03 ANO-VENC1  PIC 9(04).

       FD DEPSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPSOC.DAT".
       01 REG-DP.
           02 CHAVE-DP.
            03 NUMSOC-DP  PIC 9(06).
            03 SEQ-DP     PIC 9(02).
           02 NOME-DP       PIC X(30).
           02 CPF-DP        PIC 9(11).
           02 DTNASC-DP     PIC 9(08).
           02 PARENTESCO-DP PIC X(01).
           02 SITUACAO-DP   PIC X(01).
           02 DATA-INEL-DP  PIC 9(08).

       FD PARMIDD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMIDD.DAT".
       01 REG-PARM-DEP.
           02 IDADE-LIMITE-PARM PIC 9(02).

       FD JRNDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNDEP.DAT".
       01 REG-JRN.
           02 SEQ-JRN       PIC 9(06).
           02 DATA-JRN      PIC 9(08).
           02 OPER-JRN      PIC X(01).
           02 IMAGEM-ANTES  PIC X(67).
           02 IMAGEM-DEPOIS PIC X(67).

       FD RELELEG
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 DEPSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 PARMIDD-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNDEP-STATUS    PIC X(02) VALUE ZEROES.
       77 SEQ-JORNAL       PIC 9(06) VALUE ZEROES.
       77 TITULAR-ATIVO    PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 IDADE-LIMITE     PIC 9(02) VALUE 21.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 ANOMES-ATUAL     PIC 9(06) VALUE ZEROES.
       77 ANOMES-PROXIMO   PIC 9(06) VALUE ZEROES.
       77 ANO-WS           PIC 9(04) VALUE ZEROES.
       77 MES-WS           PIC 9(02) VALUE ZEROES.
       77 ANOMES-LIMITE    PIC 9(06) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(24) VALUE SPACES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-ATIVOS       PIC 9(05) VALUE ZEROES.
       77 TOT-INEL-IDADE   PIC 9(05) VALUE ZEROES.
       77 TOT-INEL-TITULAR PIC 9(05) VALUE ZEROES.
       77 TOT-PROXIMO-MES  PIC 9(05) VALUE ZEROES.

       01 IMAGEM-ANTES-WS  PIC X(67) VALUE SPACES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "ELEGIBILIDADE DE DEPENDENTES".
           02 FILLER    PIC X(12) VALUE " - MES/ANO ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(1)  VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(12) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "SOCIO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(3) VALUE "SEQ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "NASCIMENTO".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "OCORRENCIA".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SEQ-REL      PIC 9(2).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-REL     PIC X(26).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DTNASC-REL   PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MOTIVO-REL   PIC X(24).

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEPENDENTES LIDOS        : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEPENDENTES ELEGIVEIS    : ".
           02 TOT-ATV-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INELEGIVEIS POR IDADE    : ".
           02 TOT-IID-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INELEGIVEIS SEM TITULAR  : ".
           02 TOT-ITI-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INELEGIVEIS PROXIMO MES  : ".
           02 TOT-PRX-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX89".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       IF FIM-ARQ NOT EQUAL "SIM"
          PERFORM LEITURA
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM"
          PERFORM RODAPE
          PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOT-INEL-IDADE + TOT-INEL-TITULAR.
           MOVE ZEROES TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO ANOMES-ATUAL.
           MOVE WS-HOJE(1:4) TO ANO-WS.
           MOVE WS-HOJE(5:2) TO MES-WS.
           IF MES-WS EQUAL 12
              MOVE 1 TO MES-WS
              ADD 1 TO ANO-WS
           ELSE
              ADD 1 TO MES-WS.
           COMPUTE ANOMES-PROXIMO = ANO-WS * 100 + MES-WS.
           MOVE WS-HOJE(5:2) TO MES-CAB.
           MOVE WS-HOJE(1:4) TO ANO-CAB.
           PERFORM LE-PARMIDD.
           OPEN I-O DEPSOC.
           IF DEPSOC-STATUS EQUAL "35"
              DISPLAY "DEPSOC.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT CADSOC1
              PERFORM ABRE-JRNDEP
              OPEN OUTPUT RELELEG
           END-IF.

       ABRE-JRNDEP.
           OPEN EXTEND JRNDEP.
           IF JRNDEP-STATUS EQUAL "35"
              OPEN OUTPUT JRNDEP.

       LE-PARMIDD.
           OPEN INPUT PARMIDD.
           IF PARMIDD-STATUS EQUAL "35"
              DISPLAY "PARMIDD.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMIDD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF IDADE-LIMITE-PARM NOT EQUAL ZEROES
                       MOVE IDADE-LIMITE-PARM TO IDADE-LIMITE
                    END-IF
              END-READ
              CLOSE PARMIDD.

       LEITURA.
           READ DEPSOC NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           IF SITUACAO-DP EQUAL "A"
              PERFORM AVALIA-DEPENDENTE.
           PERFORM LEITURA.

       AVALIA-DEPENDENTE.
           MOVE NUMSOC-DP TO NUMSOC1.
           READ CADSOC1
              INVALID KEY
                 MOVE "NAO" TO TITULAR-ATIVO
              NOT INVALID KEY
                 MOVE "SIM" TO TITULAR-ATIVO
           END-READ.
           MOVE DTNASC-DP(1:4) TO ANO-WS.
           ADD IDADE-LIMITE TO ANO-WS.
           MOVE DTNASC-DP(5:2) TO MES-WS.
           COMPUTE ANOMES-LIMITE = ANO-WS * 100 + MES-WS.
           EVALUATE TRUE
              WHEN TITULAR-ATIVO EQUAL "NAO"
                 MOVE "TITULAR DESLIGADO" TO MOTIVO-WS
                 PERFORM INATIVA-DEPENDENTE
                 ADD 1 TO TOT-INEL-TITULAR
              WHEN PARENTESCO-DP EQUAL "F"
                   AND ANOMES-LIMITE NOT GREATER THAN ANOMES-ATUAL
                 MOVE "LIMITE DE IDADE ATINGIDO" TO MOTIVO-WS
                 PERFORM INATIVA-DEPENDENTE
                 ADD 1 TO TOT-INEL-IDADE
              WHEN PARENTESCO-DP EQUAL "F"
                   AND ANOMES-LIMITE EQUAL ANOMES-PROXIMO
                 MOVE "INELEGIVEL PROXIMO MES" TO MOTIVO-WS
                 PERFORM IMPRESSAO
                 ADD 1 TO TOT-PROXIMO-MES
                 ADD 1 TO TOT-ATIVOS
              WHEN OTHER
                 ADD 1 TO TOT-ATIVOS
           END-EVALUATE.

       INATIVA-DEPENDENTE.
           MOVE REG-DP  TO IMAGEM-ANTES-WS.
           MOVE "I"     TO SITUACAO-DP.
           MOVE WS-HOJE TO DATA-INEL-DP.
           REWRITE REG-DP.
           PERFORM GRAVA-JORNAL.
           PERFORM IMPRESSAO.

       GRAVA-JORNAL.
           ADD 1 TO SEQ-JORNAL.
           MOVE SEQ-JORNAL      TO SEQ-JRN.
           MOVE WS-HOJE         TO DATA-JRN.
           MOVE "A"             TO OPER-JRN.
           MOVE IMAGEM-ANTES-WS TO IMAGEM-ANTES.
           MOVE REG-DP          TO IMAGEM-DEPOIS.
           WRITE REG-JRN.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMSOC-DP      TO NUMSOC-REL.
           MOVE SEQ-DP         TO SEQ-REL.
           MOVE NOME-DP        TO NOME-REL.
           MOVE DTNASC-DP(7:2) TO DIA-FMT.
           MOVE DTNASC-DP(5:2) TO MES-FMT.
           MOVE DTNASC-DP(1:4) TO ANO-FMT.
           MOVE DATA-FMT       TO DTNASC-REL.
           MOVE MOTIVO-WS      TO MOTIVO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOT-LIDOS        TO TOT-LID-ED.
           MOVE TOT-ATIVOS       TO TOT-ATV-ED.
           MOVE TOT-INEL-IDADE   TO TOT-IID-ED.
           MOVE TOT-INEL-TITULAR TO TOT-ITI-ED.
           MOVE TOT-PROXIMO-MES  TO TOT-PRX-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE DEPSOC
                 CADSOC1
                 JRNDEP
                 RELELEG.
