       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX88.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-DP
           FILE STATUS IS DEPSOC-STATUS.
           SELECT TRANSDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSDEP-STATUS.
           SELECT JRNDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNDEP-STATUS.
           SELECT RELMDEP ASSIGN TO DISK.

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

       FD TRANSDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSDEP.DAT".
       01 REG-TD.
           02 OPER-TD       PIC X(01).
           02 NUMSOC-TD     PIC 9(06).
           02 SEQ-TD        PIC 9(02).
           02 NOME-TD       PIC X(30).
           02 CPF-TD        PIC 9(11).
           02 DTNASC-TD     PIC 9(08).
           02 PARENTESCO-TD PIC X(01).

       FD JRNDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNDEP.DAT".
       01 REG-JRN.
           02 SEQ-JRN       PIC 9(06).
           02 DATA-JRN      PIC 9(08).
           02 OPER-JRN      PIC X(01).
           02 IMAGEM-ANTES  PIC X(67).
           02 IMAGEM-DEPOIS PIC X(67).

       FD RELMDEP
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 TRANSDEP-STATUS  PIC X(02) VALUE ZEROES.
       77 DEPSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 JRNDEP-STATUS    PIC X(02) VALUE ZEROES.
       77 DADOS-VALIDOS    PIC X(03) VALUE "SIM".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 TOTAL-APLICADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 SEQ-TRANSACAO    PIC 9(06) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.

       01 IMAGEM-ANTES-WS  PIC X(67) VALUE SPACES.
       01 IMAGEM-DEPOIS-WS PIC X(67) VALUE SPACES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE MANUTENCAO DE ".
           02 FILLER    PIC X(11) VALUE "DEPENDENTES".
           02 FILLER    PIC X(20) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "SOCIO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(3) VALUE "SEQ".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "OPERACAO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(19) VALUE SPACES.
           02 FILLER    PIC X(9) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SEQ-REL      PIC 9(2).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 OPER-REL     PIC X(9).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-REL     PIC X(22).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(30).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES APLICADAS     : ".
           02 TOTAL-APLIC-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES REJEITADAS    : ".
           02 TOTAL-REJEIT-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX88".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       PERFORM PRINCIPAL
           UNTIL FIM-ARQ EQUAL "SIM".
       IF TRANSDEP-STATUS NOT EQUAL "35"
          PERFORM RODAPE.
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE SEQ-TRANSACAO    TO LOG-LIDOS.
           MOVE TOTAL-APLICADAS  TO LOG-GRAVADOS.
           MOVE TOTAL-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           OPEN INPUT TRANSDEP.
           IF TRANSDEP-STATUS EQUAL "35"
              DISPLAY "TRANSDEP.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT CADSOC1
              PERFORM ABRE-DEPSOC
              PERFORM ABRE-JRNDEP
              OPEN OUTPUT RELMDEP
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
              PERFORM LEITURA
           END-IF.

       ABRE-DEPSOC.
           OPEN I-O DEPSOC.
           IF DEPSOC-STATUS EQUAL "35"
              OPEN OUTPUT DEPSOC
              CLOSE DEPSOC
              OPEN I-O DEPSOC.

       ABRE-JRNDEP.
           OPEN EXTEND JRNDEP.
           IF JRNDEP-STATUS EQUAL "35"
              OPEN OUTPUT JRNDEP.

       LEITURA.
           READ TRANSDEP AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO SEQ-TRANSACAO.
           PERFORM APLICA-TRANSACAO.
           PERFORM LEITURA.

       APLICA-TRANSACAO.
           MOVE NOME-TD TO NOME-REL.
           EVALUATE OPER-TD
              WHEN "I"
                 MOVE "INCLUSAO" TO OPER-REL
                 PERFORM INCLUI-DEPENDENTE
              WHEN "A"
                 MOVE "ALTERACAO" TO OPER-REL
                 PERFORM ALTERA-DEPENDENTE
              WHEN "E"
                 MOVE "EXCLUSAO" TO OPER-REL
                 PERFORM EXCLUI-DEPENDENTE
              WHEN OTHER
                 MOVE OPER-TD TO OPER-REL
                 MOVE "OPERACAO INVALIDA" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
           END-EVALUATE.

       VALIDA-DADOS.
           MOVE "SIM" TO DADOS-VALIDOS.
           IF PARENTESCO-TD NOT EQUAL "C"
              AND PARENTESCO-TD NOT EQUAL "F"
              AND PARENTESCO-TD NOT EQUAL "O"
              MOVE "NAO" TO DADOS-VALIDOS
              MOVE "PARENTESCO INVALIDO" TO SITUACAO-REL
           ELSE
              IF DTNASC-TD NOT NUMERIC
                 OR DTNASC-TD EQUAL ZEROES
                 OR DTNASC-TD GREATER THAN WS-HOJE
                 MOVE "NAO" TO DADOS-VALIDOS
                 MOVE "DATA DE NASCIMENTO INVALIDA" TO SITUACAO-REL
              ELSE
                 IF NOME-TD EQUAL SPACES
                    MOVE "NAO" TO DADOS-VALIDOS
                    MOVE "NOME NAO INFORMADO" TO SITUACAO-REL.

       INCLUI-DEPENDENTE.
           MOVE NUMSOC-TD TO NUMSOC1.
           READ CADSOC1
              INVALID KEY
                 MOVE "SOCIO TITULAR INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 PERFORM VALIDA-DADOS
                 IF DADOS-VALIDOS EQUAL "NAO"
                    PERFORM REJEITA-TRANSACAO
                 ELSE
                    PERFORM GRAVA-DEPENDENTE
                 END-IF
           END-READ.

       GRAVA-DEPENDENTE.
           PERFORM MOVE-TD-PARA-REG.
           MOVE "A"     TO SITUACAO-DP.
           MOVE ZEROES  TO DATA-INEL-DP.
           MOVE SPACES  TO IMAGEM-ANTES-WS.
           MOVE REG-DP  TO IMAGEM-DEPOIS-WS.
           WRITE REG-DP
              INVALID KEY
                 MOVE "DEPENDENTE JA CADASTRADO" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 MOVE "INCLUIDO" TO SITUACAO-REL
                 PERFORM ACEITA-TRANSACAO
           END-WRITE.

       ALTERA-DEPENDENTE.
           MOVE NUMSOC-TD TO NUMSOC-DP.
           MOVE SEQ-TD    TO SEQ-DP.
           READ DEPSOC
              INVALID KEY
                 MOVE "DEPENDENTE INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 PERFORM VALIDA-DADOS
                 IF DADOS-VALIDOS EQUAL "NAO"
                    PERFORM REJEITA-TRANSACAO
                 ELSE
                    MOVE REG-DP TO IMAGEM-ANTES-WS
                    PERFORM MOVE-TD-PARA-REG
                    MOVE REG-DP TO IMAGEM-DEPOIS-WS
                    REWRITE REG-DP
                    MOVE "ALTERADO" TO SITUACAO-REL
                    PERFORM ACEITA-TRANSACAO
                 END-IF
           END-READ.

       EXCLUI-DEPENDENTE.
           MOVE NUMSOC-TD TO NUMSOC-DP.
           MOVE SEQ-TD    TO SEQ-DP.
           READ DEPSOC
              INVALID KEY
                 MOVE "DEPENDENTE INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 MOVE NOME-DP TO NOME-REL
                 MOVE REG-DP  TO IMAGEM-ANTES-WS
                 MOVE SPACES  TO IMAGEM-DEPOIS-WS
                 DELETE DEPSOC
                 MOVE "EXCLUIDO" TO SITUACAO-REL
                 PERFORM ACEITA-TRANSACAO
           END-READ.

       MOVE-TD-PARA-REG.
           MOVE NUMSOC-TD     TO NUMSOC-DP.
           MOVE SEQ-TD        TO SEQ-DP.
           MOVE NOME-TD       TO NOME-DP.
           MOVE CPF-TD        TO CPF-DP.
           MOVE DTNASC-TD     TO DTNASC-DP.
           MOVE PARENTESCO-TD TO PARENTESCO-DP.

       ACEITA-TRANSACAO.
           ADD 1 TO TOTAL-APLICADAS.
           PERFORM GRAVA-JORNAL.
           PERFORM IMPRESSAO.

       REJEITA-TRANSACAO.
           ADD 1 TO TOTAL-REJEITADAS.
           PERFORM IMPRESSAO.

       GRAVA-JORNAL.
           MOVE SEQ-TRANSACAO    TO SEQ-JRN.
           MOVE WS-HOJE          TO DATA-JRN.
           MOVE OPER-TD          TO OPER-JRN.
           MOVE IMAGEM-ANTES-WS  TO IMAGEM-ANTES.
           MOVE IMAGEM-DEPOIS-WS TO IMAGEM-DEPOIS.
           WRITE REG-JRN.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMSOC-TD TO NUMSOC-REL.
           MOVE SEQ-TD    TO SEQ-REL.
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
           MOVE TOTAL-APLICADAS  TO TOTAL-APLIC-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJEIT-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.

       FIM.
           IF TRANSDEP-STATUS NOT EQUAL "35"
              CLOSE CADSOC1
                    DEPSOC
                    TRANSDEP
                    JRNDEP
                    RELMDEP.
