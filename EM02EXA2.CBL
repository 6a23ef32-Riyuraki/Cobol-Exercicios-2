       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA2.
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
           SELECT REQUIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUIS-STATUS.
           SELECT CADDEPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADDEPTO-STATUS.
           SELECT LIMREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIMREQ-STATUS.
           SELECT OPERAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERAPR-STATUS.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD
           FILE STATUS IS CADESTOQ-STATUS.
           SELECT MOVREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELREQ ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD REQUIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REQUIS.DAT".
       01 REG-RQ.
           02 NUMREQ-RQ       PIC 9(06).
           02 DEPTO-RQ        PIC 9(03).
           02 COD-RQ          PIC 9(05).
           02 QTDE-RQ         PIC 9(05).
           02 DEP-RQ          PIC 9(02).
           02 REQUISITANTE-RQ PIC X(08).
           02 APROVADOR-RQ    PIC X(08).

       FD CADDEPTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REG-DEP.
           02 DEPTO-DEP   PIC 9(03).
           02 NOME-DEP    PIC X(20).
           02 GESTOR-DEP  PIC X(30).

       FD LIMREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIMREQ.DAT".
       01 REG-LR.
           02 DEPTO-LR    PIC 9(03).
           02 LIMITE-LR   PIC 9(07)V9(02).

       FD OPERAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERAPR.DAT".
       01 REG-OP.
           02 CODOPER-OP     PIC X(08).
           02 NOMEOPER-OP    PIC X(30).
           02 APROVA-OP      PIC X(01).

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADESTOQ.DAT".
       COPY "CADESTOQ.CPY".

       FD MOVREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVREQ.DAT".
       01 REG-MOV.
           02 COD-MOV      PIC 9(05).
           02 TIPO-MOV     PIC X(01).
           02 QTDE-MOV     PIC 9(05).
           02 CUSTO-MOV    PIC 9(06)V9(02).
           02 LOTE-MOV     PIC X(08).
           02 SEQ-MOV      PIC 9(04).
           02 DEP-MOV      PIC 9(02).
           02 DEP-DEST-MOV PIC 9(02).
           02 VALIDADE-MOV PIC 9(08).
           02 DATA-MOV     PIC 9(08).
           02 DEPTO-MOV    PIC 9(03).
           02 LOTE-ORIG-MOV PIC X(08).

       FD RELREQ
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 REQUIS-STATUS    PIC X(02) VALUE ZEROES.
       77 CADDEPTO-STATUS  PIC X(02) VALUE ZEROES.
       77 LIMREQ-STATUS    PIC X(02) VALUE ZEROES.
       77 OPERAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 CADESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(26) VALUE SPACES.
       77 LIMITE-PADRAO    PIC 9(07)V9(02) VALUE 500,00.
       77 LIMITE-WS        PIC 9(07)V9(02) VALUE ZEROES.
       77 VALOR-REQ        PIC 9(11)V9(02) VALUE ZEROES.
       77 QTD-DEPTOS       PIC 9(03) VALUE ZEROES.
       77 IND-DEP          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-DEP    PIC 9(03) VALUE ZEROES.
       77 DEPTO-PROC       PIC 9(03) VALUE ZEROES.
       77 QTD-OPER         PIC 9(03) VALUE ZEROES.
       77 IND-OPER         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(03) VALUE ZEROES.
       77 QTD-ITENS        PIC 9(03) VALUE ZEROES.
       77 IND-ITEM         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-ITEM   PIC 9(03) VALUE ZEROES.
       77 QTDE-COMPROMET   PIC 9(07) VALUE ZEROES.
       77 SEQ-MOVIMENTO    PIC 9(04) VALUE ZEROES.
       77 TOT-LIDAS        PIC 9(05) VALUE ZEROES.
       77 TOT-ACEITAS      PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADAS   PIC 9(05) VALUE ZEROES.
       77 TOT-APROVADAS    PIC 9(05) VALUE ZEROES.
       77 VALOR-ACEITO     PIC 9(12)V9(02) VALUE ZEROES.

       01 LOTE-REQ-WS.
           02 FILLER       PIC X(02) VALUE "RQ".
           02 LOTE-DATA-WS PIC 9(06).

       01 TABELA-DEPTOS.
           02 ITEM-DEP-TAB OCCURS 100 TIMES.
              03 DEPTO-TAB   PIC 9(03).
              03 LIMITE-TAB  PIC 9(07)V9(02).

       01 TABELA-OPERADORES.
           02 ITEM-OPER-TAB OCCURS 100 TIMES.
              03 CODOPER-TAB PIC X(08).
              03 APROVA-TAB  PIC X(01).

       01 TABELA-ITENS.
           02 ITEM-REQ-TAB OCCURS 500 TIMES.
              03 COD-ITEM-TAB  PIC 9(05).
              03 QTDE-ITEM-TAB PIC 9(07).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE REQUISICOES INT".
           02 FILLER    PIC X(8)  VALUE "ERNAS".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(7)  VALUE "REQUIS.".
           02 FILLER    PIC X(6)  VALUE "DEPTO".
           02 FILLER    PIC X(6)  VALUE "ITEM".
           02 FILLER    PIC X(7)  VALUE "  QTDE".
           02 FILLER    PIC X(14) VALUE "         VALOR".
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(9)  VALUE "REQUISIT.".
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NUMREQ-REL    PIC 9(6).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEPTO-REL     PIC 9(3).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 COD-REL       PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-REL      PIC ZZ.ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 VALOR-REL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 REQUISIT-REL  PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REQUISICOES LIDAS        : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REQUISICOES ACEITAS      : ".
           02 TOT-ACE-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ACIMA DO LIMITE APROVADAS: ".
           02 TOT-APR-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REQUISICOES REJEITADAS   : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR TOTAL ACEITO       : ".
           02 VLR-ACE-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA2".
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
       IF ARQUIVOS-ABERTOS EQUAL "SIM"
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
           MOVE TOT-LIDAS      TO LOG-LIDOS.
           MOVE TOT-ACEITAS    TO LOG-GRAVADOS.
           MOVE TOT-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(3:6) TO LOTE-DATA-WS.
           OPEN INPUT REQUIS.
           IF REQUIS-STATUS EQUAL "35"
              DISPLAY "REQUIS.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-DEPTOS
              IF FIM-ARQ NOT EQUAL "SIM"
                 PERFORM CARREGA-LIMITES
                 PERFORM CARREGA-OPERADORES
                 OPEN INPUT CADESTOQ
                 IF CADESTOQ-STATUS EQUAL "35"
                    DISPLAY "CADESTOQ.DAT NAO ENCONTRADO - ENCERRANDO"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE 16 TO RETURN-CODE
                    CLOSE REQUIS
                 ELSE
                    OPEN OUTPUT MOVREQ
                    OPEN OUTPUT RELREQ
                    MOVE "SIM" TO ARQUIVOS-ABERTOS
                    PERFORM LEITURA
                 END-IF
              ELSE
                 CLOSE REQUIS
              END-IF
           END-IF.

       CARREGA-DEPTOS.
           OPEN INPUT CADDEPTO.
           IF CADDEPTO-STATUS EQUAL "35"
              DISPLAY "CADDEPTO.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-DEPTO
              PERFORM GUARDA-DEPTO
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-DEPTOS NOT LESS THAN 100
              CLOSE CADDEPTO.

       LE-DEPTO.
           READ CADDEPTO AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-DEPTO.
           ADD 1 TO QTD-DEPTOS.
           MOVE DEPTO-DEP     TO DEPTO-TAB(QTD-DEPTOS).
           MOVE LIMITE-PADRAO TO LIMITE-TAB(QTD-DEPTOS).
           PERFORM LE-DEPTO.

       CARREGA-LIMITES.
           OPEN INPUT LIMREQ.
           IF LIMREQ-STATUS EQUAL "35"
              DISPLAY "LIMREQ.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-LIMITE
              PERFORM GUARDA-LIMITE
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE LIMREQ.

       LE-LIMITE.
           READ LIMREQ AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-LIMITE.
           IF LIMITE-LR NUMERIC
              MOVE DEPTO-LR TO DEPTO-PROC
              PERFORM PROCURA-DEPTO
              IF IND-ACHOU-DEP NOT EQUAL ZEROES
                 MOVE LIMITE-LR TO LIMITE-TAB(IND-ACHOU-DEP).
           PERFORM LE-LIMITE.

       CARREGA-OPERADORES.
           OPEN INPUT OPERAPR.
           IF OPERAPR-STATUS EQUAL "35"
              DISPLAY "OPERAPR.DAT NAO ENCONTRADO - SEM APROVADORES"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-OPERADOR
              PERFORM GUARDA-OPERADOR
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-OPER NOT LESS THAN 100
              CLOSE OPERAPR.

       LE-OPERADOR.
           READ OPERAPR AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-OPERADOR.
           ADD 1 TO QTD-OPER.
           MOVE CODOPER-OP TO CODOPER-TAB(QTD-OPER).
           MOVE APROVA-OP  TO APROVA-TAB(QTD-OPER).
           PERFORM LE-OPERADOR.

       LEITURA.
           READ REQUIS AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDAS.
           MOVE SPACES TO MOTIVO-WS.
           MOVE ZEROES TO VALOR-REQ.
           PERFORM VALIDA-REQUISICAO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM VALIDA-LIMITE.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM ACEITA-REQUISICAO
           ELSE
              ADD 1 TO TOT-REJEITADAS.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-REQUISICAO.
           IF QTDE-RQ NOT NUMERIC OR QTDE-RQ EQUAL ZEROES
              MOVE "QUANTIDADE INVALIDA" TO MOTIVO-WS
           ELSE
              IF REQUISITANTE-RQ EQUAL SPACES
                 MOVE "REQUISITANTE EM BRANCO" TO MOTIVO-WS
              ELSE
                 MOVE DEPTO-RQ TO DEPTO-PROC
                 PERFORM PROCURA-DEPTO
                 IF IND-ACHOU-DEP EQUAL ZEROES
                    MOVE "DEPARTAMENTO INEXISTENTE" TO MOTIVO-WS
                 ELSE
                    PERFORM LE-ITEM.

       PROCURA-DEPTO.
           MOVE ZEROES TO IND-ACHOU-DEP.
           MOVE 1      TO IND-DEP.
           PERFORM TESTA-DEPTO
              UNTIL IND-DEP GREATER THAN QTD-DEPTOS
                 OR IND-ACHOU-DEP NOT EQUAL ZEROES.

       TESTA-DEPTO.
           IF DEPTO-TAB(IND-DEP) EQUAL DEPTO-PROC
              MOVE IND-DEP TO IND-ACHOU-DEP.
           ADD 1 TO IND-DEP.

       LE-ITEM.
           MOVE COD-RQ TO COD.
           READ CADESTOQ
              INVALID KEY
                 MOVE "ITEM INEXISTENTE" TO MOTIVO-WS
              NOT INVALID KEY
                 IF SITUACAO-EST EQUAL "I"
                    MOVE "ITEM DESATIVADO" TO MOTIVO-WS
                 ELSE
                    PERFORM VERIFICA-SALDO
                 END-IF
           END-READ.

       VERIFICA-SALDO.
           PERFORM PROCURA-ITEM.
           MOVE ZEROES TO QTDE-COMPROMET.
           IF IND-ACHOU-ITEM NOT EQUAL ZEROES
              MOVE QTDE-ITEM-TAB(IND-ACHOU-ITEM) TO QTDE-COMPROMET.
           ADD QTDE-RQ TO QTDE-COMPROMET.
           IF QTDE-COMPROMET GREATER THAN QTDE-ESTOQUE
              MOVE "SALDO INSUFICIENTE" TO MOTIVO-WS
           ELSE
              COMPUTE VALOR-REQ = QTDE-RQ * PRECO-UNITARIO.

       PROCURA-ITEM.
           MOVE ZEROES TO IND-ACHOU-ITEM.
           MOVE 1      TO IND-ITEM.
           PERFORM TESTA-ITEM
              UNTIL IND-ITEM GREATER THAN QTD-ITENS
                 OR IND-ACHOU-ITEM NOT EQUAL ZEROES.

       TESTA-ITEM.
           IF COD-ITEM-TAB(IND-ITEM) EQUAL COD-RQ
              MOVE IND-ITEM TO IND-ACHOU-ITEM.
           ADD 1 TO IND-ITEM.

       VALIDA-LIMITE.
           MOVE LIMITE-TAB(IND-ACHOU-DEP) TO LIMITE-WS.
           IF VALOR-REQ GREATER THAN LIMITE-WS
              IF APROVADOR-RQ EQUAL SPACES
                 MOVE "ACIMA DO LIMITE DO DEPTO" TO MOTIVO-WS
              ELSE
                 IF APROVADOR-RQ EQUAL REQUISITANTE-RQ
                    MOVE "APROVADOR IGUAL REQUISIT." TO MOTIVO-WS
                 ELSE
                    PERFORM PROCURA-APROVADOR
                    IF IND-ACHOU EQUAL ZEROES
                       MOVE "APROVADOR NAO AUTORIZADO" TO MOTIVO-WS.

       PROCURA-APROVADOR.
           MOVE ZEROES TO IND-ACHOU.
           MOVE 1 TO IND-OPER.
           PERFORM TESTA-APROVADOR
              UNTIL IND-OPER GREATER THAN QTD-OPER.

       TESTA-APROVADOR.
           IF CODOPER-TAB(IND-OPER) EQUAL APROVADOR-RQ
              AND APROVA-TAB(IND-OPER) EQUAL "S"
              MOVE IND-OPER TO IND-ACHOU.
           ADD 1 TO IND-OPER.

       ACEITA-REQUISICAO.
           IF IND-ACHOU-ITEM EQUAL ZEROES
              AND QTD-ITENS LESS THAN 500
              ADD 1 TO QTD-ITENS
              MOVE QTD-ITENS TO IND-ACHOU-ITEM
              MOVE COD-RQ    TO COD-ITEM-TAB(IND-ACHOU-ITEM)
              MOVE ZEROES    TO QTDE-ITEM-TAB(IND-ACHOU-ITEM).
           IF IND-ACHOU-ITEM NOT EQUAL ZEROES
              ADD QTDE-RQ TO QTDE-ITEM-TAB(IND-ACHOU-ITEM).
           PERFORM GRAVA-MOVIMENTO.
           ADD 1 TO TOT-ACEITAS.
           ADD VALOR-REQ TO VALOR-ACEITO.
           IF VALOR-REQ GREATER THAN LIMITE-WS
              ADD 1 TO TOT-APROVADAS
              MOVE "ACEITA - APROVADA GESTOR" TO MOTIVO-WS
           ELSE
              MOVE "ACEITA" TO MOTIVO-WS.

       GRAVA-MOVIMENTO.
           MOVE COD-RQ         TO COD-MOV.
           MOVE "S"            TO TIPO-MOV.
           MOVE QTDE-RQ        TO QTDE-MOV.
           MOVE PRECO-UNITARIO TO CUSTO-MOV.
           MOVE LOTE-REQ-WS    TO LOTE-MOV.
           ADD 1 TO SEQ-MOVIMENTO.
           MOVE SEQ-MOVIMENTO  TO SEQ-MOV.
           IF DEP-RQ NUMERIC AND DEP-RQ NOT EQUAL ZEROES
              MOVE DEP-RQ TO DEP-MOV
           ELSE
              MOVE 1 TO DEP-MOV.
           MOVE ZEROES  TO DEP-DEST-MOV.
           MOVE ZEROES  TO VALIDADE-MOV.
           MOVE WS-HOJE TO DATA-MOV.
           MOVE DEPTO-RQ TO DEPTO-MOV.
           MOVE SPACES  TO LOTE-ORIG-MOV.
           WRITE REG-MOV.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMREQ-RQ       TO NUMREQ-REL.
           MOVE DEPTO-RQ        TO DEPTO-REL.
           MOVE COD-RQ          TO COD-REL.
           MOVE QTDE-RQ         TO QTDE-REL.
           MOVE VALOR-REQ       TO VALOR-REL.
           MOVE REQUISITANTE-RQ TO REQUISIT-REL.
           MOVE MOTIVO-WS       TO SITUACAO-REL.
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
           MOVE TOT-LIDAS      TO TOT-LID-ED.
           MOVE TOT-ACEITAS    TO TOT-ACE-ED.
           MOVE TOT-APROVADAS  TO TOT-APR-ED.
           MOVE TOT-REJEITADAS TO TOT-REJ-ED.
           MOVE VALOR-ACEITO   TO VLR-ACE-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE REQUIS
                    CADESTOQ
                    MOVREQ
                    RELREQ.
