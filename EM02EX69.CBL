       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX69.
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
           SELECT CONTAFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CF
           FILE STATUS IS CONTAFUN-STATUS.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADENT-STATUS.
           SELECT TRNCFUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRNCFUN-STATUS.
           SELECT JRNCFUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNCFUN-STATUS.
           SELECT RELMCF ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CONTAFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTAFUN.DAT".
       01 REG-CF.
           02 COD-CF       PIC 9(07).
           02 BANCO-CF     PIC 9(03).
           02 AGENCIA-CF   PIC 9(04).
           02 CONTA-CF     PIC 9(10).
           02 TIPO-CF      PIC X(01).

       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       COPY "CADENT.CPY".

       FD TRNCFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRNCFUN.DAT".
       01 REG-TCF.
           02 OPER-TCF     PIC X(01).
           02 COD-TCF      PIC 9(07).
           02 BANCO-TCF    PIC 9(03).
           02 AGENCIA-TCF  PIC 9(04).
           02 CONTA-TCF    PIC 9(10).
           02 TIPO-TCF     PIC X(01).

       FD JRNCFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCFUN.DAT".
       01 REG-JRN.
           02 SEQ-JRN      PIC 9(06).
           02 DATA-JRN     PIC 9(08).
           02 OPER-JRN     PIC X(01).
           02 IMAGEM-ANTES PIC X(25).
           02 IMAGEM-DEPOIS PIC X(25).

       FD RELMCF
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 CONTAFUN-STATUS  PIC X(02) VALUE ZEROES.
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 TRNCFUN-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNCFUN-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDAS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-APLICADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 SEQ-TRANSACAO    PIC 9(06) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 QTD-FUNC         PIC 9(03) VALUE ZEROES.
       77 IND-FUNC         PIC 9(03) VALUE ZEROES.
       77 FUNC-OK          PIC X(03) VALUE "NAO".
       77 DADOS-OK         PIC X(03) VALUE "NAO".

       01 IMAGEM-ANTES-WS  PIC X(25) VALUE SPACES.
       01 IMAGEM-DEPOIS-WS PIC X(25) VALUE SPACES.

       01 TABELA-FUNC.
           02 COD-FUNC-TAB OCCURS 500 TIMES PIC 9(07).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "MANUTENCAO DE CONTAS BANCARI".
           02 FILLER    PIC X(18) VALUE "AS DE FUNCIONARIOS".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "CODIGO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "OPERACAO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(19) VALUE "BCO AGEN CONTA    T".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 COD-REL      PIC 9(7).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 OPER-REL     PIC X(9).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 BANCO-REL    PIC 9(3).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 AGENCIA-REL  PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CONTA-REL    PIC 9(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TIPO-REL     PIC X(1).
           02 FILLER       PIC X(2) VALUE SPACES.
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
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX69".
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
       IF TRNCFUN-STATUS NOT EQUAL "35"
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
           MOVE TOTAL-LIDAS      TO LOG-LIDOS.
           MOVE TOTAL-APLICADAS  TO LOG-GRAVADOS.
           MOVE TOTAL-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           OPEN INPUT TRNCFUN.
           IF TRNCFUN-STATUS EQUAL "35"
              DISPLAY "TRNCFUN.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-FUNCIONARIOS
              PERFORM ABRE-CONTAFUN
              PERFORM ABRE-JRNCFUN
              OPEN OUTPUT RELMCF
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
              PERFORM LEITURA
           END-IF.

       CARREGA-FUNCIONARIOS.
           OPEN INPUT CADENT.
           IF CADENT-STATUS EQUAL "35"
              DISPLAY "CADENT.DAT NAO ENCONTRADO - SEM VALIDACAO"
           ELSE
              PERFORM LE-FUNCIONARIO
              PERFORM GUARDA-FUNCIONARIO
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FUNC NOT LESS THAN 500
              CLOSE CADENT.

       LE-FUNCIONARIO.
           READ CADENT AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FUNCIONARIO.
           ADD 1 TO QTD-FUNC.
           MOVE COD TO COD-FUNC-TAB(QTD-FUNC).
           PERFORM LE-FUNCIONARIO.

       ABRE-CONTAFUN.
           OPEN I-O CONTAFUN.
           IF CONTAFUN-STATUS EQUAL "35"
              OPEN OUTPUT CONTAFUN
              CLOSE CONTAFUN
              OPEN I-O CONTAFUN.

       ABRE-JRNCFUN.
           OPEN EXTEND JRNCFUN.
           IF JRNCFUN-STATUS EQUAL "35"
              OPEN OUTPUT JRNCFUN.

       LEITURA.
           READ TRNCFUN AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO SEQ-TRANSACAO.
           ADD 1 TO TOTAL-LIDAS.
           PERFORM APLICA-TRANSACAO.
           PERFORM LEITURA.

       APLICA-TRANSACAO.
           EVALUATE OPER-TCF
              WHEN "I"
                 MOVE "INCLUSAO" TO OPER-REL
                 PERFORM INCLUI-CONTA
              WHEN "A"
                 MOVE "ALTERACAO" TO OPER-REL
                 PERFORM ALTERA-CONTA
              WHEN "E"
                 MOVE "EXCLUSAO" TO OPER-REL
                 PERFORM EXCLUI-CONTA
              WHEN OTHER
                 MOVE OPER-TCF TO OPER-REL
                 MOVE "OPERACAO INVALIDA" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
           END-EVALUATE.

       INCLUI-CONTA.
           PERFORM VALIDA-FUNCIONARIO.
           PERFORM VALIDA-DADOS.
           IF FUNC-OK NOT EQUAL "SIM"
              MOVE "FUNCIONARIO INEXISTENTE" TO SITUACAO-REL
              PERFORM REJEITA-TRANSACAO
           ELSE
              IF DADOS-OK NOT EQUAL "SIM"
                 PERFORM REJEITA-TRANSACAO
              ELSE
                 PERFORM MOVE-TRN-PARA-REG
                 MOVE SPACES TO IMAGEM-ANTES-WS
                 MOVE REG-CF TO IMAGEM-DEPOIS-WS
                 WRITE REG-CF
                    INVALID KEY
                       MOVE "CONTA JA CADASTRADA" TO SITUACAO-REL
                       PERFORM REJEITA-TRANSACAO
                    NOT INVALID KEY
                       MOVE "INCLUIDA" TO SITUACAO-REL
                       PERFORM ACEITA-TRANSACAO
                 END-WRITE
              END-IF
           END-IF.

       ALTERA-CONTA.
           PERFORM VALIDA-DADOS.
           MOVE COD-TCF TO COD-CF.
           READ CONTAFUN
              INVALID KEY
                 MOVE "CONTA INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 IF DADOS-OK NOT EQUAL "SIM"
                    PERFORM REJEITA-TRANSACAO
                 ELSE
                    MOVE REG-CF TO IMAGEM-ANTES-WS
                    PERFORM MOVE-TRN-PARA-REG
                    MOVE REG-CF TO IMAGEM-DEPOIS-WS
                    REWRITE REG-CF
                    MOVE "ALTERADA" TO SITUACAO-REL
                    PERFORM ACEITA-TRANSACAO
                 END-IF
           END-READ.

       EXCLUI-CONTA.
           MOVE COD-TCF TO COD-CF.
           READ CONTAFUN
              INVALID KEY
                 MOVE "CONTA INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 MOVE REG-CF TO IMAGEM-ANTES-WS
                 MOVE SPACES TO IMAGEM-DEPOIS-WS
                 DELETE CONTAFUN
                 MOVE "EXCLUIDA" TO SITUACAO-REL
                 PERFORM ACEITA-TRANSACAO
           END-READ.

       VALIDA-FUNCIONARIO.
           MOVE "SIM" TO FUNC-OK.
           IF QTD-FUNC GREATER THAN ZEROES
              MOVE "NAO" TO FUNC-OK
              MOVE 1 TO IND-FUNC
              PERFORM TESTA-FUNCIONARIO
                 UNTIL IND-FUNC GREATER THAN QTD-FUNC
                    OR FUNC-OK EQUAL "SIM".

       TESTA-FUNCIONARIO.
           IF COD-FUNC-TAB(IND-FUNC) EQUAL COD-TCF
              MOVE "SIM" TO FUNC-OK.
           ADD 1 TO IND-FUNC.

       VALIDA-DADOS.
           MOVE "SIM" TO DADOS-OK.
           IF BANCO-TCF EQUAL ZEROES
              OR AGENCIA-TCF EQUAL ZEROES
              OR CONTA-TCF EQUAL ZEROES
              MOVE "NAO" TO DADOS-OK
              MOVE "DADOS BANCARIOS INCOMPLETOS" TO SITUACAO-REL
           ELSE
              IF TIPO-TCF NOT EQUAL "C"
                 AND TIPO-TCF NOT EQUAL "P"
                 AND TIPO-TCF NOT EQUAL "S"
                 MOVE "NAO" TO DADOS-OK
                 MOVE "TIPO DE CONTA INVALIDO" TO SITUACAO-REL.

       MOVE-TRN-PARA-REG.
           MOVE COD-TCF     TO COD-CF.
           MOVE BANCO-TCF   TO BANCO-CF.
           MOVE AGENCIA-TCF TO AGENCIA-CF.
           MOVE CONTA-TCF   TO CONTA-CF.
           MOVE TIPO-TCF    TO TIPO-CF.

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
           MOVE OPER-TCF         TO OPER-JRN.
           MOVE IMAGEM-ANTES-WS  TO IMAGEM-ANTES.
           MOVE IMAGEM-DEPOIS-WS TO IMAGEM-DEPOIS.
           WRITE REG-JRN.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE COD-TCF     TO COD-REL.
           MOVE BANCO-TCF   TO BANCO-REL.
           MOVE AGENCIA-TCF TO AGENCIA-REL.
           MOVE CONTA-TCF   TO CONTA-REL.
           MOVE TIPO-TCF    TO TIPO-REL.
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
           IF TRNCFUN-STATUS NOT EQUAL "35"
              CLOSE CONTAFUN
                    TRNCFUN
                    JRNCFUN
                    RELMCF.
