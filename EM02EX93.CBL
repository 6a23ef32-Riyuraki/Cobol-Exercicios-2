       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX93.
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
           SELECT APROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APROVA-STATUS.
           SELECT OPERAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERAPR-STATUS.
           SELECT PENDAPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-PA
           FILE STATUS IS PENDAPR-STATUS.
           SELECT APRSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRSOC-STATUS.
           SELECT APRCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRCLI-STATUS.
           SELECT APRITM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRITM-STATUS.
           SELECT APRPRM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRPRM-STATUS.
           SELECT APRMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRMOV-STATUS.
           SELECT RELAPRV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD APROVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APROVA.DAT".
       01 REG-AP.
           02 NUM-AP         PIC 9(08).
           02 APROVADOR-AP   PIC X(08).
           02 DECISAO-AP     PIC X(01).

       FD OPERAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERAPR.DAT".
       01 REG-OP.
           02 CODOPER-OP     PIC X(08).
           02 NOMEOPER-OP    PIC X(30).
           02 APROVA-OP      PIC X(01).

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

       FD APRSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRSOC.DAT".
       01 REG-SOC.
           02 IMAGEM-SOC     PIC X(66).
           02 NUM-APR-SOC    PIC 9(08).

       FD APRCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRCLI.DAT".
       01 REG-CLI.
           02 IMAGEM-CLI     PIC X(122).
           02 NUM-APR-CLI    PIC 9(08).

       FD APRITM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRITM.DAT".
       01 REG-ITM.
           02 IMAGEM-ITM     PIC X(42).
           02 NUM-APR-ITM    PIC 9(08).

       FD APRPRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRPRM.DAT".
       01 REG-PRM.
           02 IMAGEM-PRM     PIC X(56).
           02 NUM-APR-PRM    PIC 9(08).

       FD APRMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRMOV.DAT".
       01 REG-MOV.
           02 IMAGEM-MOV     PIC X(65).
           02 NUM-APR-MOV    PIC 9(08).

       FD RELAPRV
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-PEND         PIC X(03) VALUE "NAO".
       77 APROVA-STATUS    PIC X(02) VALUE ZEROES.
       77 OPERAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 PENDAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 APRSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 APRCLI-STATUS    PIC X(02) VALUE ZEROES.
       77 APRITM-STATUS    PIC X(02) VALUE ZEROES.
       77 APRPRM-STATUS    PIC X(02) VALUE ZEROES.
       77 APRMOV-STATUS    PIC X(02) VALUE ZEROES.
       77 TEM-OPERAPR      PIC X(03) VALUE "NAO".
       77 TEM-APROVA       PIC X(03) VALUE "NAO".
       77 ABERTO-APRSOC    PIC X(03) VALUE "NAO".
       77 ABERTO-APRCLI    PIC X(03) VALUE "NAO".
       77 ABERTO-APRITM    PIC X(03) VALUE "NAO".
       77 ABERTO-APRPRM    PIC X(03) VALUE "NAO".
       77 ABERTO-APRMOV    PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-OPER         PIC 9(03) VALUE ZEROES.
       77 IND-OPER         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(03) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 TOTAL-LIDOS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-APROVADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REPROVADAS PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 TOTAL-PENDENTES  PIC 9(05) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(30) VALUE SPACES.

       01 DATA-AUX-WS      PIC 9(08) VALUE ZEROES.
       01 DATA-AUX-WS-R REDEFINES DATA-AUX-WS.
           02 ANO-AUX      PIC 9(04).
           02 MES-AUX      PIC 9(02).
           02 DIA-AUX      PIC 9(02).

       01 TABELA-OPERADORES.
           02 ITEM-OPER OCCURS 100 TIMES.
              03 CODOPER-TAB   PIC X(08).
              03 APROVA-TAB    PIC X(01).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE APROVACAO DE TR".
           02 FILLER    PIC X(18) VALUE "ANSACOES RETIDAS".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "NUMERO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "ORIGEM".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "OPERADOR".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "APROVAD.".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NUM-REL       PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 ORIGEM-REL    PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 OPERADOR-REL  PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 APROVADOR-REL PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 SITUACAO-REL  PIC X(30).

       01 CAB-LISTA.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "TRANSACOES AGUARDANDO APROVA".
           02 FILLER    PIC X(3)  VALUE "CAO".

       01 CAB-PEND.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "NUMERO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "ORIGEM".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DATA".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "OPERADOR".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "MOTIVO".

       01 DETALHE-PEND.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NUM-PEND      PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 ORIGEM-PEND   PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 DATA-PEND     PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 OPERADOR-PEND PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 MOTIVO-PEND   PIC X(30).

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DECISOES LIDAS           : ".
           02 TOTAL-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "APROVADAS E LIBERADAS    : ".
           02 TOTAL-APR-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REPROVADAS               : ".
           02 TOTAL-REP-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DECISOES REJEITADAS      : ".
           02 TOTAL-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "AINDA PENDENTES          : ".
           02 TOTAL-PEN-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX93".
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
       IF TEM-OPERAPR EQUAL "SIM"
          PERFORM LISTA-PENDENTES
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
           MOVE TOTAL-LIDOS TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOTAL-APROVADAS + TOTAL-REPROVADAS.
           MOVE TOTAL-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM CARREGA-OPERADORES.
           IF TEM-OPERAPR EQUAL "SIM"
              PERFORM ABRE-PENDAPR
              OPEN OUTPUT RELAPRV
              PERFORM ABRE-APROVA
           END-IF.

       CARREGA-OPERADORES.
           OPEN INPUT OPERAPR.
           IF OPERAPR-STATUS EQUAL "35"
              DISPLAY "OPERAPR.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "SIM" TO TEM-OPERAPR
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

       ABRE-PENDAPR.
           OPEN I-O PENDAPR.
           IF PENDAPR-STATUS EQUAL "35"
              OPEN OUTPUT PENDAPR
              CLOSE PENDAPR
              OPEN I-O PENDAPR.

       ABRE-APROVA.
           OPEN INPUT APROVA.
           IF APROVA-STATUS EQUAL "35"
              DISPLAY "APROVA.DAT NAO ENCONTRADO - SOMENTE LISTAGEM"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              MOVE "SIM" TO TEM-APROVA
              PERFORM LEITURA.

       LEITURA.
           READ APROVA AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOTAL-LIDOS.
           MOVE SPACES TO MOTIVO-WS.
           MOVE NUM-AP TO NUM-PA.
           READ PENDAPR
              INVALID KEY
                 MOVE SPACES TO ORIGEM-PA OPERADOR-PA
                 MOVE "PENDENCIA INEXISTENTE" TO MOTIVO-WS
           END-READ.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM VALIDA-DECISAO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM APLICA-DECISAO
           ELSE
              ADD 1 TO TOTAL-REJEITADAS
              MOVE MOTIVO-WS TO SITUACAO-REL.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-DECISAO.
           IF SITUACAO-PA NOT EQUAL "P"
              MOVE "PENDENCIA JA DECIDIDA" TO MOTIVO-WS
           ELSE
              IF DECISAO-AP NOT EQUAL "A"
                 AND DECISAO-AP NOT EQUAL "R"
                 MOVE "DECISAO INVALIDA" TO MOTIVO-WS
              ELSE
                 IF APROVADOR-AP EQUAL OPERADOR-PA
                    MOVE "APROVADOR IGUAL AO OPERADOR" TO MOTIVO-WS
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
           IF CODOPER-TAB(IND-OPER) EQUAL APROVADOR-AP
              AND APROVA-TAB(IND-OPER) EQUAL "S"
              AND APROVADOR-AP NOT EQUAL SPACES
              MOVE IND-OPER TO IND-ACHOU.
           ADD 1 TO IND-OPER.

       APLICA-DECISAO.
           IF DECISAO-AP EQUAL "A"
              PERFORM LIBERA-TRANSACAO
              IF MOTIVO-WS EQUAL SPACES
                 MOVE "A" TO SITUACAO-PA
                 ADD 1 TO TOTAL-APROVADAS
                 MOVE "APROVADA E LIBERADA" TO SITUACAO-REL
              ELSE
                 ADD 1 TO TOTAL-REJEITADAS
                 MOVE MOTIVO-WS TO SITUACAO-REL
              END-IF
           ELSE
              MOVE "R" TO SITUACAO-PA
              ADD 1 TO TOTAL-REPROVADAS
              MOVE "REPROVADA" TO SITUACAO-REL.
           IF SITUACAO-PA NOT EQUAL "P"
              MOVE APROVADOR-AP TO APROVADOR-PA
              MOVE WS-HOJE      TO DATA-APR-PA
              REWRITE REG-PA.

       LIBERA-TRANSACAO.
           EVALUATE ORIGEM-PA
              WHEN "TRANSOC"
                 PERFORM GRAVA-APRSOC
              WHEN "TRANSCLI"
                 PERFORM GRAVA-APRCLI
              WHEN "TRANSITM"
                 PERFORM GRAVA-APRITM
              WHEN "TRNPARM"
                 PERFORM GRAVA-APRPRM
              WHEN "MOVFUNC"
                 PERFORM GRAVA-APRMOV
              WHEN OTHER
                 MOVE "ORIGEM DESCONHECIDA" TO MOTIVO-WS
           END-EVALUATE.

       GRAVA-APRSOC.
           IF ABERTO-APRSOC NOT EQUAL "SIM"
              OPEN EXTEND APRSOC
              IF APRSOC-STATUS EQUAL "35"
                 OPEN OUTPUT APRSOC
              END-IF
              MOVE "SIM" TO ABERTO-APRSOC.
           MOVE IMAGEM-PA TO IMAGEM-SOC.
           MOVE NUM-PA    TO NUM-APR-SOC.
           WRITE REG-SOC.

       GRAVA-APRCLI.
           IF ABERTO-APRCLI NOT EQUAL "SIM"
              OPEN EXTEND APRCLI
              IF APRCLI-STATUS EQUAL "35"
                 OPEN OUTPUT APRCLI
              END-IF
              MOVE "SIM" TO ABERTO-APRCLI.
           MOVE IMAGEM-PA TO IMAGEM-CLI.
           MOVE NUM-PA    TO NUM-APR-CLI.
           WRITE REG-CLI.

       GRAVA-APRITM.
           IF ABERTO-APRITM NOT EQUAL "SIM"
              OPEN EXTEND APRITM
              IF APRITM-STATUS EQUAL "35"
                 OPEN OUTPUT APRITM
              END-IF
              MOVE "SIM" TO ABERTO-APRITM.
           MOVE IMAGEM-PA TO IMAGEM-ITM.
           MOVE NUM-PA    TO NUM-APR-ITM.
           WRITE REG-ITM.

       GRAVA-APRPRM.
           IF ABERTO-APRPRM NOT EQUAL "SIM"
              OPEN EXTEND APRPRM
              IF APRPRM-STATUS EQUAL "35"
                 OPEN OUTPUT APRPRM
              END-IF
              MOVE "SIM" TO ABERTO-APRPRM.
           MOVE IMAGEM-PA TO IMAGEM-PRM.
           MOVE NUM-PA    TO NUM-APR-PRM.
           WRITE REG-PRM.

       GRAVA-APRMOV.
           IF ABERTO-APRMOV NOT EQUAL "SIM"
              OPEN EXTEND APRMOV
              IF APRMOV-STATUS EQUAL "35"
                 OPEN OUTPUT APRMOV
              END-IF
              MOVE "SIM" TO ABERTO-APRMOV.
           MOVE IMAGEM-PA TO IMAGEM-MOV.
           MOVE NUM-PA    TO NUM-APR-MOV.
           WRITE REG-MOV.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUM-AP       TO NUM-REL.
           MOVE ORIGEM-PA    TO ORIGEM-REL.
           MOVE OPERADOR-PA  TO OPERADOR-REL.
           MOVE APROVADOR-AP TO APROVADOR-REL.
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

       LISTA-PENDENTES.
           PERFORM CABECALHO-PEND.
           MOVE ZEROES TO NUM-PA.
           START PENDAPR KEY IS NOT LESS THAN NUM-PA
              INVALID KEY
                 MOVE "SIM" TO FIM-PEND
           END-START.
           IF FIM-PEND NOT EQUAL "SIM"
              PERFORM LE-PENDENCIA.
           PERFORM LISTA-UMA-PENDENCIA
              UNTIL FIM-PEND EQUAL "SIM".

       LE-PENDENCIA.
           READ PENDAPR NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-PEND
           END-READ.

       LISTA-UMA-PENDENCIA.
           IF SITUACAO-PA EQUAL "P"
              IF CT-LIN GREATER THAN 25
                 PERFORM CABECALHO-PEND
              END-IF
              ADD 1 TO TOTAL-PENDENTES
              MOVE NUM-PA      TO NUM-PEND
              MOVE ORIGEM-PA   TO ORIGEM-PEND
              MOVE DATA-PA     TO DATA-AUX-WS
              MOVE DIA-AUX     TO DIA-FMT
              MOVE MES-AUX     TO MES-FMT
              MOVE ANO-AUX     TO ANO-FMT
              MOVE DATA-FMT    TO DATA-PEND
              MOVE OPERADOR-PA TO OPERADOR-PEND
              MOVE MOTIVO-PA   TO MOTIVO-PEND
              WRITE REG-REL FROM DETALHE-PEND AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.
           PERFORM LE-PENDENCIA.

       CABECALHO-PEND.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-LISTA AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-PEND AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           MOVE TOTAL-LIDOS      TO TOTAL-LID-ED.
           MOVE TOTAL-APROVADAS  TO TOTAL-APR-ED.
           MOVE TOTAL-REPROVADAS TO TOTAL-REP-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJ-ED.
           MOVE TOTAL-PENDENTES  TO TOTAL-PEN-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           IF TEM-OPERAPR EQUAL "SIM"
              CLOSE PENDAPR
                    RELAPRV
              IF TEM-APROVA EQUAL "SIM"
                 CLOSE APROVA
              END-IF
              PERFORM FECHA-ORIGENS
           END-IF.

       FECHA-ORIGENS.
           IF ABERTO-APRSOC EQUAL "SIM"
              CLOSE APRSOC.
           IF ABERTO-APRCLI EQUAL "SIM"
              CLOSE APRCLI.
           IF ABERTO-APRITM EQUAL "SIM"
              CLOSE APRITM.
           IF ABERTO-APRPRM EQUAL "SIM"
              CLOSE APRPRM.
           IF ABERTO-APRMOV EQUAL "SIM"
              CLOSE APRMOV.
