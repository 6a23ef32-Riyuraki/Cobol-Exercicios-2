       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA1.
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
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD
           FILE STATUS IS CADESTOQ-STATUS.
           SELECT CONSUMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CON
           FILE STATUS IS CONSUMO-STATUS.
           SELECT SALDODEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-SD
           FILE STATUS IS SALDODEP-STATUS.
           SELECT SALDLOTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-SL
           FILE STATUS IS SALDLOTE-STATUS.
           SELECT JRNESTQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNESTQ-STATUS.
           SELECT MOVESTOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVESTOQ-STATUS.
           SELECT PARMOBSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMOBSO-STATUS.
           SELECT TRANSITM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSITM-STATUS.
           SELECT PENDAPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUM-PA
           FILE STATUS IS PENDAPR-STATUS.
           SELECT RELOBSO ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADESTOQ.DAT".
       COPY "CADESTOQ.CPY".

       FD CONSUMO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSUMO.DAT".
       01 REG-CON.
           02 COD-CON    PIC 9(05).
           02 MES-CON OCCURS 12 TIMES.
              03 ANOMES-CON  PIC 9(06).
              03 QTDE-CON    PIC 9(07).

       FD SALDODEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDODEP.DAT".
       01 REG-SD.
           02 CHAVE-SD.
            03 COD-SD   PIC 9(05).
            03 DEP-SD   PIC 9(02).
           02 QTDE-SD   PIC 9(05).

       FD SALDLOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDLOTE.DAT".
       01 REG-SL.
           02 CHAVE-SL.
            03 COD-SL   PIC 9(05).
            03 DEP-SL   PIC 9(02).
            03 LOTE-SL  PIC X(08).
           02 QTDE-SL   PIC 9(05).
           02 VALIDADE-SL PIC 9(08).

       FD JRNESTQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNESTQ.DAT".
       01 REG-JRN.
           02 LOTE-JRN        PIC X(08).
           02 SEQ-JRN         PIC 9(04).
           02 COD-JRN         PIC 9(05).
           02 QTDE-ANTES-JRN  PIC 9(05).
           02 QTDE-DEPOIS-JRN PIC 9(05).
           02 PRECO-ANTES-JRN PIC 9(06)V9(02).
           02 PRECO-DEPOIS-JRN PIC 9(06)V9(02).
           02 DATA-JRN        PIC 9(08).

       FD MOVESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVESTOQ.DAT".
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

       FD PARMOBSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMOBSO.DAT".
       01 REG-PARM-OBSO.
           02 MESES-LENTO-PARM PIC 9(02).
           02 MESES-OBSOL-PARM PIC 9(02).
           02 OPERADOR-PARM    PIC X(08).

       FD TRANSITM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSITM.DAT".
       01 REG-TRN.
           02 OPER-TRN      PIC X(01).
           02 COD-TRN       PIC 9(05).
           02 NOME-TRN      PIC X(15).
           02 PRECO-TRN     PIC 9(06)V9(02).
           02 PONTOREPO-TRN PIC 9(05).
           02 OPERADOR-TRN  PIC X(08).
           02 NUM-APR-TRN   PIC 9(08).

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
           02 IMAGEM-PA.
              03 OPER-PA     PIC X(01).
              03 COD-PA      PIC 9(05).
              03 FILLER      PIC X(124).

       FD RELOBSO
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-DEP          PIC X(03) VALUE "NAO".
       77 FIM-LOTE         PIC X(03) VALUE "NAO".
       77 CADESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 CONSUMO-STATUS   PIC X(02) VALUE ZEROES.
       77 SALDODEP-STATUS  PIC X(02) VALUE ZEROES.
       77 SALDLOTE-STATUS  PIC X(02) VALUE ZEROES.
       77 JRNESTQ-STATUS   PIC X(02) VALUE ZEROES.
       77 MOVESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMOBSO-STATUS  PIC X(02) VALUE ZEROES.
       77 TRANSITM-STATUS  PIC X(02) VALUE ZEROES.
       77 PENDAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CONSUMO      PIC X(03) VALUE "NAO".
       77 TEM-SALDODEP     PIC X(03) VALUE "NAO".
       77 TEM-SALDLOTE     PIC X(03) VALUE "NAO".
       77 ABERTO-TRANSITM  PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 MESES-LENTO      PIC 9(02) VALUE 06.
       77 MESES-OBSOL      PIC 9(02) VALUE 12.
       77 OPERADOR-WS      PIC X(08) VALUE "ESTOQUE".
       77 QTD-ITENS-MOV    PIC 9(04) VALUE ZEROES.
       77 IND-MOV          PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(04) VALUE ZEROES.
       77 COD-BUSCA        PIC 9(05) VALUE ZEROES.
       77 DATA-BUSCA       PIC 9(08) VALUE ZEROES.
       77 SAIDA-BUSCA      PIC X(03) VALUE "NAO".
       77 IND-CON          PIC 9(02) VALUE ZEROES.
       77 IDX-ATUAL        PIC 9(06) VALUE ZEROES.
       77 IDX-AUX          PIC 9(06) VALUE ZEROES.
       77 IDX-REF          PIC 9(06) VALUE ZEROES.
       77 ANOMES-SAIDA-CON PIC 9(06) VALUE ZEROES.
       77 ULT-SAIDA-WS     PIC 9(08) VALUE ZEROES.
       77 ULT-MOV-WS       PIC 9(08) VALUE ZEROES.
       77 MESES-SEM-SAIDA  PIC 9(03) VALUE ZEROES.
       77 CONSUMO-12M      PIC 9(09) VALUE ZEROES.
       77 MEDIA-MENSAL     PIC 9(07)V9(02) VALUE ZEROES.
       77 COBERTURA        PIC 9(03)V9(01) VALUE ZEROES.
       77 VALOR-ITEM       PIC 9(11)V9(02) VALUE ZEROES.
       77 QTDE-VENCIDA     PIC 9(07) VALUE ZEROES.
       77 QTD-DEP-LIN      PIC 9(01) VALUE ZEROES.
       77 CLASSE-WS        PIC X(08) VALUE SPACES.
       77 TOTAL-LIDOS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-INATIVOS   PIC 9(05) VALUE ZEROES.
       77 TOTAL-PROPOSTAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-JA-PROPOSTAS PIC 9(05) VALUE ZEROES.
       77 QTD-PROP         PIC 9(04) VALUE ZEROES.
       77 IND-PROP         PIC 9(04) VALUE ZEROES.
       77 PROP-ACHOU       PIC X(03) VALUE "NAO".
       77 PROPOSTAS-CHEIA  PIC X(03) VALUE "NAO".
       77 QTD-ATIVO        PIC 9(05) VALUE ZEROES.
       77 QTD-LENTO        PIC 9(05) VALUE ZEROES.
       77 QTD-OBSOL        PIC 9(05) VALUE ZEROES.
       77 VALOR-ATIVO      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-LENTO      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-OBSOL      PIC 9(12)V9(02) VALUE ZEROES.

       01 DATA-AUX-WS      PIC 9(08) VALUE ZEROES.
       01 DATA-AUX-WS-R REDEFINES DATA-AUX-WS.
           02 ANO-AUX      PIC 9(04).
           02 MES-AUX      PIC 9(02).
           02 DIA-AUX      PIC 9(02).

       01 ANOMES-AUX       PIC 9(06) VALUE ZEROES.
       01 ANOMES-AUX-R REDEFINES ANOMES-AUX.
           02 ANO-AM       PIC 9(04).
           02 MES-AM       PIC 9(02).

       01 TABELA-MOVIMENTOS.
           02 ITEM-MOV-TAB OCCURS 2000 TIMES.
              03 COD-TAB       PIC 9(05).
              03 ULT-SAIDA-TAB PIC 9(08).
              03 ULT-MOV-TAB   PIC 9(08).

       01 TABELA-PROPOSTAS.
           02 COD-PROP-TAB OCCURS 2000 TIMES PIC 9(05).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE ESTOQUE PARADO ".
           02 FILLER    PIC X(18) VALUE "E OBSOLETO".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-PARM.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(22) VALUE "LENTO: SEM SAIDA HA ".
           02 LENTO-CAB PIC Z9.
           02 FILLER    PIC X(22) VALUE " MESES   OBSOLETO: ".
           02 OBSOL-CAB PIC Z9.
           02 FILLER    PIC X(6)  VALUE " MESES".

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "CODIGO".
           02 FILLER    PIC X(16) VALUE "NOME".
           02 FILLER    PIC X(9)  VALUE "CLASSE".
           02 FILLER    PIC X(11) VALUE "ULT.SAIDA".
           02 FILLER    PIC X(4)  VALUE "MES".
           02 FILLER    PIC X(6)  VALUE " QTDE".
           02 FILLER    PIC X(15) VALUE "    VALOR MEDIO".
           02 FILLER    PIC X(6)  VALUE "COBER".
           02 FILLER    PIC X(5)  VALUE " VENC".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-REL       PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(15).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 CLASSE-REL    PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 ULT-SAIDA-REL PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 MESES-REL     PIC ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-REL      PIC ZZZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 VALOR-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COBERT-REL    PIC ZZ9,9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 VENC-REL      PIC ZZZZ9.

       01 LINHA-DEP.
           02 FILLER        PIC X(7)  VALUE SPACES.
           02 FILLER        PIC X(11) VALUE "DEPOSITOS: ".
           02 DEP-ITEM OCCURS 5 TIMES.
              03 DEP-LIN    PIC 99.
              03 FILLER     PIC X(1) VALUE "=".
              03 QTDE-LIN   PIC ZZZZ9.
              03 FILLER     PIC X(2) VALUE SPACES.

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ITENS ATIVOS             : ".
           02 QTD-ATI-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(9) VALUE "  VALOR: ".
           02 VLR-ATI-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ITENS LENTOS             : ".
           02 QTD-LEN-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(9) VALUE "  VALOR: ".
           02 VLR-LEN-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ITENS OBSOLETOS          : ".
           02 QTD-OBS-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(9) VALUE "  VALOR: ".
           02 VLR-OBS-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ITENS JA INATIVOS        : ".
           02 TOT-INA-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INATIVACOES PROPOSTAS    : ".
           02 TOT-PRO-ED PIC ZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PROPOSTAS JA EM ABERTO   : ".
           02 TOT-JPR-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA1".
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
           MOVE TOTAL-LIDOS     TO LOG-LIDOS.
           MOVE TOTAL-PROPOSTAS TO LOG-GRAVADOS.
           MOVE ZEROES          TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE TO DATA-AUX-WS.
           COMPUTE IDX-ATUAL = ANO-AUX * 12 + MES-AUX.
           OPEN INPUT CADESTOQ.
           IF CADESTOQ-STATUS EQUAL "35"
              DISPLAY "CADESTOQ.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-PARMOBSO
              PERFORM CARREGA-JRNESTQ
              PERFORM CARREGA-MOVESTOQ
              PERFORM CARREGA-PENDAPR
              PERFORM CARREGA-TRANSITM
              PERFORM ABRE-CONSUMO
              PERFORM ABRE-SALDODEP
              PERFORM ABRE-SALDLOTE
              OPEN OUTPUT RELOBSO
              MOVE "SIM" TO ARQUIVOS-ABERTOS
              PERFORM LEITURA
           END-IF.

       LE-PARMOBSO.
           OPEN INPUT PARMOBSO.
           IF PARMOBSO-STATUS EQUAL "35"
              DISPLAY "PARMOBSO.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMOBSO
                 AT END
                    MOVE ZEROES TO MESES-LENTO-PARM MESES-OBSOL-PARM
                    MOVE SPACES TO OPERADOR-PARM
              END-READ
              IF MESES-LENTO-PARM NUMERIC
                 AND MESES-LENTO-PARM NOT EQUAL ZEROES
                 MOVE MESES-LENTO-PARM TO MESES-LENTO
              END-IF
              IF MESES-OBSOL-PARM NUMERIC
                 AND MESES-OBSOL-PARM GREATER THAN MESES-LENTO
                 MOVE MESES-OBSOL-PARM TO MESES-OBSOL
              END-IF
              IF OPERADOR-PARM NOT EQUAL SPACES
                 MOVE OPERADOR-PARM TO OPERADOR-WS
              END-IF
              CLOSE PARMOBSO.
           IF MESES-OBSOL NOT GREATER THAN MESES-LENTO
              COMPUTE MESES-OBSOL = MESES-LENTO * 2.

       CARREGA-JRNESTQ.
           OPEN INPUT JRNESTQ.
           IF JRNESTQ-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-JRNESTQ
              PERFORM GUARDA-JRNESTQ
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE JRNESTQ.

       LE-JRNESTQ.
           READ JRNESTQ AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-JRNESTQ.
           IF DATA-JRN NUMERIC
              AND DATA-JRN NOT EQUAL ZEROES
              MOVE COD-JRN  TO COD-BUSCA
              MOVE DATA-JRN TO DATA-BUSCA
              MOVE "NAO"    TO SAIDA-BUSCA
              IF QTDE-DEPOIS-JRN LESS THAN QTDE-ANTES-JRN
                 MOVE "SIM" TO SAIDA-BUSCA
              END-IF
              PERFORM REGISTRA-MOVIMENTO.
           PERFORM LE-JRNESTQ.

       CARREGA-MOVESTOQ.
           OPEN INPUT MOVESTOQ.
           IF MOVESTOQ-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-MOVESTOQ
              PERFORM GUARDA-MOVESTOQ
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE MOVESTOQ.

       LE-MOVESTOQ.
           READ MOVESTOQ AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-MOVESTOQ.
           IF DATA-MOV NUMERIC
              AND DATA-MOV NOT EQUAL ZEROES
              AND DATA-MOV NOT GREATER THAN WS-HOJE
              MOVE COD-MOV  TO COD-BUSCA
              MOVE DATA-MOV TO DATA-BUSCA
              MOVE "NAO"    TO SAIDA-BUSCA
              IF TIPO-MOV EQUAL "S"
                 MOVE "SIM" TO SAIDA-BUSCA
              END-IF
              PERFORM REGISTRA-MOVIMENTO.
           PERFORM LE-MOVESTOQ.

       REGISTRA-MOVIMENTO.
           PERFORM PROCURA-ITEM-MOV.
           IF IND-ACHOU EQUAL ZEROES
              AND QTD-ITENS-MOV LESS THAN 2000
              ADD 1 TO QTD-ITENS-MOV
              MOVE QTD-ITENS-MOV TO IND-ACHOU
              MOVE COD-BUSCA TO COD-TAB(IND-ACHOU)
              MOVE ZEROES    TO ULT-SAIDA-TAB(IND-ACHOU)
                                ULT-MOV-TAB(IND-ACHOU).
           IF IND-ACHOU NOT EQUAL ZEROES
              IF DATA-BUSCA GREATER THAN ULT-MOV-TAB(IND-ACHOU)
                 MOVE DATA-BUSCA TO ULT-MOV-TAB(IND-ACHOU)
              END-IF
              IF SAIDA-BUSCA EQUAL "SIM"
                 AND DATA-BUSCA GREATER THAN ULT-SAIDA-TAB(IND-ACHOU)
                 MOVE DATA-BUSCA TO ULT-SAIDA-TAB(IND-ACHOU)
              END-IF
           END-IF.

       PROCURA-ITEM-MOV.
           MOVE ZEROES TO IND-ACHOU.
           MOVE 1      TO IND-MOV.
           PERFORM TESTA-ITEM-MOV
              UNTIL IND-MOV GREATER THAN QTD-ITENS-MOV
                 OR IND-ACHOU NOT EQUAL ZEROES.

       TESTA-ITEM-MOV.
           IF COD-TAB(IND-MOV) EQUAL COD-BUSCA
              MOVE IND-MOV TO IND-ACHOU.
           ADD 1 TO IND-MOV.

       CARREGA-PENDAPR.
           OPEN INPUT PENDAPR.
           IF PENDAPR-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-PENDAPR
              PERFORM GUARDA-PENDAPR
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PENDAPR.

       LE-PENDAPR.
           READ PENDAPR NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-AUX
           END-READ.

       GUARDA-PENDAPR.
           IF ORIGEM-PA EQUAL "TRANSITM"
              AND OPER-PA EQUAL "D"
              AND (SITUACAO-PA EQUAL "P" OR SITUACAO-PA EQUAL "A")
              MOVE COD-PA TO COD-BUSCA
              PERFORM REGISTRA-PROPOSTA.
           PERFORM LE-PENDAPR.

       CARREGA-TRANSITM.
           OPEN INPUT TRANSITM.
           IF TRANSITM-STATUS EQUAL "00"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-TRANSITM
              PERFORM GUARDA-TRANSITM
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE TRANSITM.

       LE-TRANSITM.
           READ TRANSITM AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-TRANSITM.
           IF OPER-TRN EQUAL "D"
              AND COD-TRN NUMERIC
              MOVE COD-TRN TO COD-BUSCA
              PERFORM REGISTRA-PROPOSTA.
           PERFORM LE-TRANSITM.

       REGISTRA-PROPOSTA.
           PERFORM PROCURA-PROPOSTA.
           IF PROP-ACHOU EQUAL "NAO"
              IF QTD-PROP LESS THAN 2000
                 ADD 1 TO QTD-PROP
                 MOVE COD-BUSCA TO COD-PROP-TAB(QTD-PROP)
              ELSE
                 IF PROPOSTAS-CHEIA EQUAL "NAO"
                    DISPLAY "TABELA DE PROPOSTAS CHEIA - ITEM "
                       COD-BUSCA
                    DISPLAY "NOVAS PROPOSTAS SUSPENSAS NESTA EXECUCAO"
                    MOVE "SIM" TO PROPOSTAS-CHEIA
                    MOVE 12 TO RETURN-CODE.

       PROCURA-PROPOSTA.
           MOVE "NAO" TO PROP-ACHOU.
           MOVE 1     TO IND-PROP.
           PERFORM TESTA-PROPOSTA
              UNTIL IND-PROP GREATER THAN QTD-PROP
                 OR PROP-ACHOU EQUAL "SIM".

       TESTA-PROPOSTA.
           IF COD-PROP-TAB(IND-PROP) EQUAL COD-BUSCA
              MOVE "SIM" TO PROP-ACHOU.
           ADD 1 TO IND-PROP.

       ABRE-CONSUMO.
           OPEN INPUT CONSUMO.
           IF CONSUMO-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-CONSUMO.

       ABRE-SALDODEP.
           OPEN INPUT SALDODEP.
           IF SALDODEP-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-SALDODEP.

       ABRE-SALDLOTE.
           OPEN INPUT SALDLOTE.
           IF SALDLOTE-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-SALDLOTE.

       LEITURA.
           READ CADESTOQ NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO TOTAL-LIDOS.
           IF SITUACAO-EST EQUAL "I"
              ADD 1 TO TOTAL-INATIVOS
           ELSE
              PERFORM AVALIA-ITEM.
           PERFORM LEITURA.

       AVALIA-ITEM.
           MOVE ZEROES TO ANOMES-SAIDA-CON CONSUMO-12M.
           MOVE ZEROES TO ULT-SAIDA-WS ULT-MOV-WS QTDE-VENCIDA.
           IF TEM-CONSUMO EQUAL "SIM"
              PERFORM LE-CONSUMO.
           MOVE COD TO COD-BUSCA.
           PERFORM PROCURA-ITEM-MOV.
           IF IND-ACHOU NOT EQUAL ZEROES
              MOVE ULT-SAIDA-TAB(IND-ACHOU) TO ULT-SAIDA-WS
              MOVE ULT-MOV-TAB(IND-ACHOU)   TO ULT-MOV-WS.
           PERFORM CALCULA-MESES.
           PERFORM CLASSIFICA-ITEM.
           PERFORM CALCULA-COBERTURA.
           IF TEM-SALDLOTE EQUAL "SIM"
              PERFORM SOMA-LOTES-VENCIDOS.
           COMPUTE VALOR-ITEM = QTDE-ESTOQUE * PRECO-UNITARIO.
           EVALUATE CLASSE-WS
              WHEN "ATIVO"
                 ADD 1          TO QTD-ATIVO
                 ADD VALOR-ITEM TO VALOR-ATIVO
              WHEN "LENTO"
                 ADD 1          TO QTD-LENTO
                 ADD VALOR-ITEM TO VALOR-LENTO
              WHEN OTHER
                 ADD 1          TO QTD-OBSOL
                 ADD VALOR-ITEM TO VALOR-OBSOL
                 PERFORM PROPOE-INATIVACAO
           END-EVALUATE.
           PERFORM IMPRESSAO.
           IF CLASSE-WS NOT EQUAL "ATIVO"
              AND TEM-SALDODEP EQUAL "SIM"
              AND QTDE-ESTOQUE GREATER THAN ZEROES
              PERFORM IMPRIME-DEPOSITOS.

       LE-CONSUMO.
           MOVE COD TO COD-CON.
           READ CONSUMO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO IND-CON
                 PERFORM TESTA-CONSUMO
                    UNTIL IND-CON GREATER THAN 12
           END-READ.

       TESTA-CONSUMO.
           IF ANOMES-CON(IND-CON) NUMERIC
              AND QTDE-CON(IND-CON) NUMERIC
              AND ANOMES-CON(IND-CON) NOT EQUAL ZEROES
              AND QTDE-CON(IND-CON) GREATER THAN ZEROES
              IF ANOMES-CON(IND-CON) GREATER THAN ANOMES-SAIDA-CON
                 MOVE ANOMES-CON(IND-CON) TO ANOMES-SAIDA-CON
              END-IF
              MOVE ANOMES-CON(IND-CON) TO ANOMES-AUX
              COMPUTE IDX-AUX = ANO-AM * 12 + MES-AM
              IF IDX-AUX NOT GREATER THAN IDX-ATUAL
                 AND IDX-ATUAL - IDX-AUX LESS THAN 12
                 ADD QTDE-CON(IND-CON) TO CONSUMO-12M
              END-IF
           END-IF.
           ADD 1 TO IND-CON.

       CALCULA-MESES.
           MOVE ZEROES TO IDX-REF.
           IF ULT-SAIDA-WS NOT EQUAL ZEROES
              MOVE ULT-SAIDA-WS TO DATA-AUX-WS
              COMPUTE IDX-REF = ANO-AUX * 12 + MES-AUX.
           IF ANOMES-SAIDA-CON NOT EQUAL ZEROES
              MOVE ANOMES-SAIDA-CON TO ANOMES-AUX
              COMPUTE IDX-AUX = ANO-AM * 12 + MES-AM
              IF IDX-AUX GREATER THAN IDX-REF
                 MOVE IDX-AUX TO IDX-REF.
           IF IDX-REF EQUAL ZEROES
              AND ULT-MOV-WS NOT EQUAL ZEROES
              MOVE ULT-MOV-WS TO DATA-AUX-WS
              COMPUTE IDX-REF = ANO-AUX * 12 + MES-AUX.
           IF IDX-REF EQUAL ZEROES
              MOVE 999 TO MESES-SEM-SAIDA
           ELSE
              IF IDX-REF NOT LESS THAN IDX-ATUAL
                 MOVE ZEROES TO MESES-SEM-SAIDA
              ELSE
                 COMPUTE MESES-SEM-SAIDA = IDX-ATUAL - IDX-REF.

       CLASSIFICA-ITEM.
           IF MESES-SEM-SAIDA NOT LESS THAN MESES-OBSOL
              MOVE "OBSOLETO" TO CLASSE-WS
           ELSE
              IF MESES-SEM-SAIDA NOT LESS THAN MESES-LENTO
                 MOVE "LENTO" TO CLASSE-WS
              ELSE
                 MOVE "ATIVO" TO CLASSE-WS.

       CALCULA-COBERTURA.
           COMPUTE MEDIA-MENSAL = CONSUMO-12M / 12.
           IF QTDE-ESTOQUE EQUAL ZEROES
              MOVE ZEROES TO COBERTURA
           ELSE
              IF MEDIA-MENSAL EQUAL ZEROES
                 MOVE 999,9 TO COBERTURA
              ELSE
                 COMPUTE COBERTURA ROUNDED =
                    QTDE-ESTOQUE / MEDIA-MENSAL
                    ON SIZE ERROR
                       MOVE 999,9 TO COBERTURA
                 END-COMPUTE.

       SOMA-LOTES-VENCIDOS.
           MOVE "NAO"  TO FIM-LOTE.
           MOVE COD    TO COD-SL.
           MOVE ZEROES TO DEP-SL.
           MOVE LOW-VALUES TO LOTE-SL.
           START SALDLOTE KEY IS NOT LESS THAN CHAVE-SL
              INVALID KEY
                 MOVE "SIM" TO FIM-LOTE
           END-START.
           PERFORM LE-SALDLOTE.
           PERFORM ACUMULA-LOTE
              UNTIL FIM-LOTE EQUAL "SIM".

       LE-SALDLOTE.
           IF FIM-LOTE NOT EQUAL "SIM"
              READ SALDLOTE NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-LOTE
              END-READ
              IF FIM-LOTE NOT EQUAL "SIM"
                 AND COD-SL NOT EQUAL COD
                 MOVE "SIM" TO FIM-LOTE.

       ACUMULA-LOTE.
           IF VALIDADE-SL NOT EQUAL ZEROES
              AND VALIDADE-SL LESS THAN WS-HOJE
              ADD QTDE-SL TO QTDE-VENCIDA.
           PERFORM LE-SALDLOTE.

       PROPOE-INATIVACAO.
           MOVE COD TO COD-BUSCA.
           PERFORM PROCURA-PROPOSTA.
           IF PROP-ACHOU EQUAL "SIM"
              ADD 1 TO TOTAL-JA-PROPOSTAS
           ELSE
              IF PROPOSTAS-CHEIA EQUAL "NAO"
                 PERFORM GRAVA-PROPOSTA.

       GRAVA-PROPOSTA.
           IF ABERTO-TRANSITM NOT EQUAL "SIM"
              OPEN EXTEND TRANSITM
              IF TRANSITM-STATUS EQUAL "35"
                 OPEN OUTPUT TRANSITM
              END-IF
              MOVE "SIM" TO ABERTO-TRANSITM.
           MOVE "D"         TO OPER-TRN.
           MOVE COD         TO COD-TRN.
           MOVE NOME        TO NOME-TRN.
           MOVE ZEROES      TO PRECO-TRN PONTOREPO-TRN NUM-APR-TRN.
           MOVE OPERADOR-WS TO OPERADOR-TRN.
           WRITE REG-TRN.
           ADD 1 TO TOTAL-PROPOSTAS.
           PERFORM REGISTRA-PROPOSTA.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE COD          TO COD-REL.
           MOVE NOME         TO NOME-REL.
           MOVE CLASSE-WS    TO CLASSE-REL.
           IF IDX-REF EQUAL ZEROES
              MOVE "SEM MOVTO." TO ULT-SAIDA-REL
           ELSE
              IF ULT-SAIDA-WS EQUAL ZEROES
                 AND ANOMES-SAIDA-CON EQUAL ZEROES
                 MOVE "SEM SAIDA"  TO ULT-SAIDA-REL
              ELSE
                 PERFORM FORMATA-ULT-SAIDA.
           MOVE MESES-SEM-SAIDA TO MESES-REL.
           MOVE QTDE-ESTOQUE TO QTDE-REL.
           MOVE VALOR-ITEM   TO VALOR-REL.
           MOVE COBERTURA    TO COBERT-REL.
           MOVE QTDE-VENCIDA TO VENC-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       FORMATA-ULT-SAIDA.
           MOVE ZEROES TO DIA-FMT.
           IF ULT-SAIDA-WS NOT EQUAL ZEROES
              MOVE ULT-SAIDA-WS TO DATA-AUX-WS
              MOVE DIA-AUX      TO DIA-FMT
              COMPUTE IDX-AUX = ANO-AUX * 12 + MES-AUX
              IF IDX-AUX LESS THAN IDX-REF
                 MOVE ZEROES TO DIA-FMT.
           IF DIA-FMT EQUAL ZEROES
              MOVE ANOMES-SAIDA-CON TO ANOMES-AUX
              MOVE ANO-AM           TO ANO-AUX
              MOVE MES-AM           TO MES-AUX.
           MOVE MES-AUX TO MES-FMT.
           MOVE ANO-AUX TO ANO-FMT.
           MOVE DATA-FMT TO ULT-SAIDA-REL.

       IMPRIME-DEPOSITOS.
           MOVE ZEROES TO QTD-DEP-LIN.
           MOVE "NAO"  TO FIM-DEP.
           MOVE COD    TO COD-SD.
           MOVE ZEROES TO DEP-SD.
           START SALDODEP KEY IS NOT LESS THAN CHAVE-SD
              INVALID KEY
                 MOVE "SIM" TO FIM-DEP
           END-START.
           PERFORM LE-SALDODEP.
           PERFORM GUARDA-DEPOSITO
              UNTIL FIM-DEP EQUAL "SIM".
           IF QTD-DEP-LIN GREATER THAN ZEROES
              PERFORM ESCREVE-LINHA-DEP.

       LE-SALDODEP.
           IF FIM-DEP NOT EQUAL "SIM"
              READ SALDODEP NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-DEP
              END-READ
              IF FIM-DEP NOT EQUAL "SIM"
                 AND COD-SD NOT EQUAL COD
                 MOVE "SIM" TO FIM-DEP.

       GUARDA-DEPOSITO.
           IF QTDE-SD GREATER THAN ZEROES
              IF QTD-DEP-LIN EQUAL 5
                 PERFORM ESCREVE-LINHA-DEP
              END-IF
              ADD 1 TO QTD-DEP-LIN
              MOVE DEP-SD  TO DEP-LIN(QTD-DEP-LIN)
              MOVE QTDE-SD TO QTDE-LIN(QTD-DEP-LIN).
           PERFORM LE-SALDODEP.

       ESCREVE-LINHA-DEP.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           WRITE REG-REL FROM LINHA-DEP AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE ZEROES TO QTD-DEP-LIN.
           MOVE 1 TO IND-CON.
           PERFORM LIMPA-DEPOSITO
              UNTIL IND-CON GREATER THAN 5.

       LIMPA-DEPOSITO.
           MOVE ZEROES TO DEP-LIN(IND-CON) QTDE-LIN(IND-CON).
           ADD 1 TO IND-CON.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE MESES-LENTO TO LENTO-CAB.
           MOVE MESES-OBSOL TO OBSOL-CAB.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-PARM AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           MOVE QTD-ATIVO       TO QTD-ATI-ED.
           MOVE VALOR-ATIVO     TO VLR-ATI-ED.
           MOVE QTD-LENTO       TO QTD-LEN-ED.
           MOVE VALOR-LENTO     TO VLR-LEN-ED.
           MOVE QTD-OBSOL       TO QTD-OBS-ED.
           MOVE VALOR-OBSOL     TO VLR-OBS-ED.
           MOVE TOTAL-INATIVOS  TO TOT-INA-ED.
           MOVE TOTAL-PROPOSTAS TO TOT-PRO-ED.
           MOVE TOTAL-JA-PROPOSTAS TO TOT-JPR-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE CADESTOQ
                    RELOBSO
              IF TEM-CONSUMO EQUAL "SIM"
                 CLOSE CONSUMO
              END-IF
              IF TEM-SALDODEP EQUAL "SIM"
                 CLOSE SALDODEP
              END-IF
              IF TEM-SALDLOTE EQUAL "SIM"
                 CLOSE SALDLOTE
              END-IF
              IF ABERTO-TRANSITM EQUAL "SIM"
                 CLOSE TRANSITM
              END-IF
           END-IF.
