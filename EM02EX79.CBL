       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX79.
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
           SELECT VIAGENS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VIAG
           FILE STATUS IS VIAGENS-STATUS.
           SELECT CUSTOVIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOVIA-STATUS.
           SELECT RESEROK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESEROK-STATUS.
           SELECT REEMBFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REEMBFIN-STATUS.
           SELECT RELRENT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD VIAGENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VIAGENS.DAT".
       01 REG-VIAG.
           02 CHAVE-VIAG.
            03 DESTINO-VIAG  PIC X(03).
            03 DTVIAGEM-VIAG PIC 9(08).
           02 CAPACIDADE-VIAG PIC 9(03).
           02 VENDIDOS-VIAG   PIC 9(03).
           02 PRECO-VIAG      PIC 9(07)V9(02).

       FD CUSTOVIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CUSTOVIA.DAT".
       01 REG-CV.
           02 CHAVE-CV.
            03 DESTINO-CV    PIC X(03).
            03 DTVIAGEM-CV   PIC 9(08).
           02 ONIBUS-CV      PIC 9(07)V9(02).
           02 HOTEL-CV       PIC 9(07)V9(02).
           02 GUIA-CV        PIC 9(07)V9(02).
           02 SEGURO-CV      PIC 9(07)V9(02).

       FD RESEROK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESEROK.DAT".
       01 REG-ROK.
           02 CPF-ROK      PIC 9(11).
           02 DESTINO-ROK  PIC X(03).
           02 DTVIAGEM-ROK.
            03 DIA-ROK     PIC 9(02).
            03 MES-ROK     PIC 9(02).
            03 ANO-ROK     PIC 9(04).
           02 LUGARES-ROK  PIC 9(03).
           02 VALOR-ROK    PIC 9(07)V9(02).

       FD REEMBFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBFIN.DAT".
       01 REG-REE.
           02 CPF-REE      PIC 9(11).
           02 DESTINO-REE  PIC X(03).
           02 DTVIAGEM-REE PIC 9(08).
           02 VALOR-REE    PIC 9(07)V9(02).
           02 PCT-MULTA-REE PIC 9(03).
           02 REEMBOLSO-REE PIC 9(07)V9(02).

       FD RELRENT
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 TABELA-ESTOURO   PIC X(03) VALUE "NAO".
       77 VIAGENS-STATUS   PIC X(02) VALUE ZEROES.
       77 CUSTOVIA-STATUS  PIC X(02) VALUE ZEROES.
       77 RESEROK-STATUS   PIC X(02) VALUE ZEROES.
       77 REEMBFIN-STATUS  PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 PRIMEIRO-REG     PIC X(03) VALUE "SIM".
       77 DESTINO-ANT      PIC X(03) VALUE SPACES.
       77 DESTINO-PROC     PIC X(03) VALUE SPACES.
       77 DTVIAGEM-PROC    PIC 9(08) VALUE ZEROES.
       77 QTD-RES          PIC 9(03) VALUE ZEROES.
       77 IND-RES          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-RES    PIC 9(03) VALUE ZEROES.
       77 RECEITA-WS       PIC 9(09)V9(02) VALUE ZEROES.
       77 CUSTO-WS         PIC 9(09)V9(02) VALUE ZEROES.
       77 MARGEM-WS        PIC S9(09)V9(02) VALUE ZEROES.
       77 OCUPACAO-WS      PIC 9(03)V9(01) VALUE ZEROES.
       77 PONTO-EQ-WS      PIC 9(05) VALUE ZEROES.
       77 PONTO-EQ-CALC    PIC 9(05)V9(04) VALUE ZEROES.
       77 TOT-VIAGENS      PIC 9(05) VALUE ZEROES.
       77 TOT-NEGATIVAS    PIC 9(05) VALUE ZEROES.
       77 CAP-DEST         PIC 9(07) VALUE ZEROES.
       77 VEND-DEST        PIC 9(07) VALUE ZEROES.
       77 REC-DEST         PIC 9(11)V9(02) VALUE ZEROES.
       77 CUSTO-DEST       PIC 9(11)V9(02) VALUE ZEROES.
       77 CAP-GERAL        PIC 9(07) VALUE ZEROES.
       77 VEND-GERAL       PIC 9(07) VALUE ZEROES.
       77 REC-GERAL        PIC 9(11)V9(02) VALUE ZEROES.
       77 CUSTO-GERAL      PIC 9(11)V9(02) VALUE ZEROES.
       77 MULTAS-GERAL     PIC 9(11)V9(02) VALUE ZEROES.
       77 REEMB-GERAL      PIC 9(11)V9(02) VALUE ZEROES.

       01 TABELA-RESULTADO.
           02 ITEM-RES OCCURS 500 TIMES.
              03 DESTINO-RT    PIC X(03).
              03 DTVIAGEM-RT   PIC 9(08).
              03 VENDAS-RT     PIC 9(09)V9(02).
              03 MULTAS-RT     PIC 9(09)V9(02).
              03 REEMB-RT      PIC 9(09)V9(02).
              03 CUSTO-RT      PIC 9(09)V9(02).

       01 DTVIAG-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RENTABILIDADE POR SAIDA E DE".
           02 FILLER    PIC X(6)  VALUE "STINO ".
           02 FILLER    PIC X(25) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(23) VALUE "DES DT. VIAGEM VEND/CAP".
           02 FILLER    PIC X(6)  VALUE " OCUP%".
           02 FILLER    PIC X(14) VALUE "       RECEITA".
           02 FILLER    PIC X(14) VALUE "         CUSTO".
           02 FILLER    PIC X(15) VALUE "         MARGEM".
           02 FILLER    PIC X(5)  VALUE " P.E.".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DESTINO-REL  PIC X(3).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DTVIAG-REL   PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VEND-REL     PIC ZZ9.
           02 FILLER       PIC X(1) VALUE "/".
           02 CAP-REL      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OCUP-REL     PIC ZZ9,9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RECEITA-REL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CUSTO-REL    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MARGEM-REL   PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PONTO-EQ-REL PIC ZZZ9.

       01 DETALHE-CANC.
           02 FILLER       PIC X(16) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE "MULTAS RETIDAS:  ".
           02 MULTAS-REL   PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(17) VALUE "  REEMBOLSOS:    ".
           02 REEMB-REL    PIC ZZZ.ZZ9,99.

       01 SUBT-DEST.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 FILLER       PIC X(8) VALUE "DESTINO ".
           02 DEST-SUBT    PIC X(3).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VEND-SUBT    PIC ZZZZ9.
           02 FILLER       PIC X(1) VALUE "/".
           02 CAP-SUBT     PIC ZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OCUP-SUBT    PIC ZZ9,9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RECEITA-SUBT PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CUSTO-SUBT   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MARGEM-SUBT  PIC -ZZ.ZZZ.ZZ9,99.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SAIDAS ANALISADAS        : ".
           02 TOT-VIA-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SAIDAS COM PREJUIZO      : ".
           02 TOT-NEG-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "OCUPACAO MEDIA %         : ".
           02 OCUP-GER-ED PIC ZZ9,9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MULTAS RETIDAS           : ".
           02 MULTAS-GER-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REEMBOLSOS PAGOS         : ".
           02 REEMB-GER-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECEITA TOTAL            : ".
           02 REC-GER-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CUSTO TOTAL              : ".
           02 CUSTO-GER-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MARGEM TOTAL             : ".
           02 MARGEM-GER-ED PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX79".
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
          PERFORM LE-VIAGEM
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM"
          PERFORM ULTIMO-SUBTOTAL
          PERFORM RODAPE
          CLOSE VIAGENS
                RELRENT.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-VIAGENS   TO LOG-LIDOS.
           MOVE TOT-VIAGENS   TO LOG-GRAVADOS.
           MOVE TOT-NEGATIVAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           OPEN INPUT VIAGENS.
           IF VIAGENS-STATUS EQUAL "35"
              DISPLAY "VIAGENS.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-VENDAS
              PERFORM CARREGA-CANCELAMENTOS
              PERFORM CARREGA-CUSTOS
              IF TABELA-ESTOURO EQUAL "SIM"
                 MOVE "SIM" TO FIM-ARQ
                 CLOSE VIAGENS
              ELSE
                 OPEN OUTPUT RELRENT
                 MOVE ZEROES TO DTVIAGEM-VIAG
                 MOVE SPACES TO DESTINO-VIAG
                 START VIAGENS KEY IS NOT LESS THAN CHAVE-VIAG
                    INVALID KEY
                       MOVE "SIM" TO FIM-ARQ
                 END-START
              END-IF
           END-IF.

       CARREGA-VENDAS.
           OPEN INPUT RESEROK.
           IF RESEROK-STATUS EQUAL "35"
              DISPLAY "RESEROK.DAT NAO ENCONTRADO - SEM VENDAS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RESEROK
              PERFORM ACUMULA-VENDA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RESEROK.

       LE-RESEROK.
           READ RESEROK AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-VENDA.
           MOVE DESTINO-ROK TO DESTINO-PROC.
           COMPUTE DTVIAGEM-PROC = ANO-ROK * 10000
                                 + MES-ROK * 100
                                 + DIA-ROK.
           PERFORM ACHA-RESULTADO.
           IF IND-ACHOU-RES NOT EQUAL ZEROES
              ADD VALOR-ROK TO VENDAS-RT(IND-ACHOU-RES).
           PERFORM LE-RESEROK.

       CARREGA-CANCELAMENTOS.
           OPEN INPUT REEMBFIN.
           IF REEMBFIN-STATUS EQUAL "35"
              DISPLAY "REEMBFIN.DAT NAO ENCONTRADO - SEM CANCELAMENTOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-REEMBFIN
              PERFORM ACUMULA-CANCELAMENTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE REEMBFIN.

       LE-REEMBFIN.
           READ REEMBFIN AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-CANCELAMENTO.
           MOVE DESTINO-REE  TO DESTINO-PROC.
           MOVE DTVIAGEM-REE TO DTVIAGEM-PROC.
           PERFORM ACHA-RESULTADO.
           IF IND-ACHOU-RES NOT EQUAL ZEROES
              ADD REEMBOLSO-REE TO REEMB-RT(IND-ACHOU-RES)
              COMPUTE MULTAS-RT(IND-ACHOU-RES) =
                 MULTAS-RT(IND-ACHOU-RES) + VALOR-REE - REEMBOLSO-REE.
           PERFORM LE-REEMBFIN.

       CARREGA-CUSTOS.
           OPEN INPUT CUSTOVIA.
           IF CUSTOVIA-STATUS EQUAL "35"
              DISPLAY "CUSTOVIA.DAT NAO ENCONTRADO - CUSTOS ZERADOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CUSTOVIA
              PERFORM ACUMULA-CUSTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CUSTOVIA.

       LE-CUSTOVIA.
           READ CUSTOVIA AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-CUSTO.
           MOVE DESTINO-CV  TO DESTINO-PROC.
           MOVE DTVIAGEM-CV TO DTVIAGEM-PROC.
           PERFORM ACHA-RESULTADO.
           IF IND-ACHOU-RES NOT EQUAL ZEROES
              COMPUTE CUSTO-RT(IND-ACHOU-RES) =
                 CUSTO-RT(IND-ACHOU-RES) + ONIBUS-CV + HOTEL-CV
                                         + GUIA-CV + SEGURO-CV.
           PERFORM LE-CUSTOVIA.

       ACHA-RESULTADO.
           MOVE ZEROES TO IND-ACHOU-RES.
           MOVE 1      TO IND-RES.
           PERFORM TESTA-RESULTADO
              UNTIL IND-RES GREATER THAN QTD-RES
                 OR IND-ACHOU-RES NOT EQUAL ZEROES.
           IF IND-ACHOU-RES EQUAL ZEROES
              IF QTD-RES LESS THAN 500
                 ADD 1 TO QTD-RES
                 MOVE QTD-RES       TO IND-ACHOU-RES
                 MOVE DESTINO-PROC  TO DESTINO-RT(IND-ACHOU-RES)
                 MOVE DTVIAGEM-PROC TO DTVIAGEM-RT(IND-ACHOU-RES)
                 MOVE ZEROES TO VENDAS-RT(IND-ACHOU-RES)
                 MOVE ZEROES TO MULTAS-RT(IND-ACHOU-RES)
                 MOVE ZEROES TO REEMB-RT(IND-ACHOU-RES)
                 MOVE ZEROES TO CUSTO-RT(IND-ACHOU-RES)
              ELSE
                 IF TABELA-ESTOURO EQUAL "NAO"
                    DISPLAY "TABELA DE VIAGENS CHEIA - DESTINO "
                            DESTINO-PROC " " DTVIAGEM-PROC
                    MOVE "SIM" TO TABELA-ESTOURO
                    MOVE 12 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       TESTA-RESULTADO.
           IF DESTINO-RT(IND-RES) EQUAL DESTINO-PROC
              AND DTVIAGEM-RT(IND-RES) EQUAL DTVIAGEM-PROC
              MOVE IND-RES TO IND-ACHOU-RES.
           ADD 1 TO IND-RES.

       LE-VIAGEM.
           READ VIAGENS NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           PERFORM QUEBRA-DESTINO.
           MOVE DESTINO-VIAG  TO DESTINO-PROC.
           MOVE DTVIAGEM-VIAG TO DTVIAGEM-PROC.
           PERFORM ACHA-RESULTADO.
           PERFORM CALCULA-SAIDA.
           PERFORM IMPRIME-SAIDA.
           PERFORM LE-VIAGEM.

       QUEBRA-DESTINO.
           IF PRIMEIRO-REG EQUAL "SIM"
              MOVE "NAO" TO PRIMEIRO-REG
              MOVE DESTINO-VIAG TO DESTINO-ANT
           ELSE
              IF DESTINO-VIAG NOT EQUAL DESTINO-ANT
                 PERFORM SUBTOTAL-DESTINO
                 MOVE DESTINO-VIAG TO DESTINO-ANT.

       CALCULA-SAIDA.
           MOVE ZEROES TO RECEITA-WS CUSTO-WS.
           MOVE ZEROES TO MULTAS-REL REEMB-REL.
           IF IND-ACHOU-RES NOT EQUAL ZEROES
              COMPUTE RECEITA-WS = VENDAS-RT(IND-ACHOU-RES)
                                 + MULTAS-RT(IND-ACHOU-RES)
              MOVE CUSTO-RT(IND-ACHOU-RES)  TO CUSTO-WS
              MOVE MULTAS-RT(IND-ACHOU-RES) TO MULTAS-REL
              MOVE REEMB-RT(IND-ACHOU-RES)  TO REEMB-REL
              ADD MULTAS-RT(IND-ACHOU-RES)  TO MULTAS-GERAL
              ADD REEMB-RT(IND-ACHOU-RES)   TO REEMB-GERAL.
           COMPUTE MARGEM-WS = RECEITA-WS - CUSTO-WS.
           IF CAPACIDADE-VIAG EQUAL ZEROES
              MOVE ZEROES TO OCUPACAO-WS
           ELSE
              COMPUTE OCUPACAO-WS ROUNDED =
                 VENDIDOS-VIAG * 100 / CAPACIDADE-VIAG.
           IF PRECO-VIAG EQUAL ZEROES
              MOVE ZEROES TO PONTO-EQ-WS
           ELSE
              COMPUTE PONTO-EQ-CALC = CUSTO-WS / PRECO-VIAG
              MOVE PONTO-EQ-CALC TO PONTO-EQ-WS
              IF PONTO-EQ-CALC GREATER THAN PONTO-EQ-WS
                 ADD 1 TO PONTO-EQ-WS.
           ADD 1 TO TOT-VIAGENS.
           IF MARGEM-WS LESS THAN ZEROES
              ADD 1 TO TOT-NEGATIVAS.
           ADD CAPACIDADE-VIAG TO CAP-DEST CAP-GERAL.
           ADD VENDIDOS-VIAG   TO VEND-DEST VEND-GERAL.
           ADD RECEITA-WS      TO REC-DEST REC-GERAL.
           ADD CUSTO-WS        TO CUSTO-DEST CUSTO-GERAL.

       IMPRIME-SAIDA.
           IF CT-LIN GREATER THAN 24
              PERFORM CABECALHO.
           MOVE DESTINO-VIAG       TO DESTINO-REL.
           MOVE DTVIAGEM-VIAG(7:2) TO DIA-FMT.
           MOVE DTVIAGEM-VIAG(5:2) TO MES-FMT.
           MOVE DTVIAGEM-VIAG(1:4) TO ANO-FMT.
           MOVE DTVIAG-FMT         TO DTVIAG-REL.
           MOVE VENDIDOS-VIAG      TO VEND-REL.
           MOVE CAPACIDADE-VIAG    TO CAP-REL.
           MOVE OCUPACAO-WS        TO OCUP-REL.
           MOVE RECEITA-WS         TO RECEITA-REL.
           MOVE CUSTO-WS           TO CUSTO-REL.
           MOVE MARGEM-WS          TO MARGEM-REL.
           MOVE PONTO-EQ-WS        TO PONTO-EQ-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           IF IND-ACHOU-RES NOT EQUAL ZEROES
              IF MULTAS-RT(IND-ACHOU-RES) GREATER THAN ZEROES
                 OR REEMB-RT(IND-ACHOU-RES) GREATER THAN ZEROES
                 WRITE REG-REL FROM DETALHE-CANC
                    AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-LIN.

       SUBTOTAL-DESTINO.
           MOVE DESTINO-ANT TO DEST-SUBT.
           MOVE VEND-DEST   TO VEND-SUBT.
           MOVE CAP-DEST    TO CAP-SUBT.
           IF CAP-DEST EQUAL ZEROES
              MOVE ZEROES TO OCUPACAO-WS
           ELSE
              COMPUTE OCUPACAO-WS ROUNDED =
                 VEND-DEST * 100 / CAP-DEST.
           MOVE OCUPACAO-WS TO OCUP-SUBT.
           MOVE REC-DEST    TO RECEITA-SUBT.
           MOVE CUSTO-DEST  TO CUSTO-SUBT.
           COMPUTE MARGEM-WS = REC-DEST - CUSTO-DEST.
           MOVE MARGEM-WS   TO MARGEM-SUBT.
           WRITE REG-REL FROM SUBT-DEST AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           ADD 3 TO CT-LIN.
           MOVE ZEROES TO CAP-DEST VEND-DEST REC-DEST CUSTO-DEST.

       ULTIMO-SUBTOTAL.
           IF PRIMEIRO-REG NOT EQUAL "SIM"
              PERFORM SUBTOTAL-DESTINO.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           IF CT-LIN GREATER THAN 17
              PERFORM CABECALHO.
           MOVE TOT-VIAGENS   TO TOT-VIA-ED.
           MOVE TOT-NEGATIVAS TO TOT-NEG-ED.
           IF CAP-GERAL EQUAL ZEROES
              MOVE ZEROES TO OCUPACAO-WS
           ELSE
              COMPUTE OCUPACAO-WS ROUNDED =
                 VEND-GERAL * 100 / CAP-GERAL.
           MOVE OCUPACAO-WS   TO OCUP-GER-ED.
           MOVE MULTAS-GERAL  TO MULTAS-GER-ED.
           MOVE REEMB-GERAL   TO REEMB-GER-ED.
           MOVE REC-GERAL     TO REC-GER-ED.
           MOVE CUSTO-GERAL   TO CUSTO-GER-ED.
           COMPUTE MARGEM-WS = REC-GERAL - CUSTO-GERAL.
           MOVE MARGEM-WS     TO MARGEM-GER-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.
