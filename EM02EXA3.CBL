       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA3.
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
           SELECT PARMCDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMCDEP-STATUS.
           SELECT CONSDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONSDEP-STATUS.
           SELECT CADDEPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADDEPTO-STATUS.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD
           FILE STATUS IS CADESTOQ-STATUS.
           SELECT CDEPORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK19 ASSIGN TO SORTWK19.
           SELECT ALOCDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCDEP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMCDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCDEP.DAT".
       01 REG-PARM-CDEP.
           02 COMPET-PARM  PIC 9(06).

       FD CONSDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSDEP.DAT".
       01 REG-CD.
           02 DEPTO-CD    PIC 9(03).
           02 COD-CD      PIC 9(05).
           02 QTDE-CD     PIC 9(05).
           02 CUSTO-CD    PIC 9(06)V9(02).
           02 DATA-CD     PIC 9(08).
           02 LOTE-CD     PIC X(08).
           02 SEQ-CD      PIC 9(04).

       FD CADDEPTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REG-DEP.
           02 DEPTO-DEP   PIC 9(03).
           02 NOME-DEP    PIC X(20).
           02 GESTOR-DEP  PIC X(30).

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADESTOQ.DAT".
       COPY "CADESTOQ.CPY".

       FD CDEPORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CDEPORD.DAT".
       01 REG-ORD.
           02 DEPTO-ORD   PIC 9(03).
           02 COD-ORD     PIC 9(05).
           02 QTDE-ORD    PIC 9(05).
           02 CUSTO-ORD   PIC 9(06)V9(02).

       SD SORTWK19.
       01 SORT-CDEP-REC.
           02 DEPTO-S19   PIC 9(03).
           02 COD-S19     PIC 9(05).
           02 QTDE-S19    PIC 9(05).
           02 CUSTO-S19   PIC 9(06)V9(02).

       FD ALOCDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ALOCDEP.DAT".
       01 REG-AL.
           02 COMPET-AL   PIC 9(06).
           02 DEPTO-AL    PIC 9(03).
           02 NOME-AL     PIC X(20).
           02 QTDE-AL     PIC 9(07).
           02 VALOR-AL    PIC 9(09)V9(02).
           02 PERC-AL     PIC 9(03)V9(02).

       FD RELCDEP
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 TABELA-ESTOURO   PIC X(03) VALUE "NAO".
       77 PARMCDEP-STATUS  PIC X(02) VALUE ZEROES.
       77 CONSDEP-STATUS   PIC X(02) VALUE ZEROES.
       77 CADDEPTO-STATUS  PIC X(02) VALUE ZEROES.
       77 CADESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 TEM-CADESTOQ     PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 COMPET-WS        PIC 9(06) VALUE ZEROES.
       77 DEPTO-ATU        PIC 9(03) VALUE ZEROES.
       77 COD-ATU          PIC 9(05) VALUE ZEROES.
       77 DEPTO-PROC       PIC 9(03) VALUE ZEROES.
       77 QTD-DEPTOS       PIC 9(03) VALUE ZEROES.
       77 IND-DEP          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-DEP    PIC 9(03) VALUE ZEROES.
       77 QTDE-ITEM        PIC 9(07) VALUE ZEROES.
       77 VALOR-ITEM       PIC 9(09)V9(02) VALUE ZEROES.
       77 CUSTO-MEDIO      PIC 9(06)V9(02) VALUE ZEROES.
       77 QTDE-DEPTO       PIC 9(07) VALUE ZEROES.
       77 VALOR-DEPTO      PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-GERAL      PIC 9(11)V9(02) VALUE ZEROES.
       77 PERC-WS          PIC 9(03)V9(02) VALUE ZEROES.
       77 TOT-REGISTROS    PIC 9(05) VALUE ZEROES.
       77 TOT-SELECIONADOS PIC 9(05) VALUE ZEROES.
       77 TOT-DEPTOS-CONS  PIC 9(05) VALUE ZEROES.

       01 TABELA-DEPTOS.
           02 ITEM-DEP-TAB OCCURS 100 TIMES.
              03 DEPTO-TAB      PIC 9(03).
              03 NOME-DEP-TAB   PIC X(20).
              03 QTDE-DEP-TAB   PIC 9(07).
              03 VALOR-DEP-TAB  PIC 9(09)V9(02).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "CONSUMO DE MATERIAL POR DEPA".
           02 FILLER    PIC X(12) VALUE "RTAMENTO -  ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(1)  VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(12) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(7)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "ITEM".
           02 FILLER    PIC X(16) VALUE "DESCRICAO".
           02 FILLER    PIC X(10) VALUE "      QTDE".
           02 FILLER    PIC X(14) VALUE "   CUSTO MEDIO".
           02 FILLER    PIC X(16) VALUE "           VALOR".

       01 LINHA-DEPTO.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 FILLER        PIC X(6) VALUE "DEPTO ".
           02 DEPTO-LIN     PIC 9(3).
           02 FILLER        PIC X(3) VALUE " - ".
           02 NOME-DEP-LIN  PIC X(20).

       01 DETALHE.
           02 FILLER        PIC X(7) VALUE SPACES.
           02 COD-REL       PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(15).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-REL      PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 CUSTO-REL     PIC ZZZ.ZZ9,99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 VALOR-REL     PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-DEPTO.
           02 FILLER        PIC X(13) VALUE SPACES.
           02 FILLER        PIC X(16) VALUE "TOTAL DO DEPTO  ".
           02 QTDE-TOT-REL  PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(14) VALUE SPACES.
           02 VALOR-TOT-REL PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-RATEIO.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RATEIO DO MES POR CENTRO DE ".
           02 FILLER    PIC X(5)  VALUE "CUSTO".

       01 CAB-RATEIO-2.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "DEPTO".
           02 FILLER    PIC X(21) VALUE "NOME".
           02 FILLER    PIC X(10) VALUE "      QTDE".
           02 FILLER    PIC X(16) VALUE "           VALOR".
           02 FILLER    PIC X(8)  VALUE "       %".

       01 LINHA-RATEIO.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEPTO-RAT     PIC 9(3).
           02 FILLER        PIC X(3) VALUE SPACES.
           02 NOME-RAT      PIC X(20).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-RAT      PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 VALOR-RAT     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 PERC-RAT      PIC ZZ9,99.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEPARTAMENTOS COM CONSUMO: ".
           02 TOT-DEP-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SAIDAS DO MES            : ".
           02 TOT-SEL-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR TOTAL A RATEAR     : ".
           02 VLR-GER-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA3".
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
          AND TABELA-ESTOURO EQUAL "NAO"
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
           MOVE TOT-REGISTROS   TO LOG-LIDOS.
           MOVE TOT-DEPTOS-CONS TO LOG-GRAVADOS.
           MOVE ZEROES          TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO COMPET-WS.
           PERFORM LE-PARMCDEP.
           MOVE COMPET-WS(1:4) TO ANO-CAB.
           MOVE COMPET-WS(5:2) TO MES-CAB.
           OPEN INPUT CONSDEP.
           IF CONSDEP-STATUS EQUAL "35"
              DISPLAY "CONSDEP.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              CLOSE CONSDEP
              PERFORM CARREGA-DEPTOS
              IF TABELA-ESTOURO EQUAL "SIM"
                 MOVE "SIM" TO FIM-ARQ
              ELSE
                 PERFORM ABRE-CADESTOQ
                 SORT SORTWK19 ON ASCENDING KEY DEPTO-S19
                                                COD-S19
                      INPUT PROCEDURE IS SELECIONA-CONSUMO
                      GIVING CDEPORD
                 OPEN INPUT CDEPORD
                 OPEN OUTPUT ALOCDEP
                 OPEN OUTPUT RELCDEP
                 MOVE "SIM" TO ARQUIVOS-ABERTOS
                 PERFORM LEITURA
              END-IF
           END-IF.

       LE-PARMCDEP.
           OPEN INPUT PARMCDEP.
           IF PARMCDEP-STATUS EQUAL "35"
              DISPLAY "PARMCDEP.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMCDEP
                 AT END
                    MOVE ZEROES TO COMPET-PARM
              END-READ
              IF COMPET-PARM NUMERIC
                 AND COMPET-PARM NOT EQUAL ZEROES
                 MOVE COMPET-PARM TO COMPET-WS
              END-IF
              CLOSE PARMCDEP.

       CARREGA-DEPTOS.
           OPEN INPUT CADDEPTO.
           IF CADDEPTO-STATUS EQUAL "35"
              DISPLAY "CADDEPTO.DAT NAO ENCONTRADO - SEM NOMES"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-DEPTO
              PERFORM GUARDA-DEPTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADDEPTO.

       LE-DEPTO.
           READ CADDEPTO AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-DEPTO.
           MOVE DEPTO-DEP TO DEPTO-PROC.
           PERFORM ACHA-DEPTO.
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              MOVE NOME-DEP TO NOME-DEP-TAB(IND-ACHOU-DEP).
           PERFORM LE-DEPTO.

       ACHA-DEPTO.
           MOVE ZEROES TO IND-ACHOU-DEP.
           MOVE 1      TO IND-DEP.
           PERFORM TESTA-DEPTO
              UNTIL IND-DEP GREATER THAN QTD-DEPTOS
                 OR IND-ACHOU-DEP NOT EQUAL ZEROES.
           IF IND-ACHOU-DEP EQUAL ZEROES
              AND QTD-DEPTOS LESS THAN 100
              ADD 1 TO QTD-DEPTOS
              MOVE QTD-DEPTOS TO IND-ACHOU-DEP
              MOVE DEPTO-PROC TO DEPTO-TAB(IND-ACHOU-DEP)
              MOVE SPACES TO NOME-DEP-TAB(IND-ACHOU-DEP)
              MOVE ZEROES TO QTDE-DEP-TAB(IND-ACHOU-DEP)
              MOVE ZEROES TO VALOR-DEP-TAB(IND-ACHOU-DEP).
           IF IND-ACHOU-DEP EQUAL ZEROES
              AND TABELA-ESTOURO EQUAL "NAO"
              DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - DEPTO "
                      DEPTO-PROC
              DISPLAY "RATEIO NAO GERADO - ENCERRANDO"
              MOVE "SIM" TO TABELA-ESTOURO
              MOVE 12 TO RETURN-CODE.

       TESTA-DEPTO.
           IF DEPTO-TAB(IND-DEP) EQUAL DEPTO-PROC
              MOVE IND-DEP TO IND-ACHOU-DEP.
           ADD 1 TO IND-DEP.

       ABRE-CADESTOQ.
           OPEN INPUT CADESTOQ.
           IF CADESTOQ-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-CADESTOQ.

       SELECIONA-CONSUMO.
           OPEN INPUT CONSDEP.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-CONSDEP.
           PERFORM FILTRA-CONSUMO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE CONSDEP.

       LE-CONSDEP.
           READ CONSDEP AT END MOVE "SIM" TO FIM-AUX.

       FILTRA-CONSUMO.
           ADD 1 TO TOT-REGISTROS.
           IF DATA-CD(1:6) EQUAL COMPET-WS
              MOVE DEPTO-CD TO DEPTO-S19
              MOVE COD-CD   TO COD-S19
              MOVE QTDE-CD  TO QTDE-S19
              MOVE CUSTO-CD TO CUSTO-S19
              RELEASE SORT-CDEP-REC
              ADD 1 TO TOT-SELECIONADOS.
           PERFORM LE-CONSDEP.

       LEITURA.
           READ CDEPORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           MOVE DEPTO-ORD TO DEPTO-ATU.
           MOVE ZEROES TO QTDE-DEPTO VALOR-DEPTO.
           MOVE DEPTO-ATU TO DEPTO-PROC.
           PERFORM ACHA-DEPTO.
           IF TABELA-ESTOURO EQUAL "SIM"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              PERFORM IMPRIME-DEPTO
              PERFORM TRATA-ITEM
                 UNTIL FIM-ARQ EQUAL "SIM"
                    OR DEPTO-ORD NOT EQUAL DEPTO-ATU
              PERFORM TOTAL-DEPTO.

       IMPRIME-DEPTO.
           IF CT-LIN GREATER THAN 22
              PERFORM CABECALHO.
           MOVE DEPTO-ATU TO DEPTO-LIN.
           MOVE SPACES    TO NOME-DEP-LIN.
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              MOVE NOME-DEP-TAB(IND-ACHOU-DEP) TO NOME-DEP-LIN.
           WRITE REG-REL FROM LINHA-DEPTO AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       TRATA-ITEM.
           MOVE COD-ORD TO COD-ATU.
           MOVE ZEROES TO QTDE-ITEM VALOR-ITEM.
           PERFORM ACUMULA-ITEM
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR DEPTO-ORD NOT EQUAL DEPTO-ATU
                 OR COD-ORD NOT EQUAL COD-ATU.
           ADD QTDE-ITEM  TO QTDE-DEPTO.
           ADD VALOR-ITEM TO VALOR-DEPTO.
           PERFORM IMPRESSAO.

       ACUMULA-ITEM.
           ADD QTDE-ORD TO QTDE-ITEM.
           COMPUTE VALOR-ITEM = VALOR-ITEM + QTDE-ORD * CUSTO-ORD.
           PERFORM LEITURA.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE COD-ATU TO COD-REL.
           MOVE SPACES  TO NOME-REL.
           IF TEM-CADESTOQ EQUAL "SIM"
              MOVE COD-ATU TO COD
              READ CADESTOQ
                 INVALID KEY
                    MOVE "*** INEXISTENTE" TO NOME-REL
                 NOT INVALID KEY
                    MOVE NOME TO NOME-REL
              END-READ.
           IF QTDE-ITEM GREATER THAN ZEROES
              COMPUTE CUSTO-MEDIO ROUNDED = VALOR-ITEM / QTDE-ITEM
           ELSE
              MOVE ZEROES TO CUSTO-MEDIO.
           MOVE QTDE-ITEM   TO QTDE-REL.
           MOVE CUSTO-MEDIO TO CUSTO-REL.
           MOVE VALOR-ITEM  TO VALOR-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       TOTAL-DEPTO.
           MOVE QTDE-DEPTO  TO QTDE-TOT-REL.
           MOVE VALOR-DEPTO TO VALOR-TOT-REL.
           WRITE REG-REL FROM LINHA-TOT-DEPTO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO TOT-DEPTOS-CONS.
           ADD VALOR-DEPTO TO VALOR-GERAL.
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              ADD QTDE-DEPTO  TO QTDE-DEP-TAB(IND-ACHOU-DEP)
              ADD VALOR-DEPTO TO VALOR-DEP-TAB(IND-ACHOU-DEP).

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-RATEIO AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-RATEIO-2 AFTER ADVANCING 2 LINES.
           MOVE 1 TO IND-DEP.
           PERFORM IMPRIME-RATEIO
              UNTIL IND-DEP GREATER THAN QTD-DEPTOS.
           MOVE TOT-DEPTOS-CONS  TO TOT-DEP-ED.
           MOVE TOT-SELECIONADOS TO TOT-SEL-ED.
           MOVE VALOR-GERAL      TO VLR-GER-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       IMPRIME-RATEIO.
           IF VALOR-DEP-TAB(IND-DEP) GREATER THAN ZEROES
              OR QTDE-DEP-TAB(IND-DEP) GREATER THAN ZEROES
              IF VALOR-GERAL GREATER THAN ZEROES
                 COMPUTE PERC-WS ROUNDED =
                    VALOR-DEP-TAB(IND-DEP) * 100 / VALOR-GERAL
              ELSE
                 MOVE ZEROES TO PERC-WS
              END-IF
              MOVE DEPTO-TAB(IND-DEP)     TO DEPTO-RAT
              MOVE NOME-DEP-TAB(IND-DEP)  TO NOME-RAT
              MOVE QTDE-DEP-TAB(IND-DEP)  TO QTDE-RAT
              MOVE VALOR-DEP-TAB(IND-DEP) TO VALOR-RAT
              MOVE PERC-WS                TO PERC-RAT
              WRITE REG-REL FROM LINHA-RATEIO AFTER ADVANCING 1 LINE
              MOVE COMPET-WS              TO COMPET-AL
              MOVE DEPTO-TAB(IND-DEP)     TO DEPTO-AL
              MOVE NOME-DEP-TAB(IND-DEP)  TO NOME-AL
              MOVE QTDE-DEP-TAB(IND-DEP)  TO QTDE-AL
              MOVE VALOR-DEP-TAB(IND-DEP) TO VALOR-AL
              MOVE PERC-WS                TO PERC-AL
              WRITE REG-AL.
           ADD 1 TO IND-DEP.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE CDEPORD
                    ALOCDEP
                    RELCDEP
              IF TEM-CADESTOQ EQUAL "SIM"
                 CLOSE CADESTOQ
              END-IF
           END-IF.
