       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX80.
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
           SELECT PARMREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMREC-STATUS.
           SELECT RESEROK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESEROK-STATUS.
           SELECT VALEUSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALEUSO-STATUS.
           SELECT PAGRSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGRSV-STATUS.
           SELECT RECRESV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RR
           FILE STATUS IS RECRESV-STATUS.
           SELECT RELRECV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMREC.DAT".
       01 REG-PARM-REC.
           02 PCT-ENTRADA-PARM PIC 9(03).
           02 QTD-PARC-PARM    PIC 9(02).
           02 DIAS-CANCEL-PARM PIC 9(03).

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

       FD VALEUSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALEUSO.DAT".
       01 REG-VU.
           02 CPF-VU       PIC 9(11).
           02 NUM-VU       PIC 9(07).
           02 DESTINO-VU   PIC X(03).
           02 DTVIAGEM-VU  PIC 9(08).
           02 VALOR-VU     PIC 9(07)V9(02).
           02 DATA-VU      PIC 9(08).

       FD PAGRSV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGRSV.DAT".
       01 REG-PG.
           02 CPF-PG       PIC 9(11).
           02 DESTINO-PG   PIC X(03).
           02 DTVIAGEM-PG  PIC 9(08).
           02 VALOR-PG     PIC 9(07)V9(02).
           02 DATA-PG      PIC 9(08).

       FD RECRESV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECRESV.DAT".
       01 REG-RR.
           02 CHAVE-RR.
            03 CPF-RR       PIC 9(11).
            03 DESTINO-RR   PIC X(03).
            03 DTVIAGEM-RR  PIC 9(08).
            03 PARCELA-RR   PIC 9(02).
           02 VENC-RR       PIC 9(08).
           02 VALOR-RR      PIC 9(07)V9(02).
           02 PAGO-RR       PIC 9(07)V9(02).
           02 DATA-PAG-RR   PIC 9(08).
           02 SITUACAO-RR   PIC X(01).

       FD RELRECV
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-PARC         PIC X(03) VALUE "NAO".
       77 PARMREC-STATUS   PIC X(02) VALUE ZEROES.
       77 RESEROK-STATUS   PIC X(02) VALUE ZEROES.
       77 VALEUSO-STATUS   PIC X(02) VALUE ZEROES.
       77 PAGRSV-STATUS    PIC X(02) VALUE ZEROES.
       77 RECRESV-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 PCT-ENTRADA-WS   PIC 9(03) VALUE 30.
       77 QTD-PARC-WS      PIC 9(02) VALUE 3.
       77 DIAS-CANCEL-WS   PIC 9(03) VALUE 15.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-VIAGEM        PIC 9(08) VALUE ZEROES.
       77 WS-LIMITE        PIC 9(08) VALUE ZEROES.
       77 WS-VENC          PIC 9(08) VALUE ZEROES.
       77 INT-HOJE         PIC 9(07) VALUE ZEROES.
       77 INT-LIMITE       PIC 9(07) VALUE ZEROES.
       77 INT-VENC         PIC 9(07) VALUE ZEROES.
       77 IND-PARC         PIC 9(02) VALUE ZEROES.
       77 QTD-VALES        PIC 9(04) VALUE ZEROES.
       77 IND-VAL          PIC 9(04) VALUE ZEROES.
       77 VALES-ESTOURO    PIC X(03) VALUE "NAO".
       77 VAL-TOTAL        PIC S9(07)V9(02) VALUE ZEROES.
       77 VAL-ENTRADA      PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-RESTANTE     PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-PARCELA      PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-ULTIMA       PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-A-BAIXAR     PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-ABERTO       PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-APLICADO     PIC 9(07)V9(02) VALUE ZEROES.
       77 TEM-PARCELAS     PIC X(03) VALUE "NAO".
       77 OCORRENCIA-WS    PIC X(30) VALUE SPACES.
       77 TOT-GERADOS      PIC 9(05) VALUE ZEROES.
       77 TOT-JA-EXISTEM   PIC 9(05) VALUE ZEROES.
       77 TOT-PAGAMENTOS   PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 SOMA-GERADO      PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-BAIXADO     PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-EXCEDENTE   PIC 9(12)V9(02) VALUE ZEROES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
           02 DIAU-DATA1   PIC 9(08).
           02 DIAU-DATA2   PIC 9(08).
           02 DIAU-DIAS    PIC S9(05).

       01 TABELA-VALES.
           02 ITEM-VALE OCCURS 3000 TIMES.
              03 CPF-TV        PIC 9(11).
              03 DESTINO-TV    PIC X(03).
              03 DTVIAGEM-TV   PIC 9(08).
              03 VALOR-TV      PIC 9(07)V9(02).

       01 DTVIAG-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 OCORRENCIA-GERA.
           02 FILLER       PIC X(19) VALUE "PARCELAMENTO GERADO".
           02 FILLER       PIC X(3)  VALUE " - ".
           02 QTD-PARC-ED  PIC Z9.
           02 FILLER       PIC X(6)  VALUE " PARC.".

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "CONTAS A RECEBER DE RESERVAS".
           02 FILLER    PIC X(31) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(11) VALUE "CPF        ".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "DEST".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DT. VIAGEM".
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "VALOR".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "OCORRENCIA".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DESTINO-REL  PIC X(3).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 DTVIAG-REL   PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VALOR-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 OCORRENCIA-REL PIC X(30).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PARCELAMENTOS GERADOS    : ".
           02 TOT-GER-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-GER-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESERVAS JA PARCELADAS   : ".
           02 TOT-EXI-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PAGAMENTOS BAIXADOS      : ".
           02 TOT-PAG-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-BAI-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PAGAMENTOS REJEITADOS    : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR PAGO A MAIOR       : ".
           02 FILLER    PIC X(9) VALUE SPACES.
           02 SOMA-EXC-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX80".
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
          PERFORM GERA-PARCELAMENTOS
          PERFORM BAIXA-PAGAMENTOS
          PERFORM RODAPE
          CLOSE RECRESV
                RELRECV.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           COMPUTE LOG-LIDOS = TOT-GERADOS + TOT-JA-EXISTEM
                             + TOT-PAGAMENTOS + TOT-REJEITADOS.
           COMPUTE LOG-GRAVADOS = TOT-GERADOS + TOT-PAGAMENTOS.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           PERFORM LE-PARMREC.
           PERFORM CARREGA-VALES.
           OPEN I-O RECRESV.
           IF RECRESV-STATUS EQUAL "35"
              OPEN OUTPUT RECRESV
              CLOSE RECRESV
              OPEN I-O RECRESV.
           OPEN OUTPUT RELRECV.

       LE-PARMREC.
           OPEN INPUT PARMREC.
           IF PARMREC-STATUS EQUAL "35"
              DISPLAY "PARMREC.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMREC
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PCT-ENTRADA-PARM TO PCT-ENTRADA-WS
                    MOVE QTD-PARC-PARM    TO QTD-PARC-WS
                    MOVE DIAS-CANCEL-PARM TO DIAS-CANCEL-WS
              END-READ
              CLOSE PARMREC.
           IF PCT-ENTRADA-WS GREATER THAN 100
              MOVE 100 TO PCT-ENTRADA-WS.

       CARREGA-VALES.
           OPEN INPUT VALEUSO.
           IF VALEUSO-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-VALEUSO
              PERFORM GUARDA-VALE
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR VALES-ESTOURO EQUAL "SIM"
              CLOSE VALEUSO.

       LE-VALEUSO.
           READ VALEUSO AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-VALE.
           IF DTVIAGEM-VU GREATER THAN WS-HOJE
              IF QTD-VALES LESS THAN 3000
                 ADD 1 TO QTD-VALES
                 MOVE CPF-VU      TO CPF-TV(QTD-VALES)
                 MOVE DESTINO-VU  TO DESTINO-TV(QTD-VALES)
                 MOVE DTVIAGEM-VU TO DTVIAGEM-TV(QTD-VALES)
                 MOVE VALOR-VU    TO VALOR-TV(QTD-VALES)
              ELSE
                 DISPLAY "TABELA DE VALES CHEIA - PARCELAMENTOS"
                         " NAO GERADOS"
                 MOVE "SIM" TO VALES-ESTOURO
                 MOVE 12 TO RETURN-CODE.
           PERFORM LE-VALEUSO.

       GERA-PARCELAMENTOS.
           OPEN INPUT RESEROK.
           IF RESEROK-STATUS EQUAL "35"
              DISPLAY "RESEROK.DAT NAO ENCONTRADO - SEM RESERVAS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-RESEROK
              PERFORM TRATA-RESERVA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE RESEROK.

       LE-RESEROK.
           READ RESEROK AT END MOVE "SIM" TO FIM-AUX.

       TRATA-RESERVA.
           COMPUTE WS-VIAGEM = ANO-ROK * 10000
                             + MES-ROK * 100
                             + DIA-ROK.
           IF WS-VIAGEM GREATER THAN WS-HOJE
              AND VALES-ESTOURO EQUAL "NAO"
              MOVE CPF-ROK     TO CPF-RR
              MOVE DESTINO-ROK TO DESTINO-RR
              MOVE WS-VIAGEM   TO DTVIAGEM-RR
              MOVE ZEROES      TO PARCELA-RR
              READ RECRESV
                 INVALID KEY
                    PERFORM MONTA-PARCELAMENTO
                 NOT INVALID KEY
                    ADD 1 TO TOT-JA-EXISTEM
              END-READ.
           PERFORM LE-RESEROK.

       MONTA-PARCELAMENTO.
           COMPUTE VAL-TOTAL = VALOR-ROK.
           MOVE 1 TO IND-VAL.
           PERFORM DESCONTA-VALE
              UNTIL IND-VAL GREATER THAN QTD-VALES.
           IF VAL-TOTAL LESS THAN ZEROES
              MOVE ZEROES TO VAL-TOTAL.
           COMPUTE INT-LIMITE =
              FUNCTION INTEGER-OF-DATE(WS-VIAGEM) - DIAS-CANCEL-WS.
           IF INT-LIMITE LESS THAN INT-HOJE
              MOVE INT-HOJE TO INT-LIMITE.
           IF QTD-PARC-WS EQUAL ZEROES
              OR INT-LIMITE EQUAL INT-HOJE
              MOVE VAL-TOTAL TO VAL-ENTRADA
           ELSE
              COMPUTE VAL-ENTRADA ROUNDED =
                 VAL-TOTAL * PCT-ENTRADA-WS / 100.
           COMPUTE VAL-RESTANTE = VAL-TOTAL - VAL-ENTRADA.
           MOVE ZEROES TO IND-PARC.
           MOVE VAL-ENTRADA TO VAL-PARCELA.
           MOVE INT-HOJE TO INT-VENC.
           PERFORM GRAVA-PARCELA.
           IF VAL-RESTANTE GREATER THAN ZEROES
              COMPUTE VAL-PARCELA ROUNDED =
                 VAL-RESTANTE / QTD-PARC-WS
              COMPUTE VAL-ULTIMA =
                 VAL-RESTANTE - VAL-PARCELA * (QTD-PARC-WS - 1)
              PERFORM PARCELA-MENSAL
                 UNTIL IND-PARC NOT LESS THAN QTD-PARC-WS.
           ADD 1 TO TOT-GERADOS.
           ADD VAL-TOTAL TO SOMA-GERADO.
           MOVE CPF-ROK     TO CPF-REL.
           MOVE DESTINO-ROK TO DESTINO-REL.
           MOVE WS-VIAGEM   TO WS-VENC.
           MOVE VAL-TOTAL   TO VALOR-REL.
           MOVE IND-PARC    TO QTD-PARC-ED.
           MOVE OCORRENCIA-GERA TO OCORRENCIA-WS.
           PERFORM IMPRIME-LINHA.

       DESCONTA-VALE.
           IF CPF-TV(IND-VAL) EQUAL CPF-ROK
              AND DESTINO-TV(IND-VAL) EQUAL DESTINO-ROK
              AND DTVIAGEM-TV(IND-VAL) EQUAL WS-VIAGEM
              SUBTRACT VALOR-TV(IND-VAL) FROM VAL-TOTAL.
           ADD 1 TO IND-VAL.

       PARCELA-MENSAL.
           ADD 1 TO IND-PARC.
           COMPUTE INT-VENC = INT-HOJE + 30 * IND-PARC.
           IF INT-VENC GREATER THAN INT-LIMITE
              MOVE INT-LIMITE TO INT-VENC.
           IF IND-PARC EQUAL QTD-PARC-WS
              MOVE VAL-ULTIMA TO VAL-PARCELA.
           PERFORM GRAVA-PARCELA.

       GRAVA-PARCELA.
           COMPUTE WS-VENC = FUNCTION DATE-OF-INTEGER(INT-VENC).
           MOVE "U"     TO DIAU-FUNCAO.
           MOVE WS-VENC TO DIAU-DATA1.
           MOVE ZEROES  TO DIAU-DIAS.
           CALL "EM02DIAU" USING DIAU-AREA.
           MOVE CPF-ROK      TO CPF-RR.
           MOVE DESTINO-ROK  TO DESTINO-RR.
           MOVE WS-VIAGEM    TO DTVIAGEM-RR.
           MOVE IND-PARC     TO PARCELA-RR.
           MOVE DIAU-DATA2   TO VENC-RR.
           MOVE VAL-PARCELA  TO VALOR-RR.
           MOVE ZEROES       TO PAGO-RR DATA-PAG-RR.
           IF VAL-PARCELA EQUAL ZEROES
              MOVE "Q" TO SITUACAO-RR
           ELSE
              MOVE "A" TO SITUACAO-RR.
           WRITE REG-RR.

       BAIXA-PAGAMENTOS.
           OPEN INPUT PAGRSV.
           IF PAGRSV-STATUS EQUAL "35"
              DISPLAY "PAGRSV.DAT NAO ENCONTRADO - SEM PAGAMENTOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-PAGAMENTO
              PERFORM BAIXA-PAGAMENTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PAGRSV.

       LE-PAGAMENTO.
           READ PAGRSV AT END MOVE "SIM" TO FIM-AUX.

       BAIXA-PAGAMENTO.
           IF DATA-PG EQUAL ZEROES
              MOVE WS-HOJE TO DATA-PG.
           MOVE VALOR-PG TO VAL-A-BAIXAR.
           MOVE ZEROES   TO VAL-APLICADO.
           MOVE "NAO"    TO TEM-PARCELAS.
           MOVE CPF-PG      TO CPF-RR.
           MOVE DESTINO-PG  TO DESTINO-RR.
           MOVE DTVIAGEM-PG TO DTVIAGEM-RR.
           MOVE ZEROES      TO PARCELA-RR.
           MOVE "NAO" TO FIM-PARC.
           START RECRESV KEY IS NOT LESS THAN CHAVE-RR
              INVALID KEY
                 MOVE "SIM" TO FIM-PARC
           END-START.
           PERFORM APLICA-PAGAMENTO
              UNTIL FIM-PARC EQUAL "SIM".
           IF TEM-PARCELAS EQUAL "NAO"
              ADD 1 TO TOT-REJEITADOS
              MOVE "RESERVA SEM PARCELAMENTO" TO OCORRENCIA-WS
           ELSE
              ADD 1 TO TOT-PAGAMENTOS
              ADD VAL-APLICADO TO SOMA-BAIXADO
              IF VAL-A-BAIXAR GREATER THAN ZEROES
                 ADD VAL-A-BAIXAR TO SOMA-EXCEDENTE
                 MOVE "PAGAMENTO BAIXADO C/ EXCEDENTE"
                   TO OCORRENCIA-WS
              ELSE
                 MOVE "PAGAMENTO BAIXADO" TO OCORRENCIA-WS.
           MOVE CPF-PG      TO CPF-REL.
           MOVE DESTINO-PG  TO DESTINO-REL.
           MOVE DTVIAGEM-PG TO WS-VENC.
           MOVE VALOR-PG    TO VALOR-REL.
           PERFORM IMPRIME-LINHA.
           PERFORM LE-PAGAMENTO.

       APLICA-PAGAMENTO.
           READ RECRESV NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-PARC
           END-READ.
           IF FIM-PARC NOT EQUAL "SIM"
              IF CPF-RR NOT EQUAL CPF-PG
                 OR DESTINO-RR NOT EQUAL DESTINO-PG
                 OR DTVIAGEM-RR NOT EQUAL DTVIAGEM-PG
                 MOVE "SIM" TO FIM-PARC
              ELSE
                 MOVE "SIM" TO TEM-PARCELAS
                 IF SITUACAO-RR EQUAL "A"
                    AND VAL-A-BAIXAR GREATER THAN ZEROES
                    PERFORM BAIXA-PARCELA.

       BAIXA-PARCELA.
           COMPUTE VAL-ABERTO = VALOR-RR - PAGO-RR.
           IF VAL-A-BAIXAR LESS THAN VAL-ABERTO
              MOVE VAL-A-BAIXAR TO VAL-ABERTO.
           ADD VAL-ABERTO TO PAGO-RR VAL-APLICADO.
           SUBTRACT VAL-ABERTO FROM VAL-A-BAIXAR.
           MOVE DATA-PG TO DATA-PAG-RR.
           IF PAGO-RR NOT LESS THAN VALOR-RR
              MOVE "Q" TO SITUACAO-RR.
           REWRITE REG-RR.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE WS-VENC(7:2) TO DIA-FMT.
           MOVE WS-VENC(5:2) TO MES-FMT.
           MOVE WS-VENC(1:4) TO ANO-FMT.
           MOVE DTVIAG-FMT    TO DTVIAG-REL.
           MOVE OCORRENCIA-WS TO OCORRENCIA-REL.
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
           MOVE TOT-GERADOS    TO TOT-GER-ED.
           MOVE SOMA-GERADO    TO SOMA-GER-ED.
           MOVE TOT-JA-EXISTEM TO TOT-EXI-ED.
           MOVE TOT-PAGAMENTOS TO TOT-PAG-ED.
           MOVE SOMA-BAIXADO   TO SOMA-BAI-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE SOMA-EXCEDENTE TO SOMA-EXC-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
