       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX81.
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
           SELECT RECRESV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RR
           FILE STATUS IS RECRESV-STATUS.
           SELECT CANRSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANRSV-STATUS.
           SELECT RELATRS ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMREC.DAT".
       01 REG-PARM-REC.
           02 PCT-ENTRADA-PARM PIC 9(03).
           02 QTD-PARC-PARM    PIC 9(02).
           02 DIAS-CANCEL-PARM PIC 9(03).

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

       FD CANRSV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANRSV.DAT".
       01 REG-CAN.
           02 CPF-CAN      PIC 9(11).
           02 DESTINO-CAN  PIC X(03).
           02 DTVIAGEM-CAN.
            03 DIA-CAN     PIC 9(02).
            03 MES-CAN     PIC 9(02).
            03 ANO-CAN     PIC 9(04).

       FD RELATRS
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 PARMREC-STATUS   PIC X(02) VALUE ZEROES.
       77 RECRESV-STATUS   PIC X(02) VALUE ZEROES.
       77 CANRSV-STATUS    PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 DIAS-CANCEL-WS   PIC 9(03) VALUE 15.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-DATA          PIC 9(08) VALUE ZEROES.
       77 INT-HOJE         PIC 9(07) VALUE ZEROES.
       77 INT-LIMITE       PIC 9(07) VALUE ZEROES.
       77 DIAS-ATRASO      PIC 9(05) VALUE ZEROES.
       77 VAL-ABERTO       PIC 9(07)V9(02) VALUE ZEROES.
       77 CANCELAR-WS      PIC X(03) VALUE "NAO".
       77 CANCELOU-WS      PIC X(03) VALUE "NAO".
       77 PRIMEIRA-WS      PIC X(03) VALUE "SIM".
       77 TOT-ATRASADAS    PIC 9(05) VALUE ZEROES.
       77 TOT-PARC-CANC    PIC 9(05) VALUE ZEROES.
       77 TOT-RSV-CANC     PIC 9(05) VALUE ZEROES.
       77 TOT-LIDAS        PIC 9(05) VALUE ZEROES.
       77 SOMA-ATRASO      PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-CANCELADO   PIC 9(12)V9(02) VALUE ZEROES.

       01 CHAVE-ANT.
           02 CPF-ANT       PIC 9(11) VALUE ZEROES.
           02 DESTINO-ANT   PIC X(03) VALUE SPACES.
           02 DTVIAGEM-ANT  PIC 9(08) VALUE ZEROES.

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "PARCELAS DE RESERVAS EM ATRASO  ".
           02 FILLER    PIC X(27) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(11) VALUE "CPF        ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(3) VALUE "DST".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DT. VIAGEM".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(2) VALUE "PC".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "VENCIMENTO".
           02 FILLER    PIC X(6) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "ABERTO".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "ATRAS".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(9) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DESTINO-REL  PIC X(3).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DTVIAG-REL   PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PARCELA-REL  PIC 99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VENC-REL     PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ABERTO-REL   PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ATRASO-REL   PIC ZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(9).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PARCELAS EM ATRASO       : ".
           02 TOT-ATR-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-ATR-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PARCELAS CANCELADAS      : ".
           02 TOT-PCA-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-CAN-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESERVAS ENVIADAS P/ CANC: ".
           02 TOT-RCA-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX81".
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
          PERFORM LE-PARCELA
          PERFORM TRATA-PARCELA
             UNTIL FIM-ARQ EQUAL "SIM"
          IF PRIMEIRA-WS EQUAL "NAO"
             PERFORM FECHA-RESERVA
          END-IF
          PERFORM RODAPE
          CLOSE RECRESV
                CANRSV
                RELATRS.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDAS    TO LOG-LIDOS.
           MOVE TOT-RSV-CANC TO LOG-GRAVADOS.
           MOVE ZEROES       TO LOG-REJEITADOS.
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
           OPEN I-O RECRESV.
           IF RECRESV-STATUS EQUAL "35"
              DISPLAY "RECRESV.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN EXTEND CANRSV
              IF CANRSV-STATUS EQUAL "35"
                 OPEN OUTPUT CANRSV
              END-IF
              OPEN OUTPUT RELATRS
              MOVE ZEROES TO CHAVE-RR
              START RECRESV KEY IS NOT LESS THAN CHAVE-RR
                 INVALID KEY
                    MOVE "SIM" TO FIM-ARQ
              END-START
           END-IF.

       LE-PARMREC.
           OPEN INPUT PARMREC.
           IF PARMREC-STATUS EQUAL "35"
              DISPLAY "PARMREC.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMREC
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DIAS-CANCEL-PARM TO DIAS-CANCEL-WS
              END-READ
              CLOSE PARMREC.

       LE-PARCELA.
           READ RECRESV NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.

       TRATA-PARCELA.
           ADD 1 TO TOT-LIDAS.
           IF PRIMEIRA-WS EQUAL "SIM"
              PERFORM INICIA-RESERVA
           ELSE
              IF CPF-RR NOT EQUAL CPF-ANT
                 OR DESTINO-RR NOT EQUAL DESTINO-ANT
                 OR DTVIAGEM-RR NOT EQUAL DTVIAGEM-ANT
                 PERFORM FECHA-RESERVA
                 PERFORM INICIA-RESERVA.
           IF SITUACAO-RR EQUAL "A"
              COMPUTE VAL-ABERTO = VALOR-RR - PAGO-RR
              IF CANCELAR-WS EQUAL "SIM"
                 PERFORM CANCELA-PARCELA
              ELSE
                 IF VENC-RR LESS THAN WS-HOJE
                    PERFORM LISTA-ATRASO.
           PERFORM LE-PARCELA.

       INICIA-RESERVA.
           MOVE "NAO"       TO PRIMEIRA-WS.
           MOVE "NAO"       TO CANCELOU-WS.
           MOVE CPF-RR      TO CPF-ANT.
           MOVE DESTINO-RR  TO DESTINO-ANT.
           MOVE DTVIAGEM-RR TO DTVIAGEM-ANT.
           COMPUTE INT-LIMITE =
              FUNCTION INTEGER-OF-DATE(DTVIAGEM-RR) - DIAS-CANCEL-WS.
           IF DTVIAGEM-RR NOT LESS THAN WS-HOJE
              AND INT-HOJE NOT LESS THAN INT-LIMITE
              MOVE "SIM" TO CANCELAR-WS
           ELSE
              MOVE "NAO" TO CANCELAR-WS.

       FECHA-RESERVA.
           IF CANCELOU-WS EQUAL "SIM"
              MOVE CPF-ANT     TO CPF-CAN
              MOVE DESTINO-ANT TO DESTINO-CAN
              MOVE DTVIAGEM-ANT(7:2) TO DIA-CAN
              MOVE DTVIAGEM-ANT(5:2) TO MES-CAN
              MOVE DTVIAGEM-ANT(1:4) TO ANO-CAN
              WRITE REG-CAN
              ADD 1 TO TOT-RSV-CANC.

       CANCELA-PARCELA.
           MOVE "C" TO SITUACAO-RR.
           REWRITE REG-RR.
           MOVE "SIM" TO CANCELOU-WS.
           ADD 1 TO TOT-PARC-CANC.
           ADD VAL-ABERTO TO SOMA-CANCELADO.
           PERFORM CALCULA-ATRASO.
           MOVE "CANCELADA" TO SITUACAO-REL.
           PERFORM IMPRIME-LINHA.

       LISTA-ATRASO.
           ADD 1 TO TOT-ATRASADAS.
           ADD VAL-ABERTO TO SOMA-ATRASO.
           PERFORM CALCULA-ATRASO.
           MOVE "EM ATRASO" TO SITUACAO-REL.
           PERFORM IMPRIME-LINHA.

       CALCULA-ATRASO.
           IF VENC-RR LESS THAN WS-HOJE
              COMPUTE DIAS-ATRASO =
                 INT-HOJE - FUNCTION INTEGER-OF-DATE(VENC-RR)
           ELSE
              MOVE ZEROES TO DIAS-ATRASO.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE CPF-RR      TO CPF-REL.
           MOVE DESTINO-RR  TO DESTINO-REL.
           MOVE DTVIAGEM-RR TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT    TO DTVIAG-REL.
           MOVE VENC-RR     TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT    TO VENC-REL.
           MOVE PARCELA-RR  TO PARCELA-REL.
           MOVE VAL-ABERTO  TO ABERTO-REL.
           MOVE DIAS-ATRASO TO ATRASO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       FORMATA-DATA.
           MOVE WS-DATA(7:2) TO DIA-FMT.
           MOVE WS-DATA(5:2) TO MES-FMT.
           MOVE WS-DATA(1:4) TO ANO-FMT.

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
           MOVE TOT-ATRASADAS  TO TOT-ATR-ED.
           MOVE SOMA-ATRASO    TO SOMA-ATR-ED.
           MOVE TOT-PARC-CANC  TO TOT-PCA-ED.
           MOVE SOMA-CANCELADO TO SOMA-CAN-ED.
           MOVE TOT-RSV-CANC   TO TOT-RCA-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
