           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERCTL-STATUS.
           SELECT CONSDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONSDEP-STATUS.

       DATA DIVISION.

           02 DEP-DEST-MOV PIC 9(02).
           02 VALIDADE-MOV PIC 9(08).
           02 DATA-MOV     PIC 9(08).
           02 DEPTO-MOV    PIC 9(03).
           02 LOTE-ORIG-MOV PIC X(08).

       FD RELMOV
           LABEL RECORD IS OMITTED.
           02 QTDE-DEPOIS-JRN PIC 9(05).
           02 PRECO-ANTES-JRN PIC 9(06)V9(02).
           02 PRECO-DEPOIS-JRN PIC 9(06)V9(02).
           02 DATA-JRN        PIC 9(08).

       FD SALDODEP
           LABEL RECORD ARE STANDARD
           02 ANOMES-PC   PIC 9(06).
           02 STATUS-PC   PIC X(01).

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

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CADESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 IND-PER          PIC 9(02) VALUE ZEROES.
       77 ANOMES-MOV       PIC 9(06) VALUE ZEROES.
       77 PERIODO-FECHADO  PIC X(03) VALUE "NAO".
       77 CONSDEP-STATUS   PIC X(02) VALUE ZEROES.
       77 MESTRE-RESERVADO PIC X(03) VALUE "NAO".
       77 SITUACAO-RESERVA PIC X(08) VALUE SPACES.

       01 TABELA-PERIODOS.
           02 ITEM-PER-TAB OCCURS 24 TIMES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       01 LOCK-AREA.
           02 LOCK-FUNCAO    PIC X(01) VALUE SPACES.
           02 LOCK-ARQUIVO   PIC X(08) VALUE "CADESTOQ".
           02 LOCK-PROGRAMA  PIC X(08) VALUE SPACES.
           02 LOCK-DONO      PIC X(08) VALUE SPACES.
           02 LOCK-DATA      PIC 9(08) VALUE ZEROES.
           02 LOCK-HORA      PIC 9(06) VALUE ZEROES.
           02 LOCK-RETORNO   PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM RESERVA-MESTRE.
       IF MESTRE-RESERVADO EQUAL "SIM"
          PERFORM INICIO
          PERFORM PRINCIPAL
              UNTIL FIM-ARQ EQUAL "SIM"
          IF LOTE-OK EQUAL "SIM"
             PERFORM RODAPE
             PERFORM FIM
          END-IF.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           IF SITUACAO-RESERVA NOT EQUAL SPACES
              MOVE SITUACAO-RESERVA TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.
           IF MESTRE-RESERVADO EQUAL "SIM"
              PERFORM LIBERA-MESTRE.

       RESERVA-MESTRE.
           MOVE "R"          TO LOCK-FUNCAO.
           MOVE LOG-PROGRAMA TO LOCK-PROGRAMA.
           CALL "EM02LOCK" USING LOCK-AREA.
           IF LOCK-RETORNO EQUAL "00"
              MOVE "SIM" TO MESTRE-RESERVADO
           ELSE
              DISPLAY LOCK-ARQUIVO " EM USO POR " LOCK-DONO
                 " DESDE " LOCK-DATA " " LOCK-HORA
              IF LOCK-RETORNO EQUAL "11"
                 DISPLAY "RESERVA VENCIDA - LIBERAR PELO EM02EXA7"
                 MOVE "BLOQVENC" TO SITUACAO-RESERVA
              ELSE
                 MOVE "BLOQUEIO" TO SITUACAO-RESERVA
              END-IF
              DISPLAY "PROGRAMA NAO INICIADO"
              MOVE 12 TO RETURN-CODE.

       LIBERA-MESTRE.
           MOVE "L"          TO LOCK-FUNCAO.
           MOVE LOG-PROGRAMA TO LOCK-PROGRAMA.
           CALL "EM02LOCK" USING LOCK-AREA.
           IF LOCK-RETORNO NOT EQUAL "00"
              DISPLAY "RESERVA DE " LOCK-ARQUIVO
                 " NAO ENCONTRADA NA LIBERACAO".
           MOVE "NAO" TO MESTRE-RESERVADO.

       INICIO.
           OPEN INPUT MOVESTOQ.
                 PERFORM ABRE-JORNAL
                 PERFORM ABRE-SALDODEP
                 PERFORM ABRE-SALDLOTE
                 PERFORM ABRE-CONSDEP
                 PERFORM CARREGA-PERIODOS
                 MOVE FUNCTION CURRENT-DATE(1:6) TO ANOMES-ATUAL
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-DATA
              CLOSE SALDLOTE
              OPEN I-O SALDLOTE.

       ABRE-CONSDEP.
           OPEN EXTEND CONSDEP.
           IF CONSDEP-STATUS EQUAL "35"
              OPEN OUTPUT CONSDEP.

       CARREGA-PERIODOS.
           OPEN INPUT PERCTL.
           IF PERCTL-STATUS EQUAL "35"
                          MOVE "SAIDA OK" TO SITUACAO-REL
                          PERFORM GRAVA-SALDO
                          PERFORM ACUMULA-CONSUMO
                          PERFORM GRAVA-CONSDEP
                       END-IF
                    END-IF
                 END-IF
              WHEN "D"
                 IF QTDE-MOV GREATER THAN QTDE-ESTOQUE
                    MOVE "SALDO INSUFICIENTE" TO SITUACAO-REL
                    ADD 1 TO TOTAL-REJEITADAS
                    PERFORM IMPRESSAO
                 ELSE
                    PERFORM CONSULTA-SALDO-DEP
                    IF SALDO-DEP-EXISTE EQUAL "SIM"
                       AND QTDE-MOV GREATER THAN SALDO-DEP-WS
                       MOVE "SALDO INSUF. DEPOSITO" TO SITUACAO-REL
                       ADD 1 TO TOTAL-REJEITADAS
                       PERFORM IMPRESSAO
                    ELSE
                       PERFORM BAIXA-LOTE-DEVOLUCAO
                       IF SAIDA-LOTE-OK NOT EQUAL "SIM"
                          ADD 1 TO TOTAL-REJEITADAS
                          PERFORM IMPRESSAO
                       ELSE
                          SUBTRACT QTDE-MOV FROM QTDE-ESTOQUE
                          PERFORM DEBITA-DEPOSITO
                          MOVE "DEVOLUCAO OK" TO SITUACAO-REL
                          PERFORM GRAVA-SALDO
                       END-IF
                    END-IF
                 END-IF
                 REWRITE REG-SL
           END-READ.

       BAIXA-LOTE-DEVOLUCAO.
           IF LOTE-ORIG-MOV EQUAL SPACES
              PERFORM VALIDA-SAIDA-LOTES
              IF SAIDA-LOTE-OK EQUAL "SIM"
                 PERFORM BAIXA-LOTES-FEFO
              END-IF
           ELSE
              MOVE "SIM" TO SAIDA-LOTE-OK
              MOVE COD-MOV       TO COD-SL
              MOVE DEP-MOV       TO DEP-SL
              MOVE LOTE-ORIG-MOV TO LOTE-SL
              READ SALDLOTE
                 INVALID KEY
                    MOVE "NAO" TO SAIDA-LOTE-OK
                    MOVE "LOTE INEXISTENTE" TO SITUACAO-REL
                 NOT INVALID KEY
                    IF QTDE-MOV GREATER THAN QTDE-SL
                       MOVE "NAO" TO SAIDA-LOTE-OK
                       MOVE "SALDO LOTES INSUF." TO SITUACAO-REL
                    ELSE
                       SUBTRACT QTDE-MOV FROM QTDE-SL
                       REWRITE REG-SL
                    END-IF
              END-READ.

       TRANSFERE-LOTE.
           MOVE COD-MOV TO COD-SL.
           MOVE DEP-MOV TO DEP-SL.
           MOVE QTDE-ESTOQUE   TO QTDE-DEPOIS-JRN.
           MOVE CUSTO-ANT      TO PRECO-ANTES-JRN.
           MOVE PRECO-UNITARIO TO PRECO-DEPOIS-JRN.
           MOVE WS-HOJE-DATA   TO DATA-JRN.
           WRITE REG-JRN.

       GRAVA-CONSDEP.
           IF DEPTO-MOV NUMERIC
              AND DEPTO-MOV NOT EQUAL ZEROES
              MOVE DEPTO-MOV      TO DEPTO-CD
              MOVE COD-MOV        TO COD-CD
              MOVE QTDE-MOV       TO QTDE-CD
              MOVE PRECO-UNITARIO TO CUSTO-CD
              IF DATA-MOV NOT EQUAL ZEROES
                 MOVE DATA-MOV     TO DATA-CD
              ELSE
                 MOVE WS-HOJE-DATA TO DATA-CD
              END-IF
              MOVE LOTE-MOV       TO LOTE-CD
              MOVE SEQ-MOV        TO SEQ-CD
              WRITE REG-CD.

       ACUMULA-CONSUMO.
           MOVE COD-MOV TO COD-CON.
           READ CONSUMO
              WHEN "E" MOVE "ENTRADA" TO TIPO-REL
              WHEN "S" MOVE "SAIDA"   TO TIPO-REL
              WHEN "T" MOVE "TRANSF." TO TIPO-REL
              WHEN "D" MOVE "DEVOLUC." TO TIPO-REL
              WHEN OTHER MOVE TIPO-MOV TO TIPO-REL
           END-EVALUATE.
           MOVE QTDE-MOV      TO QTDE-REL.
                 CONSUMO
                 JRNESTQ
                 SALDODEP
                 SALDLOTE
                 CONSDEP.
