           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-CR
           FILE STATUS IS CREDSOC-STATUS.
           SELECT NEGSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-NS
           FILE STATUS IS NEGSOC-STATUS.

       DATA DIVISION.

           02 NUMSOC-CR   PIC 9(06).
           02 VALOR-CR    PIC 9(09)V9(02).

       FD NEGSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NEGSOC.DAT".
       01 REG-NS.
           02 NUMSOC-NS     PIC 9(06).
           02 CPF-NS        PIC 9(11).
           02 NOME-NS       PIC X(30).
           02 VALOR-NS      PIC 9(09)V9(02).
           02 VENC-NS       PIC 9(08).
           02 DATA-INC-NS   PIC 9(08).
           02 SITUACAO-NS   PIC X(01).
           02 DATA-QUIT-NS  PIC 9(08).
           02 DATA-REM-NS   PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 RETPAG-STATUS    PIC X(02) VALUE ZEROES.
       77 VAL-CREDITO      PIC 9(09)V9(02) VALUE ZEROES.
       77 SOMA-CREDITO     PIC 9(12)V9(02) VALUE ZEROES.
       77 CREDITO-NOVO     PIC X(03) VALUE "NAO".
       77 NEGSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 TEM-NEGSOC       PIC X(03) VALUE "NAO".
       77 TOTAL-RECIBOS    PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUPERADOS PIC 9(05) VALUE ZEROES.
       77 SOMA-RECUPERADO  PIC 9(12)V9(02) VALUE ZEROES.
       77 ORIGEM-HIST      PIC X(08) VALUE "RETORNO".
       77 MESTRE-RESERVADO PIC X(03) VALUE "NAO".
       77 SITUACAO-RESERVA PIC X(08) VALUE SPACES.

       01 RCPD-AREA.
           02 RCPD-NUMSOC    PIC 9(06).
           02 RCPD-DATA      PIC 9(08).
           02 RCPD-VALOR     PIC 9(09)V9(02).
           02 RCPD-NOME      PIC X(30).
           02 RCPD-APLICADO  PIC 9(09)V9(02).
           02 RCPD-EXCEDENTE PIC 9(09)V9(02).
           02 RCPD-SALDO     PIC 9(10)V9(02).
           02 RCPD-RETORNO   PIC X(02).

       01 RECB-AREA.
           02 RECB-NUMSOC    PIC 9(06).
           02 RECB-NOME      PIC X(30).
           02 RECB-DATA      PIC 9(08).
           02 RECB-SEQ       PIC 9(02).
           02 RECB-VALOR     PIC 9(09)V9(02).
           02 RECB-ORIGEM    PIC X(08).
           02 RECB-NUMERO    PIC 9(07).
           02 RECB-RETORNO   PIC X(02).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR CREDITADO (CREDSOC): ".
           02 SOMA-CRED-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECIBOS NUMERADOS        : ".
           02 TOTAL-REC-ED PIC ZZ.ZZ9.

       01 CAB-11.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECUPERACOES DE PERDAS   : ".
           02 TOTAL-RCP-ED PIC ZZ.ZZ9.

       01 CAB-12.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR RECUPERADO         : ".
           02 SOMA-RCP-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX13".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       01 LOCK-AREA.
           02 LOCK-FUNCAO    PIC X(01) VALUE SPACES.
           02 LOCK-ARQUIVO   PIC X(08) VALUE "CADSOC1".
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
          IF RETPAG-STATUS NOT EQUAL "35"
             PERFORM RODAPE
          END-IF
          PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           COMPUTE LOG-LIDOS = TOTAL-APLICADOS + TOTAL-RECUPERADOS
                             + TOTAL-REJEITADOS.
           COMPUTE LOG-GRAVADOS = TOTAL-APLICADOS + TOTAL-RECUPERADOS.
           MOVE TOTAL-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
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
           OPEN INPUT RETPAG.
           IF RETPAG-STATUS EQUAL "35"
              OPEN OUTPUT RELRET
              PERFORM ABRE-HISTPAG
              PERFORM ABRE-CREDSOC
              PERFORM ABRE-NEGSOC
              PERFORM LEITURA
           END-IF.

                 HISTPAG-STATUS
              DISPLAY "ARQUIVO ANTIGO? EXECUTAR EM02EX46 (CONVERSAO)"
              MOVE 16 TO RETURN-CODE
              PERFORM GRAVA-LOG-FIM
              GOBACK.

       ABRE-CREDSOC.
              CLOSE CREDSOC
              OPEN I-O CREDSOC.

       ABRE-NEGSOC.
           OPEN I-O NEGSOC.
           IF NEGSOC-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-NEGSOC
           ELSE
              MOVE "SIM" TO TEM-NEGSOC.

       LEITURA.
           READ RETPAG AT END MOVE "SIM" TO FIM-ARQ.

           MOVE NUMSOC-RET TO NUMSOC1.
           READ CADSOC1
              INVALID KEY
                 PERFORM RECUPERA-PERDA
              NOT INVALID KEY
                 PERFORM BAIXA-PAGAMENTO
           END-READ.

       RECUPERA-PERDA.
           MOVE NUMSOC-RET TO RCPD-NUMSOC.
           COMPUTE RCPD-DATA = ANO-PAG-RET * 10000
                             + MES-PAG-RET * 100
                             + DIA-PAG-RET.
           MOVE VALPAG-RET TO RCPD-VALOR.
           CALL "EM02RCPD" USING RCPD-AREA.
           IF RCPD-RETORNO NOT EQUAL "00"
              MOVE "SOCIO INEXISTENTE" TO SITUACAO-REL
              ADD 1 TO TOTAL-REJEITADOS
              PERFORM IMPRESSAO
           ELSE
              IF RCPD-EXCEDENTE GREATER THAN ZEROES
                 MOVE RCPD-EXCEDENTE TO VAL-CREDITO
                 PERFORM GRAVA-CREDITO
                 ADD VAL-CREDITO TO SOMA-CREDITO
                 MOVE "RECUPERADO - GEROU CRED" TO SITUACAO-REL
              ELSE
                 MOVE "RECUPERACAO DE PERDA" TO SITUACAO-REL
              END-IF
              ADD 1 TO TOTAL-RECUPERADOS
              ADD RCPD-APLICADO TO SOMA-RECUPERADO
              MOVE RCPD-NOME  TO NOMESOC1
              IF RCPD-APLICADO GREATER THAN ZEROES
                 MOVE "RECPERDA" TO ORIGEM-HIST
                 PERFORM GRAVA-HISTORICO
              END-IF
              MOVE "RETORNO"  TO ORIGEM-HIST
              PERFORM IMPRESSAO.

       BAIXA-PAGAMENTO.
           IF CODPAG EQUAL 1
              MOVE "SOCIO JA ESTA EM DIA" TO SITUACAO-REL
       BAIXA-INTEGRAL.
           MOVE 1 TO CODPAG.
           REWRITE REG-ENT.
           PERFORM MARCA-QUITACAO-NEG.
           MOVE "PAGAMENTO APLICADO" TO SITUACAO-REL.
           ADD 1 TO TOTAL-APLICADOS.
           ADD 1 TO TOTAL-INTEGRAIS.
           MOVE 1 TO CODPAG.
           REWRITE REG-ENT.
           PERFORM GRAVA-CREDITO.
           PERFORM MARCA-QUITACAO-NEG.
           MOVE "PAGO - GEROU CREDITO" TO SITUACAO-REL.
           ADD 1 TO TOTAL-APLICADOS.
           ADD 1 TO TOTAL-CREDITOS.
           PERFORM GRAVA-HISTORICO.
           PERFORM IMPRESSAO.

       MARCA-QUITACAO-NEG.
           IF TEM-NEGSOC EQUAL "SIM"
              MOVE NUMSOC-RET TO NUMSOC-NS
              READ NEGSOC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SITUACAO-NS EQUAL "I"
                       MOVE "Q" TO SITUACAO-NS
                       COMPUTE DATA-QUIT-NS = ANO-PAG-RET * 10000
                                            + MES-PAG-RET * 100
                                            + DIA-PAG-RET
                       REWRITE REG-NS
                    END-IF
              END-READ.

       GRAVA-CREDITO.
           MOVE NUMSOC-RET TO NUMSOC-CR.
           READ CREDSOC
           COMPUTE DATA-HP = ANO-PAG-RET * 10000
                           + MES-PAG-RET * 100
                           + DIA-PAG-RET.
           IF ORIGEM-HIST EQUAL "RECPERDA"
              MOVE RCPD-APLICADO TO VALOR-HP
           ELSE
              MOVE VALPAG-RET TO VALOR-HP.
           MOVE ORIGEM-HIST TO ORIGEM-HP.
           MOVE 1 TO SEQ-HP.
           MOVE "NAO" TO HIST-GRAVADO.
           PERFORM TENTA-GRAVAR-HIST
              UNTIL HIST-GRAVADO EQUAL "SIM"
                 OR SEQ-HP GREATER THAN 99.
           IF HIST-GRAVADO EQUAL "SIM"
              PERFORM EMITE-RECIBO.

       EMITE-RECIBO.
           MOVE NUMSOC-HP TO RECB-NUMSOC.
           MOVE NOMESOC1  TO RECB-NOME.
           MOVE DATA-HP   TO RECB-DATA.
           MOVE SEQ-HP    TO RECB-SEQ.
           MOVE VALOR-HP  TO RECB-VALOR.
           MOVE ORIGEM-HP TO RECB-ORIGEM.
           CALL "EM02RECB" USING RECB-AREA.
           IF RECB-RETORNO EQUAL "00"
              ADD 1 TO TOTAL-RECIBOS
           ELSE
              DISPLAY "RECIBO NAO NUMERADO - SOCIO " NUMSOC-HP.

       TENTA-GRAVAR-HIST.
           WRITE REG-HP
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
           MOVE TOTAL-RECIBOS TO TOTAL-REC-ED.
           WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.
           MOVE TOTAL-RECUPERADOS TO TOTAL-RCP-ED.
           MOVE SOMA-RECUPERADO   TO SOMA-RCP-ED.
           WRITE REG-REL FROM CAB-11 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-12 AFTER ADVANCING 1 LINE.

       FIM.
           IF RETPAG-STATUS NOT EQUAL "35"
                    RETPAG
                    RELRET
                    HISTPAG
                    CREDSOC
              IF TEM-NEGSOC EQUAL "SIM"
                 CLOSE NEGSOC
              END-IF.
