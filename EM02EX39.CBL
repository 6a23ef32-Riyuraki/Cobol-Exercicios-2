           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-HP
           FILE STATUS IS HISTPAG-STATUS.
           SELECT NEGSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-NS
           FILE STATUS IS NEGSOC-STATUS.

       DATA DIVISION.

           02 VALOR-HP    PIC 9(09)V9(02).
           02 ORIGEM-HP   PIC X(08).

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
       77 RETDEB-STATUS    PIC X(02) VALUE ZEROES.
       77 HISTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 HIST-GRAVADO     PIC X(03) VALUE "NAO".
       77 NEGSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 TEM-NEGSOC       PIC X(03) VALUE "NAO".
       77 TOTAL-RECIBOS    PIC 9(05) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 TOTAL-APLICADOS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 SOMA-APLICADO    PIC 9(12)V9(02) VALUE ZEROES.
       77 MESTRE-RESERVADO PIC X(03) VALUE "NAO".
       77 SITUACAO-RESERVA PIC X(08) VALUE SPACES.

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
           02 FILLER    PIC X(27) VALUE "VALOR TOTAL APLICADO     : ".
           02 SOMA-APLIC-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECIBOS NUMERADOS        : ".
           02 TOTAL-REC-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX39".
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
          IF RETDEB-STATUS NOT EQUAL "35"
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
           COMPUTE LOG-LIDOS = TOTAL-APLICADOS + TOTAL-REJEITADOS.
           MOVE TOTAL-APLICADOS  TO LOG-GRAVADOS.
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
           OPEN INPUT RETDEB.
           IF RETDEB-STATUS EQUAL "35"
              OPEN I-O CADSOC1
              OPEN OUTPUT RELRDB
              PERFORM ABRE-HISTPAG
              PERFORM ABRE-NEGSOC
              PERFORM LEITURA
           END-IF.

                 HISTPAG-STATUS
              DISPLAY "ARQUIVO ANTIGO? EXECUTAR EM02EX46 (CONVERSAO)"
              MOVE 16 TO RETURN-CODE
              PERFORM GRAVA-LOG-FIM
              GOBACK.

       ABRE-NEGSOC.
           OPEN I-O NEGSOC.
           IF NEGSOC-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-NEGSOC
           ELSE
              MOVE "SIM" TO TEM-NEGSOC.

       LEITURA.
           READ RETDEB AT END MOVE "SIM" TO FIM-ARQ.

              ELSE
                 MOVE 1 TO CODPAG
                 REWRITE REG-ENT
                 PERFORM MARCA-QUITACAO-NEG
                 MOVE "DEBITO APLICADO" TO SITUACAO-REL
                 ADD 1 TO TOTAL-APLICADOS
                 ADD VALPAG-RDB TO SOMA-APLICADO
              END-IF
           END-IF.

       MARCA-QUITACAO-NEG.
           IF TEM-NEGSOC EQUAL "SIM"
              MOVE NUMSOC-RDB TO NUMSOC-NS
              READ NEGSOC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SITUACAO-NS EQUAL "I"
                       MOVE "Q" TO SITUACAO-NS
                       COMPUTE DATA-QUIT-NS = ANO-PAG-RDB * 10000
                                            + MES-PAG-RDB * 100
                                            + DIA-PAG-RDB
                       REWRITE REG-NS
                    END-IF
              END-READ.

       GRAVA-HISTORICO.
           MOVE NUMSOC-RDB TO NUMSOC-HP.
           COMPUTE DATA-HP = ANO-PAG-RDB * 10000
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
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           MOVE TOTAL-RECIBOS TO TOTAL-REC-ED.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.

       FIM.
           IF RETDEB-STATUS NOT EQUAL "35"
              CLOSE CADSOC1
                    RETDEB
                    RELRDB
                    HISTPAG
              IF TEM-NEGSOC EQUAL "SIM"
                 CLOSE NEGSOC
              END-IF.
