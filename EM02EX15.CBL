           SELECT TRANSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSOC-STATUS.
           SELECT APRSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRSOC-STATUS.
           SELECT JRNSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMAPR-STATUS.
           SELECT RELMNT ASSIGN TO DISK.

       DATA DIVISION.
            03 DIA-VENC-TRN  PIC 9(02).
            03 MES-VENC-TRN  PIC 9(02).
            03 ANO-VENC-TRN  PIC 9(04).
           02 OPERADOR-TRN PIC X(08).
           02 NUM-APR-TRN  PIC 9(08).
       01 REG-TRN-APR.
           02 IMAGEM-TRN   PIC X(66).
           02 FILLER       PIC X(08).

       FD APRSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRSOC.DAT".
       01 REG-APR       PIC X(74).

       FD JRNSOC
           LABEL RECORD ARE STANDARD
           02 OPER-JRN     PIC X(01).
           02 IMAGEM-ANTES PIC X(57).
           02 IMAGEM-DEPOIS PIC X(57).
           02 OPERADOR-JRN PIC X(08).
           02 APROVADOR-JRN PIC X(08).

       FD PARMAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMAPR.DAT".
       01 REG-PARM-APR.
           02 LIMITE-VALOR-PARM PIC 9(09)V9(02).
           02 LIMITE-PRECO-PARM PIC 9(06)V9(02).
           02 LIMITE-SAL-PARM   PIC 9(05)V9(02).

       FD RELMNT
           LABEL RECORD IS OMITTED.
       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 TRANSOC-STATUS   PIC X(02) VALUE ZEROES.
       77 APRSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 LENDO-APROVADAS  PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 TOTAL-APLICADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 SEQ-TRANSACAO    PIC 9(06) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 TOTAL-RETIDAS    PIC 9(05) VALUE ZEROES.
       77 PARMAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 LIMITE-VALOR     PIC 9(09)V9(02) VALUE 1000,00.
       77 DIFERENCA-WS     PIC S9(09)V9(02) VALUE ZEROES.
       77 TRN-SENSIVEL     PIC X(03) VALUE "NAO".
       77 APROVACAO-OK     PIC X(03) VALUE "SIM".
       77 APROVADOR-WS     PIC X(08) VALUE SPACES.
       77 MESTRE-RESERVADO PIC X(03) VALUE "NAO".
       77 SITUACAO-RESERVA PIC X(08) VALUE SPACES.

       01 IMAGEM-ANTES-WS  PIC X(57) VALUE SPACES.
       01 IMAGEM-DEPOIS-WS PIC X(57) VALUE SPACES.

       01 PEND-AREA.
           02 PEND-FUNCAO    PIC X(01).
           02 PEND-NUMERO    PIC 9(08).
           02 PEND-ORIGEM    PIC X(08).
           02 PEND-OPERADOR  PIC X(08).
           02 PEND-MOTIVO    PIC X(30).
           02 PEND-IMAGEM    PIC X(130).
           02 PEND-APROVADOR PIC X(08).
           02 PEND-RETORNO   PIC X(02).

       01 MSG-RETIDA.
           02 FILLER       PIC X(19) VALUE "RETIDO P/APROVACAO ".
           02 NUM-RETIDA   PIC 9(08).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE MANUTENCAO DE ".
           02 FILLER    PIC X(27) VALUE "TRANSACOES REJEITADAS    : ".
           02 TOTAL-REJEIT-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES RETIDAS       : ".
           02 TOTAL-RETID-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX15".
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
          IF TRANSOC-STATUS NOT EQUAL "35"
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
           COMPUTE LOG-LIDOS = TOTAL-APLICADAS + TOTAL-REJEITADAS
                             + TOTAL-RETIDAS.
           MOVE TOTAL-APLICADAS  TO LOG-GRAVADOS.
           MOVE TOTAL-REJEITADAS TO LOG-REJEITADOS.
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
           OPEN INPUT TRANSOC.
           IF TRANSOC-STATUS EQUAL "35"
              OPEN EXTEND JRNSOC
              OPEN OUTPUT RELMNT
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
              PERFORM LE-PARMAPR
              PERFORM LEITURA
           END-IF.

       LE-PARMAPR.
           OPEN INPUT PARMAPR.
           IF PARMAPR-STATUS EQUAL "35"
              DISPLAY "PARMAPR.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMAPR
                 AT END
                    MOVE ZEROES TO LIMITE-VALOR-PARM
              END-READ
              IF LIMITE-VALOR-PARM NUMERIC
                 AND LIMITE-VALOR-PARM NOT EQUAL ZEROES
                 MOVE LIMITE-VALOR-PARM TO LIMITE-VALOR
              END-IF
              CLOSE PARMAPR.

       LEITURA.
           IF LENDO-APROVADAS EQUAL "SIM"
              PERFORM LE-APRSOC
           ELSE
              READ TRANSOC
                 AT END
                    PERFORM ABRE-APRSOC
              END-READ.

       ABRE-APRSOC.
           OPEN INPUT APRSOC.
           IF APRSOC-STATUS EQUAL "35"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              MOVE "SIM" TO LENDO-APROVADAS
              PERFORM LE-APRSOC.

       LE-APRSOC.
           READ APRSOC INTO REG-TRN
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO SEQ-TRANSACAO.
           MOVE SPACES TO APROVADOR-WS.
           IF NUM-APR-TRN NOT NUMERIC
              MOVE ZEROES TO NUM-APR-TRN.
           IF OPERADOR-TRN EQUAL SPACES
              MOVE OPER-TRN TO OPER-REL
              MOVE "OPERADOR NAO INFORMADO" TO SITUACAO-REL
              PERFORM REJEITA-TRANSACAO
           ELSE
              PERFORM APLICA-TRANSACAO.
           PERFORM LEITURA.

       APLICA-TRANSACAO.
                 MOVE "SOCIO INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 PERFORM VERIFICA-ALTERACAO
                 PERFORM VERIFICA-APROVACAO
                 IF APROVACAO-OK EQUAL "SIM"
                    MOVE REG-ENT TO IMAGEM-ANTES-WS
                    PERFORM MOVE-TRN-PARA-REG
                    MOVE REG-ENT TO IMAGEM-DEPOIS-WS
                    REWRITE REG-ENT
                    MOVE "ALTERADO" TO SITUACAO-REL
                    PERFORM ACEITA-TRANSACAO
                 END-IF
           END-READ.

       EXCLUI-SOCIO.
                 MOVE "SOCIO INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 MOVE "SIM" TO TRN-SENSIVEL
                 MOVE "EXCLUSAO DE SOCIO" TO PEND-MOTIVO
                 PERFORM VERIFICA-APROVACAO
                 IF APROVACAO-OK EQUAL "SIM"
                    MOVE REG-ENT TO IMAGEM-ANTES-WS
                    MOVE SPACES  TO IMAGEM-DEPOIS-WS
                    DELETE CADSOC1
                    MOVE "EXCLUIDO" TO SITUACAO-REL
                    PERFORM ACEITA-TRANSACAO
                 END-IF
           END-READ.

       VERIFICA-ALTERACAO.
           MOVE "NAO" TO TRN-SENSIVEL.
           COMPUTE DIFERENCA-WS = VALPAG-TRN - VALPAG1.
           IF DIFERENCA-WS LESS THAN ZEROES
              COMPUTE DIFERENCA-WS = DIFERENCA-WS * -1.
           IF DIFERENCA-WS GREATER THAN LIMITE-VALOR
              MOVE "SIM" TO TRN-SENSIVEL
              MOVE "VALPAG ALTERADO ACIMA LIMITE" TO PEND-MOTIVO.

       VERIFICA-APROVACAO.
           MOVE "SIM" TO APROVACAO-OK.
           IF TRN-SENSIVEL EQUAL "SIM"
              IF NUM-APR-TRN EQUAL ZEROES
                 PERFORM RETEM-TRANSACAO
              ELSE
                 PERFORM CONFERE-APROVACAO.

       RETEM-TRANSACAO.
           MOVE "NAO"        TO APROVACAO-OK.
           MOVE "I"          TO PEND-FUNCAO.
           MOVE "TRANSOC"    TO PEND-ORIGEM.
           MOVE OPERADOR-TRN TO PEND-OPERADOR.
           MOVE IMAGEM-TRN   TO PEND-IMAGEM.
           CALL "EM02PEND" USING PEND-AREA.
           IF PEND-RETORNO EQUAL "00"
              MOVE PEND-NUMERO TO NUM-RETIDA
              MOVE MSG-RETIDA  TO SITUACAO-REL
              ADD 1 TO TOTAL-RETIDAS
              PERFORM IMPRESSAO
           ELSE
              MOVE "ERRO AO GRAVAR PENDENCIA" TO SITUACAO-REL
              PERFORM REJEITA-TRANSACAO.

       CONFERE-APROVACAO.
           MOVE "NAO"        TO APROVACAO-OK.
           MOVE "V"          TO PEND-FUNCAO.
           MOVE NUM-APR-TRN  TO PEND-NUMERO.
           MOVE "TRANSOC"    TO PEND-ORIGEM.
           MOVE OPERADOR-TRN TO PEND-OPERADOR.
           MOVE IMAGEM-TRN   TO PEND-IMAGEM.
           CALL "EM02PEND" USING PEND-AREA.
           EVALUATE PEND-RETORNO
              WHEN "00"
                 MOVE "SIM" TO APROVACAO-OK
                 MOVE PEND-APROVADOR TO APROVADOR-WS
              WHEN "23"
                 MOVE "APROVACAO INEXISTENTE" TO SITUACAO-REL
              WHEN "10"
                 MOVE "APROVACAO NAO CONCEDIDA" TO SITUACAO-REL
              WHEN "11"
                 MOVE "APROVACAO DIVERGENTE" TO SITUACAO-REL
              WHEN "12"
                 MOVE "APROVACAO JA UTILIZADA" TO SITUACAO-REL
              WHEN OTHER
                 MOVE "ERRO NA APROVACAO" TO SITUACAO-REL
           END-EVALUATE.
           IF APROVACAO-OK EQUAL "NAO"
              PERFORM REJEITA-TRANSACAO.

       MOVE-TRN-PARA-REG.
           MOVE CODPAG-TRN   TO CODPAG.
           MOVE NUMSOC-TRN   TO NUMSOC1.
           MOVE OPER-TRN         TO OPER-JRN.
           MOVE IMAGEM-ANTES-WS  TO IMAGEM-ANTES.
           MOVE IMAGEM-DEPOIS-WS TO IMAGEM-DEPOIS.
           MOVE OPERADOR-TRN     TO OPERADOR-JRN.
           MOVE APROVADOR-WS     TO APROVADOR-JRN.
           WRITE REG-JRN.

       IMPRESSAO.
       RODAPE.
           MOVE TOTAL-APLICADAS  TO TOTAL-APLIC-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJEIT-ED.
           MOVE TOTAL-RETIDAS    TO TOTAL-RETID-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       FIM.
           IF TRANSOC-STATUS NOT EQUAL "35"
                    TRANSOC
                    JRNSOC
                    RELMNT.
           IF LENDO-APROVADAS EQUAL "SIM"
              CLOSE APRSOC
              OPEN OUTPUT APRSOC
              CLOSE APRSOC.
