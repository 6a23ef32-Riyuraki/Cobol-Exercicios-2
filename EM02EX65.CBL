           SELECT TRNPARM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRNPARM-STATUS.
           SELECT APRPRM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRPRM-STATUS.
           SELECT ARQPARM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPARM-STATUS.
       01 REG-TRN.
           02 ARQUIVO-TRN  PIC X(08).
           02 CONTEUDO-TRN PIC X(40).
           02 OPERADOR-TRN PIC X(08).
           02 NUM-APR-TRN  PIC 9(08).
       01 REG-TRN-APR.
           02 IMAGEM-TRN   PIC X(56).
           02 FILLER       PIC X(08).

       FD APRPRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRPRM.DAT".
       01 REG-APR       PIC X(64).

       FD ARQPARM
           LABEL RECORD ARE STANDARD
           02 ARQUIVO-JRN  PIC X(08).
           02 IMAGEM-ANTES PIC X(40).
           02 IMAGEM-DEPOIS PIC X(40).
           02 OPERADOR-JRN PIC X(08).
           02 APROVADOR-JRN PIC X(08).

       FD RELPARM
           LABEL RECORD IS OMITTED.
       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 TRNPARM-STATUS   PIC X(02) VALUE ZEROES.
       77 APRPRM-STATUS    PIC X(02) VALUE ZEROES.
       77 LENDO-APROVADAS  PIC X(03) VALUE "NAO".
       77 ARQPARM-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNPARM-STATUS   PIC X(02) VALUE ZEROES.
       77 NOME-PARM-WS     PIC X(30) VALUE SPACES.
       77 IND-ARQ          PIC 9(02) VALUE ZEROES.
       77 TOTAL-APLICADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 TOTAL-RETIDAS    PIC 9(05) VALUE ZEROES.
       77 TRN-SENSIVEL     PIC X(03) VALUE "NAO".
       77 APROVACAO-OK     PIC X(03) VALUE "SIM".
       77 APROVADOR-WS     PIC X(08) VALUE SPACES.

       01 CONTEUDO-WS                PIC X(40).
       01 PARM-PAG-WS REDEFINES CONTEUDO-WS.
       01 PARM-COMP-WS REDEFINES CONTEUDO-WS.
           02 LOTE-COMP-WS           PIC 9(04).
           02 FILLER                 PIC X(36).
       01 PARM-APR-WS REDEFINES CONTEUDO-WS.
           02 LIMITE-VALOR-WS        PIC 9(09)V9(02).
           02 LIMITE-PRECO-WS        PIC 9(06)V9(02).
           02 LIMITE-SAL-WS          PIC 9(05)V9(02).
           02 FILLER                 PIC X(14).

       01 TABELA-ARQUIVOS.
           02 FILLER PIC X(20) VALUE "PARMPAG PARMPAG.DAT".
           02 FILLER PIC X(20) VALUE "PARMRET PARMRET.DAT".
           02 FILLER PIC X(20) VALUE "PARMLOG PARMLOG.DAT".
           02 FILLER PIC X(20) VALUE "PARMCOMPPARMCOMP.DAT".
           02 FILLER PIC X(20) VALUE "PARMAPR PARMAPR.DAT".
       01 TABELA-ARQUIVOS-R REDEFINES TABELA-ARQUIVOS.
           02 ITEM-ARQ-TAB OCCURS 10 TIMES.
              03 SIGLA-ARQ-TAB PIC X(08).
              03 NOME-ARQ-TAB  PIC X(12).

           02 FILLER       PIC X(3) VALUE " : ".
           02 CONTEUDO-VAL PIC X(40).

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

       01 CAB-LISTA PIC X(80)
          VALUE " VALORES ATUAIS DOS PARAMETROS".

           02 FILLER    PIC X(27) VALUE "ALTERACOES REJEITADAS    : ".
           02 TOTAL-REJEIT-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALTERACOES RETIDAS       : ".
           02 TOTAL-RETID-ED PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PERFORM INICIO.
           OPEN OUTPUT RELPARM.

       LEITURA.
           IF LENDO-APROVADAS EQUAL "SIM"
              PERFORM LE-APRPRM
           ELSE
              READ TRNPARM
                 AT END
                    PERFORM ABRE-APRPRM
              END-READ.

       ABRE-APRPRM.
           OPEN INPUT APRPRM.
           IF APRPRM-STATUS EQUAL "35"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              MOVE "SIM" TO LENDO-APROVADAS
              PERFORM LE-APRPRM.

       LE-APRPRM.
           READ APRPRM INTO REG-TRN
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.

       PRINCIPAL.
           ADD 1 TO SEQ-TRANSACAO.
           MOVE SPACES TO APROVADOR-WS.
           IF NUM-APR-TRN NOT NUMERIC
              MOVE ZEROES TO NUM-APR-TRN.
           IF OPERADOR-TRN EQUAL SPACES
              MOVE "OPERADOR NAO INFORMADO" TO SITUACAO-REL
              PERFORM REJEITA-TRANSACAO
           ELSE
              PERFORM APLICA-TRANSACAO.
           PERFORM LEITURA.

       APLICA-TRANSACAO.
           MOVE CONTEUDO-TRN TO CONTEUDO-WS.
           PERFORM VALIDA-CONTEUDO.
           IF MOTIVO-WS EQUAL SPACES
              MOVE "SIM" TO TRN-SENSIVEL
              MOVE "ALTERACAO DE PARAMETRO" TO PEND-MOTIVO
              PERFORM VERIFICA-APROVACAO
              IF APROVACAO-OK EQUAL "SIM"
                 PERFORM ATUALIZA-PARAMETRO
                 ADD 1 TO TOTAL-APLICADAS
                 MOVE "ALTERADO" TO SITUACAO-REL
                 PERFORM IMPRESSAO
              END-IF
           ELSE
              MOVE MOTIVO-WS TO SITUACAO-REL
              PERFORM REJEITA-TRANSACAO.

       REJEITA-TRANSACAO.
           ADD 1 TO TOTAL-REJEITADAS.
           PERFORM IMPRESSAO.

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
           MOVE "TRNPARM"    TO PEND-ORIGEM.
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
           MOVE "TRNPARM"    TO PEND-ORIGEM.
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

       VALIDA-CONTEUDO.
           EVALUATE ARQUIVO-TRN
                 PERFORM VALIDA-PARMLOG
              WHEN "PARMCOMP"
                 PERFORM VALIDA-PARMCOMP
              WHEN "PARMAPR"
                 PERFORM VALIDA-PARMAPR
              WHEN OTHER
                 MOVE "ARQUIVO DESCONHECIDO" TO MOTIVO-WS
           END-EVALUATE.
              IF LOTE-COMP-WS EQUAL ZEROES
                 MOVE "LOTE DE COMPRA ZERADO" TO MOTIVO-WS.

       VALIDA-PARMAPR.
           IF LIMITE-VALOR-WS IS NOT NUMERIC
              OR LIMITE-PRECO-WS IS NOT NUMERIC
              OR LIMITE-SAL-WS IS NOT NUMERIC
              MOVE "LIMITES NAO NUMERICOS" TO MOTIVO-WS
           ELSE
              IF LIMITE-VALOR-WS EQUAL ZEROES
                 OR LIMITE-PRECO-WS EQUAL ZEROES
                 OR LIMITE-SAL-WS EQUAL ZEROES
                 MOVE "LIMITE DE APROVACAO ZERADO" TO MOTIVO-WS.

       ATUALIZA-PARAMETRO.
           PERFORM ACHA-NOME-ARQUIVO.
           PERFORM LE-IMAGEM-ANTES.
           MOVE SPACES TO NOME-PARM-WS.
           MOVE 1 TO IND-ARQ.
           PERFORM TESTA-NOME-ARQUIVO
              UNTIL IND-ARQ GREATER THAN 10.

       TESTA-NOME-ARQUIVO.
           IF SIGLA-ARQ-TAB(IND-ARQ) EQUAL ARQUIVO-TRN
           MOVE ARQUIVO-TRN     TO ARQUIVO-JRN.
           MOVE IMAGEM-ANTES-WS TO IMAGEM-ANTES.
           MOVE CONTEUDO-WS     TO IMAGEM-DEPOIS.
           MOVE OPERADOR-TRN    TO OPERADOR-JRN.
           MOVE APROVADOR-WS    TO APROVADOR-JRN.
           WRITE REG-JRN.

       IMPRESSAO.
       RODAPE.
           MOVE TOTAL-APLICADAS  TO TOTAL-APLIC-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJEIT-ED.
           MOVE TOTAL-RETIDAS    TO TOTAL-RETID-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       LISTA-PARAMETROS.
           WRITE REG-REL FROM CAB-LISTA AFTER ADVANCING PAGE.
           MOVE 1 TO IND-ARQ.
           PERFORM LISTA-UM-PARAMETRO
              UNTIL IND-ARQ GREATER THAN 10.

       LISTA-UM-PARAMETRO.
           MOVE NOME-ARQ-TAB(IND-ARQ)  TO NOME-PARM-WS.
           IF TRNPARM-STATUS NOT EQUAL "35"
              CLOSE TRNPARM
                    JRNPARM.
           IF LENDO-APROVADAS EQUAL "SIM"
              CLOSE APRPRM
              OPEN OUTPUT APRPRM
              CLOSE APRPRM.
           CLOSE RELPARM.
