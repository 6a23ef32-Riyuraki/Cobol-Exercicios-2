           SELECT TRANSCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSCLI-STATUS.
           SELECT APRCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRCLI-STATUS.
           SELECT JRNCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELMCL ASSIGN TO DISK.
           02 CIDADE-TRN  PIC X(30).
           02 EMAIL-TRN   PIC X(30).
           02 TEL-TRN     PIC 9(10).
           02 OPERADOR-TRN PIC X(08).
           02 NUM-APR-TRN PIC 9(08).
       01 REG-TRN-APR.
           02 IMAGEM-TRN  PIC X(122).
           02 FILLER      PIC X(08).

       FD APRCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRCLI.DAT".
       01 REG-APR       PIC X(130).

       FD JRNCLI
           LABEL RECORD ARE STANDARD
           02 OPER-JRN      PIC X(01).
           02 IMAGEM-ANTES  PIC X(114).
           02 IMAGEM-DEPOIS PIC X(114).
           02 OPERADOR-JRN  PIC X(08).
           02 APROVADOR-JRN PIC X(08).

       FD RELMCL
           LABEL RECORD IS OMITTED.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CADOK-STATUS     PIC X(02) VALUE ZEROES.
       77 TRANSCLI-STATUS  PIC X(02) VALUE ZEROES.
       77 APRCLI-STATUS    PIC X(02) VALUE ZEROES.
       77 LENDO-APROVADAS  PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 TOTAL-APLICADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 SEQ-TRANSACAO    PIC 9(06) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 TOTAL-RETIDAS    PIC 9(05) VALUE ZEROES.
       77 TRN-SENSIVEL     PIC X(03) VALUE "NAO".
       77 APROVACAO-OK     PIC X(03) VALUE "SIM".
       77 APROVADOR-WS     PIC X(08) VALUE SPACES.

       01 IMAGEM-ANTES-WS  PIC X(114) VALUE SPACES.
       01 IMAGEM-DEPOIS-WS PIC X(114) VALUE SPACES.

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

       PROCEDURE DIVISION.

       PERFORM INICIO.
           END-IF.

       LEITURA.
           IF LENDO-APROVADAS EQUAL "SIM"
              PERFORM LE-APRCLI
           ELSE
              READ TRANSCLI
                 AT END
                    PERFORM ABRE-APRCLI
              END-READ.

       ABRE-APRCLI.
           OPEN INPUT APRCLI.
           IF APRCLI-STATUS EQUAL "35"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              MOVE "SIM" TO LENDO-APROVADAS
              PERFORM LE-APRCLI.

       LE-APRCLI.
           READ APRCLI INTO REG-TRN
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
                 MOVE "CPF INEXISTENTE" TO SITUACAO-REL
                 PERFORM REJEITA-TRANSACAO
              NOT INVALID KEY
                 MOVE "SIM" TO TRN-SENSIVEL
                 MOVE "EXCLUSAO DE CLIENTE" TO PEND-MOTIVO
                 PERFORM VERIFICA-APROVACAO
                 IF APROVACAO-OK EQUAL "SIM"
                    MOVE REGOK TO IMAGEM-ANTES-WS
                    MOVE "E" TO STATUS-SAI
                    MOVE REGOK TO IMAGEM-DEPOIS-WS
                    REWRITE REGOK
                    MOVE "EXCLUIDO (LOGICO)" TO SITUACAO-REL
                    PERFORM ACEITA-TRANSACAO
                 END-IF
           END-READ.

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
           MOVE "TRANSCLI"   TO PEND-ORIGEM.
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
           MOVE "TRANSCLI"   TO PEND-ORIGEM.
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
           MOVE CPF-TRN    TO CPF-SAI.
           MOVE NOME-TRN   TO NOME-SAI.
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
           IF TRANSCLI-STATUS NOT EQUAL "35"
                    TRANSCLI
                    JRNCLI
                    RELMCL.
           IF LENDO-APROVADAS EQUAL "SIM"
              CLOSE APRCLI
              OPEN OUTPUT APRCLI
              CLOSE APRCLI.
