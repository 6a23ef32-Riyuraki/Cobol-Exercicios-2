           SELECT MOVFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVFUNC-STATUS.
           SELECT APRMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APRMOV-STATUS.
           SELECT MOVFUNC-ORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK8 ASSIGN TO SORTWK08.
           SELECT PARMDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMDEP-STATUS.
           SELECT PARMAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMAPR-STATUS.
           SELECT RELFUN ASSIGN TO DISK.

       DATA DIVISION.
           02 SALARIO-O PIC 9(5)V9(2).
           02 SEXO-O    PIC X(01).
           02 DEPTO-O   PIC 9(03).
           02 DTADMISSAO-O PIC 9(08).

       SD SORTWK7.
       01 SORT-ENT-REC.
           02 SALARIO-S7 PIC 9(5)V9(2).
           02 SEXO-S7    PIC X(01).
           02 DEPTO-S7   PIC 9(03).
           02 DTADMISSAO-S7 PIC 9(08).

       FD MOVFUNC
           LABEL RECORD ARE STANDARD
           02 SALARIO-MOV PIC 9(5)V9(2).
           02 SEXO-MOV    PIC X(01).
           02 DEPTO-MOV   PIC 9(03).
           02 DTADMISSAO-MOV PIC 9(08).
           02 OPERADOR-MOV PIC X(08).
           02 NUM-APR-MOV  PIC 9(08).

       FD APRMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APRMOV.DAT".
       01 REG-APR       PIC X(73).

       FD MOVFUNC-ORD
           LABEL RECORD ARE STANDARD
           02 SALARIO-MOV-O PIC 9(5)V9(2).
           02 SEXO-MOV-O    PIC X(01).
           02 DEPTO-MOV-O   PIC 9(03).
           02 DTADMISSAO-MOV-O PIC 9(08).
           02 OPERADOR-MOV-O PIC X(08).
           02 NUM-APR-MOV-O  PIC 9(08).
       01 REG-MOV-O-APR.
           02 IMAGEM-MOV-O   PIC X(65).
           02 FILLER         PIC X(08).

       SD SORTWK8.
       01 SORT-MOV-REC.
           02 SALARIO-S8 PIC 9(5)V9(2).
           02 SEXO-S8    PIC X(01).
           02 DEPTO-S8   PIC 9(03).
           02 DTADMISSAO-S8 PIC 9(08).
           02 OPERADOR-S8 PIC X(08).
           02 NUM-APR-S8  PIC 9(08).

       FD CADENT-NOVO
           LABEL RECORD ARE STANDARD
           02 SALARIO-N PIC 9(5)V9(2).
           02 SEXO-N    PIC X(01).
           02 DEPTO-N   PIC 9(03).
           02 DTADMISSAO-N PIC 9(08).

       FD PARMDIS
           LABEL RECORD ARE STANDARD
           02 DEPTO-PARM  PIC 9(03).
           02 PCT-DEP-PARM PIC 9(02)V9(02).

       FD PARMAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMAPR.DAT".
       01 REG-PARM-APR.
           02 LIMITE-VALOR-PARM PIC 9(09)V9(02).
           02 LIMITE-PRECO-PARM PIC 9(06)V9(02).
           02 LIMITE-SAL-PARM   PIC 9(05)V9(02).

       FD RELFUN
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).
       77 FIM-MST          PIC X(03) VALUE "NAO".
       77 FIM-TRN          PIC X(03) VALUE "NAO".
       77 MOVFUNC-STATUS   PIC X(02) VALUE ZEROES.
       77 APRMOV-STATUS    PIC X(02) VALUE ZEROES.
       77 PARMDIS-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-MOVFUNC      PIC X(03) VALUE "NAO".
       77 TEM-DISSIDIO     PIC X(03) VALUE "NAO".
       77 IND-DEP          PIC 9(02) VALUE ZEROES.
       77 DEPTO-OK         PIC X(03) VALUE "NAO".
       77 PCT-DEP-ACHOU    PIC X(03) VALUE "NAO".
       77 TOT-RETIDOS      PIC 9(05) VALUE ZEROES.
       77 PARMAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 LIMITE-SALARIO   PIC 9(05)V9(02) VALUE 500,00.
       77 DIFERENCA-WS     PIC S9(05)V9(02) VALUE ZEROES.
       77 TRN-SENSIVEL     PIC X(03) VALUE "NAO".
       77 APROVACAO-OK     PIC X(03) VALUE "SIM".

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
           02 FILLER       PIC X(16) VALUE "RETIDO P/APROV. ".
           02 NUM-RETIDA   PIC 9(08).

       01 TABELA-DEPTOS.
           02 DEPTO-TAB OCCURS 20 TIMES PIC 9(03).
           02 FILLER    PIC X(27) VALUE "TRANSACOES REJEITADAS    : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES RETIDAS       : ".
           02 TOT-RET-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "FOLHA ANTES              : ".
           PERFORM LE-PARMDIS.
           PERFORM CARREGA-DEPTOS.
           PERFORM LE-PARMDEP.
           PERFORM LE-PARMAPR.
           PERFORM ORDENA-MOVFUNC.
           OPEN INPUT CADENT-ORD
                OUTPUT CADENT-NOVO
           MOVE PCT-DEP-PARM TO PCT-DEP-TAB(QTD-PCT-DEP).
           PERFORM LE-PCT-DEP.

       LE-PARMAPR.
           OPEN INPUT PARMAPR.
           IF PARMAPR-STATUS EQUAL "35"
              DISPLAY "PARMAPR.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMAPR
                 AT END
                    MOVE ZEROES TO LIMITE-SAL-PARM
              END-READ
              IF LIMITE-SAL-PARM NUMERIC
                 AND LIMITE-SAL-PARM NOT EQUAL ZEROES
                 MOVE LIMITE-SAL-PARM TO LIMITE-SALARIO
              END-IF
              CLOSE PARMAPR.

       VALIDA-DEPTO.
           MOVE "SIM" TO DEPTO-OK.
           IF QTD-DEPTOS GREATER THAN ZEROES
           ELSE
              MOVE "SIM" TO TEM-MOVFUNC
              CLOSE MOVFUNC
              PERFORM PREPARA-APRMOV
              SORT SORTWK8 ON ASCENDING KEY COD-S8
                   USING MOVFUNC APRMOV
                   GIVING MOVFUNC-ORD
              OPEN INPUT MOVFUNC-ORD.

       PREPARA-APRMOV.
           OPEN INPUT APRMOV.
           IF APRMOV-STATUS EQUAL "35"
              OPEN OUTPUT APRMOV.
           CLOSE APRMOV.

       LE-MESTRE.
           READ CADENT-ORD
              AT END
                    MOVE 99999999 TO CHAVE-TRN
                 NOT AT END
                    MOVE COD-MOV-O TO CHAVE-TRN
                    IF NUM-APR-MOV-O NOT NUMERIC
                       MOVE ZEROES TO NUM-APR-MOV-O
                    END-IF
              END-READ.

       CASA-ARQUIVOS.
                 PERFORM LE-MESTRE.

       TRATA-TRN-SEM-MESTRE.
           IF OPERADOR-MOV-O EQUAL SPACES
              PERFORM REJEITA-SEM-OPERADOR
           ELSE
              IF OPER-MOV-O EQUAL "I"
                 PERFORM ADMITE-FUNCIONARIO
              ELSE
                 MOVE COD-MOV-O TO COD-REL
                 MOVE ZEROES TO SALANT-REL SALNOV-REL
                 MOVE "FUNCIONARIO INEXISTENTE" TO SITUACAO-REL
                 ADD 1 TO TOT-REJEITADOS
                 PERFORM IMPRESSAO.

       REJEITA-SEM-OPERADOR.
           MOVE COD-MOV-O TO COD-REL.
           MOVE ZEROES TO SALANT-REL SALNOV-REL.
           MOVE "OPERADOR NAO INFORMADO" TO SITUACAO-REL.
           ADD 1 TO TOT-REJEITADOS.
           PERFORM IMPRESSAO.

       ADMITE-FUNCIONARIO.
           PERFORM VALIDA-DEPTO.
              MOVE SALARIO-MOV-O TO SALARIO-N
              MOVE SEXO-MOV-O    TO SEXO-N
              MOVE DEPTO-MOV-O   TO DEPTO-N
              IF DTADMISSAO-MOV-O NUMERIC
                 AND DTADMISSAO-MOV-O NOT EQUAL ZEROES
                 MOVE DTADMISSAO-MOV-O TO DTADMISSAO-N
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO DTADMISSAO-N
              END-IF
              MOVE ZEROES        TO SAL-ANTES
              PERFORM APLICA-DISSIDIO
              WRITE REG-ENT-N
              PERFORM IMPRESSAO.

       TRATA-TRN-COM-MESTRE.
           IF OPERADOR-MOV-O EQUAL SPACES
              PERFORM REJEITA-SEM-OPERADOR
           ELSE
              PERFORM APLICA-TRN-COM-MESTRE.

       APLICA-TRN-COM-MESTRE.
           EVALUATE OPER-MOV-O
              WHEN "T"
                 MOVE "SIM" TO TRN-SENSIVEL
                 MOVE "DESLIGAMENTO DE FUNCIONARIO" TO PEND-MOTIVO
                 PERFORM VERIFICA-APROVACAO
                 IF APROVACAO-OK EQUAL "SIM"
                    PERFORM DESLIGA-FUNCIONARIO
                    PERFORM LE-MESTRE
                 END-IF
              WHEN "S"
                 PERFORM VERIFICA-ALTERACAO
                 PERFORM VERIFICA-APROVACAO
                 IF APROVACAO-OK EQUAL "SIM"
                    PERFORM ALTERA-SALARIO
                    PERFORM LE-MESTRE
                 END-IF
              WHEN "I"
                 MOVE COD-MOV-O TO COD-REL
                 MOVE SALARIO-O TO SALANT-REL
                 PERFORM IMPRESSAO
           END-EVALUATE.

       VERIFICA-ALTERACAO.
           MOVE "NAO" TO TRN-SENSIVEL.
           COMPUTE DIFERENCA-WS = SALARIO-MOV-O - SALARIO-O.
           IF DIFERENCA-WS LESS THAN ZEROES
              COMPUTE DIFERENCA-WS = DIFERENCA-WS * -1.
           IF DIFERENCA-WS GREATER THAN LIMITE-SALARIO
              MOVE "SIM" TO TRN-SENSIVEL
              MOVE "SALARIO ALTERADO ACIMA LIMITE" TO PEND-MOTIVO.

       VERIFICA-APROVACAO.
           MOVE "SIM" TO APROVACAO-OK.
           IF TRN-SENSIVEL EQUAL "SIM"
              MOVE COD-MOV-O     TO COD-REL
              MOVE SALARIO-O     TO SALANT-REL
              MOVE SALARIO-MOV-O TO SALNOV-REL
              IF NUM-APR-MOV-O EQUAL ZEROES
                 PERFORM RETEM-TRANSACAO
              ELSE
                 PERFORM CONFERE-APROVACAO.

       RETEM-TRANSACAO.
           MOVE "NAO"          TO APROVACAO-OK.
           MOVE "I"            TO PEND-FUNCAO.
           MOVE "MOVFUNC"      TO PEND-ORIGEM.
           MOVE OPERADOR-MOV-O TO PEND-OPERADOR.
           MOVE IMAGEM-MOV-O   TO PEND-IMAGEM.
           CALL "EM02PEND" USING PEND-AREA.
           IF PEND-RETORNO EQUAL "00"
              MOVE PEND-NUMERO TO NUM-RETIDA
              MOVE MSG-RETIDA  TO SITUACAO-REL
              ADD 1 TO TOT-RETIDOS
           ELSE
              MOVE "ERRO AO GRAVAR PENDENCIA" TO SITUACAO-REL
              ADD 1 TO TOT-REJEITADOS.
           PERFORM IMPRESSAO.

       CONFERE-APROVACAO.
           MOVE "NAO"          TO APROVACAO-OK.
           MOVE "V"            TO PEND-FUNCAO.
           MOVE NUM-APR-MOV-O  TO PEND-NUMERO.
           MOVE "MOVFUNC"      TO PEND-ORIGEM.
           MOVE OPERADOR-MOV-O TO PEND-OPERADOR.
           MOVE IMAGEM-MOV-O   TO PEND-IMAGEM.
           CALL "EM02PEND" USING PEND-AREA.
           EVALUATE PEND-RETORNO
              WHEN "00"
                 MOVE "SIM" TO APROVACAO-OK
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
              ADD 1 TO TOT-REJEITADOS
              PERFORM IMPRESSAO.

       DESLIGA-FUNCIONARIO.
           ADD 1 TO TOT-DESLIGADOS.
           MOVE COD-O     TO COD-REL.
           MOVE NOME-O        TO NOME-N.
           MOVE SALARIO-MOV-O TO SALARIO-N.
           MOVE SEXO-O        TO SEXO-N.
           MOVE DTADMISSAO-O  TO DTADMISSAO-N.
           IF DEPTO-MOV-O NOT EQUAL ZEROES
              PERFORM VALIDA-DEPTO
              IF DEPTO-OK EQUAL "SIM"
           MOVE SALARIO-O TO SALARIO-N.
           MOVE SEXO-O    TO SEXO-N.
           MOVE DEPTO-O   TO DEPTO-N.
           MOVE DTADMISSAO-O TO DTADMISSAO-N.
           MOVE SALARIO-O TO SAL-ANTES.
           PERFORM APLICA-DISSIDIO.
           WRITE REG-ENT-N.
           MOVE TOT-DESLIGADOS TO TOT-DES-ED.
           MOVE TOT-ALTERADOS  TO TOT-ALT-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE TOT-RETIDOS    TO TOT-RET-ED.
           MOVE FOLHA-ANTES    TO FOLHA-ANT-ED.
           MOVE FOLHA-DEPOIS   TO FOLHA-DEP-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.

           MOVE SALARIO-N TO SALARIO.
           MOVE SEXO-N    TO SEXO.
           MOVE DEPTO-N   TO DEPTO.
           MOVE DTADMISSAO-N TO DTADMISSAO.
           WRITE REG-ENT.
           PERFORM LE-NOVO.

           CLOSE CADENT-ORD
                 RELFUN.
           IF TEM-MOVFUNC EQUAL "SIM"
              CLOSE MOVFUNC-ORD
              OPEN OUTPUT APRMOV
              CLOSE APRMOV.
