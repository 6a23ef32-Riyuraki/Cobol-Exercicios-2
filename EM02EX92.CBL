       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX92.
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
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSOC1.
           SELECT PLANOTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANOTAB-STATUS.
           SELECT SOCPLANO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-PL
           FILE STATUS IS SOCPLANO-STATUS.
           SELECT CARTOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSOC-CA
           FILE STATUS IS CARTOES-STATUS.
           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERDAS-STATUS.
           SELECT PARMCRT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMCRT-STATUS.
           SELECT CARTVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCART ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01 REG-ENT.
           02 CODPAG    PIC 9(02).
           02 NUMSOC1   PIC 9(06).
           02 NOMESOC1  PIC X(30).
           02 VALPAG1   PIC 9(09)V9(02).
           02 DTVENC1.
            03 DIA-VENC1  PIC 9(02).
            03 MES-VENC1  PIC 9(02).
            03 ANO-VENC1  PIC 9(04).

       FD PLANOTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOTAB.DAT".
       01 REG-PLANO.
           02 CODPLANO     PIC 9(03).
           02 DESCPLANO    PIC X(20).
           02 MENSALIDADE  PIC 9(07)V9(02).
           02 ADICIONAL-DEP PIC 9(07)V9(02).

       FD SOCPLANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOCPLANO.DAT".
       01 REG-SOC-PL.
           02 NUMSOC-PL    PIC 9(06).
           02 CODPLANO-PL  PIC 9(03).

       FD CARTOES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTOES.DAT".
       01 REG-CA.
           02 NUMSOC-CA    PIC 9(06).
           02 NOME-CA      PIC X(30).
           02 CODPLANO-CA  PIC 9(03).
           02 EMISSAO-CA   PIC 9(08).
           02 VALIDADE-CA  PIC 9(08).
           02 SITUACAO-CA  PIC X(01).
           02 VIA-CA       PIC 9(02).
           02 DATA-BLOQ-CA PIC 9(08).

       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
       01 REG-PER.
           02 NUMSOC-PER   PIC 9(06).
           02 NOMESOC-PER  PIC X(30).
           02 VALOR-PER    PIC 9(09)V9(02).
           02 ENCARGOS-PER PIC 9(10)V9(02).
           02 DATA-BAIXA   PIC 9(08).

       FD PARMCRT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCRT.DAT".
       01 REG-PARM-CRT.
           02 DIAS-BLOQ-PARM PIC 9(04).

       FD CARTVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTVEND.DAT".
       01 REG-CV.
           02 TIPO-CV      PIC X(01).
           02 NUMSOC-CV    PIC 9(06).
           02 NOME-CV      PIC X(30).
           02 DESCPLANO-CV PIC X(20).
           02 FOTO-CV      PIC X(20).
           02 VALIDADE-CV  PIC 9(08).
           02 VIA-CV       PIC 9(02).

       FD CARTBLOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTBLOQ.DAT".
       01 REG-CB.
           02 NUMSOC-CB    PIC 9(06).
           02 NOME-CB      PIC X(30).
           02 MOTIVO-CB    PIC X(01).
           02 DATA-CB      PIC 9(08).

       FD RELCART
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-PLANO        PIC X(03) VALUE "NAO".
       77 FIM-BLOQ         PIC X(03) VALUE "NAO".
       77 PLANOTAB-STATUS  PIC X(02) VALUE ZEROES.
       77 SOCPLANO-STATUS  PIC X(02) VALUE ZEROES.
       77 TEM-SOCPLANO     PIC X(03) VALUE "NAO".
       77 CARTOES-STATUS   PIC X(02) VALUE ZEROES.
       77 PERDAS-STATUS    PIC X(02) VALUE ZEROES.
       77 PARMCRT-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CARTAO       PIC X(03) VALUE "NAO".
       77 TIPO-EMISSAO     PIC X(01) VALUE SPACES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-PLANOS       PIC 9(02) VALUE ZEROES.
       77 IND-PLANO        PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(02) VALUE ZEROES.
       77 PLANO-SOCIO      PIC 9(03) VALUE ZEROES.
       77 QTD-BLOQ         PIC 9(04) VALUE ZEROES.
       77 IND-BLOQ         PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-BLOQ   PIC 9(04) VALUE ZEROES.
       77 NUMSOC-PROC      PIC 9(06) VALUE ZEROES.
       77 NOME-PROC        PIC X(30) VALUE SPACES.
       77 MOTIVO-PROC      PIC X(01) VALUE SPACES.
       77 DIAS-BLOQ-WS     PIC 9(04) VALUE 30.
       77 WS-DIAS-ATR      PIC S9(07) VALUE ZEROES.
       77 WS-VENC          PIC 9(08) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 ANOMES-HOJE      PIC 9(06) VALUE ZEROES.
       77 ANOMES-VALIDADE  PIC 9(06) VALUE ZEROES.
       77 TOTAL-LIDOS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-NOVOS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-TROCA      PIC 9(05) VALUE ZEROES.
       77 TOTAL-RENOV      PIC 9(05) VALUE ZEROES.
       77 TOTAL-BLOQ       PIC 9(05) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(30) VALUE SPACES.

       01 VALIDADE-WS.
           02 ANO-VAL      PIC 9(04).
           02 MES-VAL      PIC 9(02).
           02 DIA-VAL      PIC 9(02).
       01 VALIDADE-WS-R REDEFINES VALIDADE-WS PIC 9(08).

       01 FOTO-WS.
           02 FILLER       PIC X(05) VALUE "FOTO-".
           02 FOTO-NUM     PIC 9(06).
           02 FILLER       PIC X(04) VALUE ".JPG".
           02 FILLER       PIC X(05) VALUE SPACES.

       01 TABELA-PLANOS.
           02 ITEM-PLANO OCCURS 50 TIMES.
              03 CODPLANO-TAB    PIC 9(03).
              03 DESCPLANO-TAB   PIC X(20).

       01 TABELA-BLOQ.
           02 ITEM-BLOQ OCCURS 3000 TIMES.
              03 NUMSOC-BLOQ    PIC 9(06).
              03 NOME-BLOQ      PIC X(30).
              03 MOTIVO-BLOQ    PIC X(01).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE EMISSAO E BLOQU".
           02 FILLER    PIC X(16) VALUE "EIO DE CARTOES".
           02 FILLER    PIC X(15) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "SOCIO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "VALIDADE".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-REL     PIC X(25).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 VALIDADE-REL PIC X(10).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SITUACAO-REL PIC X(30).

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SOCIOS LIDOS             : ".
           02 TOTAL-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CARTOES NOVOS (ADESAO)   : ".
           02 TOTAL-NOV-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CARTOES POR TROCA PLANO  : ".
           02 TOTAL-TRO-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CARTOES RENOVADOS        : ".
           02 TOTAL-REN-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CARTOES BLOQUEADOS       : ".
           02 TOTAL-BLO-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX92".
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
       IF QTD-PLANOS NOT EQUAL ZEROES
          PERFORM GERA-BLOQUEIOS
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
           MOVE TOTAL-LIDOS TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOTAL-NOVOS + TOTAL-TROCA
                                + TOTAL-RENOV.
           MOVE TOTAL-BLOQ  TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO ANOMES-HOJE.
           PERFORM CARREGA-PLANOS.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM LE-PARMCRT
              OPEN INPUT CADSOC1
              PERFORM ABRE-SOCPLANO
              PERFORM ABRE-CARTOES
              PERFORM CARREGA-BLOQUEIOS
              OPEN OUTPUT CARTVEND
              OPEN OUTPUT CARTBLOQ
              OPEN OUTPUT RELCART
              MOVE ZEROES TO NUMSOC1
              START CADSOC1 KEY IS NOT LESS THAN NUMSOC1
                 INVALID KEY
                    MOVE "SIM" TO FIM-ARQ
              END-START
              IF FIM-ARQ NOT EQUAL "SIM"
                 PERFORM LEITURA
              END-IF
           END-IF.

       ABRE-SOCPLANO.
           OPEN INPUT SOCPLANO.
           IF SOCPLANO-STATUS EQUAL "35"
              DISPLAY "SOCPLANO.DAT NAO ENCONTRADO - TODOS OS SOCIOS"
              DISPLAY "NO PRIMEIRO PLANO DA TABELA"
              MOVE "NAO" TO TEM-SOCPLANO
           ELSE
              MOVE "SIM" TO TEM-SOCPLANO.

       ABRE-CARTOES.
           OPEN I-O CARTOES.
           IF CARTOES-STATUS EQUAL "35"
              OPEN OUTPUT CARTOES
              CLOSE CARTOES
              OPEN I-O CARTOES.

       LE-PARMCRT.
           OPEN INPUT PARMCRT.
           IF PARMCRT-STATUS EQUAL "35"
              DISPLAY "PARMCRT.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMCRT
                 AT END
                    MOVE ZEROES TO DIAS-BLOQ-PARM
              END-READ
              IF DIAS-BLOQ-PARM NUMERIC
                 AND DIAS-BLOQ-PARM NOT EQUAL ZEROES
                 MOVE DIAS-BLOQ-PARM TO DIAS-BLOQ-WS
              END-IF
              CLOSE PARMCRT.

       CARREGA-PLANOS.
           OPEN INPUT PLANOTAB.
           IF PLANOTAB-STATUS EQUAL "35"
              DISPLAY "PLANOTAB.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-PLANO
              PERFORM GUARDA-PLANO
                 UNTIL FIM-PLANO EQUAL "SIM"
              CLOSE PLANOTAB
              IF QTD-PLANOS GREATER THAN 50
                 DISPLAY "TABELA DE PLANOS CHEIA - ENCERRANDO"
                 MOVE ZEROES TO QTD-PLANOS
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 12 TO RETURN-CODE
              ELSE
                 IF QTD-PLANOS EQUAL ZEROES
                    DISPLAY "PLANOTAB.DAT VAZIO - ENCERRANDO"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       LE-PLANO.
           READ PLANOTAB AT END MOVE "SIM" TO FIM-PLANO.

       GUARDA-PLANO.
           ADD 1 TO QTD-PLANOS.
           IF QTD-PLANOS GREATER THAN 50
              MOVE "SIM" TO FIM-PLANO
           ELSE
              MOVE CODPLANO  TO CODPLANO-TAB(QTD-PLANOS)
              MOVE DESCPLANO TO DESCPLANO-TAB(QTD-PLANOS)
              PERFORM LE-PLANO.

       CARREGA-BLOQUEIOS.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-BLOQ
              PERFORM LE-PERDAS
              PERFORM GUARDA-PERDA
                 UNTIL FIM-BLOQ EQUAL "SIM"
              CLOSE PERDAS.
           MOVE "NAO"  TO FIM-BLOQ.
           MOVE ZEROES TO NUMSOC-CA.
           START CARTOES KEY IS NOT LESS THAN NUMSOC-CA
              INVALID KEY
                 MOVE "SIM" TO FIM-BLOQ
           END-START.
           IF FIM-BLOQ NOT EQUAL "SIM"
              PERFORM LE-CARTOES-SEQ
              PERFORM VERIFICA-DESLIGADO
                 UNTIL FIM-BLOQ EQUAL "SIM".

       LE-PERDAS.
           READ PERDAS AT END MOVE "SIM" TO FIM-BLOQ.

       GUARDA-PERDA.
           MOVE NUMSOC-PER  TO NUMSOC-PROC.
           MOVE NOMESOC-PER TO NOME-PROC.
           MOVE "P"         TO MOTIVO-PROC.
           PERFORM INCLUI-BLOQUEIO.
           PERFORM LE-PERDAS.

       LE-CARTOES-SEQ.
           READ CARTOES NEXT RECORD AT END MOVE "SIM" TO FIM-BLOQ.

       VERIFICA-DESLIGADO.
           MOVE NUMSOC-CA TO NUMSOC1.
           READ CADSOC1
              INVALID KEY
                 MOVE NUMSOC-CA TO NUMSOC-PROC
                 MOVE NOME-CA   TO NOME-PROC
                 MOVE "D"       TO MOTIVO-PROC
                 PERFORM INCLUI-BLOQUEIO
           END-READ.
           PERFORM LE-CARTOES-SEQ.

       INCLUI-BLOQUEIO.
           PERFORM PROCURA-BLOQUEIO.
           IF IND-ACHOU-BLOQ EQUAL ZEROES
              IF QTD-BLOQ LESS THAN 3000
                 ADD 1 TO QTD-BLOQ
                 MOVE NUMSOC-PROC TO NUMSOC-BLOQ(QTD-BLOQ)
                 MOVE NOME-PROC   TO NOME-BLOQ(QTD-BLOQ)
                 MOVE MOTIVO-PROC TO MOTIVO-BLOQ(QTD-BLOQ)
              ELSE
                 DISPLAY "TABELA DE BLOQUEIOS CHEIA - SOCIO "
                         NUMSOC-PROC
                 MOVE 12 TO RETURN-CODE.

       PROCURA-BLOQUEIO.
           MOVE ZEROES TO IND-ACHOU-BLOQ.
           MOVE 1      TO IND-BLOQ.
           PERFORM TESTA-BLOQUEIO
              UNTIL IND-BLOQ GREATER THAN QTD-BLOQ
                 OR IND-ACHOU-BLOQ NOT EQUAL ZEROES.

       TESTA-BLOQUEIO.
           IF NUMSOC-BLOQ(IND-BLOQ) EQUAL NUMSOC-PROC
              MOVE IND-BLOQ TO IND-ACHOU-BLOQ.
           ADD 1 TO IND-BLOQ.

       LEITURA.
           READ CADSOC1 NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOTAL-LIDOS.
           MOVE NUMSOC1 TO NUMSOC-PROC.
           PERFORM PROCURA-BLOQUEIO.
           IF IND-ACHOU-BLOQ NOT EQUAL ZEROES
              MOVE NOMESOC1 TO NOME-BLOQ(IND-ACHOU-BLOQ)
           ELSE
              PERFORM CALC-ATRASO
              IF CODPAG NOT EQUAL 1
                 AND WS-DIAS-ATR GREATER THAN DIAS-BLOQ-WS
                 PERFORM BLOQUEIA-ATRASO
              ELSE
                 PERFORM VERIFICA-CARTAO.
           PERFORM LEITURA.

       CALC-ATRASO.
           COMPUTE WS-VENC = ANO-VENC1 * 10000
                           + MES-VENC1 * 100
                           + DIA-VENC1.
           COMPUTE WS-DIAS-ATR =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
             - FUNCTION INTEGER-OF-DATE(WS-VENC).

       BLOQUEIA-ATRASO.
           MOVE NOMESOC1 TO NOME-PROC.
           MOVE "A"      TO MOTIVO-PROC.
           PERFORM INCLUI-BLOQUEIO.

       VERIFICA-CARTAO.
           PERFORM BUSCA-PLANO-SOCIO.
           MOVE SPACES  TO TIPO-EMISSAO.
           MOVE NUMSOC1 TO NUMSOC-CA.
           READ CARTOES
              INVALID KEY
                 MOVE "NAO" TO TEM-CARTAO
                 MOVE "N"   TO TIPO-EMISSAO
              NOT INVALID KEY
                 MOVE "SIM" TO TEM-CARTAO
           END-READ.
           IF TEM-CARTAO EQUAL "SIM"
              MOVE VALIDADE-CA(1:6) TO ANOMES-VALIDADE
              IF CODPLANO-CA NOT EQUAL PLANO-SOCIO
                 MOVE "P" TO TIPO-EMISSAO
              ELSE
                 IF SITUACAO-CA EQUAL "B"
                    OR ANOMES-VALIDADE NOT GREATER THAN ANOMES-HOJE
                    MOVE "R" TO TIPO-EMISSAO.
           IF TIPO-EMISSAO NOT EQUAL SPACES
              PERFORM EMITE-CARTAO.

       BUSCA-PLANO-SOCIO.
           IF TEM-SOCPLANO EQUAL "SIM"
              MOVE NUMSOC1 TO NUMSOC-PL
              READ SOCPLANO
                 INVALID KEY
                    MOVE CODPLANO-TAB(1) TO PLANO-SOCIO
                 NOT INVALID KEY
                    MOVE CODPLANO-PL TO PLANO-SOCIO
              END-READ
           ELSE
              MOVE CODPLANO-TAB(1) TO PLANO-SOCIO.
           PERFORM PROCURA-NA-TABELA.

       PROCURA-NA-TABELA.
           MOVE ZEROES TO IND-ACHOU.
           MOVE 1      TO IND-PLANO.
           PERFORM TESTA-PLANO
              UNTIL IND-PLANO GREATER THAN QTD-PLANOS
                 OR IND-ACHOU NOT EQUAL ZEROES.

       TESTA-PLANO.
           IF CODPLANO-TAB(IND-PLANO) EQUAL PLANO-SOCIO
              MOVE IND-PLANO TO IND-ACHOU.
           ADD 1 TO IND-PLANO.

       EMITE-CARTAO.
           MOVE WS-HOJE TO VALIDADE-WS-R.
           ADD 1 TO ANO-VAL.
           IF MES-VAL EQUAL 2 AND DIA-VAL EQUAL 29
              MOVE 28 TO DIA-VAL.
           MOVE NUMSOC1       TO NUMSOC-CA.
           MOVE NOMESOC1      TO NOME-CA.
           MOVE PLANO-SOCIO   TO CODPLANO-CA.
           MOVE WS-HOJE       TO EMISSAO-CA.
           MOVE VALIDADE-WS-R TO VALIDADE-CA.
           MOVE "A"           TO SITUACAO-CA.
           MOVE ZEROES        TO DATA-BLOQ-CA.
           IF TEM-CARTAO EQUAL "SIM"
              ADD 1 TO VIA-CA
              REWRITE REG-CA
           ELSE
              MOVE 1 TO VIA-CA
              WRITE REG-CA.
           MOVE TIPO-EMISSAO  TO TIPO-CV.
           MOVE NUMSOC1       TO NUMSOC-CV.
           MOVE NOMESOC1      TO NOME-CV.
           IF IND-ACHOU EQUAL ZEROES
              MOVE SPACES TO DESCPLANO-CV
           ELSE
              MOVE DESCPLANO-TAB(IND-ACHOU) TO DESCPLANO-CV.
           MOVE NUMSOC1       TO FOTO-NUM.
           MOVE FOTO-WS       TO FOTO-CV.
           MOVE VALIDADE-CA   TO VALIDADE-CV.
           MOVE VIA-CA        TO VIA-CV.
           WRITE REG-CV.
           EVALUATE TIPO-EMISSAO
              WHEN "N"
                 ADD 1 TO TOTAL-NOVOS
                 MOVE "CARTAO NOVO - ADESAO" TO MOTIVO-WS
              WHEN "P"
                 ADD 1 TO TOTAL-TROCA
                 MOVE "CARTAO NOVO - TROCA DE PLANO" TO MOTIVO-WS
              WHEN OTHER
                 ADD 1 TO TOTAL-RENOV
                 MOVE "CARTAO RENOVADO" TO MOTIVO-WS
           END-EVALUATE.
           MOVE NUMSOC1  TO NUMSOC-REL.
           MOVE NOMESOC1 TO NOME-REL.
           MOVE VALIDADE-WS-R(7:2) TO DIA-FMT.
           MOVE VALIDADE-WS-R(5:2) TO MES-FMT.
           MOVE VALIDADE-WS-R(1:4) TO ANO-FMT.
           MOVE DATA-FMT TO VALIDADE-REL.
           PERFORM IMPRESSAO.

       GERA-BLOQUEIOS.
           MOVE 1 TO IND-BLOQ.
           PERFORM GRAVA-BLOQUEIO
              UNTIL IND-BLOQ GREATER THAN QTD-BLOQ.

       GRAVA-BLOQUEIO.
           MOVE NUMSOC-BLOQ(IND-BLOQ) TO NUMSOC-CB NUMSOC-CA.
           MOVE NOME-BLOQ(IND-BLOQ)   TO NOME-CB.
           MOVE MOTIVO-BLOQ(IND-BLOQ) TO MOTIVO-CB.
           MOVE WS-HOJE               TO DATA-CB.
           READ CARTOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOME-CB EQUAL SPACES
                    MOVE NOME-CA TO NOME-CB
                 END-IF
                 IF SITUACAO-CA NOT EQUAL "B"
                    MOVE "B"     TO SITUACAO-CA
                    MOVE WS-HOJE TO DATA-BLOQ-CA
                    REWRITE REG-CA
                 END-IF
           END-READ.
           WRITE REG-CB.
           ADD 1 TO TOTAL-BLOQ.
           EVALUATE MOTIVO-CB
              WHEN "D"
                 MOVE "BLOQUEADO - DESLIGADO" TO MOTIVO-WS
              WHEN "P"
                 MOVE "BLOQUEADO - DEBITO BAIXADO" TO MOTIVO-WS
              WHEN OTHER
                 MOVE "BLOQUEADO - EM ATRASO" TO MOTIVO-WS
           END-EVALUATE.
           MOVE NUMSOC-CB TO NUMSOC-REL.
           MOVE NOME-CB   TO NOME-REL.
           MOVE SPACES    TO VALIDADE-REL.
           PERFORM IMPRESSAO.
           ADD 1 TO IND-BLOQ.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE MOTIVO-WS TO SITUACAO-REL.
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
           MOVE TOTAL-LIDOS TO TOTAL-LID-ED.
           MOVE TOTAL-NOVOS TO TOTAL-NOV-ED.
           MOVE TOTAL-TROCA TO TOTAL-TRO-ED.
           MOVE TOTAL-RENOV TO TOTAL-REN-ED.
           MOVE TOTAL-BLOQ  TO TOTAL-BLO-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           IF QTD-PLANOS NOT EQUAL ZEROES
              CLOSE CADSOC1
                    CARTOES
                    CARTVEND
                    CARTBLOQ
                    RELCART
              IF TEM-SOCPLANO EQUAL "SIM"
                 CLOSE SOCPLANO
              END-IF
           END-IF.
