       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX99.
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
           SELECT REVNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVNOTA-STATUS.
           SELECT OPERAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERAPR-STATUS.
           SELECT PARMALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMALU-STATUS.
           SELECT CATDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATDISC-STATUS.
           SELECT HISTALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-HIST
           FILE STATUS IS HISTALU-STATUS.
           SELECT JRNHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNHIST-STATUS.
           SELECT REVCONC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVCONC-STATUS.
           SELECT RELREVN ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD REVNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REVNOTA.DAT".
       01 REG-REV.
           02 MATRICULA-REV   PIC 9(07).
           02 TERMO-REV       PIC X(06).
           02 DISCIPLINA-REV  PIC X(03).
           02 NOTA1-REV       PIC 9(02)V9(02).
           02 NOTA2-REV       PIC 9(02)V9(02).
           02 NOTA3-REV       PIC 9(02)V9(02).
           02 FALTAS-REV      PIC 9(02).
           02 MOTIVO-REV      PIC X(30).
           02 OPERADOR-REV    PIC X(08).
           02 COORDENADOR-REV PIC X(08).

       FD OPERAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERAPR.DAT".
       01 REG-OP.
           02 CODOPER-OP     PIC X(08).
           02 NOMEOPER-OP    PIC X(30).
           02 APROVA-OP      PIC X(01).

       FD PARMALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMALU.DAT".
       01 REG-PARM-ALU.
           02 PESO1-PARM    PIC 9V99.
           02 PESO2-PARM    PIC 9V99.
           02 PESO3-PARM    PIC 9V99.
           02 TERMO-PARM    PIC X(06).

       FD CATDISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CATDISC.DAT".
       01 REG-CAT.
           02 DISCIPLINA-CAT PIC X(03).
           02 DESCRICAO-CAT  PIC X(20).
           02 CARGA-HOR-CAT  PIC 9(03).
           02 PCT-FALTAS-CAT PIC 9(02).
           02 PREREQ1-CAT    PIC X(03).
           02 PREREQ2-CAT    PIC X(03).
           02 VAGAS-CAT      PIC 9(03).
           02 VALOR-CAT      PIC 9(05)V9(02).

       FD HISTALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTALU.DAT".
       01 REG-HIST-ALU.
           02 CHAVE-HIST.
            03 MATRICULA-HIST   PIC 9(7).
            03 TERMO-HIST       PIC X(06).
            03 DISCIPLINA-HIST  PIC X(03).
           02 NOME-HIST        PIC X(30).
           02 MEDIA-HIST        PIC 99V99.
           02 RESULTADO-HIST    PIC X(10).

       FD JRNHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNHIST.DAT".
       01 REG-JHI.
           02 SEQ-JHI        PIC 9(06).
           02 DATA-JHI       PIC 9(08).
           02 OPER-JHI       PIC X(01).
           02 ANTES-JHI      PIC X(60).
           02 DEPOIS-JHI     PIC X(60).
           02 OPERADOR-JHI   PIC X(08).
           02 APROVADOR-JHI  PIC X(08).
           02 MOTIVO-JHI     PIC X(30).
           02 NOTA1-JHI      PIC 9(02)V9(02).
           02 NOTA2-JHI      PIC 9(02)V9(02).
           02 NOTA3-JHI      PIC 9(02)V9(02).
           02 FALTAS-JHI     PIC 9(02).

       FD REVCONC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REVCONC.DAT".
       01 REG-RC.
           02 MATRICULA-RC   PIC 9(07).
           02 TERMO-RC       PIC X(06).
           02 DISCIPLINA-RC  PIC X(03).
           02 RES-ANT-RC     PIC X(10).
           02 RES-NOVO-RC    PIC X(10).
           02 DATA-RC        PIC 9(08).

       FD RELREVN
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-CAT          PIC X(03) VALUE "NAO".
       77 REVNOTA-STATUS   PIC X(02) VALUE ZEROES.
       77 OPERAPR-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMALU-STATUS   PIC X(02) VALUE ZEROES.
       77 CATDISC-STATUS   PIC X(02) VALUE ZEROES.
       77 HISTALU-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 REVCONC-STATUS   PIC X(02) VALUE ZEROES.
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-OPER         PIC 9(03) VALUE ZEROES.
       77 IND-OPER         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(03) VALUE ZEROES.
       77 QTD-DISC         PIC 9(02) VALUE ZEROES.
       77 IND-DISC         PIC 9(02) VALUE ZEROES.
       77 FALTAS-LIMITE    PIC 9(03) VALUE 15.
       77 PESO1-WS         PIC 9V99 VALUE 0,20.
       77 PESO2-WS         PIC 9V99 VALUE 0,30.
       77 PESO3-WS         PIC 9V99 VALUE 0,50.
       77 SOMAPESOS-WS     PIC 9V99 VALUE 1,00.
       77 SOMANOTA         PIC 999V99 VALUE ZEROES.
       77 MEDIA-NOVA       PIC 99V99 VALUE ZEROES.
       77 RESULTADO-NOVO   PIC X(10) VALUE SPACES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 SEQ-JORNAL       PIC 9(06) VALUE ZEROES.
       77 TOTAL-LIDOS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-REVISADAS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-RES-ALTER  PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-ALTER  PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(30) VALUE SPACES.
       01 HIST-ANTES       PIC X(60) VALUE SPACES.
       01 HIST-DEPOIS      PIC X(60) VALUE SPACES.

       01 TABELA-OPERADORES.
           02 ITEM-OPER OCCURS 100 TIMES.
              03 CODOPER-TAB   PIC X(08).
              03 APROVA-TAB    PIC X(01).

       01 TABELA-CATDISC.
           02 ITEM-CAT-TAB OCCURS 50 TIMES.
              03 DISC-CT       PIC X(03).
              03 LIMITE-FAL-CT PIC 9(03).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE REVISAO DE NOTA".
           02 FILLER    PIC X(18) VALUE "S".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(8)  VALUE "MATRIC.".
           02 FILLER    PIC X(7)  VALUE "TERMO".
           02 FILLER    PIC X(4)  VALUE "DIS".
           02 FILLER    PIC X(6)  VALUE "M.ANT".
           02 FILLER    PIC X(11) VALUE "RES.ANT.".
           02 FILLER    PIC X(6)  VALUE "M.NOV".
           02 FILLER    PIC X(11) VALUE "RES.NOVO".
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 MATRICULA-REL PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 TERMO-REL     PIC X(6).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DISC-REL      PIC X(3).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 MEDIA-ANT-REL PIC Z9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 RES-ANT-REL   PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 MEDIA-NOV-REL PIC Z9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 RES-NOV-REL   PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REVISOES LIDAS           : ".
           02 TOTAL-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "HISTORICOS REVISADOS     : ".
           02 TOTAL-REV-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESULTADOS ALTERADOS     : ".
           02 TOTAL-RES-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SEM ALTERACAO            : ".
           02 TOTAL-SEM-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REVISOES REJEITADAS      : ".
           02 TOTAL-REJ-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX99".
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
       IF ARQUIVOS-ABERTOS EQUAL "SIM"
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
           MOVE TOTAL-LIDOS      TO LOG-LIDOS.
           MOVE TOTAL-REVISADAS  TO LOG-GRAVADOS.
           MOVE TOTAL-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN INPUT REVNOTA.
           IF REVNOTA-STATUS EQUAL "35"
              DISPLAY "REVNOTA.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-OPERADORES
              IF FIM-ARQ NOT EQUAL "SIM"
                 PERFORM ABRE-HISTALU
              END-IF
              IF FIM-ARQ NOT EQUAL "SIM"
                 PERFORM LE-PARMALU
                 PERFORM CARREGA-CATDISC
                 PERFORM ABRE-JRNHIST
                 PERFORM ABRE-REVCONC
                 OPEN OUTPUT RELREVN
                 MOVE "SIM" TO ARQUIVOS-ABERTOS
                 PERFORM LEITURA
              ELSE
                 CLOSE REVNOTA
              END-IF
           END-IF.

       CARREGA-OPERADORES.
           OPEN INPUT OPERAPR.
           IF OPERAPR-STATUS EQUAL "35"
              DISPLAY "OPERAPR.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-OPERADOR
              PERFORM GUARDA-OPERADOR
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-OPER NOT LESS THAN 100
              CLOSE OPERAPR.

       LE-OPERADOR.
           READ OPERAPR AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-OPERADOR.
           ADD 1 TO QTD-OPER.
           MOVE CODOPER-OP TO CODOPER-TAB(QTD-OPER).
           MOVE APROVA-OP  TO APROVA-TAB(QTD-OPER).
           PERFORM LE-OPERADOR.

       ABRE-HISTALU.
           OPEN I-O HISTALU.
           IF HISTALU-STATUS NOT EQUAL "00"
              DISPLAY "ERRO AO ABRIR HISTALU.DAT - STATUS "
                 HISTALU-STATUS
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE.

       LE-PARMALU.
           OPEN INPUT PARMALU.
           IF PARMALU-STATUS EQUAL "35"
              DISPLAY "PARMALU.DAT NAO ENCONTRADO - USANDO PESOS PADRAO"
           ELSE
              READ PARMALU
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PESO1-PARM TO PESO1-WS
                    MOVE PESO2-PARM TO PESO2-WS
                    MOVE PESO3-PARM TO PESO3-WS
                    ADD PESO1-WS PESO2-WS PESO3-WS GIVING SOMAPESOS-WS
              END-READ
              CLOSE PARMALU.

       CARREGA-CATDISC.
           OPEN INPUT CATDISC.
           IF CATDISC-STATUS EQUAL "35"
              DISPLAY "CATDISC.DAT NAO ENCONTRADO - LIMITE 15 FALTAS"
           ELSE
              PERFORM LE-CATDISC
              PERFORM GUARDA-CATDISC
                 UNTIL FIM-CAT EQUAL "SIM"
                    OR QTD-DISC NOT LESS THAN 50
              CLOSE CATDISC.

       LE-CATDISC.
           READ CATDISC AT END MOVE "SIM" TO FIM-CAT.

       GUARDA-CATDISC.
           ADD 1 TO QTD-DISC.
           MOVE DISCIPLINA-CAT TO DISC-CT(QTD-DISC).
           COMPUTE LIMITE-FAL-CT(QTD-DISC) =
              CARGA-HOR-CAT * PCT-FALTAS-CAT / 100.
           PERFORM LE-CATDISC.

       ABRE-JRNHIST.
           OPEN EXTEND JRNHIST.
           IF JRNHIST-STATUS EQUAL "35"
              OPEN OUTPUT JRNHIST.

       ABRE-REVCONC.
           OPEN EXTEND REVCONC.
           IF REVCONC-STATUS EQUAL "35"
              OPEN OUTPUT REVCONC.

       LEITURA.
           READ REVNOTA AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOTAL-LIDOS.
           MOVE SPACES TO MOTIVO-WS.
           MOVE ZEROES TO MEDIA-HIST MEDIA-NOVA.
           MOVE SPACES TO RESULTADO-HIST RESULTADO-NOVO.
           PERFORM VALIDA-REVISAO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM LE-HISTORICO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM APLICA-REVISAO.
           IF MOTIVO-WS NOT EQUAL SPACES
              ADD 1 TO TOTAL-REJEITADAS
              MOVE MOTIVO-WS TO SITUACAO-REL.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-REVISAO.
           IF MATRICULA-REV NOT NUMERIC
              MOVE "MATRICULA INVALIDA" TO MOTIVO-WS
           ELSE
              IF TERMO-REV EQUAL SPACES
                 OR DISCIPLINA-REV EQUAL SPACES
                 MOVE "TERMO/DISCIPLINA EM BRANCO" TO MOTIVO-WS
              ELSE
                 IF NOTA1-REV NOT NUMERIC
                    OR NOTA2-REV NOT NUMERIC
                    OR NOTA3-REV NOT NUMERIC
                    OR FALTAS-REV NOT NUMERIC
                    MOVE "NOTA OU FALTAS INVALIDAS" TO MOTIVO-WS
                 ELSE
                    IF NOTA1-REV GREATER THAN 10
                       OR NOTA2-REV GREATER THAN 10
                       OR NOTA3-REV GREATER THAN 10
                       MOVE "NOTA ACIMA DE 10" TO MOTIVO-WS
                    ELSE
                       PERFORM VALIDA-APROVACAO.

       VALIDA-APROVACAO.
           IF MOTIVO-REV EQUAL SPACES
              MOVE "MOTIVO EM BRANCO" TO MOTIVO-WS
           ELSE
              IF OPERADOR-REV EQUAL SPACES
                 MOVE "OPERADOR NAO INFORMADO" TO MOTIVO-WS
              ELSE
                 IF COORDENADOR-REV EQUAL OPERADOR-REV
                    MOVE "COORDENADOR IGUAL OPERADOR" TO MOTIVO-WS
                 ELSE
                    PERFORM PROCURA-COORDENADOR
                    IF IND-ACHOU EQUAL ZEROES
                       MOVE "COORDENADOR NAO AUTORIZADO" TO MOTIVO-WS.

       PROCURA-COORDENADOR.
           MOVE ZEROES TO IND-ACHOU.
           MOVE 1 TO IND-OPER.
           PERFORM TESTA-COORDENADOR
              UNTIL IND-OPER GREATER THAN QTD-OPER.

       TESTA-COORDENADOR.
           IF CODOPER-TAB(IND-OPER) EQUAL COORDENADOR-REV
              AND APROVA-TAB(IND-OPER) EQUAL "S"
              AND COORDENADOR-REV NOT EQUAL SPACES
              MOVE IND-OPER TO IND-ACHOU.
           ADD 1 TO IND-OPER.

       LE-HISTORICO.
           MOVE MATRICULA-REV  TO MATRICULA-HIST.
           MOVE TERMO-REV      TO TERMO-HIST.
           MOVE DISCIPLINA-REV TO DISCIPLINA-HIST.
           READ HISTALU
              INVALID KEY
                 MOVE ZEROES TO MEDIA-HIST
                 MOVE SPACES TO RESULTADO-HIST
                 MOVE "HISTORICO INEXISTENTE" TO MOTIVO-WS
           END-READ.

       APLICA-REVISAO.
           MOVE REG-HIST-ALU TO HIST-ANTES.
           PERFORM CALCULO.
           PERFORM SELECAO.
           IF MEDIA-NOVA EQUAL MEDIA-HIST
              AND RESULTADO-NOVO EQUAL RESULTADO-HIST
              ADD 1 TO TOTAL-SEM-ALTER
              MOVE "SEM ALTERACAO" TO SITUACAO-REL
           ELSE
              PERFORM REGRAVA-HISTORICO.

       CALCULO.
           COMPUTE SOMANOTA =
              (NOTA1-REV * PESO1-WS) + (NOTA2-REV * PESO2-WS)
              + (NOTA3-REV * PESO3-WS).
           DIVIDE SOMANOTA BY SOMAPESOS-WS GIVING MEDIA-NOVA.

       SELECAO.
           PERFORM BUSCA-LIMITE-FALTAS.
           IF FALTAS-REV GREATER THAN FALTAS-LIMITE
              MOVE "REP.FALTA" TO RESULTADO-NOVO
           ELSE
              IF MEDIA-NOVA LESS THAN 7
                 MOVE "REP.NOTA" TO RESULTADO-NOVO
              ELSE
                 MOVE "APROVADO" TO RESULTADO-NOVO.

       BUSCA-LIMITE-FALTAS.
           MOVE 15 TO FALTAS-LIMITE.
           MOVE 1  TO IND-DISC.
           PERFORM TESTA-CATDISC
              UNTIL IND-DISC GREATER THAN QTD-DISC.

       TESTA-CATDISC.
           IF DISC-CT(IND-DISC) EQUAL DISCIPLINA-REV
              AND LIMITE-FAL-CT(IND-DISC) NOT EQUAL ZEROES
              MOVE LIMITE-FAL-CT(IND-DISC) TO FALTAS-LIMITE.
           ADD 1 TO IND-DISC.

       REGRAVA-HISTORICO.
           MOVE MEDIA-NOVA     TO MEDIA-HIST.
           MOVE RESULTADO-NOVO TO RESULTADO-HIST.
           REWRITE REG-HIST-ALU
              INVALID KEY
                 MOVE "ERRO NA REGRAVACAO" TO MOTIVO-WS
           END-REWRITE.
           MOVE REG-HIST-ALU TO HIST-DEPOIS.
           MOVE HIST-ANTES   TO REG-HIST-ALU.
           IF MOTIVO-WS EQUAL SPACES
              ADD 1 TO TOTAL-REVISADAS
              PERFORM GRAVA-JORNAL
              IF RESULTADO-NOVO EQUAL RESULTADO-HIST
                 MOVE "MEDIA ALTERADA" TO SITUACAO-REL
              ELSE
                 ADD 1 TO TOTAL-RES-ALTER
                 PERFORM GRAVA-REVCONC
                 MOVE "RESULTADO ALTERADO" TO SITUACAO-REL.

       GRAVA-JORNAL.
           ADD 1 TO SEQ-JORNAL.
           MOVE SEQ-JORNAL      TO SEQ-JHI.
           MOVE WS-HOJE         TO DATA-JHI.
           MOVE "R"             TO OPER-JHI.
           MOVE HIST-ANTES      TO ANTES-JHI.
           MOVE HIST-DEPOIS     TO DEPOIS-JHI.
           MOVE OPERADOR-REV    TO OPERADOR-JHI.
           MOVE COORDENADOR-REV TO APROVADOR-JHI.
           MOVE MOTIVO-REV      TO MOTIVO-JHI.
           MOVE NOTA1-REV       TO NOTA1-JHI.
           MOVE NOTA2-REV       TO NOTA2-JHI.
           MOVE NOTA3-REV       TO NOTA3-JHI.
           MOVE FALTAS-REV      TO FALTAS-JHI.
           WRITE REG-JHI.

       GRAVA-REVCONC.
           MOVE MATRICULA-REV  TO MATRICULA-RC.
           MOVE TERMO-REV      TO TERMO-RC.
           MOVE DISCIPLINA-REV TO DISCIPLINA-RC.
           MOVE RESULTADO-HIST TO RES-ANT-RC.
           MOVE RESULTADO-NOVO TO RES-NOVO-RC.
           MOVE WS-HOJE        TO DATA-RC.
           WRITE REG-RC.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE MATRICULA-REV  TO MATRICULA-REL.
           MOVE TERMO-REV      TO TERMO-REL.
           MOVE DISCIPLINA-REV TO DISC-REL.
           MOVE MEDIA-HIST     TO MEDIA-ANT-REL.
           MOVE RESULTADO-HIST TO RES-ANT-REL.
           MOVE MEDIA-NOVA     TO MEDIA-NOV-REL.
           MOVE RESULTADO-NOVO TO RES-NOV-REL.
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
           MOVE TOTAL-LIDOS      TO TOTAL-LID-ED.
           MOVE TOTAL-REVISADAS  TO TOTAL-REV-ED.
           MOVE TOTAL-RES-ALTER  TO TOTAL-RES-ED.
           MOVE TOTAL-SEM-ALTER  TO TOTAL-SEM-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJ-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE REVNOTA
                    HISTALU
                    JRNHIST
                    REVCONC
                    RELREVN.
