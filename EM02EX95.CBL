       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX95.
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
           SELECT PARMMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMMENS-STATUS.
           SELECT CATDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATDISC-STATUS.
           SELECT GRADECUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADECUR-STATUS.
           SELECT CURSOALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CURSOALU-STATUS.
           SELECT PRECOCUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRECOCUR-STATUS.
           SELECT BOLSAALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOLSAALU-STATUS.
           SELECT INSCROK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSCROK-STATUS.
           SELECT SORTWK14 ASSIGN TO SORTWK14.
           SELECT INSCORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATRICULA-CT
           FILE STATUS IS CONTALU-STATUS.
           SELECT MENSALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-ME
           FILE STATUS IS MENSALU-STATUS.
           SELECT RELMENS ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMMENS.DAT".
       01 REG-PARM-MENS.
           02 COMPET-PARM      PIC 9(06).
           02 DIA-VENC-PARM    PIC 9(02).
           02 LIMITE-DEB-PARM  PIC 9(07)V9(02).

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

       FD GRADECUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADECUR.DAT".
       01 REG-GRD.
           02 CURSO-GRD      PIC X(03).
           02 DISCIPLINA-GRD PIC X(03).

       FD CURSOALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CURSOALU.DAT".
       01 REG-CAL.
           02 MATRICULA-CAL PIC 9(07).
           02 NOME-CAL      PIC X(30).
           02 CURSO-CAL     PIC X(03).

       FD PRECOCUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRECOCUR.DAT".
       01 REG-PCR.
           02 CURSO-PCR      PIC X(03).
           02 VALOR-PCR      PIC 9(05)V9(02).

       FD BOLSAALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSAALU.DAT".
       01 REG-BOL.
           02 MATRICULA-BOL  PIC 9(07).
           02 PCT-BOL        PIC 9(03).
           02 COMPET-FIM-BOL PIC 9(06).

       FD INSCROK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSCROK.DAT".
       01 REG-ALU-OK.
           02 MATRICULA-AOK  PIC 9(7).
           02 NOME-AOK       PIC X(30).
           02 NOTA1-AOK      PIC 9(2)V9(2).
           02 NOTA2-AOK      PIC 9(2)V9(2).
           02 NOTA3-AOK      PIC 9(2)V9(2).
           02 FALTAS-AOK     PIC 9(02).
           02 SEXO-AOK       PIC X(1).
           02 TURMA-AOK      PIC X(3).
           02 DISCIPLINA-AOK PIC X(3).

       SD SORTWK14.
       01 SORT-INS-REC.
           02 MATRICULA-S14  PIC 9(7).
           02 FILLER         PIC X(51).

       FD INSCORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSCORD.DAT".
       01 REG-ORD.
           02 MATRICULA-ORD  PIC 9(7).
           02 NOME-ORD       PIC X(30).
           02 NOTA1-ORD      PIC 9(2)V9(2).
           02 NOTA2-ORD      PIC 9(2)V9(2).
           02 NOTA3-ORD      PIC 9(2)V9(2).
           02 FALTAS-ORD     PIC 9(02).
           02 SEXO-ORD       PIC X(1).
           02 TURMA-ORD      PIC X(3).
           02 DISCIPLINA-ORD PIC X(3).

       FD CONTALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTALU.DAT".
       01 REG-CT.
           02 MATRICULA-CT   PIC 9(07).
           02 NOME-CT        PIC X(30).
           02 SALDO-CT       PIC 9(09)V9(02).
           02 CREDITO-CT     PIC 9(09)V9(02).
           02 DATA-COB-CT    PIC 9(08).
           02 DATA-PAG-CT    PIC 9(08).

       FD MENSALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSALU.DAT".
       01 REG-ME.
           02 CHAVE-ME.
            03 MATRICULA-ME  PIC 9(07).
            03 COMPET-ME     PIC 9(06).
           02 VENC-ME        PIC 9(08).
           02 BRUTO-ME       PIC 9(07)V9(02).
           02 BOLSA-ME       PIC 9(07)V9(02).
           02 VALOR-ME       PIC 9(07)V9(02).
           02 PAGO-ME        PIC 9(07)V9(02).
           02 DATA-PAG-ME    PIC 9(08).
           02 SITUACAO-ME    PIC X(01).

       FD RELMENS
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-TAB          PIC X(03) VALUE "NAO".
       77 TABELA-ESTOURO   PIC X(03) VALUE "NAO".
       77 PARMMENS-STATUS  PIC X(02) VALUE ZEROES.
       77 CATDISC-STATUS   PIC X(02) VALUE ZEROES.
       77 GRADECUR-STATUS  PIC X(02) VALUE ZEROES.
       77 CURSOALU-STATUS  PIC X(02) VALUE ZEROES.
       77 PRECOCUR-STATUS  PIC X(02) VALUE ZEROES.
       77 BOLSAALU-STATUS  PIC X(02) VALUE ZEROES.
       77 INSCROK-STATUS   PIC X(02) VALUE ZEROES.
       77 CONTALU-STATUS   PIC X(02) VALUE ZEROES.
       77 MENSALU-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 COMPET-WS        PIC 9(06) VALUE ZEROES.
       77 DIA-VENC-WS      PIC 9(02) VALUE 10.
       77 VENC-WS          PIC 9(08) VALUE ZEROES.
       77 QTD-DISC         PIC 9(02) VALUE ZEROES.
       77 IND-DISC         PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-DISC   PIC 9(02) VALUE ZEROES.
       77 QTD-GRADE        PIC 9(03) VALUE ZEROES.
       77 IND-GRD          PIC 9(03) VALUE ZEROES.
       77 NA-GRADE         PIC X(03) VALUE "NAO".
       77 QTD-CURSOS       PIC 9(04) VALUE ZEROES.
       77 IND-CAL          PIC 9(04) VALUE ZEROES.
       77 QTD-PRECOS       PIC 9(02) VALUE ZEROES.
       77 IND-PCR          PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-PCR    PIC 9(02) VALUE ZEROES.
       77 QTD-BOLSAS       PIC 9(03) VALUE ZEROES.
       77 IND-BOL          PIC 9(03) VALUE ZEROES.
       77 MATRICULA-ANT    PIC 9(07) VALUE ZEROES.
       77 NOME-ANT         PIC X(30) VALUE SPACES.
       77 CURSO-ALUNO      PIC X(03) VALUE SPACES.
       77 PACOTE-COBRADO   PIC X(03) VALUE "NAO".
       77 PRIMEIRA-WS      PIC X(03) VALUE "SIM".
       77 PCT-BOLSA-WS     PIC 9(03) VALUE ZEROES.
       77 VALOR-BRUTO      PIC 9(07)V9(02) VALUE ZEROES.
       77 VALOR-BOLSA      PIC 9(07)V9(02) VALUE ZEROES.
       77 VALOR-LIQUIDO    PIC 9(07)V9(02) VALUE ZEROES.
       77 CREDITO-USADO    PIC 9(07)V9(02) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-FATURADOS    PIC 9(05) VALUE ZEROES.
       77 TOT-JA-FATURADOS PIC 9(05) VALUE ZEROES.
       77 TOT-COM-BOLSA    PIC 9(05) VALUE ZEROES.
       77 SOMA-BRUTO       PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-BOLSA       PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-LIQUIDO     PIC 9(12)V9(02) VALUE ZEROES.

       01 TABELA-CATALOGO.
           02 ITEM-CAT-TAB OCCURS 50 TIMES.
              03 DISC-CT    PIC X(03).
              03 VALOR-TB   PIC 9(05)V9(02).

       01 TABELA-GRADE.
           02 ITEM-GRADE OCCURS 300 TIMES.
              03 CURSO-GT   PIC X(03).
              03 DISC-GT    PIC X(03).

       01 TABELA-CURSOS.
           02 ITEM-CURSO OCCURS 2000 TIMES.
              03 MATRICULA-TC PIC 9(07).
              03 CURSO-TC     PIC X(03).

       01 TABELA-PRECOS.
           02 ITEM-PRECO OCCURS 50 TIMES.
              03 CURSO-TP   PIC X(03).
              03 VALOR-TP   PIC 9(05)V9(02).

       01 TABELA-BOLSAS.
           02 ITEM-BOLSA OCCURS 500 TIMES.
              03 MATRICULA-TB PIC 9(07).
              03 PCT-TB       PIC 9(03).
              03 COMPET-TB    PIC 9(06).

       01 MOTIVO-WS        PIC X(20) VALUE SPACES.

       01 VENC-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "FATURAMENTO DE MENSALIDADES ".
           02 FILLER    PIC X(8)  VALUE "- VENC. ".
           02 VENC-CAB  PIC X(10).
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(8)  VALUE "MATRIC.".
           02 FILLER    PIC X(21) VALUE "NOME".
           02 FILLER    PIC X(11) VALUE "      BRUTO".
           02 FILLER    PIC X(5)  VALUE " BOL%".
           02 FILLER    PIC X(11) VALUE "    LIQUIDO".
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(20) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MATRIC-REL   PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NOME-REL     PIC X(20).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 BRUTO-REL    PIC ZZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PCT-REL      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 LIQUIDO-REL  PIC ZZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(20).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALUNOS FATURADOS         : ".
           02 TOT-FAT-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "JA FATURADOS NA COMPET.  : ".
           02 TOT-JAF-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALUNOS COM BOLSA         : ".
           02 TOT-BOL-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR BRUTO              : ".
           02 SOMA-BRU-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DESCONTO DE BOLSAS       : ".
           02 SOMA-BOL-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR LIQUIDO FATURADO   : ".
           02 SOMA-LIQ-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX95".
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
       IF QTD-DISC NOT EQUAL ZEROES
          IF PRIMEIRA-WS EQUAL "NAO"
             PERFORM FECHA-ALUNO
          END-IF
          PERFORM RODAPE
       END-IF.
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS        TO LOG-LIDOS.
           MOVE TOT-FATURADOS    TO LOG-GRAVADOS.
           MOVE TOT-JA-FATURADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-PARMMENS.
           PERFORM CARREGA-CATALOGO.
           IF FIM-ARQ NOT EQUAL "SIM"
              OPEN INPUT INSCROK
              IF INSCROK-STATUS EQUAL "35"
                 DISPLAY "INSCROK.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE ZEROES TO QTD-DISC
                 MOVE 16 TO RETURN-CODE
              ELSE
                 CLOSE INSCROK
                 PERFORM CARREGA-GRADE
                 PERFORM CARREGA-CURSOS
                 PERFORM CARREGA-PRECOS
                 PERFORM CARREGA-BOLSAS
                 IF TABELA-ESTOURO EQUAL "SIM"
                    DISPLAY "MENSALIDADES NAO GERADAS - ENCERRANDO"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE ZEROES TO QTD-DISC
                    MOVE 12 TO RETURN-CODE
                 ELSE
                    SORT SORTWK14 ON ASCENDING KEY MATRICULA-S14
                         USING INSCROK
                         GIVING INSCORD
                    OPEN INPUT INSCORD
                    PERFORM ABRE-CONTALU
                    PERFORM ABRE-MENSALU
                    OPEN OUTPUT RELMENS
                    PERFORM LEITURA
                 END-IF
              END-IF
           END-IF.

       LE-PARMMENS.
           MOVE WS-HOJE(1:6) TO COMPET-WS.
           OPEN INPUT PARMMENS.
           IF PARMMENS-STATUS EQUAL "35"
              DISPLAY "PARMMENS.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMMENS
                 AT END
                    MOVE ZEROES TO COMPET-PARM DIA-VENC-PARM
              END-READ
              IF COMPET-PARM NUMERIC
                 AND COMPET-PARM NOT EQUAL ZEROES
                 MOVE COMPET-PARM TO COMPET-WS
              END-IF
              IF DIA-VENC-PARM NUMERIC
                 AND DIA-VENC-PARM GREATER THAN ZEROES
                 AND DIA-VENC-PARM LESS THAN 29
                 MOVE DIA-VENC-PARM TO DIA-VENC-WS
              END-IF
              CLOSE PARMMENS.
           COMPUTE VENC-WS = COMPET-WS * 100 + DIA-VENC-WS.
           MOVE VENC-WS(7:2) TO DIA-FMT.
           MOVE VENC-WS(5:2) TO MES-FMT.
           MOVE VENC-WS(1:4) TO ANO-FMT.
           MOVE VENC-FMT     TO VENC-CAB.

       CARREGA-CATALOGO.
           OPEN INPUT CATDISC.
           IF CATDISC-STATUS EQUAL "35"
              DISPLAY "CATDISC.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-CATALOGO
              PERFORM GUARDA-CATALOGO
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-DISC NOT LESS THAN 50
              CLOSE CATDISC
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE DISCIPLINAS CHEIA - LIMITE 50"
                 MOVE "SIM" TO TABELA-ESTOURO
              END-IF
              IF QTD-DISC EQUAL ZEROES
                 DISPLAY "CATDISC.DAT VAZIO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       LE-CATALOGO.
           READ CATDISC AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-CATALOGO.
           ADD 1 TO QTD-DISC.
           MOVE DISCIPLINA-CAT TO DISC-CT(QTD-DISC).
           IF VALOR-CAT NUMERIC
              MOVE VALOR-CAT TO VALOR-TB(QTD-DISC)
           ELSE
              MOVE ZEROES TO VALOR-TB(QTD-DISC).
           PERFORM LE-CATALOGO.

       CARREGA-GRADE.
           OPEN INPUT GRADECUR.
           IF GRADECUR-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-GRADE
              PERFORM GUARDA-GRADE
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-GRADE NOT LESS THAN 300
              CLOSE GRADECUR
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE GRADE CURRICULAR CHEIA - LIMITE 300"
                 MOVE "SIM" TO TABELA-ESTOURO.

       LE-GRADE.
           READ GRADECUR AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-GRADE.
           ADD 1 TO QTD-GRADE.
           MOVE CURSO-GRD      TO CURSO-GT(QTD-GRADE).
           MOVE DISCIPLINA-GRD TO DISC-GT(QTD-GRADE).
           PERFORM LE-GRADE.

       CARREGA-CURSOS.
           OPEN INPUT CURSOALU.
           IF CURSOALU-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-CURSO-ALUNO
              PERFORM GUARDA-CURSO-ALUNO
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-CURSOS NOT LESS THAN 2000
              CLOSE CURSOALU
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE CURSOS CHEIA - LIMITE 2000"
                 MOVE "SIM" TO TABELA-ESTOURO.

       LE-CURSO-ALUNO.
           READ CURSOALU AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-CURSO-ALUNO.
           ADD 1 TO QTD-CURSOS.
           MOVE MATRICULA-CAL TO MATRICULA-TC(QTD-CURSOS).
           MOVE CURSO-CAL     TO CURSO-TC(QTD-CURSOS).
           PERFORM LE-CURSO-ALUNO.

       CARREGA-PRECOS.
           OPEN INPUT PRECOCUR.
           IF PRECOCUR-STATUS EQUAL "35"
              DISPLAY "PRECOCUR.DAT NAO ENCONTRADO - SO POR DISCIPLINA"
           ELSE
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-PRECO-CURSO
              PERFORM GUARDA-PRECO-CURSO
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-PRECOS NOT LESS THAN 50
              CLOSE PRECOCUR
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE PRECOS CHEIA - LIMITE 50"
                 MOVE "SIM" TO TABELA-ESTOURO.

       LE-PRECO-CURSO.
           READ PRECOCUR AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-PRECO-CURSO.
           IF VALOR-PCR NUMERIC
              ADD 1 TO QTD-PRECOS
              MOVE CURSO-PCR TO CURSO-TP(QTD-PRECOS)
              MOVE VALOR-PCR TO VALOR-TP(QTD-PRECOS).
           PERFORM LE-PRECO-CURSO.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSAALU.
           IF BOLSAALU-STATUS EQUAL "35"
              DISPLAY "BOLSAALU.DAT NAO ENCONTRADO - SEM BOLSAS"
           ELSE
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-BOLSA
              PERFORM GUARDA-BOLSA
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-BOLSAS NOT LESS THAN 500
              CLOSE BOLSAALU
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE BOLSAS CHEIA - LIMITE 500"
                 MOVE "SIM" TO TABELA-ESTOURO.

       LE-BOLSA.
           READ BOLSAALU AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-BOLSA.
           IF PCT-BOL NUMERIC
              AND PCT-BOL NOT GREATER THAN 100
              ADD 1 TO QTD-BOLSAS
              MOVE MATRICULA-BOL TO MATRICULA-TB(QTD-BOLSAS)
              MOVE PCT-BOL       TO PCT-TB(QTD-BOLSAS)
              IF COMPET-FIM-BOL NUMERIC
                 MOVE COMPET-FIM-BOL TO COMPET-TB(QTD-BOLSAS)
              ELSE
                 MOVE ZEROES TO COMPET-TB(QTD-BOLSAS)
              END-IF
           ELSE
              DISPLAY "BOLSA INVALIDA IGNORADA: " MATRICULA-BOL.
           PERFORM LE-BOLSA.

       ABRE-CONTALU.
           OPEN I-O CONTALU.
           IF CONTALU-STATUS EQUAL "35"
              OPEN OUTPUT CONTALU
              CLOSE CONTALU
              OPEN I-O CONTALU.

       ABRE-MENSALU.
           OPEN I-O MENSALU.
           IF MENSALU-STATUS EQUAL "35"
              OPEN OUTPUT MENSALU
              CLOSE MENSALU
              OPEN I-O MENSALU.

       LEITURA.
           READ INSCORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           IF PRIMEIRA-WS EQUAL "SIM"
              PERFORM INICIA-ALUNO
           ELSE
              IF MATRICULA-ORD NOT EQUAL MATRICULA-ANT
                 PERFORM FECHA-ALUNO
                 PERFORM INICIA-ALUNO.
           PERFORM PRECIFICA-DISCIPLINA.
           PERFORM LEITURA.

       INICIA-ALUNO.
           MOVE "NAO"         TO PRIMEIRA-WS.
           MOVE "NAO"         TO PACOTE-COBRADO.
           MOVE MATRICULA-ORD TO MATRICULA-ANT.
           MOVE NOME-ORD      TO NOME-ANT.
           MOVE ZEROES        TO VALOR-BRUTO.
           MOVE SPACES        TO CURSO-ALUNO.
           MOVE ZEROES        TO IND-ACHOU-PCR.
           MOVE 1             TO IND-CAL.
           PERFORM PROCURA-CURSO-ALUNO
              UNTIL IND-CAL GREATER THAN QTD-CURSOS
                 OR CURSO-ALUNO NOT EQUAL SPACES.
           IF CURSO-ALUNO NOT EQUAL SPACES
              MOVE 1 TO IND-PCR
              PERFORM PROCURA-PRECO-CURSO
                 UNTIL IND-PCR GREATER THAN QTD-PRECOS
                    OR IND-ACHOU-PCR NOT EQUAL ZEROES.

       PROCURA-CURSO-ALUNO.
           IF MATRICULA-TC(IND-CAL) EQUAL MATRICULA-ORD
              MOVE CURSO-TC(IND-CAL) TO CURSO-ALUNO.
           ADD 1 TO IND-CAL.

       PROCURA-PRECO-CURSO.
           IF CURSO-TP(IND-PCR) EQUAL CURSO-ALUNO
              MOVE IND-PCR TO IND-ACHOU-PCR.
           ADD 1 TO IND-PCR.

       PRECIFICA-DISCIPLINA.
           MOVE "NAO" TO NA-GRADE.
           IF IND-ACHOU-PCR NOT EQUAL ZEROES
              MOVE 1 TO IND-GRD
              PERFORM TESTA-GRADE
                 UNTIL IND-GRD GREATER THAN QTD-GRADE
                    OR NA-GRADE EQUAL "SIM".
           IF NA-GRADE EQUAL "SIM"
              IF PACOTE-COBRADO EQUAL "NAO"
                 ADD VALOR-TP(IND-ACHOU-PCR) TO VALOR-BRUTO
                 MOVE "SIM" TO PACOTE-COBRADO
              END-IF
           ELSE
              PERFORM PROCURA-DISCIPLINA
              IF IND-ACHOU-DISC NOT EQUAL ZEROES
                 ADD VALOR-TB(IND-ACHOU-DISC) TO VALOR-BRUTO.

       TESTA-GRADE.
           IF CURSO-GT(IND-GRD) EQUAL CURSO-ALUNO
              AND DISC-GT(IND-GRD) EQUAL DISCIPLINA-ORD
              MOVE "SIM" TO NA-GRADE.
           ADD 1 TO IND-GRD.

       PROCURA-DISCIPLINA.
           MOVE ZEROES TO IND-ACHOU-DISC.
           MOVE 1      TO IND-DISC.
           PERFORM TESTA-DISCIPLINA
              UNTIL IND-DISC GREATER THAN QTD-DISC
                 OR IND-ACHOU-DISC NOT EQUAL ZEROES.

       TESTA-DISCIPLINA.
           IF DISC-CT(IND-DISC) EQUAL DISCIPLINA-ORD
              MOVE IND-DISC TO IND-ACHOU-DISC.
           ADD 1 TO IND-DISC.

       FECHA-ALUNO.
           MOVE MATRICULA-ANT TO MATRICULA-ME.
           MOVE COMPET-WS     TO COMPET-ME.
           READ MENSALU
              INVALID KEY
                 PERFORM COBRA-ALUNO
              NOT INVALID KEY
                 ADD 1 TO TOT-JA-FATURADOS
                 MOVE ZEROES TO PCT-BOLSA-WS VALOR-LIQUIDO
                 MOVE "JA FATURADO" TO MOTIVO-WS
                 PERFORM IMPRESSAO
           END-READ.

       COBRA-ALUNO.
           PERFORM BUSCA-BOLSA.
           COMPUTE VALOR-BOLSA ROUNDED =
                   VALOR-BRUTO * PCT-BOLSA-WS / 100.
           COMPUTE VALOR-LIQUIDO = VALOR-BRUTO - VALOR-BOLSA.
           PERFORM LE-CONTA-ALUNO.
           MOVE ZEROES TO CREDITO-USADO.
           IF CREDITO-CT GREATER THAN ZEROES
              IF CREDITO-CT NOT LESS THAN VALOR-LIQUIDO
                 MOVE VALOR-LIQUIDO TO CREDITO-USADO
              ELSE
                 MOVE CREDITO-CT TO CREDITO-USADO
              END-IF
              SUBTRACT CREDITO-USADO FROM CREDITO-CT.
           MOVE MATRICULA-ANT TO MATRICULA-ME.
           MOVE COMPET-WS     TO COMPET-ME.
           MOVE VENC-WS       TO VENC-ME.
           MOVE VALOR-BRUTO   TO BRUTO-ME.
           MOVE VALOR-BOLSA   TO BOLSA-ME.
           MOVE VALOR-LIQUIDO TO VALOR-ME.
           MOVE CREDITO-USADO TO PAGO-ME.
           IF CREDITO-USADO NOT LESS THAN VALOR-LIQUIDO
              MOVE "P"     TO SITUACAO-ME
              MOVE WS-HOJE TO DATA-PAG-ME
              MOVE "QUITADO C/ CREDITO" TO MOTIVO-WS
           ELSE
              MOVE "A"     TO SITUACAO-ME
              MOVE ZEROES  TO DATA-PAG-ME
              MOVE "FATURADO" TO MOTIVO-WS.
           WRITE REG-ME.
           COMPUTE SALDO-CT = SALDO-CT + VALOR-LIQUIDO
                            - CREDITO-USADO.
           MOVE WS-HOJE TO DATA-COB-CT.
           REWRITE REG-CT.
           ADD 1             TO TOT-FATURADOS.
           ADD VALOR-BRUTO   TO SOMA-BRUTO.
           ADD VALOR-BOLSA   TO SOMA-BOLSA.
           ADD VALOR-LIQUIDO TO SOMA-LIQUIDO.
           IF PCT-BOLSA-WS GREATER THAN ZEROES
              ADD 1 TO TOT-COM-BOLSA.
           PERFORM IMPRESSAO.

       BUSCA-BOLSA.
           MOVE ZEROES TO PCT-BOLSA-WS.
           MOVE 1      TO IND-BOL.
           PERFORM TESTA-BOLSA
              UNTIL IND-BOL GREATER THAN QTD-BOLSAS.

       TESTA-BOLSA.
           IF MATRICULA-TB(IND-BOL) EQUAL MATRICULA-ANT
              IF COMPET-TB(IND-BOL) EQUAL ZEROES
                 OR COMPET-TB(IND-BOL) NOT LESS THAN COMPET-WS
                 MOVE PCT-TB(IND-BOL) TO PCT-BOLSA-WS.
           ADD 1 TO IND-BOL.

       LE-CONTA-ALUNO.
           MOVE MATRICULA-ANT TO MATRICULA-CT.
           READ CONTALU
              INVALID KEY
                 MOVE NOME-ANT TO NOME-CT
                 MOVE ZEROES   TO SALDO-CT CREDITO-CT
                 MOVE ZEROES   TO DATA-COB-CT DATA-PAG-CT
                 WRITE REG-CT
           END-READ.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE MATRICULA-ANT TO MATRIC-REL.
           MOVE NOME-ANT      TO NOME-REL.
           MOVE VALOR-BRUTO   TO BRUTO-REL.
           MOVE PCT-BOLSA-WS  TO PCT-REL.
           MOVE VALOR-LIQUIDO TO LIQUIDO-REL.
           MOVE MOTIVO-WS     TO SITUACAO-REL.
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
           MOVE TOT-FATURADOS    TO TOT-FAT-ED.
           MOVE TOT-JA-FATURADOS TO TOT-JAF-ED.
           MOVE TOT-COM-BOLSA    TO TOT-BOL-ED.
           MOVE SOMA-BRUTO       TO SOMA-BRU-ED.
           MOVE SOMA-BOLSA       TO SOMA-BOL-ED.
           MOVE SOMA-LIQUIDO     TO SOMA-LIQ-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.

       FIM.
           IF QTD-DISC NOT EQUAL ZEROES
              CLOSE INSCORD
                    CONTALU
                    MENSALU
                    RELMENS.
