       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX98.
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
           SELECT CADPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADPROF-STATUS.
           SELECT CADSALA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADSALA-STATUS.
           SELECT GRADEHOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADEHOR-STATUS.
           SELECT INSCROK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSCROK-STATUS.
           SELECT HORAVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK15 ASSIGN TO SORTWK15.
           SELECT HORAORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK16 ASSIGN TO SORTWK16.
           SELECT INSCHOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELHORA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REG-PRF.
           02 CODPROF-PRF    PIC X(05).
           02 NOME-PRF       PIC X(30).
           02 SITUACAO-PRF   PIC X(01).

       FD CADSALA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REG-SAL.
           02 CODSALA-SAL    PIC X(04).
           02 DESCR-SAL      PIC X(20).
           02 CAPAC-SAL      PIC 9(03).

       FD GRADEHOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADEHOR.DAT".
       01 REG-GH.
           02 TURMA-GH       PIC X(03).
           02 DISCIPLINA-GH  PIC X(03).
           02 DIA-GH         PIC 9(01).
           02 AULA-GH        PIC 9(02).
           02 SALA-GH        PIC X(04).
           02 PROFESSOR-GH   PIC X(05).

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

       FD HORAVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORAVAL.DAT".
       01 REG-HV.
           02 TURMA-HV       PIC X(03).
           02 DISCIPLINA-HV  PIC X(03).
           02 DIA-HV         PIC 9(01).
           02 AULA-HV        PIC 9(02).
           02 SALA-HV        PIC X(04).
           02 PROFESSOR-HV   PIC X(05).

       SD SORTWK15.
       01 SORT-HOR-REC.
           02 TURMA-S15      PIC X(03).
           02 DISCIPLINA-S15 PIC X(03).
           02 DIA-S15        PIC 9(01).
           02 AULA-S15       PIC 9(02).
           02 SALA-S15       PIC X(04).
           02 PROFESSOR-S15  PIC X(05).

       FD HORAORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORAORD.DAT".
       01 REG-HO.
           02 TURMA-HO       PIC X(03).
           02 DISCIPLINA-HO  PIC X(03).
           02 DIA-HO         PIC 9(01).
           02 AULA-HO        PIC 9(02).
           02 SALA-HO        PIC X(04).
           02 PROFESSOR-HO   PIC X(05).

       SD SORTWK16.
       01 SORT-ALU-REC.
           02 MATRICULA-S16  PIC 9(7).
           02 FILLER         PIC X(51).

       FD INSCHOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSCHOR.DAT".
       01 REG-IH.
           02 MATRICULA-IH   PIC 9(7).
           02 NOME-IH        PIC X(30).
           02 FILLER         PIC X(15).
           02 TURMA-IH       PIC X(3).
           02 DISCIPLINA-IH  PIC X(3).

       FD RELHORA
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-TAB          PIC X(03) VALUE "NAO".
       77 FIM-ORD          PIC X(03) VALUE "NAO".
       77 CADPROF-STATUS   PIC X(02) VALUE ZEROES.
       77 CADSALA-STATUS   PIC X(02) VALUE ZEROES.
       77 GRADEHOR-STATUS  PIC X(02) VALUE ZEROES.
       77 INSCROK-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-INSCROK      PIC X(03) VALUE "NAO".
       77 PROCESSOU        PIC X(03) VALUE "NAO".
       77 TURMAS-ESTOURO   PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-PROF         PIC 9(03) VALUE ZEROES.
       77 IND-PROF         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-PROF   PIC 9(03) VALUE ZEROES.
       77 QTD-SALAS        PIC 9(03) VALUE ZEROES.
       77 IND-SALA         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-SALA   PIC 9(03) VALUE ZEROES.
       77 QTD-TURMAS       PIC 9(03) VALUE ZEROES.
       77 IND-TUR          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-TUR    PIC 9(03) VALUE ZEROES.
       77 QTD-HOR          PIC 9(03) VALUE ZEROES.
       77 IND-HOR          PIC 9(03) VALUE ZEROES.
       77 INSCRITOS-WS     PIC 9(03) VALUE ZEROES.
       77 MATRICULA-ANT    PIC 9(07) VALUE ZEROES.
       77 PRIMEIRA-WS      PIC X(03) VALUE "SIM".
       77 CHAVE-QUEBRA     PIC X(05) VALUE SPACES.
       77 PROF-BUSCA       PIC X(05) VALUE SPACES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-ACEITOS      PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-CHOQUE-ALU   PIC 9(05) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(40) VALUE SPACES.
       01 TITULO-WS        PIC X(40) VALUE SPACES.

       01 TABELA-PROFESSORES.
           02 ITEM-PROF OCCURS 200 TIMES.
              03 CODPROF-TP   PIC X(05).
              03 NOME-TP      PIC X(30).
              03 SITUACAO-TP  PIC X(01).

       01 TABELA-SALAS.
           02 ITEM-SALA OCCURS 100 TIMES.
              03 CODSALA-TS   PIC X(04).
              03 CAPAC-TS     PIC 9(03).

       01 TABELA-TURMAS.
           02 ITEM-TUR-TAB OCCURS 300 TIMES.
              03 TURMA-TT   PIC X(03).
              03 DISC-TT    PIC X(03).
              03 INSCR-TT   PIC 9(03).

       01 TABELA-HORARIO.
           02 ITEM-HOR OCCURS 500 TIMES.
              03 TURMA-TH     PIC X(03).
              03 DISC-TH      PIC X(03).
              03 DIA-TH       PIC 9(01).
              03 AULA-TH      PIC 9(02).
              03 SALA-TH      PIC X(04).
              03 PROF-TH      PIC X(05).

       01 GRADE-ALUNO.
           02 DIA-GA OCCURS 7 TIMES.
              03 AULA-GA OCCURS 12 TIMES.
                 04 TURMA-GA  PIC X(03).
                 04 DISC-GA   PIC X(03).

       01 NOMES-DIAS-WS   PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TABELA-DIAS REDEFINES NOMES-DIAS-WS.
           02 NOME-DIA    PIC X(03) OCCURS 7 TIMES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 TITULO-CAB PIC X(40).
           02 FILLER    PIC X(19) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "TURMA".
           02 FILLER    PIC X(5) VALUE "DISC".
           02 FILLER    PIC X(4) VALUE "DIA".
           02 FILLER    PIC X(5) VALUE "AULA".
           02 FILLER    PIC X(5) VALUE "SALA".
           02 FILLER    PIC X(6) VALUE "PROF.".
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TURMA-REL    PIC X(3).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 DISC-REL     PIC X(3).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DIA-REL      PIC X(3).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 AULA-REL     PIC Z9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SALA-REL     PIC X(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PROF-REL     PIC X(5).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(40).

       01 LINHA-ALUNO.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FILLER       PIC X(6) VALUE "ALUNO ".
           02 MATRIC-REL   PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TURMA1-REL   PIC X(3).
           02 FILLER       PIC X(1) VALUE "/".
           02 DISC1-REL    PIC X(3).
           02 FILLER       PIC X(3) VALUE " X ".
           02 TURMA2-REL   PIC X(3).
           02 FILLER       PIC X(1) VALUE "/".
           02 DISC2-REL    PIC X(3).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DIA-ALU-REL  PIC X(3).
           02 FILLER       PIC X(6) VALUE " AULA ".
           02 AULA-ALU-REL PIC Z9.

       01 LINHA-QUEBRA.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ROTULO-QUEBRA PIC X(10).
           02 VALOR-QUEBRA PIC X(05).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NOME-QUEBRA  PIC X(30).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "HORARIOS ACEITOS         : ".
           02 TOT-ACE-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "HORARIOS REJEITADOS      : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CHOQUES DE ALUNOS        : ".
           02 TOT-CHA-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX98".
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
       IF PROCESSOU EQUAL "SIM"
          PERFORM CONCLUI.
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS      TO LOG-LIDOS.
           MOVE TOT-ACEITOS    TO LOG-GRAVADOS.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           PERFORM CARREGA-PROFESSORES.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM CARREGA-SALAS.
           IF FIM-ARQ NOT EQUAL "SIM"
              OPEN INPUT GRADEHOR
              IF GRADEHOR-STATUS EQUAL "35"
                 DISPLAY "GRADEHOR.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE "SIM" TO PROCESSOU
                 PERFORM CONTA-INSCRITOS
                 OPEN OUTPUT HORAVAL
                 OPEN OUTPUT RELHORA
                 MOVE "VALIDACAO DA GRADE HORARIA" TO TITULO-WS
                 PERFORM LEITURA
              END-IF
           END-IF.

       CARREGA-PROFESSORES.
           OPEN INPUT CADPROF.
           IF CADPROF-STATUS EQUAL "35"
              DISPLAY "CADPROF.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-PROFESSOR
              PERFORM GUARDA-PROFESSOR
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-PROF NOT LESS THAN 200
              CLOSE CADPROF
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE PROFESSORES CHEIA - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 12 TO RETURN-CODE.

       LE-PROFESSOR.
           READ CADPROF AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-PROFESSOR.
           ADD 1 TO QTD-PROF.
           MOVE CODPROF-PRF  TO CODPROF-TP(QTD-PROF).
           MOVE NOME-PRF     TO NOME-TP(QTD-PROF).
           MOVE SITUACAO-PRF TO SITUACAO-TP(QTD-PROF).
           PERFORM LE-PROFESSOR.

       CARREGA-SALAS.
           OPEN INPUT CADSALA.
           IF CADSALA-STATUS EQUAL "35"
              DISPLAY "CADSALA.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-SALA
              PERFORM GUARDA-SALA
                 UNTIL FIM-TAB EQUAL "SIM"
                    OR QTD-SALAS NOT LESS THAN 100
              CLOSE CADSALA
              IF FIM-TAB NOT EQUAL "SIM"
                 DISPLAY "TABELA DE SALAS CHEIA - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 12 TO RETURN-CODE.

       LE-SALA.
           READ CADSALA AT END MOVE "SIM" TO FIM-TAB.

       GUARDA-SALA.
           ADD 1 TO QTD-SALAS.
           MOVE CODSALA-SAL TO CODSALA-TS(QTD-SALAS).
           IF CAPAC-SAL NUMERIC
              MOVE CAPAC-SAL TO CAPAC-TS(QTD-SALAS)
           ELSE
              MOVE ZEROES TO CAPAC-TS(QTD-SALAS).
           PERFORM LE-SALA.

       CONTA-INSCRITOS.
           OPEN INPUT INSCROK.
           IF INSCROK-STATUS EQUAL "35"
              DISPLAY "INSCROK.DAT NAO ENCONTRADO - SEM CONTROLE"
              DISPLAY "DE CAPACIDADE E DE CHOQUE DE ALUNOS"
              MOVE "NAO" TO TEM-INSCROK
           ELSE
              MOVE "SIM" TO TEM-INSCROK
              MOVE "NAO" TO FIM-TAB
              PERFORM LE-INSCRITO
              PERFORM SOMA-INSCRITO
                 UNTIL FIM-TAB EQUAL "SIM"
              CLOSE INSCROK.

       LE-INSCRITO.
           READ INSCROK AT END MOVE "SIM" TO FIM-TAB.

       SOMA-INSCRITO.
           MOVE ZEROES TO IND-ACHOU-TUR.
           MOVE 1      TO IND-TUR.
           PERFORM TESTA-TURMA-INS
              UNTIL IND-TUR GREATER THAN QTD-TURMAS
                 OR IND-ACHOU-TUR NOT EQUAL ZEROES.
           IF IND-ACHOU-TUR EQUAL ZEROES
              AND QTD-TURMAS LESS THAN 300
              ADD 1 TO QTD-TURMAS
              MOVE QTD-TURMAS     TO IND-ACHOU-TUR
              MOVE TURMA-AOK      TO TURMA-TT(IND-ACHOU-TUR)
              MOVE DISCIPLINA-AOK TO DISC-TT(IND-ACHOU-TUR)
              MOVE ZEROES         TO INSCR-TT(IND-ACHOU-TUR).
           IF IND-ACHOU-TUR EQUAL ZEROES
              AND TURMAS-ESTOURO EQUAL "NAO"
              DISPLAY "TABELA DE TURMAS CHEIA - TURMA " TURMA-AOK
              MOVE "SIM" TO TURMAS-ESTOURO
              MOVE 12 TO RETURN-CODE.
           IF IND-ACHOU-TUR NOT EQUAL ZEROES
              ADD 1 TO INSCR-TT(IND-ACHOU-TUR).
           PERFORM LE-INSCRITO.

       TESTA-TURMA-INS.
           IF TURMA-TT(IND-TUR) EQUAL TURMA-AOK
              AND DISC-TT(IND-TUR) EQUAL DISCIPLINA-AOK
              MOVE IND-TUR TO IND-ACHOU-TUR.
           ADD 1 TO IND-TUR.

       LEITURA.
           READ GRADEHOR AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           PERFORM VALIDA-HORARIO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM ACEITA-HORARIO
           ELSE
              ADD 1 TO TOT-REJEITADOS.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-HORARIO.
           MOVE SPACES TO MOTIVO-WS.
           IF DIA-GH NOT NUMERIC
              OR AULA-GH NOT NUMERIC
              MOVE "DIA OU AULA INVALIDO" TO MOTIVO-WS
           ELSE
              IF DIA-GH LESS THAN 1
                 OR DIA-GH GREATER THAN 7
                 OR AULA-GH LESS THAN 1
                 OR AULA-GH GREATER THAN 12
                 MOVE "DIA OU AULA INVALIDO" TO MOTIVO-WS.
           IF MOTIVO-WS EQUAL SPACES
              MOVE PROFESSOR-GH TO PROF-BUSCA
              PERFORM PROCURA-PROFESSOR
              IF IND-ACHOU-PROF EQUAL ZEROES
                 MOVE "PROFESSOR INEXISTENTE" TO MOTIVO-WS
              ELSE
                 IF SITUACAO-TP(IND-ACHOU-PROF) EQUAL "I"
                    MOVE "PROFESSOR INATIVO" TO MOTIVO-WS.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM PROCURA-SALA
              IF IND-ACHOU-SALA EQUAL ZEROES
                 MOVE "SALA INEXISTENTE" TO MOTIVO-WS.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM VERIFICA-CAPACIDADE.
           IF MOTIVO-WS EQUAL SPACES
              MOVE 1 TO IND-HOR
              PERFORM TESTA-CHOQUE
                 UNTIL IND-HOR GREATER THAN QTD-HOR
                    OR MOTIVO-WS NOT EQUAL SPACES.
           IF MOTIVO-WS EQUAL SPACES
              AND QTD-HOR NOT LESS THAN 500
              MOVE "TABELA DE HORARIOS CHEIA" TO MOTIVO-WS.

       PROCURA-PROFESSOR.
           MOVE ZEROES TO IND-ACHOU-PROF.
           MOVE 1      TO IND-PROF.
           PERFORM TESTA-PROFESSOR
              UNTIL IND-PROF GREATER THAN QTD-PROF
                 OR IND-ACHOU-PROF NOT EQUAL ZEROES.

       TESTA-PROFESSOR.
           IF CODPROF-TP(IND-PROF) EQUAL PROF-BUSCA
              MOVE IND-PROF TO IND-ACHOU-PROF.
           ADD 1 TO IND-PROF.

       PROCURA-SALA.
           MOVE ZEROES TO IND-ACHOU-SALA.
           MOVE 1      TO IND-SALA.
           PERFORM TESTA-SALA
              UNTIL IND-SALA GREATER THAN QTD-SALAS
                 OR IND-ACHOU-SALA NOT EQUAL ZEROES.

       TESTA-SALA.
           IF CODSALA-TS(IND-SALA) EQUAL SALA-GH
              MOVE IND-SALA TO IND-ACHOU-SALA.
           ADD 1 TO IND-SALA.

       VERIFICA-CAPACIDADE.
           MOVE ZEROES TO INSCRITOS-WS.
           IF TEM-INSCROK EQUAL "SIM"
              MOVE 1 TO IND-TUR
              PERFORM TESTA-TURMA-HOR
                 UNTIL IND-TUR GREATER THAN QTD-TURMAS.
           IF INSCRITOS-WS GREATER THAN CAPAC-TS(IND-ACHOU-SALA)
              MOVE "SALA MENOR QUE O NUMERO DE INSCRITOS"
                TO MOTIVO-WS.

       TESTA-TURMA-HOR.
           IF TURMA-TT(IND-TUR) EQUAL TURMA-GH
              AND DISC-TT(IND-TUR) EQUAL DISCIPLINA-GH
              MOVE INSCR-TT(IND-TUR) TO INSCRITOS-WS.
           ADD 1 TO IND-TUR.

       TESTA-CHOQUE.
           IF DIA-TH(IND-HOR) EQUAL DIA-GH
              AND AULA-TH(IND-HOR) EQUAL AULA-GH
              IF TURMA-TH(IND-HOR) EQUAL TURMA-GH
                 AND DISC-TH(IND-HOR) EQUAL DISCIPLINA-GH
                 MOVE "HORARIO DUPLICADO" TO MOTIVO-WS
              ELSE
                 IF PROF-TH(IND-HOR) EQUAL PROFESSOR-GH
                    STRING "CHOQUE DE PROFESSOR COM "
                       TURMA-TH(IND-HOR) "/" DISC-TH(IND-HOR)
                       DELIMITED BY SIZE INTO MOTIVO-WS
                 ELSE
                    IF SALA-TH(IND-HOR) EQUAL SALA-GH
                       STRING "CHOQUE DE SALA COM "
                          TURMA-TH(IND-HOR) "/" DISC-TH(IND-HOR)
                          DELIMITED BY SIZE INTO MOTIVO-WS.
           ADD 1 TO IND-HOR.

       ACEITA-HORARIO.
           ADD 1 TO QTD-HOR.
           MOVE TURMA-GH      TO TURMA-TH(QTD-HOR).
           MOVE DISCIPLINA-GH TO DISC-TH(QTD-HOR).
           MOVE DIA-GH        TO DIA-TH(QTD-HOR).
           MOVE AULA-GH       TO AULA-TH(QTD-HOR).
           MOVE SALA-GH       TO SALA-TH(QTD-HOR).
           MOVE PROFESSOR-GH  TO PROF-TH(QTD-HOR).
           WRITE REG-HV FROM REG-GH.
           ADD 1 TO TOT-ACEITOS.
           MOVE "ACEITO" TO MOTIVO-WS.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TURMA-GH      TO TURMA-REL.
           MOVE DISCIPLINA-GH TO DISC-REL.
           IF DIA-GH NUMERIC
              AND DIA-GH GREATER THAN ZERO
              AND DIA-GH LESS THAN 8
              MOVE NOME-DIA(DIA-GH) TO DIA-REL
           ELSE
              MOVE DIA-GH TO DIA-REL.
           IF AULA-GH NUMERIC
              MOVE AULA-GH TO AULA-REL
           ELSE
              MOVE ZEROES TO AULA-REL.
           MOVE SALA-GH       TO SALA-REL.
           MOVE PROFESSOR-GH  TO PROF-REL.
           MOVE MOTIVO-WS     TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE TITULO-WS TO TITULO-CAB.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       CONCLUI.
           CLOSE HORAVAL.
           IF TEM-INSCROK EQUAL "SIM"
              PERFORM VERIFICA-ALUNOS.
           PERFORM RODAPE.
           MOVE "GRADE HORARIA POR TURMA" TO TITULO-WS.
           MOVE "TURMA"                   TO ROTULO-QUEBRA.
           SORT SORTWK15 ON ASCENDING KEY TURMA-S15
                                          DIA-S15
                                          AULA-S15
                USING HORAVAL
                GIVING HORAORD.
           PERFORM LISTA-GRADE.
           MOVE "GRADE HORARIA POR PROFESSOR" TO TITULO-WS.
           MOVE "PROFESSOR"                   TO ROTULO-QUEBRA.
           SORT SORTWK15 ON ASCENDING KEY PROFESSOR-S15
                                          DIA-S15
                                          AULA-S15
                USING HORAVAL
                GIVING HORAORD.
           PERFORM LISTA-GRADE.
           MOVE "GRADE HORARIA POR SALA" TO TITULO-WS.
           MOVE "SALA"                   TO ROTULO-QUEBRA.
           SORT SORTWK15 ON ASCENDING KEY SALA-S15
                                          DIA-S15
                                          AULA-S15
                USING HORAVAL
                GIVING HORAORD.
           PERFORM LISTA-GRADE.

       VERIFICA-ALUNOS.
           MOVE "CHOQUES DE HORARIO DE ALUNOS" TO TITULO-WS.
           MOVE 26 TO CT-LIN.
           SORT SORTWK16 ON ASCENDING KEY MATRICULA-S16
                USING INSCROK
                GIVING INSCHOR.
           OPEN INPUT INSCHOR.
           MOVE "NAO" TO FIM-TAB.
           MOVE "SIM" TO PRIMEIRA-WS.
           PERFORM LE-INSCHOR.
           PERFORM TRATA-ALUNO
              UNTIL FIM-TAB EQUAL "SIM".
           CLOSE INSCHOR.

       LE-INSCHOR.
           READ INSCHOR AT END MOVE "SIM" TO FIM-TAB.

       TRATA-ALUNO.
           IF PRIMEIRA-WS EQUAL "SIM"
              OR MATRICULA-IH NOT EQUAL MATRICULA-ANT
              MOVE "NAO"        TO PRIMEIRA-WS
              MOVE MATRICULA-IH TO MATRICULA-ANT
              MOVE SPACES       TO GRADE-ALUNO.
           MOVE 1 TO IND-HOR.
           PERFORM MARCA-AULA-ALUNO
              UNTIL IND-HOR GREATER THAN QTD-HOR.
           PERFORM LE-INSCHOR.

       MARCA-AULA-ALUNO.
           IF TURMA-TH(IND-HOR) EQUAL TURMA-IH
              AND DISC-TH(IND-HOR) EQUAL DISCIPLINA-IH
              IF TURMA-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
                 EQUAL SPACES
                 OR (TURMA-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
                    EQUAL TURMA-IH
                 AND DISC-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
                    EQUAL DISCIPLINA-IH)
                 MOVE TURMA-IH
                   TO TURMA-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
                 MOVE DISCIPLINA-IH
                   TO DISC-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
              ELSE
                 PERFORM IMPRIME-CHOQUE-ALUNO.
           ADD 1 TO IND-HOR.

       IMPRIME-CHOQUE-ALUNO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           ADD 1 TO TOT-CHOQUE-ALU.
           MOVE MATRICULA-IH  TO MATRIC-REL.
           MOVE TURMA-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
             TO TURMA1-REL.
           MOVE DISC-GA(DIA-TH(IND-HOR), AULA-TH(IND-HOR))
             TO DISC1-REL.
           MOVE TURMA-IH      TO TURMA2-REL.
           MOVE DISCIPLINA-IH TO DISC2-REL.
           MOVE NOME-DIA(DIA-TH(IND-HOR)) TO DIA-ALU-REL.
           MOVE AULA-TH(IND-HOR) TO AULA-ALU-REL.
           WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       LISTA-GRADE.
           MOVE 26     TO CT-LIN.
           MOVE SPACES TO CHAVE-QUEBRA.
           MOVE "NAO"  TO FIM-ORD.
           OPEN INPUT HORAORD.
           PERFORM LE-HORAORD.
           PERFORM IMPRIME-GRADE
              UNTIL FIM-ORD EQUAL "SIM".
           CLOSE HORAORD.

       LE-HORAORD.
           READ HORAORD AT END MOVE "SIM" TO FIM-ORD.

       IMPRIME-GRADE.
           MOVE SPACES TO VALOR-QUEBRA NOME-QUEBRA.
           IF ROTULO-QUEBRA EQUAL "TURMA"
              MOVE TURMA-HO TO VALOR-QUEBRA
           ELSE
              IF ROTULO-QUEBRA EQUAL "PROFESSOR"
                 MOVE PROFESSOR-HO TO VALOR-QUEBRA
                 MOVE PROFESSOR-HO TO PROF-BUSCA
                 PERFORM PROCURA-PROFESSOR
                 IF IND-ACHOU-PROF NOT EQUAL ZEROES
                    MOVE NOME-TP(IND-ACHOU-PROF) TO NOME-QUEBRA
                 END-IF
              ELSE
                 MOVE SALA-HO TO VALOR-QUEBRA.
           IF CT-LIN GREATER THAN 23
              PERFORM CABECALHO
              MOVE SPACES TO CHAVE-QUEBRA.
           IF VALOR-QUEBRA NOT EQUAL CHAVE-QUEBRA
              MOVE VALOR-QUEBRA TO CHAVE-QUEBRA
              WRITE REG-REL FROM LINHA-QUEBRA AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN.
           MOVE TURMA-HO         TO TURMA-REL.
           MOVE DISCIPLINA-HO    TO DISC-REL.
           MOVE NOME-DIA(DIA-HO) TO DIA-REL.
           MOVE AULA-HO          TO AULA-REL.
           MOVE SALA-HO          TO SALA-REL.
           MOVE PROFESSOR-HO     TO PROF-REL.
           MOVE SPACES           TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           PERFORM LE-HORAORD.

       RODAPE.
           MOVE TOT-ACEITOS    TO TOT-ACE-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE TOT-CHOQUE-ALU TO TOT-CHA-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       FIM.
           IF PROCESSOU EQUAL "SIM"
              CLOSE GRADEHOR
                    RELHORA.
