       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA0.
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
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQALU-STATUS.
           SELECT FALTADIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FALTADIA-STATUS.
           SELECT PARMEVAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMEVAS-STATUS.
           SELECT HISTALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HIST
           FILE STATUS IS HISTALU-STATUS.
           SELECT MENSALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ME
           FILE STATUS IS MENSALU-STATUS.
           SELECT SORTWK17 ASSIGN TO SORTWK17.
           SELECT EVASORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK18 ASSIGN TO SORTWK18.
           SELECT EVARISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRISC ASSIGN TO DISK.
           SELECT RELACON ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD ARQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.DAT".
       01 REG-ALU.
           02 MATRICULA    PIC 9(7).
           02 NOME         PIC X(30).
           02 NOTA1        PIC 9(2)V9(2).
           02 NOTA2        PIC 9(2)V9(2).
           02 NOTA3        PIC 9(2)V9(2).
           02 FALTAS       PIC 9(02).
           02 SEXO         PIC X(1).
           02 TURMA        PIC X(3).
           02 DISCIPLINA   PIC X(3).

       FD FALTADIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FALTADIA.DAT".
       01 REG-FD.
           02 MATRICULA-FD PIC 9(7).
           02 DATA-FD.
            03 DIA-FD      PIC 9(02).
            03 MES-FD      PIC 9(02).
            03 ANO-FD      PIC 9(04).
           02 QTDE-FD      PIC 9(02).

       FD PARMEVAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEVAS.DAT".
       01 REG-PARM-EVAS.
           02 JANELA-PARM        PIC 9(03).
           02 FALTAS-ALERTA-PARM PIC 9(03).
           02 PONTOS-CONT-PARM   PIC 9(03).

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

       SD SORTWK17.
       01 SORT-ALU-REC.
           02 MATRICULA-S17  PIC 9(7).
           02 NOME-S17       PIC X(30).
           02 NOTA1-S17      PIC 9(2)V9(2).
           02 NOTA2-S17      PIC 9(2)V9(2).
           02 NOTA3-S17      PIC 9(2)V9(2).
           02 FALTAS-S17     PIC 9(02).
           02 SEXO-S17       PIC X(1).
           02 TURMA-S17      PIC X(3).
           02 DISCIPLINA-S17 PIC X(3).

       FD EVASORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EVASORD.DAT".
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

       SD SORTWK18.
       01 SORT-RISCO-REC.
           02 TURMA-S18      PIC X(03).
           02 PONTOS-S18     PIC 9(03).
           02 MATRICULA-S18  PIC 9(07).
           02 NOME-S18       PIC X(30).
           02 FAL-REC-S18    PIC 9(03).
           02 FAL-ANT-S18    PIC 9(03).
           02 FALTAS-S18     PIC 9(03).
           02 MEDIA-S18      PIC 9(02)V9(02).
           02 MEDIA-TUR-S18  PIC 9(02)V9(02).
           02 REPROV-S18     PIC 9(02).
           02 DEBITO-S18     PIC 9(07)V9(02).
           02 INDIC-S18      PIC X(05).

       FD EVARISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EVARISC.DAT".
       01 REG-RIS.
           02 TURMA-RIS      PIC X(03).
           02 PONTOS-RIS     PIC 9(03).
           02 MATRICULA-RIS  PIC 9(07).
           02 NOME-RIS       PIC X(30).
           02 FAL-REC-RIS    PIC 9(03).
           02 FAL-ANT-RIS    PIC 9(03).
           02 FALTAS-RIS     PIC 9(03).
           02 MEDIA-RIS      PIC 9(02)V9(02).
           02 MEDIA-TUR-RIS  PIC 9(02)V9(02).
           02 REPROV-RIS     PIC 9(02).
           02 DEBITO-RIS     PIC 9(07)V9(02).
           02 INDIC-RIS      PIC X(05).

       FD RELRISC
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       FD RELACON
           LABEL RECORD IS OMITTED.
       01 REG-CON       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-ORD          PIC X(03) VALUE "NAO".
       77 FIM-HIST         PIC X(03) VALUE "NAO".
       77 FIM-MENS         PIC X(03) VALUE "NAO".
       77 ARQALU-STATUS    PIC X(02) VALUE ZEROES.
       77 FALTADIA-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMEVAS-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTALU-STATUS   PIC X(02) VALUE ZEROES.
       77 MENSALU-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-HISTALU      PIC X(03) VALUE "NAO".
       77 TEM-MENSALU      PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 CT-LIN-CON       PIC 9(02) VALUE 26.
       77 CT-PAG-CON       PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 INT-HOJE         PIC 9(07) VALUE ZEROES.
       77 INT-FALTA        PIC 9(07) VALUE ZEROES.
       77 DIAS-DECORRIDOS  PIC 9(07) VALUE ZEROES.
       77 JANELA-WS        PIC 9(03) VALUE 14.
       77 FALTAS-ALERTA    PIC 9(03) VALUE 10.
       77 PONTOS-CONTATO   PIC 9(03) VALUE 40.
       77 QTD-TURMAS       PIC 9(03) VALUE ZEROES.
       77 TURMAS-ESTOURO   PIC X(03) VALUE "NAO".
       77 FALTAS-ESTOURO   PIC X(03) VALUE "NAO".
       77 IND-TUR          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-TUR    PIC 9(03) VALUE ZEROES.
       77 QTD-FALTAS       PIC 9(03) VALUE ZEROES.
       77 IND-FD           PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(03) VALUE ZEROES.
       77 MATRICULA-BUSCA  PIC 9(07) VALUE ZEROES.
       77 TURMA-BUSCA      PIC X(03) VALUE SPACES.
       77 TURMA-ATU        PIC X(03) VALUE SPACES.
       77 MATRICULA-ATU    PIC 9(07) VALUE ZEROES.
       77 NOME-ATU         PIC X(30) VALUE SPACES.
       77 SOMA-ALU         PIC 9(05)V9(02) VALUE ZEROES.
       77 QTD-NOTAS        PIC 9(03) VALUE ZEROES.
       77 FALTAS-ALU       PIC 9(03) VALUE ZEROES.
       77 MEDIA-ALU        PIC 9(02)V9(02) VALUE ZEROES.
       77 MEDIA-TURMA      PIC 9(02)V9(02) VALUE ZEROES.
       77 FAL-REC          PIC 9(03) VALUE ZEROES.
       77 FAL-ANT          PIC 9(03) VALUE ZEROES.
       77 PONTOS           PIC 9(03) VALUE ZEROES.
       77 PONTOS-FATOR     PIC 9(03) VALUE ZEROES.
       77 REPROVACOES      PIC 9(02) VALUE ZEROES.
       77 DEBITO-ALUNO     PIC 9(07)V9(02) VALUE ZEROES.
       77 POSICAO          PIC 9(03) VALUE ZEROES.
       77 TURMA-ANT        PIC X(03) VALUE SPACES.
       77 TURMA-ANT-CON    PIC X(03) VALUE SPACES.
       77 TOTAL-REGISTROS  PIC 9(05) VALUE ZEROES.
       77 TOTAL-ALUNOS     PIC 9(05) VALUE ZEROES.
       77 TOTAL-CONTATOS   PIC 9(05) VALUE ZEROES.
       77 TOTAL-TURMAS     PIC 9(05) VALUE ZEROES.
       77 TOTAL-FD-IGNOR   PIC 9(05) VALUE ZEROES.

       01 INDICADORES.
           02 IND-FALTAS    PIC X(01).
           02 IND-TENDENCIA PIC X(01).
           02 IND-NOTA      PIC X(01).
           02 IND-REPROV    PIC X(01).
           02 IND-DEBITO    PIC X(01).

       01 DATA-AUX-WS      PIC 9(08) VALUE ZEROES.
       01 DATA-AUX-WS-R REDEFINES DATA-AUX-WS.
           02 ANO-AUX      PIC 9(04).
           02 MES-AUX      PIC 9(02).
           02 DIA-AUX      PIC 9(02).

       01 TABELA-TURMAS.
           02 ITEM-TUR-TAB OCCURS 100 TIMES.
              03 TURMA-TT      PIC X(03).
              03 SOMA-TT       PIC 9(07)V9(02).
              03 QTD-TT        PIC 9(05).

       01 TABELA-FALTAS.
           02 ITEM-FD-TAB OCCURS 500 TIMES.
              03 MATRICULA-TAB PIC 9(07).
              03 REC-TAB       PIC 9(03).
              03 ANT-TAB       PIC 9(03).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE RISCO DE EVASAO".
           02 FILLER    PIC X(18) VALUE " POR TURMA".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-TURMA.
           02 FILLER       PIC X(8)  VALUE " TURMA: ".
           02 TURMA-CAB    PIC X(03).
           02 FILLER       PIC X(19) VALUE "   MEDIA DA TURMA: ".
           02 MEDIA-TUR-CAB PIC Z9,99.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(4)  VALUE "POS".
           02 FILLER    PIC X(8)  VALUE "MATRIC.".
           02 FILLER    PIC X(21) VALUE "NOME".
           02 FILLER    PIC X(5)  VALUE "PTS".
           02 FILLER    PIC X(5)  VALUE "REC".
           02 FILLER    PIC X(5)  VALUE "ANT".
           02 FILLER    PIC X(4)  VALUE "FAL".
           02 FILLER    PIC X(6)  VALUE "MEDIA".
           02 FILLER    PIC X(3)  VALUE "RP".
           02 FILLER    PIC X(10) VALUE "   DEBITO".
           02 FILLER    PIC X(5)  VALUE "IND".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 POSICAO-REL   PIC ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 MATRICULA-REL PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(20).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 PONTOS-REL    PIC ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 FAL-REC-REL   PIC ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 FAL-ANT-REL   PIC ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 FALTAS-REL    PIC ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 MEDIA-REL     PIC Z9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 REPROV-REL    PIC Z9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEBITO-REL    PIC ZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 INDIC-REL     PIC X(05).

       01 CAB-01-CON.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "LISTA DE ALUNOS PARA CONTATO".
           02 FILLER    PIC X(18) VALUE " - ACONSELHAMENTO".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-CON PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02-CON.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "TURMA".
           02 FILLER    PIC X(9)  VALUE "MATRIC.".
           02 FILLER    PIC X(32) VALUE "NOME".
           02 FILLER    PIC X(5)  VALUE "PTS".
           02 FILLER    PIC X(7)  VALUE "IND".
           02 FILLER    PIC X(15) VALUE "CONTATO EM".

       01 DETALHE-CON.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 TURMA-CON     PIC X(03).
           02 FILLER        PIC X(3) VALUE SPACES.
           02 MATRICULA-CON PIC 9(7).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 NOME-CON      PIC X(30).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 PONTOS-CON    PIC ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 INDIC-CON     PIC X(05).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 FILLER        PIC X(10) VALUE "__/__/____".

       01 LINHA-LEGENDA.
           02 FILLER    PIC X(8)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "IND: F=FALTAS T=TENDENCIA N=".
           02 FILLER    PIC X(32) VALUE "NOTA R=REPROVACAO D=DEBITO".

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TURMAS AVALIADAS         : ".
           02 TOTAL-TUR-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALUNOS AVALIADOS         : ".
           02 TOTAL-ALU-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALUNOS PARA CONTATO      : ".
           02 TOTAL-CON-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "FALTAS DIARIAS IGNORADAS : ".
           02 TOTAL-IGN-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA0".
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
           MOVE TOTAL-REGISTROS TO LOG-LIDOS.
           MOVE TOTAL-CONTATOS  TO LOG-GRAVADOS.
           MOVE TOTAL-FD-IGNOR  TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           OPEN INPUT ARQALU.
           IF ARQALU-STATUS EQUAL "35"
              DISPLAY "ARQALU.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-MEDIAS-TURMA
              CLOSE ARQALU
              PERFORM LE-PARMEVAS
              PERFORM CARREGA-FALTADIA
              PERFORM ABRE-HISTALU
              PERFORM ABRE-MENSALU
              SORT SORTWK17 ON ASCENDING KEY TURMA-S17
                                             MATRICULA-S17
                   USING ARQALU
                   GIVING EVASORD
              SORT SORTWK18 ON ASCENDING KEY TURMA-S18
                               DESCENDING KEY PONTOS-S18
                               ASCENDING KEY MATRICULA-S18
                   INPUT PROCEDURE IS CALCULA-RISCO
                   GIVING EVARISC
              OPEN INPUT EVARISC
              OPEN OUTPUT RELRISC
              OPEN OUTPUT RELACON
              MOVE "SIM" TO ARQUIVOS-ABERTOS
              PERFORM LEITURA
           END-IF.

       CARREGA-MEDIAS-TURMA.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-ARQALU.
           PERFORM SOMA-MEDIA-TURMA
              UNTIL FIM-AUX EQUAL "SIM".

       LE-ARQALU.
           READ ARQALU AT END MOVE "SIM" TO FIM-AUX.

       SOMA-MEDIA-TURMA.
           IF NOTA1 NUMERIC
              AND NOTA2 NUMERIC
              MOVE TURMA TO TURMA-BUSCA
              PERFORM PROCURA-TURMA
              IF IND-ACHOU-TUR EQUAL ZEROES
                 AND QTD-TURMAS LESS THAN 100
                 ADD 1 TO QTD-TURMAS
                 MOVE QTD-TURMAS TO IND-ACHOU-TUR
                 MOVE TURMA  TO TURMA-TT(IND-ACHOU-TUR)
                 MOVE ZEROES TO SOMA-TT(IND-ACHOU-TUR)
                                QTD-TT(IND-ACHOU-TUR)
              END-IF
              IF IND-ACHOU-TUR EQUAL ZEROES
                 AND TURMAS-ESTOURO EQUAL "NAO"
                 DISPLAY "TABELA DE TURMAS CHEIA - TURMA " TURMA
                 MOVE "SIM" TO TURMAS-ESTOURO
                 MOVE 12 TO RETURN-CODE
              END-IF
              IF IND-ACHOU-TUR NOT EQUAL ZEROES
                 COMPUTE SOMA-TT(IND-ACHOU-TUR) =
                    SOMA-TT(IND-ACHOU-TUR) + (NOTA1 + NOTA2) / 2
                 ADD 1 TO QTD-TT(IND-ACHOU-TUR)
              END-IF
           END-IF.
           PERFORM LE-ARQALU.

       PROCURA-TURMA.
           MOVE ZEROES TO IND-ACHOU-TUR.
           MOVE 1      TO IND-TUR.
           PERFORM TESTA-TURMA
              UNTIL IND-TUR GREATER THAN QTD-TURMAS
                 OR IND-ACHOU-TUR NOT EQUAL ZEROES.

       TESTA-TURMA.
           IF TURMA-TT(IND-TUR) EQUAL TURMA-BUSCA
              MOVE IND-TUR TO IND-ACHOU-TUR.
           ADD 1 TO IND-TUR.

       LE-PARMEVAS.
           OPEN INPUT PARMEVAS.
           IF PARMEVAS-STATUS EQUAL "35"
              DISPLAY "PARMEVAS.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMEVAS
                 AT END
                    MOVE ZEROES TO REG-PARM-EVAS
              END-READ
              IF JANELA-PARM NUMERIC
                 AND JANELA-PARM NOT EQUAL ZEROES
                 MOVE JANELA-PARM TO JANELA-WS
              END-IF
              IF FALTAS-ALERTA-PARM NUMERIC
                 AND FALTAS-ALERTA-PARM NOT EQUAL ZEROES
                 MOVE FALTAS-ALERTA-PARM TO FALTAS-ALERTA
              END-IF
              IF PONTOS-CONT-PARM NUMERIC
                 AND PONTOS-CONT-PARM NOT EQUAL ZEROES
                 MOVE PONTOS-CONT-PARM TO PONTOS-CONTATO
              END-IF
              CLOSE PARMEVAS.

       CARREGA-FALTADIA.
           OPEN INPUT FALTADIA.
           IF FALTADIA-STATUS EQUAL "35"
              DISPLAY "FALTADIA.DAT NAO ENCONTRADO - SEM TENDENCIA"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-FALTA
              PERFORM ACUMULA-FALTA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE FALTADIA.

       LE-FALTA.
           READ FALTADIA AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-FALTA.
           IF MATRICULA-FD NOT NUMERIC
              OR DATA-FD NOT NUMERIC
              OR QTDE-FD NOT NUMERIC
              OR MES-FD LESS THAN 1 OR MES-FD GREATER THAN 12
              OR DIA-FD LESS THAN 1 OR DIA-FD GREATER THAN 31
              ADD 1 TO TOTAL-FD-IGNOR
           ELSE
              MOVE ANO-FD TO ANO-AUX
              MOVE MES-FD TO MES-AUX
              MOVE DIA-FD TO DIA-AUX
              IF DATA-AUX-WS GREATER THAN WS-HOJE
                 ADD 1 TO TOTAL-FD-IGNOR
              ELSE
                 PERFORM CLASSIFICA-FALTA
              END-IF
           END-IF.
           PERFORM LE-FALTA.

       CLASSIFICA-FALTA.
           COMPUTE INT-FALTA = FUNCTION INTEGER-OF-DATE(DATA-AUX-WS).
           COMPUTE DIAS-DECORRIDOS = INT-HOJE - INT-FALTA.
           IF DIAS-DECORRIDOS LESS THAN JANELA-WS * 2
              MOVE MATRICULA-FD TO MATRICULA-BUSCA
              PERFORM PROCURA-MATRICULA-TAB
              IF IND-ACHOU EQUAL ZEROES
                 AND QTD-FALTAS LESS THAN 500
                 ADD 1 TO QTD-FALTAS
                 MOVE QTD-FALTAS   TO IND-ACHOU
                 MOVE MATRICULA-FD TO MATRICULA-TAB(IND-ACHOU)
                 MOVE ZEROES TO REC-TAB(IND-ACHOU) ANT-TAB(IND-ACHOU)
              END-IF
              IF IND-ACHOU EQUAL ZEROES
                 AND FALTAS-ESTOURO EQUAL "NAO"
                 DISPLAY "TABELA DE FALTAS CHEIA - MATRICULA "
                         MATRICULA-FD
                 MOVE "SIM" TO FALTAS-ESTOURO
                 MOVE 12 TO RETURN-CODE
              END-IF
              IF IND-ACHOU EQUAL ZEROES
                 ADD 1 TO TOTAL-FD-IGNOR
              ELSE
                 IF DIAS-DECORRIDOS LESS THAN JANELA-WS
                    ADD QTDE-FD TO REC-TAB(IND-ACHOU)
                 ELSE
                    ADD QTDE-FD TO ANT-TAB(IND-ACHOU).

       PROCURA-MATRICULA-TAB.
           MOVE ZEROES TO IND-ACHOU.
           MOVE 1      TO IND-FD.
           PERFORM TESTA-MATRICULA-TAB
              UNTIL IND-FD GREATER THAN QTD-FALTAS
                 OR IND-ACHOU NOT EQUAL ZEROES.

       TESTA-MATRICULA-TAB.
           IF MATRICULA-TAB(IND-FD) EQUAL MATRICULA-BUSCA
              MOVE IND-FD TO IND-ACHOU.
           ADD 1 TO IND-FD.

       ABRE-HISTALU.
           OPEN INPUT HISTALU.
           IF HISTALU-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-HISTALU
           ELSE
              DISPLAY "HISTALU.DAT INDISPONIVEL - SEM REPROVACOES".

       ABRE-MENSALU.
           OPEN INPUT MENSALU.
           IF MENSALU-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-MENSALU.

       CALCULA-RISCO.
           OPEN INPUT EVASORD.
           MOVE "NAO" TO FIM-ORD.
           PERFORM LE-EVASORD.
           PERFORM AVALIA-ALUNO
              UNTIL FIM-ORD EQUAL "SIM".
           CLOSE EVASORD.

       LE-EVASORD.
           READ EVASORD AT END MOVE "SIM" TO FIM-ORD.

       AVALIA-ALUNO.
           MOVE TURMA-ORD     TO TURMA-ATU.
           MOVE MATRICULA-ORD TO MATRICULA-ATU.
           MOVE NOME-ORD      TO NOME-ATU.
           MOVE ZEROES TO SOMA-ALU QTD-NOTAS FALTAS-ALU.
           PERFORM ACUMULA-ALUNO
              UNTIL FIM-ORD EQUAL "SIM"
                 OR TURMA-ORD NOT EQUAL TURMA-ATU
                 OR MATRICULA-ORD NOT EQUAL MATRICULA-ATU.
           PERFORM PONTUA-ALUNO.
           MOVE TURMA-ATU     TO TURMA-S18.
           MOVE PONTOS        TO PONTOS-S18.
           MOVE MATRICULA-ATU TO MATRICULA-S18.
           MOVE NOME-ATU      TO NOME-S18.
           MOVE FAL-REC       TO FAL-REC-S18.
           MOVE FAL-ANT       TO FAL-ANT-S18.
           MOVE FALTAS-ALU    TO FALTAS-S18.
           MOVE MEDIA-ALU     TO MEDIA-S18.
           MOVE MEDIA-TURMA   TO MEDIA-TUR-S18.
           MOVE REPROVACOES   TO REPROV-S18.
           MOVE DEBITO-ALUNO  TO DEBITO-S18.
           MOVE INDICADORES   TO INDIC-S18.
           RELEASE SORT-RISCO-REC.
           ADD 1 TO TOTAL-ALUNOS.

       ACUMULA-ALUNO.
           ADD 1 TO TOTAL-REGISTROS.
           IF NOTA1-ORD NUMERIC
              AND NOTA2-ORD NUMERIC
              COMPUTE SOMA-ALU = SOMA-ALU + (NOTA1-ORD + NOTA2-ORD) / 2
              ADD 1 TO QTD-NOTAS.
           IF FALTAS-ORD NUMERIC
              ADD FALTAS-ORD TO FALTAS-ALU.
           PERFORM LE-EVASORD.

       PONTUA-ALUNO.
           MOVE ZEROES TO PONTOS MEDIA-ALU MEDIA-TURMA.
           MOVE ZEROES TO FAL-REC FAL-ANT REPROVACOES DEBITO-ALUNO.
           MOVE SPACES TO INDICADORES.
           PERFORM PONTUA-FALTAS.
           PERFORM PONTUA-NOTAS.
           IF TEM-HISTALU EQUAL "SIM"
              PERFORM PONTUA-REPROVACOES.
           IF TEM-MENSALU EQUAL "SIM"
              PERFORM PONTUA-DEBITO.

       PONTUA-FALTAS.
           MOVE MATRICULA-ATU TO MATRICULA-BUSCA.
           PERFORM PROCURA-MATRICULA-TAB.
           IF IND-ACHOU NOT EQUAL ZEROES
              MOVE REC-TAB(IND-ACHOU) TO FAL-REC
              MOVE ANT-TAB(IND-ACHOU) TO FAL-ANT.
           IF FAL-REC GREATER THAN ZEROES
              COMPUTE PONTOS-FATOR = FAL-REC * 2
              IF PONTOS-FATOR GREATER THAN 20
                 MOVE 20 TO PONTOS-FATOR
              END-IF
              ADD PONTOS-FATOR TO PONTOS
              MOVE "F" TO IND-FALTAS.
           IF FAL-REC GREATER THAN FAL-ANT
              ADD 15 TO PONTOS
              MOVE "T" TO IND-TENDENCIA.
           IF FALTAS-ALU NOT LESS THAN FALTAS-ALERTA
              ADD 10 TO PONTOS
              MOVE "F" TO IND-FALTAS.

       PONTUA-NOTAS.
           MOVE TURMA-ATU TO TURMA-BUSCA.
           PERFORM PROCURA-TURMA.
           IF IND-ACHOU-TUR NOT EQUAL ZEROES
              AND QTD-TT(IND-ACHOU-TUR) NOT EQUAL ZEROES
              COMPUTE MEDIA-TURMA =
                 SOMA-TT(IND-ACHOU-TUR) / QTD-TT(IND-ACHOU-TUR).
           IF QTD-NOTAS NOT EQUAL ZEROES
              COMPUTE MEDIA-ALU = SOMA-ALU / QTD-NOTAS
              IF MEDIA-ALU LESS THAN MEDIA-TURMA
                 ADD 10 TO PONTOS
                 MOVE "N" TO IND-NOTA
              END-IF
              IF MEDIA-ALU LESS THAN 5
                 ADD 15 TO PONTOS
                 MOVE "N" TO IND-NOTA
              END-IF
           END-IF.

       PONTUA-REPROVACOES.
           MOVE "NAO" TO FIM-HIST.
           MOVE MATRICULA-ATU TO MATRICULA-HIST.
           MOVE LOW-VALUES    TO TERMO-HIST.
           MOVE LOW-VALUES    TO DISCIPLINA-HIST.
           START HISTALU KEY IS NOT LESS THAN CHAVE-HIST
              INVALID KEY
                 MOVE "SIM" TO FIM-HIST
           END-START.
           IF FIM-HIST NOT EQUAL "SIM"
              PERFORM LE-HISTORICO.
           PERFORM CONTA-REPROVACAO
              UNTIL FIM-HIST EQUAL "SIM".
           IF REPROVACOES GREATER THAN ZEROES
              COMPUTE PONTOS-FATOR = REPROVACOES * 10
              IF PONTOS-FATOR GREATER THAN 20
                 MOVE 20 TO PONTOS-FATOR
              END-IF
              ADD PONTOS-FATOR TO PONTOS
              MOVE "R" TO IND-REPROV.

       LE-HISTORICO.
           READ HISTALU NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-HIST
           END-READ.
           IF FIM-HIST NOT EQUAL "SIM"
              AND MATRICULA-HIST NOT EQUAL MATRICULA-ATU
              MOVE "SIM" TO FIM-HIST.

       CONTA-REPROVACAO.
           IF RESULTADO-HIST(1:3) EQUAL "REP"
              AND REPROVACOES LESS THAN 99
              ADD 1 TO REPROVACOES.
           PERFORM LE-HISTORICO.

       PONTUA-DEBITO.
           MOVE "NAO"         TO FIM-MENS.
           MOVE MATRICULA-ATU TO MATRICULA-ME.
           MOVE ZEROES        TO COMPET-ME.
           START MENSALU KEY IS NOT LESS THAN CHAVE-ME
              INVALID KEY
                 MOVE "SIM" TO FIM-MENS
           END-START.
           PERFORM LE-MENSALIDADE.
           PERFORM ACUMULA-DEBITO
              UNTIL FIM-MENS EQUAL "SIM".
           IF DEBITO-ALUNO GREATER THAN ZEROES
              ADD 15 TO PONTOS
              MOVE "D" TO IND-DEBITO.

       LE-MENSALIDADE.
           IF FIM-MENS NOT EQUAL "SIM"
              READ MENSALU NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-MENS
              END-READ
              IF FIM-MENS NOT EQUAL "SIM"
                 AND MATRICULA-ME NOT EQUAL MATRICULA-ATU
                 MOVE "SIM" TO FIM-MENS.

       ACUMULA-DEBITO.
           IF SITUACAO-ME EQUAL "A"
              AND VENC-ME LESS THAN WS-HOJE
              COMPUTE DEBITO-ALUNO = DEBITO-ALUNO
                                   + VALOR-ME - PAGO-ME.
           PERFORM LE-MENSALIDADE.

       LEITURA.
           READ EVARISC AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF TURMA-RIS NOT EQUAL TURMA-ANT
              PERFORM QUEBRA-TURMA.
           ADD 1 TO POSICAO.
           PERFORM IMPRESSAO.
           IF PONTOS-RIS NOT LESS THAN PONTOS-CONTATO
              PERFORM IMPRIME-CONTATO.
           PERFORM LEITURA.

       QUEBRA-TURMA.
           MOVE TURMA-RIS TO TURMA-ANT.
           MOVE ZEROES    TO POSICAO.
           ADD 1 TO TOTAL-TURMAS.
           PERFORM CABECALHO.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE POSICAO       TO POSICAO-REL.
           MOVE MATRICULA-RIS TO MATRICULA-REL.
           MOVE NOME-RIS      TO NOME-REL.
           MOVE PONTOS-RIS    TO PONTOS-REL.
           MOVE FAL-REC-RIS   TO FAL-REC-REL.
           MOVE FAL-ANT-RIS   TO FAL-ANT-REL.
           MOVE FALTAS-RIS    TO FALTAS-REL.
           MOVE MEDIA-RIS     TO MEDIA-REL.
           MOVE REPROV-RIS    TO REPROV-REL.
           MOVE DEBITO-RIS    TO DEBITO-REL.
           MOVE INDIC-RIS     TO INDIC-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE TURMA-RIS     TO TURMA-CAB.
           MOVE MEDIA-TUR-RIS TO MEDIA-TUR-CAB.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TURMA AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       IMPRIME-CONTATO.
           IF CT-LIN-CON GREATER THAN 25
              OR TURMA-RIS NOT EQUAL TURMA-ANT-CON
              PERFORM CABECALHO-CON.
           ADD 1 TO TOTAL-CONTATOS.
           MOVE TURMA-RIS     TO TURMA-CON.
           MOVE MATRICULA-RIS TO MATRICULA-CON.
           MOVE NOME-RIS      TO NOME-CON.
           MOVE PONTOS-RIS    TO PONTOS-CON.
           MOVE INDIC-RIS     TO INDIC-CON.
           WRITE REG-CON FROM DETALHE-CON AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN-CON.

       CABECALHO-CON.
           MOVE TURMA-RIS    TO TURMA-ANT-CON.
           ADD 1             TO CT-PAG-CON.
           MOVE CT-PAG-CON   TO VAR-PAG-CON.
           MOVE SPACES       TO REG-CON.
           WRITE REG-CON AFTER ADVANCING PAGE.
           WRITE REG-CON FROM CAB-01-CON AFTER ADVANCING 1 LINE.
           WRITE REG-CON FROM CAB-02-CON AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN-CON.

       RODAPE.
           MOVE TOTAL-TURMAS   TO TOTAL-TUR-ED.
           MOVE TOTAL-ALUNOS   TO TOTAL-ALU-ED.
           MOVE TOTAL-CONTATOS TO TOTAL-CON-ED.
           MOVE TOTAL-FD-IGNOR TO TOTAL-IGN-ED.
           WRITE REG-REL FROM LINHA-LEGENDA AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-CON FROM LINHA-LEGENDA AFTER ADVANCING 3 LINES.
           WRITE REG-CON FROM CAB-05 AFTER ADVANCING 2 LINES.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE EVARISC
                    RELRISC
                    RELACON
              IF TEM-HISTALU EQUAL "SIM"
                 CLOSE HISTALU
              END-IF
              IF TEM-MENSALU EQUAL "SIM"
                 CLOSE MENSALU
              END-IF
           END-IF.
