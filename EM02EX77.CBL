       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX77.
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
           SELECT PARMORC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMORC-STATUS.
           SELECT CADDEPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADDEPTO-STATUS.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADENT-STATUS.
           SELECT ORCDEPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORCDEPTO-STATUS.
           SELECT FOLHAPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHAPAG-STATUS.
           SELECT HISTFOL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HF
           FILE STATUS IS HISTFOL-STATUS.
           SELECT RELORC ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMORC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMORC.DAT".
       01 REG-PARM-ORC.
           02 COMPET-PARM     PIC 9(06).
           02 TOLERANCIA-PARM PIC 9(02)V9(02).
           02 ENCARGOS-PARM   PIC 9(02)V9(02).

       FD CADDEPTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REG-DEP.
           02 DEPTO-DEP   PIC 9(03).
           02 NOME-DEP    PIC X(20).
           02 GESTOR-DEP  PIC X(30).

       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       COPY "CADENT.CPY".

       FD ORCDEPTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ORCDEPTO.DAT".
       01 REG-ORC.
           02 DEPTO-ORC   PIC 9(03).
           02 COMPET-ORC  PIC 9(06).
           02 VALOR-ORC   PIC 9(10)V9(02).

       FD FOLHAPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAPAG.DAT".
       01 REG-FOL.
           02 COD-FOL      PIC 9(07).
           02 NOME-FOL     PIC X(30).
           02 BRUTO-FOL    PIC 9(06)V9(02).
           02 INSS-FOL     PIC 9(06)V9(02).
           02 IRRF-FOL     PIC 9(06)V9(02).
           02 LIQUIDO-FOL  PIC 9(06)V9(02).

       FD HISTFOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTFOL.DAT".
       01 REG-HF.
           02 CHAVE-HF.
            03 COD-HF      PIC 9(07).
            03 COMPET-HF   PIC 9(06).
            03 TIPO-HF     PIC X(01).
           02 NOME-HF      PIC X(30).
           02 BRUTO-HF     PIC 9(06)V9(02).
           02 INSS-HF      PIC 9(06)V9(02).
           02 IRRF-HF      PIC 9(06)V9(02).
           02 LIQUIDO-HF   PIC 9(06)V9(02).
           02 DATA-FECH-HF PIC 9(08).

       FD RELORC
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 DEPTOS-ESTOURO   PIC X(03) VALUE "NAO".
       77 PARMORC-STATUS   PIC X(02) VALUE ZEROES.
       77 CADDEPTO-STATUS  PIC X(02) VALUE ZEROES.
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 ORCDEPTO-STATUS  PIC X(02) VALUE ZEROES.
       77 FOLHAPAG-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTFOL-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 COMPET-WS        PIC 9(06) VALUE ZEROES.
       77 ANO-WS           PIC 9(04) VALUE ZEROES.
       77 ANO-AUX          PIC 9(04) VALUE ZEROES.
       77 TOLERANCIA-WS    PIC 9(02)V9(02) VALUE 5,00.
       77 ENCARGOS-WS      PIC 9(02)V9(02) VALUE 28,00.
       77 QTD-FUNC         PIC 9(03) VALUE ZEROES.
       77 IND-FUN          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-FUN    PIC 9(03) VALUE ZEROES.
       77 COD-PROC         PIC 9(07) VALUE ZEROES.
       77 DEPTO-PROC       PIC 9(03) VALUE ZEROES.
       77 QTD-DEPTOS       PIC 9(02) VALUE ZEROES.
       77 IND-DEP          PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-DEP    PIC 9(02) VALUE ZEROES.
       77 PERIODO-WS       PIC X(03) VALUE SPACES.
       77 BRUTO-WS         PIC 9(10)V9(02) VALUE ZEROES.
       77 ORCADO-WS        PIC 9(10)V9(02) VALUE ZEROES.
       77 CUSTO-WS         PIC 9(10)V9(02) VALUE ZEROES.
       77 VARIACAO-WS      PIC S9(10)V9(02) VALUE ZEROES.
       77 PCT-USO-WS       PIC 9(05)V9(02) VALUE ZEROES.
       77 LIMITE-WS        PIC 9(10)V9(02) VALUE ZEROES.
       77 TOT-ESTOURO      PIC 9(02) VALUE ZEROES.
       77 SOMA-ORC-MES     PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-CUSTO-MES   PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-ORC-ANO     PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-CUSTO-ANO   PIC 9(12)V9(02) VALUE ZEROES.

       01 TABELA-FUNC.
           02 ITEM-FUNC OCCURS 500 TIMES.
              03 COD-TAB       PIC 9(07).
              03 DEPTO-TAB     PIC 9(03).

       01 TABELA-DEPT-ORC.
           02 ITEM-DEPT-ORC OCCURS 20 TIMES.
              03 DEPTO-DO      PIC 9(03).
              03 NOME-DO       PIC X(20).
              03 ORC-MES-DO    PIC 9(10)V9(02).
              03 ORC-ANO-DO    PIC 9(10)V9(02).
              03 BRUTO-MES-DO  PIC 9(10)V9(02).
              03 BRUTO-ANO-DO  PIC 9(10)V9(02).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "ORCADO X REALIZADO PESSOAL ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X     VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(24) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(18) VALUE "DEP NOME      PER".
           02 FILLER    PIC X(13) VALUE "       BRUTO".
           02 FILLER    PIC X(13) VALUE "      ORCADO".
           02 FILLER    PIC X(13) VALUE "       CUSTO".
           02 FILLER    PIC X(14) VALUE "     VARIACAO".
           02 FILLER    PIC X(07) VALUE "   USO%".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEPTO-REL     PIC 999.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(9).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 PERIODO-REL   PIC X(3).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 BRUTO-REL     PIC Z.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 ORCADO-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 CUSTO-REL     PIC Z.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 VARIACAO-REL  PIC -Z.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 PCT-USO-REL   PIC ZZ9,99.
           02 FLAG-REL      PIC X(1).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ORCADO NO MES            : ".
           02 SOMA-ORC-MES-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CUSTO REALIZADO NO MES   : ".
           02 SOMA-CUSTO-MES-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ORCADO NO ANO            : ".
           02 SOMA-ORC-ANO-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CUSTO REALIZADO NO ANO   : ".
           02 SOMA-CUSTO-ANO-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ENCARGOS SOBRE O BRUTO % : ".
           02 ENCARGOS-ED PIC Z9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOLERANCIA DE ESTOURO %  : ".
           02 TOLERANCIA-ED PIC Z9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "LINHAS ACIMA DO ORCADO(*): ".
           02 TOT-ESTOURO-ED PIC Z9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX77".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       IF FIM-ARQ NOT EQUAL "SIM"
          OPEN OUTPUT RELORC
          MOVE 1 TO IND-DEP
          PERFORM IMPRIME-DEPTO
             UNTIL IND-DEP GREATER THAN QTD-DEPTOS
          PERFORM RODAPE
          CLOSE RELORC.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE QTD-FUNC    TO LOG-LIDOS.
           MOVE QTD-DEPTOS  TO LOG-GRAVADOS.
           MOVE TOT-ESTOURO TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO COMPET-WS.
           PERFORM LE-PARMORC.
           MOVE COMPET-WS(1:4) TO ANO-WS.
           MOVE COMPET-WS(5:2) TO MES-CAB.
           MOVE ANO-WS         TO ANO-CAB.
           PERFORM CARREGA-DEPTOS.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-ORCAMENTO.
           PERFORM CARREGA-FOLHA.
           PERFORM CARREGA-HISTORICO.

       LE-PARMORC.
           OPEN INPUT PARMORC.
           IF PARMORC-STATUS EQUAL "35"
              DISPLAY "PARMORC.DAT NAO ENCONTRADO - VALORES PADRAO"
           ELSE
              READ PARMORC
                 AT END
                    CONTINUE
                 NOT AT END
                    IF COMPET-PARM NOT EQUAL ZEROES
                       MOVE COMPET-PARM TO COMPET-WS
                    END-IF
                    MOVE TOLERANCIA-PARM TO TOLERANCIA-WS
                    IF ENCARGOS-PARM NOT EQUAL ZEROES
                       MOVE ENCARGOS-PARM TO ENCARGOS-WS
                    END-IF
              END-READ
              CLOSE PARMORC.

       CARREGA-DEPTOS.
           OPEN INPUT CADDEPTO.
           IF CADDEPTO-STATUS EQUAL "35"
              DISPLAY "CADDEPTO.DAT NAO ENCONTRADO - SEM NOMES"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-DEPTO
              PERFORM GUARDA-DEPTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CADDEPTO.

       LE-DEPTO.
           READ CADDEPTO AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-DEPTO.
           MOVE DEPTO-DEP TO DEPTO-PROC.
           PERFORM ACHA-DEPTO.
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              MOVE NOME-DEP TO NOME-DO(IND-ACHOU-DEP).
           PERFORM LE-DEPTO.

       ACHA-DEPTO.
           MOVE ZEROES TO IND-ACHOU-DEP.
           MOVE 1      TO IND-DEP.
           PERFORM TESTA-DEPTO
              UNTIL IND-DEP GREATER THAN QTD-DEPTOS
                 OR IND-ACHOU-DEP NOT EQUAL ZEROES.
           IF IND-ACHOU-DEP EQUAL ZEROES
              IF QTD-DEPTOS LESS THAN 20
                 ADD 1 TO QTD-DEPTOS
                 MOVE QTD-DEPTOS TO IND-ACHOU-DEP
                 MOVE DEPTO-PROC TO DEPTO-DO(IND-ACHOU-DEP)
                 MOVE SPACES TO NOME-DO(IND-ACHOU-DEP)
                 MOVE ZEROES TO ORC-MES-DO(IND-ACHOU-DEP)
                 MOVE ZEROES TO ORC-ANO-DO(IND-ACHOU-DEP)
                 MOVE ZEROES TO BRUTO-MES-DO(IND-ACHOU-DEP)
                 MOVE ZEROES TO BRUTO-ANO-DO(IND-ACHOU-DEP)
              ELSE
                 IF DEPTOS-ESTOURO EQUAL "NAO"
                    DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - DEPTO "
                            DEPTO-PROC
                    MOVE "SIM" TO DEPTOS-ESTOURO
                    MOVE 12 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       TESTA-DEPTO.
           IF DEPTO-DO(IND-DEP) EQUAL DEPTO-PROC
              MOVE IND-DEP TO IND-ACHOU-DEP.
           ADD 1 TO IND-DEP.

       CARREGA-FUNCIONARIOS.
           OPEN INPUT CADENT.
           IF CADENT-STATUS EQUAL "35"
              DISPLAY "CADENT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-CADENT
              PERFORM GUARDA-FUNCIONARIO
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FUNC NOT LESS THAN 500
              CLOSE CADENT
              IF FIM-AUX NOT EQUAL "SIM"
                 DISPLAY "TABELA DE FUNCIONARIOS CHEIA - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 12 TO RETURN-CODE.

       LE-CADENT.
           READ CADENT AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FUNCIONARIO.
           ADD 1 TO QTD-FUNC.
           MOVE COD   TO COD-TAB(QTD-FUNC).
           MOVE DEPTO TO DEPTO-TAB(QTD-FUNC).
           PERFORM LE-CADENT.

       DEPTO-DO-FUNCIONARIO.
           MOVE ZEROES TO IND-ACHOU-FUN DEPTO-PROC.
           MOVE 1 TO IND-FUN.
           PERFORM TESTA-FUNCIONARIO
              UNTIL IND-FUN GREATER THAN QTD-FUNC
                 OR IND-ACHOU-FUN NOT EQUAL ZEROES.
           IF IND-ACHOU-FUN NOT EQUAL ZEROES
              MOVE DEPTO-TAB(IND-ACHOU-FUN) TO DEPTO-PROC.
           PERFORM ACHA-DEPTO.

       TESTA-FUNCIONARIO.
           IF COD-TAB(IND-FUN) EQUAL COD-PROC
              MOVE IND-FUN TO IND-ACHOU-FUN.
           ADD 1 TO IND-FUN.

       CARREGA-ORCAMENTO.
           IF FIM-ARQ EQUAL "SIM"
              NEXT SENTENCE
           ELSE
              OPEN INPUT ORCDEPTO
              IF ORCDEPTO-STATUS EQUAL "35"
                 DISPLAY "ORCDEPTO.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE "NAO" TO FIM-AUX
                 PERFORM LE-ORCAMENTO
                 PERFORM ACUMULA-ORCAMENTO
                    UNTIL FIM-AUX EQUAL "SIM"
                 CLOSE ORCDEPTO.

       LE-ORCAMENTO.
           READ ORCDEPTO AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-ORCAMENTO.
           MOVE COMPET-ORC(1:4) TO ANO-AUX.
           IF ANO-AUX EQUAL ANO-WS
              AND COMPET-ORC NOT GREATER THAN COMPET-WS
              MOVE DEPTO-ORC TO DEPTO-PROC
              PERFORM ACHA-DEPTO
              IF IND-ACHOU-DEP NOT EQUAL ZEROES
                 ADD VALOR-ORC TO ORC-ANO-DO(IND-ACHOU-DEP)
                 IF COMPET-ORC EQUAL COMPET-WS
                    ADD VALOR-ORC TO ORC-MES-DO(IND-ACHOU-DEP).
           PERFORM LE-ORCAMENTO.

       CARREGA-FOLHA.
           IF FIM-ARQ EQUAL "SIM"
              NEXT SENTENCE
           ELSE
              OPEN INPUT FOLHAPAG
              IF FOLHAPAG-STATUS EQUAL "35"
                 DISPLAY "FOLHAPAG.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE "NAO" TO FIM-AUX
                 PERFORM LE-FOLHA
                 PERFORM ACUMULA-FOLHA
                    UNTIL FIM-AUX EQUAL "SIM"
                 CLOSE FOLHAPAG.

       LE-FOLHA.
           READ FOLHAPAG AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-FOLHA.
           MOVE COD-FOL TO COD-PROC.
           PERFORM DEPTO-DO-FUNCIONARIO.
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              ADD BRUTO-FOL TO BRUTO-MES-DO(IND-ACHOU-DEP)
              ADD BRUTO-FOL TO BRUTO-ANO-DO(IND-ACHOU-DEP).
           PERFORM LE-FOLHA.

       CARREGA-HISTORICO.
           IF FIM-ARQ EQUAL "SIM"
              NEXT SENTENCE
           ELSE
              OPEN INPUT HISTFOL
              IF HISTFOL-STATUS EQUAL "35"
                 DISPLAY "HISTFOL.DAT NAO ENCONTRADO - ANO SO DO MES"
              ELSE
                 MOVE "NAO" TO FIM-AUX
                 PERFORM LE-HISTFOL
                 PERFORM ACUMULA-HISTORICO
                    UNTIL FIM-AUX EQUAL "SIM"
                 CLOSE HISTFOL.

       LE-HISTFOL.
           READ HISTFOL NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-AUX
           END-READ.

       ACUMULA-HISTORICO.
           MOVE COMPET-HF(1:4) TO ANO-AUX.
           IF ANO-AUX EQUAL ANO-WS
              AND COMPET-HF LESS THAN COMPET-WS
              MOVE COD-HF TO COD-PROC
              PERFORM DEPTO-DO-FUNCIONARIO
              IF IND-ACHOU-DEP NOT EQUAL ZEROES
                 ADD BRUTO-HF TO BRUTO-ANO-DO(IND-ACHOU-DEP).
           PERFORM LE-HISTFOL.

       IMPRIME-DEPTO.
           MOVE DEPTO-DO(IND-DEP) TO DEPTO-REL.
           MOVE NOME-DO(IND-DEP)  TO NOME-REL.
           MOVE "MES" TO PERIODO-WS.
           MOVE BRUTO-MES-DO(IND-DEP) TO BRUTO-WS.
           MOVE ORC-MES-DO(IND-DEP)   TO ORCADO-WS.
           PERFORM IMPRIME-LINHA.
           ADD ORCADO-WS TO SOMA-ORC-MES.
           ADD CUSTO-WS  TO SOMA-CUSTO-MES.
           MOVE SPACES TO NOME-REL.
           MOVE "ANO" TO PERIODO-WS.
           MOVE BRUTO-ANO-DO(IND-DEP) TO BRUTO-WS.
           MOVE ORC-ANO-DO(IND-DEP)   TO ORCADO-WS.
           PERFORM IMPRIME-LINHA.
           ADD ORCADO-WS TO SOMA-ORC-ANO.
           ADD CUSTO-WS  TO SOMA-CUSTO-ANO.
           ADD 1 TO IND-DEP.

       IMPRIME-LINHA.
           COMPUTE CUSTO-WS ROUNDED =
              BRUTO-WS + BRUTO-WS * ENCARGOS-WS / 100.
           COMPUTE VARIACAO-WS = CUSTO-WS - ORCADO-WS.
           COMPUTE LIMITE-WS ROUNDED =
              ORCADO-WS + ORCADO-WS * TOLERANCIA-WS / 100.
           IF ORCADO-WS EQUAL ZEROES
              MOVE ZEROES TO PCT-USO-WS
           ELSE
              COMPUTE PCT-USO-WS ROUNDED =
                 CUSTO-WS * 100 / ORCADO-WS
              IF PCT-USO-WS GREATER THAN 999,99
                 MOVE 999,99 TO PCT-USO-WS.
           IF CUSTO-WS GREATER THAN LIMITE-WS
              MOVE "*" TO FLAG-REL
              ADD 1 TO TOT-ESTOURO
           ELSE
              MOVE SPACES TO FLAG-REL.
           MOVE PERIODO-WS  TO PERIODO-REL.
           MOVE BRUTO-WS    TO BRUTO-REL.
           MOVE ORCADO-WS   TO ORCADO-REL.
           MOVE CUSTO-WS    TO CUSTO-REL.
           MOVE VARIACAO-WS TO VARIACAO-REL.
           MOVE PCT-USO-WS  TO PCT-USO-REL.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           IF PERIODO-WS EQUAL "MES"
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN
           ELSE
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
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
           IF CT-LIN GREATER THAN 18
              PERFORM CABECALHO.
           MOVE SOMA-ORC-MES   TO SOMA-ORC-MES-ED.
           MOVE SOMA-CUSTO-MES TO SOMA-CUSTO-MES-ED.
           MOVE SOMA-ORC-ANO   TO SOMA-ORC-ANO-ED.
           MOVE SOMA-CUSTO-ANO TO SOMA-CUSTO-ANO-ED.
           MOVE ENCARGOS-WS    TO ENCARGOS-ED.
           MOVE TOLERANCIA-WS  TO TOLERANCIA-ED.
           MOVE TOT-ESTOURO    TO TOT-ESTOURO-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
