       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX76.
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
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADENT-STATUS.
           SELECT TABEVEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TABEVEN-STATUS.
           SELECT PARMEVE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMEVE-STATUS.
           SELECT EVENTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTOS-STATUS.
           SELECT EVENVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK12 ASSIGN TO SORTWK12.
           SELECT RELEVEN ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       COPY "CADENT.CPY".

       FD TABEVEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABEVEN.DAT".
       01 REG-TEV.
           02 EVENTO-TEV     PIC 9(03).
           02 DESCR-TEV      PIC X(20).
           02 TIPO-CALC-TEV  PIC X(01).
           02 NATUREZA-TEV   PIC X(01).
           02 PERCENT-TEV    PIC 9(03)V9(02).

       FD PARMEVE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEVE.DAT".
       01 REG-PARM-EVE.
           02 COMPET-PARM    PIC 9(06).
           02 DIVISOR-PARM   PIC 9(03).

       FD EVENTOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EVENTOS.DAT".
       01 REG-EVT.
           02 COD-EVT        PIC 9(07).
           02 COMPET-EVT     PIC 9(06).
           02 EVENTO-EVT     PIC 9(03).
           02 QTDE-EVT       PIC 9(03)V9(02).

       FD EVENVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EVENVAL.DAT".
       01 REG-EV.
           02 COD-EV         PIC 9(07).
           02 COMPET-EV      PIC 9(06).
           02 EVENTO-EV      PIC 9(03).
           02 DESCR-EV       PIC X(20).
           02 NATUREZA-EV    PIC X(01).
           02 QTDE-EV        PIC 9(03)V9(02).
           02 VALOR-EV       PIC 9(05)V9(02).

       SD SORTWK12.
       01 SORT-EV-REC.
           02 COD-S12        PIC 9(07).
           02 COMPET-S12     PIC 9(06).
           02 EVENTO-S12     PIC 9(03).
           02 DESCR-S12      PIC X(20).
           02 NATUREZA-S12   PIC X(01).
           02 QTDE-S12       PIC 9(03)V9(02).
           02 VALOR-S12      PIC 9(05)V9(02).

       FD RELEVEN
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 TABEVEN-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMEVE-STATUS   PIC X(02) VALUE ZEROES.
       77 EVENTOS-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 COMPET-WS        PIC 9(06) VALUE ZEROES.
       77 DIVISOR-WS       PIC 9(03) VALUE 220.
       77 SECAO-WS         PIC X(01) VALUE "R".
       77 QTD-FUNC         PIC 9(03) VALUE ZEROES.
       77 IND-FUN          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-FUN    PIC 9(03) VALUE ZEROES.
       77 QTD-EVEN         PIC 9(02) VALUE ZEROES.
       77 IND-TEV          PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-TEV    PIC 9(02) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(30) VALUE SPACES.
       77 VALOR-WS         PIC 9(05)V9(02) VALUE ZEROES.
       77 COD-ANT          PIC 9(07) VALUE ZEROES.
       77 QTD-EVT-FUNC     PIC 9(03) VALUE ZEROES.
       77 PROV-FUNC        PIC 9(07)V9(02) VALUE ZEROES.
       77 DESC-FUNC        PIC 9(07)V9(02) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-VALIDOS      PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-OUTRA-COMP   PIC 9(05) VALUE ZEROES.
       77 SOMA-PROV        PIC 9(10)V9(02) VALUE ZEROES.
       77 SOMA-DESC        PIC 9(10)V9(02) VALUE ZEROES.

       01 TABELA-FUNC.
           02 ITEM-FUNC OCCURS 500 TIMES.
              03 COD-TAB       PIC 9(07).
              03 NOME-TAB      PIC X(30).
              03 SALARIO-TAB   PIC 9(05)V9(02).

       01 TABELA-EVENTOS.
           02 ITEM-EVEN OCCURS 50 TIMES.
              03 EVENTO-TAB    PIC 9(03).
              03 DESCR-TAB     PIC X(20).
              03 TIPO-CALC-TAB PIC X(01).
              03 NATUREZA-TAB  PIC X(01).
              03 PERCENT-TAB   PIC 9(03)V9(02).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "EVENTOS DE PONTO - COMPET. ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X     VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(24) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02-REJ.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(30) VALUE "EVENTOS REJEITADOS".

       01 CAB-03-REJ.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "CODIGO  COMPET EVENTO  QTDE".
           02 FILLER    PIC X(6)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "MOTIVO".

       01 DETALHE-REJ.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-REJ       PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COMPET-REJ    PIC 9(6).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 EVENTO-REJ    PIC 999.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 QTDE-REJ      PIC ZZ9,99.
           02 FILLER        PIC X(6) VALUE SPACES.
           02 MOTIVO-REJ    PIC X(30).

       01 CAB-02-RES.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(30) VALUE "RESUMO POR FUNCIONARIO".

       01 CAB-03-RES.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "CODIGO  NOME".
           02 FILLER    PIC X(32)
              VALUE "EVENT.   PROVENTOS    DESCONTOS".

       01 DETALHE-RES.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-RES       PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-RES      PIC X(17).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTD-RES       PIC ZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 PROV-RES      PIC ZZZ.ZZ9,99.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 DESC-RES      PIC ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EVENTOS LIDOS            : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EVENTOS VALIDADOS        : ".
           02 TOT-VAL-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EVENTOS REJEITADOS       : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DE OUTRA COMPETENCIA     : ".
           02 TOT-OUT-ED PIC ZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOTAL DE PROVENTOS       : ".
           02 SOMA-PROV-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOTAL DE DESCONTOS       : ".
           02 SOMA-DESC-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX76".
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
          PERFORM RESUMO-FUNCIONARIOS
          PERFORM RODAPE
          CLOSE RELEVEN.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS      TO LOG-LIDOS.
           MOVE TOT-VALIDOS    TO LOG-GRAVADOS.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO COMPET-WS.
           PERFORM LE-PARMEVE.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-EVENTOS.
           IF FIM-ARQ NOT EQUAL "SIM"
              OPEN INPUT EVENTOS
              IF EVENTOS-STATUS EQUAL "35"
                 DISPLAY "EVENTOS.DAT NAO ENCONTRADO - SEM EVENTOS"
                 CLOSE EVENTOS
              END-IF
              MOVE COMPET-WS(5:2) TO MES-CAB
              MOVE COMPET-WS(1:4) TO ANO-CAB
              OPEN OUTPUT RELEVEN
              SORT SORTWK12 ON ASCENDING KEY COD-S12
                                            EVENTO-S12
                   INPUT PROCEDURE IS VALIDA-EVENTOS
                   GIVING EVENVAL
           END-IF.

       LE-PARMEVE.
           OPEN INPUT PARMEVE.
           IF PARMEVE-STATUS EQUAL "35"
              DISPLAY "PARMEVE.DAT NAO ENCONTRADO - COMPETENCIA ATUAL"
           ELSE
              READ PARMEVE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF COMPET-PARM NOT EQUAL ZEROES
                       MOVE COMPET-PARM TO COMPET-WS
                    END-IF
                    IF DIVISOR-PARM NOT EQUAL ZEROES
                       MOVE DIVISOR-PARM TO DIVISOR-WS
                    END-IF
              END-READ
              CLOSE PARMEVE.

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
              CLOSE CADENT.

       LE-CADENT.
           READ CADENT AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FUNCIONARIO.
           ADD 1 TO QTD-FUNC.
           MOVE COD     TO COD-TAB(QTD-FUNC).
           MOVE NOME    TO NOME-TAB(QTD-FUNC).
           MOVE SALARIO TO SALARIO-TAB(QTD-FUNC).
           PERFORM LE-CADENT.

       CARREGA-EVENTOS.
           IF FIM-ARQ EQUAL "SIM"
              NEXT SENTENCE
           ELSE
              OPEN INPUT TABEVEN
              IF TABEVEN-STATUS EQUAL "35"
                 DISPLAY "TABEVEN.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE "NAO" TO FIM-AUX
                 PERFORM LE-TABEVEN
                 PERFORM GUARDA-EVENTO
                    UNTIL FIM-AUX EQUAL "SIM"
                       OR QTD-EVEN NOT LESS THAN 50
                 CLOSE TABEVEN.

       LE-TABEVEN.
           READ TABEVEN AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-EVENTO.
           ADD 1 TO QTD-EVEN.
           MOVE EVENTO-TEV    TO EVENTO-TAB(QTD-EVEN).
           MOVE DESCR-TEV     TO DESCR-TAB(QTD-EVEN).
           MOVE TIPO-CALC-TEV TO TIPO-CALC-TAB(QTD-EVEN).
           MOVE NATUREZA-TEV  TO NATUREZA-TAB(QTD-EVEN).
           MOVE PERCENT-TEV   TO PERCENT-TAB(QTD-EVEN).
           PERFORM LE-TABEVEN.

       VALIDA-EVENTOS.
           MOVE "R" TO SECAO-WS.
           IF EVENTOS-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-EVENTO
              PERFORM LIBERA-EVENTO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE EVENTOS.

       LE-EVENTO.
           READ EVENTOS AT END MOVE "SIM" TO FIM-AUX.

       LIBERA-EVENTO.
           ADD 1 TO TOT-LIDOS.
           IF COMPET-EVT NOT EQUAL COMPET-WS
              ADD 1 TO TOT-OUTRA-COMP
           ELSE
              PERFORM CONSISTE-EVENTO
              IF MOTIVO-WS NOT EQUAL SPACES
                 PERFORM IMPRIME-REJEITADO
              ELSE
                 PERFORM CALCULA-EVENTO
                 MOVE COD-EVT                    TO COD-S12
                 MOVE COMPET-EVT                 TO COMPET-S12
                 MOVE EVENTO-EVT                 TO EVENTO-S12
                 MOVE DESCR-TAB(IND-ACHOU-TEV)   TO DESCR-S12
                 MOVE NATUREZA-TAB(IND-ACHOU-TEV) TO NATUREZA-S12
                 MOVE QTDE-EVT                   TO QTDE-S12
                 MOVE VALOR-WS                   TO VALOR-S12
                 RELEASE SORT-EV-REC
                 ADD 1 TO TOT-VALIDOS
              END-IF
           END-IF.
           PERFORM LE-EVENTO.

       CONSISTE-EVENTO.
           MOVE SPACES TO MOTIVO-WS.
           PERFORM BUSCA-FUNCIONARIO.
           PERFORM BUSCA-TAB-EVENTO.
           IF IND-ACHOU-FUN EQUAL ZEROES
              MOVE "FUNCIONARIO INEXISTENTE" TO MOTIVO-WS
           ELSE
              IF IND-ACHOU-TEV EQUAL ZEROES
                 MOVE "EVENTO NAO CADASTRADO" TO MOTIVO-WS
              ELSE
                 IF QTDE-EVT NOT NUMERIC
                    OR QTDE-EVT EQUAL ZEROES
                    MOVE "QUANTIDADE INVALIDA" TO MOTIVO-WS
                 ELSE
                    IF TIPO-CALC-TAB(IND-ACHOU-TEV) EQUAL "D"
                       AND QTDE-EVT GREATER THAN 30
                       MOVE "DIAS ACIMA DE 30" TO MOTIVO-WS.

       BUSCA-FUNCIONARIO.
           MOVE ZEROES TO IND-ACHOU-FUN.
           MOVE 1 TO IND-FUN.
           PERFORM TESTA-FUNCIONARIO
              UNTIL IND-FUN GREATER THAN QTD-FUNC
                 OR IND-ACHOU-FUN NOT EQUAL ZEROES.

       TESTA-FUNCIONARIO.
           IF COD-TAB(IND-FUN) EQUAL COD-EVT
              MOVE IND-FUN TO IND-ACHOU-FUN.
           ADD 1 TO IND-FUN.

       BUSCA-TAB-EVENTO.
           MOVE ZEROES TO IND-ACHOU-TEV.
           MOVE 1 TO IND-TEV.
           PERFORM TESTA-TAB-EVENTO
              UNTIL IND-TEV GREATER THAN QTD-EVEN
                 OR IND-ACHOU-TEV NOT EQUAL ZEROES.

       TESTA-TAB-EVENTO.
           IF EVENTO-TAB(IND-TEV) EQUAL EVENTO-EVT
              MOVE IND-TEV TO IND-ACHOU-TEV.
           ADD 1 TO IND-TEV.

       CALCULA-EVENTO.
           IF TIPO-CALC-TAB(IND-ACHOU-TEV) EQUAL "H"
              COMPUTE VALOR-WS ROUNDED =
                 SALARIO-TAB(IND-ACHOU-FUN) / DIVISOR-WS
               * QTDE-EVT * PERCENT-TAB(IND-ACHOU-TEV) / 100
           ELSE
              COMPUTE VALOR-WS ROUNDED =
                 SALARIO-TAB(IND-ACHOU-FUN) / 30
               * QTDE-EVT * PERCENT-TAB(IND-ACHOU-TEV) / 100.

       IMPRIME-REJEITADO.
           ADD 1 TO TOT-REJEITADOS.
           MOVE COD-EVT    TO COD-REJ.
           MOVE COMPET-EVT TO COMPET-REJ.
           MOVE EVENTO-EVT TO EVENTO-REJ.
           MOVE QTDE-EVT   TO QTDE-REJ.
           MOVE MOTIVO-WS  TO MOTIVO-REJ.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           WRITE REG-REL FROM DETALHE-REJ AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       RESUMO-FUNCIONARIOS.
           MOVE "S" TO SECAO-WS.
           MOVE 26  TO CT-LIN.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT EVENVAL.
           PERFORM LE-EVENVAL.
           IF FIM-AUX NOT EQUAL "SIM"
              MOVE COD-EV TO COD-ANT.
           PERFORM ACUMULA-EVENVAL
              UNTIL FIM-AUX EQUAL "SIM".
           IF QTD-EVT-FUNC GREATER THAN ZEROES
              PERFORM IMPRIME-RESUMO.
           CLOSE EVENVAL.

       LE-EVENVAL.
           READ EVENVAL AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-EVENVAL.
           IF COD-EV NOT EQUAL COD-ANT
              PERFORM IMPRIME-RESUMO
              MOVE COD-EV TO COD-ANT.
           ADD 1 TO QTD-EVT-FUNC.
           IF NATUREZA-EV EQUAL "D"
              ADD VALOR-EV TO DESC-FUNC
           ELSE
              ADD VALOR-EV TO PROV-FUNC.
           PERFORM LE-EVENVAL.

       IMPRIME-RESUMO.
           MOVE COD-ANT TO COD-RES.
           MOVE COD-ANT TO COD-EVT.
           PERFORM BUSCA-FUNCIONARIO.
           IF IND-ACHOU-FUN NOT EQUAL ZEROES
              MOVE NOME-TAB(IND-ACHOU-FUN) TO NOME-RES
           ELSE
              MOVE SPACES TO NOME-RES.
           MOVE QTD-EVT-FUNC TO QTD-RES.
           MOVE PROV-FUNC    TO PROV-RES.
           MOVE DESC-FUNC    TO DESC-RES.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           WRITE REG-REL FROM DETALHE-RES AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD PROV-FUNC TO SOMA-PROV.
           ADD DESC-FUNC TO SOMA-DESC.
           MOVE ZEROES TO QTD-EVT-FUNC PROV-FUNC DESC-FUNC.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           IF SECAO-WS EQUAL "R"
              WRITE REG-REL FROM CAB-02-REJ AFTER ADVANCING 2 LINES
              WRITE REG-REL FROM CAB-03-REJ AFTER ADVANCING 1 LINE
           ELSE
              WRITE REG-REL FROM CAB-02-RES AFTER ADVANCING 2 LINES
              WRITE REG-REL FROM CAB-03-RES AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOT-LIDOS      TO TOT-LID-ED.
           MOVE TOT-VALIDOS    TO TOT-VAL-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE TOT-OUTRA-COMP TO TOT-OUT-ED.
           MOVE SOMA-PROV      TO SOMA-PROV-ED.
           MOVE SOMA-DESC      TO SOMA-DESC-ED.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
