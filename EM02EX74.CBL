       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX74.
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
           SELECT PARMHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMHIST-STATUS.
           SELECT FOLHAPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHAPAG-STATUS.
           SELECT FOLHA13 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHA13-STATUS.
           SELECT FOLHAFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHAFER-STATUS.
           SELECT HISTFOL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-HF
           FILE STATUS IS HISTFOL-STATUS.
           SELECT RELHFOL ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMHIST.DAT".
       01 REG-PARM-HIST.
           02 COMPET-PARM     PIC 9(06).
           02 FOLHAPAG-PARM   PIC X(01).
           02 FOLHA13-PARM    PIC X(01).
           02 FOLHAFER-PARM   PIC X(01).

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

       FD FOLHA13
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHA13.DAT".
       01 REG-F13.
           02 COD-F13      PIC 9(07).
           02 NOME-F13     PIC X(30).
           02 DEPTO-F13    PIC 9(03).
           02 ANO-F13      PIC 9(04).
           02 PARCELA-F13  PIC X(01).
           02 MESES-F13    PIC 9(02).
           02 VALOR13-F13  PIC 9(05)V9(02).
           02 BRUTO-F13    PIC 9(05)V9(02).
           02 ADIANT-F13   PIC 9(05)V9(02).
           02 INSS-F13     PIC 9(05)V9(02).
           02 IRRF-F13     PIC 9(05)V9(02).
           02 LIQUIDO-F13  PIC 9(05)V9(02).

       FD FOLHAFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAFER.DAT".
       01 REG-FFE.
           02 COD-FFE      PIC 9(07).
           02 NOME-FFE     PIC X(30).
           02 DEPTO-FFE    PIC 9(03).
           02 INICIO-FFE   PIC 9(08).
           02 DIAS-FFE     PIC 9(02).
           02 FERIAS-FFE   PIC 9(05)V9(02).
           02 TERCO-FFE    PIC 9(05)V9(02).
           02 BRUTO-FFE    PIC 9(05)V9(02).
           02 INSS-FFE     PIC 9(05)V9(02).
           02 IRRF-FFE     PIC 9(05)V9(02).
           02 LIQUIDO-FFE  PIC 9(05)V9(02).

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

       FD RELHFOL
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 PARMHIST-STATUS  PIC X(02) VALUE ZEROES.
       77 FOLHAPAG-STATUS  PIC X(02) VALUE ZEROES.
       77 FOLHA13-STATUS   PIC X(02) VALUE ZEROES.
       77 FOLHAFER-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTFOL-STATUS   PIC X(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 COMPET-WS        PIC 9(06) VALUE ZEROES.
       77 LE-FOLHAPAG      PIC X(01) VALUE "S".
       77 LE-FOLHA13       PIC X(01) VALUE "S".
       77 LE-FOLHAFER      PIC X(01) VALUE "S".
       77 ORIGEM-WS        PIC X(08) VALUE SPACES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-INCLUIDOS    PIC 9(05) VALUE ZEROES.
       77 TOT-SUBSTITUIDOS PIC 9(05) VALUE ZEROES.
       77 TOT-SOMADOS      PIC 9(05) VALUE ZEROES.
       77 QTD-FER          PIC 9(04) VALUE ZEROES.
       77 IND-FER          PIC 9(04) VALUE ZEROES.
       77 ACHOU-FER        PIC X(03) VALUE "NAO".
       77 CT-LIDOS-ORIG    PIC 9(05) VALUE ZEROES.
       77 SOMA-BRUTO-ORIG  PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-LIQ-ORIG    PIC 9(12)V9(02) VALUE ZEROES.

       01 REG-HF-WS.
           02 COD-WS       PIC 9(07).
           02 TIPO-WS      PIC X(01).
           02 COMPET-REG   PIC 9(06).
           02 NOME-WS      PIC X(30).
           02 BRUTO-WS     PIC 9(06)V9(02).
           02 INSS-WS      PIC 9(06)V9(02).
           02 IRRF-WS      PIC 9(06)V9(02).
           02 LIQUIDO-WS   PIC 9(06)V9(02).

       01 TABELA-FERIAS.
           02 ITEM-FER-TAB OCCURS 2000 TIMES.
              03 COD-FT      PIC 9(07).
              03 COMPET-FT   PIC 9(06).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(34)
              VALUE "FECHAMENTO DO HISTORICO DA FOLHA -".
           02 FILLER    PIC X(8)  VALUE " COMPET ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X     VALUE "/".
           02 ANO-CAB   PIC 9999.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "ORIGEM".
           02 FILLER    PIC X(12) VALUE "REGISTROS".
           02 FILLER    PIC X(20) VALUE "TOTAL BRUTO".
           02 FILLER    PIC X(20) VALUE "TOTAL LIQUIDO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ORIGEM-REL   PIC X(08).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 QTD-REL      PIC ZZ.ZZ9.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 BRUTO-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LIQUIDO-REL  PIC ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-AUSENTE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ORIGEM-AUS   PIC X(08).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 FILLER       PIC X(31)
              VALUE "NAO PROCESSADO NESTE FECHAMENTO".

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REGISTROS LIDOS          : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INCLUIDOS NO HISTORICO   : ".
           02 TOT-INC-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SUBSTITUIDOS (REFECHADOS): ".
           02 TOT-SUB-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "FERIAS SOMADAS NO MES    : ".
           02 TOT-SOM-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX74".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       PERFORM FECHA-FOLHAPAG.
       PERFORM FECHA-FOLHA13.
       PERFORM FECHA-FOLHAFER.
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
           MOVE TOT-LIDOS TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOT-INCLUIDOS + TOT-SUBSTITUIDOS
                                + TOT-SOMADOS.
           MOVE ZEROES TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO COMPET-WS.
           PERFORM LE-PARMHIST.
           OPEN I-O HISTFOL.
           IF HISTFOL-STATUS EQUAL "35"
              OPEN OUTPUT HISTFOL
              CLOSE HISTFOL
              OPEN I-O HISTFOL.
           OPEN OUTPUT RELHFOL.
           MOVE COMPET-WS(5:2) TO MES-CAB.
           MOVE COMPET-WS(1:4) TO ANO-CAB.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.

       LE-PARMHIST.
           OPEN INPUT PARMHIST.
           IF PARMHIST-STATUS EQUAL "35"
              DISPLAY "PARMHIST.DAT NAO ENCONTRADO - COMPETENCIA ATUAL"
           ELSE
              READ PARMHIST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF COMPET-PARM NOT EQUAL ZEROES
                       MOVE COMPET-PARM TO COMPET-WS
                    END-IF
                    IF FOLHAPAG-PARM EQUAL "N"
                       MOVE "N" TO LE-FOLHAPAG
                    END-IF
                    IF FOLHA13-PARM EQUAL "N"
                       MOVE "N" TO LE-FOLHA13
                    END-IF
                    IF FOLHAFER-PARM EQUAL "N"
                       MOVE "N" TO LE-FOLHAFER
                    END-IF
              END-READ
              CLOSE PARMHIST.

       FECHA-FOLHAPAG.
           MOVE "FOLHAPAG" TO ORIGEM-WS.
           PERFORM ZERA-ORIGEM.
           IF LE-FOLHAPAG EQUAL "N"
              PERFORM IMPRIME-AUSENTE
           ELSE
              OPEN INPUT FOLHAPAG
              IF FOLHAPAG-STATUS EQUAL "35"
                 DISPLAY "FOLHAPAG.DAT NAO ENCONTRADO"
                 PERFORM IMPRIME-AUSENTE
              ELSE
                 PERFORM LE-FOLHAPAG-REG
                 PERFORM TRATA-FOLHAPAG
                    UNTIL FIM-ARQ EQUAL "SIM"
                 CLOSE FOLHAPAG
                 PERFORM IMPRIME-ORIGEM
              END-IF
           END-IF.

       LE-FOLHAPAG-REG.
           READ FOLHAPAG AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-FOLHAPAG.
           MOVE COD-FOL     TO COD-WS.
           MOVE COMPET-WS   TO COMPET-REG.
           MOVE "M"         TO TIPO-WS.
           MOVE NOME-FOL    TO NOME-WS.
           MOVE BRUTO-FOL   TO BRUTO-WS.
           MOVE INSS-FOL    TO INSS-WS.
           MOVE IRRF-FOL    TO IRRF-WS.
           MOVE LIQUIDO-FOL TO LIQUIDO-WS.
           PERFORM GRAVA-HISTORICO.
           PERFORM LE-FOLHAPAG-REG.

       FECHA-FOLHA13.
           MOVE "FOLHA13" TO ORIGEM-WS.
           PERFORM ZERA-ORIGEM.
           IF LE-FOLHA13 EQUAL "N"
              PERFORM IMPRIME-AUSENTE
           ELSE
              OPEN INPUT FOLHA13
              IF FOLHA13-STATUS EQUAL "35"
                 DISPLAY "FOLHA13.DAT NAO ENCONTRADO"
                 PERFORM IMPRIME-AUSENTE
              ELSE
                 PERFORM LE-FOLHA13-REG
                 PERFORM TRATA-FOLHA13
                    UNTIL FIM-ARQ EQUAL "SIM"
                 CLOSE FOLHA13
                 PERFORM IMPRIME-ORIGEM
              END-IF
           END-IF.

       LE-FOLHA13-REG.
           READ FOLHA13 AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-FOLHA13.
           MOVE COD-F13     TO COD-WS.
           MOVE ANO-F13     TO COMPET-REG(1:4).
           IF PARCELA-F13 EQUAL "1"
              MOVE 11       TO COMPET-REG(5:2)
           ELSE
              MOVE 12       TO COMPET-REG(5:2).
           MOVE PARCELA-F13 TO TIPO-WS.
           MOVE NOME-F13    TO NOME-WS.
           MOVE BRUTO-F13   TO BRUTO-WS.
           MOVE INSS-F13    TO INSS-WS.
           MOVE IRRF-F13    TO IRRF-WS.
           MOVE LIQUIDO-F13 TO LIQUIDO-WS.
           PERFORM GRAVA-HISTORICO.
           PERFORM LE-FOLHA13-REG.

       FECHA-FOLHAFER.
           MOVE "FOLHAFER" TO ORIGEM-WS.
           PERFORM ZERA-ORIGEM.
           IF LE-FOLHAFER EQUAL "N"
              PERFORM IMPRIME-AUSENTE
           ELSE
              OPEN INPUT FOLHAFER
              IF FOLHAFER-STATUS EQUAL "35"
                 DISPLAY "FOLHAFER.DAT NAO ENCONTRADO"
                 PERFORM IMPRIME-AUSENTE
              ELSE
                 PERFORM LE-FOLHAFER-REG
                 PERFORM TRATA-FOLHAFER
                    UNTIL FIM-ARQ EQUAL "SIM"
                 CLOSE FOLHAFER
                 PERFORM IMPRIME-ORIGEM
              END-IF
           END-IF.

       LE-FOLHAFER-REG.
           READ FOLHAFER AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-FOLHAFER.
           MOVE COD-FFE          TO COD-WS.
           MOVE INICIO-FFE(1:6)  TO COMPET-REG.
           MOVE "F"              TO TIPO-WS.
           MOVE NOME-FFE         TO NOME-WS.
           MOVE BRUTO-FFE        TO BRUTO-WS.
           MOVE INSS-FFE         TO INSS-WS.
           MOVE IRRF-FFE         TO IRRF-WS.
           MOVE LIQUIDO-FFE      TO LIQUIDO-WS.
           PERFORM PROCURA-FERIAS.
           PERFORM GRAVA-HISTORICO.
           PERFORM LE-FOLHAFER-REG.

       PROCURA-FERIAS.
           MOVE "NAO" TO ACHOU-FER.
           MOVE 1     TO IND-FER.
           PERFORM TESTA-FERIAS
              UNTIL IND-FER GREATER THAN QTD-FER
                 OR ACHOU-FER EQUAL "SIM".
           IF ACHOU-FER EQUAL "NAO"
              IF QTD-FER LESS THAN 2000
                 ADD 1 TO QTD-FER
                 MOVE COD-WS     TO COD-FT(QTD-FER)
                 MOVE COMPET-REG TO COMPET-FT(QTD-FER)
              ELSE
                 DISPLAY "TABELA DE FERIAS CHEIA - FUNCIONARIO " COD-WS
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       TESTA-FERIAS.
           IF COD-FT(IND-FER) EQUAL COD-WS
              AND COMPET-FT(IND-FER) EQUAL COMPET-REG
              MOVE "SIM" TO ACHOU-FER.
           ADD 1 TO IND-FER.

       SOMA-HISTORICO.
           ADD BRUTO-WS   TO BRUTO-HF.
           ADD INSS-WS    TO INSS-HF.
           ADD IRRF-WS    TO IRRF-HF.
           ADD LIQUIDO-WS TO LIQUIDO-HF.
           MOVE WS-HOJE   TO DATA-FECH-HF.

       ZERA-ORIGEM.
           MOVE "NAO"  TO FIM-ARQ ACHOU-FER.
           MOVE ZEROES TO CT-LIDOS-ORIG SOMA-BRUTO-ORIG SOMA-LIQ-ORIG.

       GRAVA-HISTORICO.
           ADD 1 TO TOT-LIDOS CT-LIDOS-ORIG.
           ADD BRUTO-WS   TO SOMA-BRUTO-ORIG.
           ADD LIQUIDO-WS TO SOMA-LIQ-ORIG.
           MOVE COD-WS     TO COD-HF.
           MOVE COMPET-REG TO COMPET-HF.
           MOVE TIPO-WS    TO TIPO-HF.
           READ HISTFOL
              INVALID KEY
                 PERFORM MONTA-HISTORICO
                 WRITE REG-HF
                 ADD 1 TO TOT-INCLUIDOS
              NOT INVALID KEY
                 IF ACHOU-FER EQUAL "SIM"
                    PERFORM SOMA-HISTORICO
                    REWRITE REG-HF
                    ADD 1 TO TOT-SOMADOS
                 ELSE
                    PERFORM MONTA-HISTORICO
                    REWRITE REG-HF
                    ADD 1 TO TOT-SUBSTITUIDOS
                 END-IF
           END-READ.

       MONTA-HISTORICO.
           MOVE NOME-WS    TO NOME-HF.
           MOVE BRUTO-WS   TO BRUTO-HF.
           MOVE INSS-WS    TO INSS-HF.
           MOVE IRRF-WS    TO IRRF-HF.
           MOVE LIQUIDO-WS TO LIQUIDO-HF.
           MOVE WS-HOJE    TO DATA-FECH-HF.

       IMPRIME-ORIGEM.
           MOVE ORIGEM-WS       TO ORIGEM-REL.
           MOVE CT-LIDOS-ORIG   TO QTD-REL.
           MOVE SOMA-BRUTO-ORIG TO BRUTO-REL.
           MOVE SOMA-LIQ-ORIG   TO LIQUIDO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-AUSENTE.
           MOVE ORIGEM-WS TO ORIGEM-AUS.
           WRITE REG-REL FROM DETALHE-AUSENTE AFTER ADVANCING 1 LINE.

       RODAPE.
           MOVE TOT-LIDOS        TO TOT-LID-ED.
           MOVE TOT-INCLUIDOS    TO TOT-INC-ED.
           MOVE TOT-SUBSTITUIDOS TO TOT-SUB-ED.
           MOVE TOT-SOMADOS      TO TOT-SOM-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE HISTFOL
                 RELHFOL.
