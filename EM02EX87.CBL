       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX87.
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
           SELECT PARMRCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMRCP-STATUS.
           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERDAS-STATUS.
           SELECT RECPERDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSOC-RP
           FILE STATUS IS RECPERDA-STATUS.
           SELECT HISTPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HP
           FILE STATUS IS HISTPAG-STATUS.
           SELECT RELRCP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMRCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMRCP.DAT".
       01 REG-PARM-RCP.
           02 ANOMES-RCP-PARM PIC 9(06).

       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
       01 REG-PER.
           02 NUMSOC-PER   PIC 9(06).
           02 NOMESOC-PER  PIC X(30).
           02 VALOR-PER    PIC 9(09)V9(02).
           02 ENCARGOS-PER PIC 9(10)V9(02).
           02 DATA-BAIXA   PIC 9(08).

       FD RECPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECPERDA.DAT".
       01 REG-RP.
           02 NUMSOC-RP      PIC 9(06).
           02 NOME-RP        PIC X(30).
           02 DATA-BAIXA-RP  PIC 9(08).
           02 VALOR-BAIXA-RP PIC 9(10)V9(02).
           02 RECUPERADO-RP  PIC 9(10)V9(02).
           02 SALDO-RP       PIC 9(10)V9(02).
           02 DATA-ULT-RP    PIC 9(08).

       FD HISTPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPAG.DAT".
       01 REG-HP.
           02 CHAVE-HP.
            03 NUMSOC-HP  PIC 9(06).
            03 DATA-HP    PIC 9(08).
            03 SEQ-HP     PIC 9(02).
           02 VALOR-HP    PIC 9(09)V9(02).
           02 ORIGEM-HP   PIC X(08).

       FD RELRCP
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 PARMRCP-STATUS   PIC X(02) VALUE ZEROES.
       77 PERDAS-STATUS    PIC X(02) VALUE ZEROES.
       77 RECPERDA-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-RECPERDA     PIC X(03) VALUE "NAO".
       77 ACHOU-ANO        PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 ANOMES-WS        PIC 9(06) VALUE ZEROES.
       77 ANO-WS           PIC 9(04) VALUE ZEROES.
       77 QTD-ANO          PIC 9(02) VALUE ZEROES.
       77 IND-ANO          PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-ANO    PIC 9(02) VALUE ZEROES.
       77 MENOR-ANO        PIC 9(04) VALUE 9999.
       77 MAIOR-ANO        PIC 9(04) VALUE ZEROES.
       77 ANO-LISTA        PIC 9(04) VALUE ZEROES.
       77 VAL-SALDO        PIC 9(12)V9(02) VALUE ZEROES.
       77 PCT-WS           PIC 9(03)V9(01) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-QTD          PIC 9(05) VALUE ZEROES.
       77 TOT-BAIXADO      PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-REC-MES      PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-REC-ACUM     PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-SALDO        PIC 9(12)V9(02) VALUE ZEROES.

       01 TABELA-ANOS.
           02 ITEM-ANO OCCURS 50 TIMES.
              03 ANO-TA      PIC 9(04).
              03 QTD-TA      PIC 9(05).
              03 BAIXADO-TA  PIC 9(12)V9(02).
              03 REC-MES-TA  PIC 9(12)V9(02).
              03 REC-ACUM-TA PIC 9(12)V9(02).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "PERDAS BAIXADAS X RECUPERADA".
           02 FILLER    PIC X(14) VALUE "S - MES/ANO ".
           02 MES-CAB   PIC 99.
           02 FILLER    PIC X(1)  VALUE "/".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(10) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "ANO ".
           02 FILLER    PIC X(5) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "QTD.".
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "BAIXADO".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(11) VALUE "RECUP. MES ".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(12) VALUE "RECUP. ACUM.".
           02 FILLER    PIC X(10) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "SALDO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(3) VALUE "%RC".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ANO-REL      PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 QTD-REL      PIC ZZ.ZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 BAIXADO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 REC-MES-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 REC-ACUM-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SALDO-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PCT-REL      PIC ZZ9,9.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SOCIOS BAIXADOS          : ".
           02 TOT-QTD-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOTAL BAIXADO EM PERDAS  : ".
           02 TOT-BAI-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECUPERADO NO MES        : ".
           02 TOT-RMS-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECUPERADO ACUMULADO     : ".
           02 TOT-RAC-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SALDO A RECUPERAR        : ".
           02 TOT-SAL-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX87".
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
          PERFORM CARREGA-PERDAS
          IF TEM-RECPERDA EQUAL "SIM"
             PERFORM ACUMULA-RECUPERADO
             PERFORM ACUMULA-MES
          END-IF
          PERFORM IMPRIME-ANOS
          PERFORM RODAPE
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
           MOVE QTD-ANO   TO LOG-GRAVADOS.
           MOVE ZEROES    TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           PERFORM LE-PARMRCP.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS EQUAL "35"
              DISPLAY "PERDAS.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT RECPERDA
              IF RECPERDA-STATUS EQUAL "35"
                 DISPLAY "RECPERDA.DAT NAO ENCONTRADO - SEM RECUPERADOS"
              ELSE
                 MOVE "SIM" TO TEM-RECPERDA
              END-IF
              OPEN OUTPUT RELRCP
           END-IF.

       LE-PARMRCP.
           MOVE FUNCTION CURRENT-DATE(1:6) TO ANOMES-WS.
           OPEN INPUT PARMRCP.
           IF PARMRCP-STATUS EQUAL "35"
              DISPLAY "PARMRCP.DAT NAO ENCONTRADO - MES CORRENTE"
           ELSE
              READ PARMRCP
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ANOMES-RCP-PARM NOT EQUAL ZEROES
                       MOVE ANOMES-RCP-PARM TO ANOMES-WS
                    END-IF
              END-READ
              CLOSE PARMRCP.
           MOVE ANOMES-WS(5:2) TO MES-CAB.
           MOVE ANOMES-WS(1:4) TO ANO-CAB.

       CARREGA-PERDAS.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-PERDAS.
           PERFORM ACUMULA-PERDA
              UNTIL FIM-AUX EQUAL "SIM".

       LE-PERDAS.
           READ PERDAS AT END MOVE "SIM" TO FIM-AUX.

       ACUMULA-PERDA.
           ADD 1 TO TOT-LIDOS.
           MOVE DATA-BAIXA(1:4) TO ANO-WS.
           PERFORM LOCALIZA-ANO.
           IF IND-ACHOU-ANO GREATER THAN ZEROES
              ADD 1 TO QTD-TA(IND-ACHOU-ANO)
              ADD VALOR-PER    TO BAIXADO-TA(IND-ACHOU-ANO)
              ADD ENCARGOS-PER TO BAIXADO-TA(IND-ACHOU-ANO).
           PERFORM LE-PERDAS.

       LOCALIZA-ANO.
           MOVE "NAO"  TO ACHOU-ANO.
           MOVE ZEROES TO IND-ACHOU-ANO.
           MOVE 1 TO IND-ANO.
           PERFORM TESTA-ANO
              UNTIL IND-ANO GREATER THAN QTD-ANO
                 OR ACHOU-ANO EQUAL "SIM".
           IF ACHOU-ANO EQUAL "NAO"
              IF QTD-ANO LESS THAN 50
                 ADD 1 TO QTD-ANO
                 MOVE ANO-WS TO ANO-TA(QTD-ANO)
                 MOVE ZEROES TO QTD-TA(QTD-ANO) BAIXADO-TA(QTD-ANO)
                                REC-MES-TA(QTD-ANO)
                                REC-ACUM-TA(QTD-ANO)
                 MOVE QTD-ANO TO IND-ACHOU-ANO
                 IF ANO-WS LESS THAN MENOR-ANO
                    MOVE ANO-WS TO MENOR-ANO
                 END-IF
                 IF ANO-WS GREATER THAN MAIOR-ANO
                    MOVE ANO-WS TO MAIOR-ANO
                 END-IF
              ELSE
                 DISPLAY "TABELA DE ANOS CHEIA - ANO " ANO-WS.

       TESTA-ANO.
           IF ANO-TA(IND-ANO) EQUAL ANO-WS
              MOVE "SIM" TO ACHOU-ANO
              MOVE IND-ANO TO IND-ACHOU-ANO
           ELSE
              ADD 1 TO IND-ANO.

       ACUMULA-RECUPERADO.
           MOVE "NAO" TO FIM-AUX.
           MOVE ZEROES TO NUMSOC-RP.
           START RECPERDA KEY IS NOT LESS THAN NUMSOC-RP
              INVALID KEY
                 MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM LE-RECPERDA.
           PERFORM SOMA-RECUPERADO
              UNTIL FIM-AUX EQUAL "SIM".

       LE-RECPERDA.
           IF FIM-AUX NOT EQUAL "SIM"
              READ RECPERDA NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-AUX
              END-READ.

       SOMA-RECUPERADO.
           MOVE DATA-BAIXA-RP(1:4) TO ANO-WS.
           PERFORM LOCALIZA-ANO.
           IF IND-ACHOU-ANO GREATER THAN ZEROES
              ADD RECUPERADO-RP TO REC-ACUM-TA(IND-ACHOU-ANO).
           PERFORM LE-RECPERDA.

       ACUMULA-MES.
           OPEN INPUT HISTPAG.
           IF HISTPAG-STATUS EQUAL "35"
              DISPLAY "HISTPAG.DAT NAO ENCONTRADO - SEM PAGAMENTOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              MOVE ZEROES TO CHAVE-HP
              START HISTPAG KEY IS NOT LESS THAN CHAVE-HP
                 INVALID KEY
                    MOVE "SIM" TO FIM-AUX
              END-START
              PERFORM LE-HISTPAG
              PERFORM SOMA-MES
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE HISTPAG.

       LE-HISTPAG.
           IF FIM-AUX NOT EQUAL "SIM"
              READ HISTPAG NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-AUX
              END-READ.

       SOMA-MES.
           IF ORIGEM-HP EQUAL "RECPERDA"
              AND DATA-HP(1:6) EQUAL ANOMES-WS
              MOVE NUMSOC-HP TO NUMSOC-RP
              READ RECPERDA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DATA-BAIXA-RP(1:4) TO ANO-WS
                    PERFORM LOCALIZA-ANO
                    IF IND-ACHOU-ANO GREATER THAN ZEROES
                       ADD VALOR-HP TO REC-MES-TA(IND-ACHOU-ANO)
                    END-IF
              END-READ.
           PERFORM LE-HISTPAG.

       IMPRIME-ANOS.
           PERFORM CABECALHO.
           MOVE MENOR-ANO TO ANO-LISTA.
           PERFORM IMPRIME-ANO
              UNTIL ANO-LISTA GREATER THAN MAIOR-ANO.

       IMPRIME-ANO.
           MOVE ANO-LISTA TO ANO-WS.
           MOVE "NAO" TO ACHOU-ANO.
           MOVE ZEROES TO IND-ACHOU-ANO.
           MOVE 1 TO IND-ANO.
           PERFORM TESTA-ANO
              UNTIL IND-ANO GREATER THAN QTD-ANO
                 OR ACHOU-ANO EQUAL "SIM".
           IF ACHOU-ANO EQUAL "SIM"
              PERFORM IMPRIME-LINHA.
           ADD 1 TO ANO-LISTA.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           IF REC-ACUM-TA(IND-ACHOU-ANO)
              GREATER THAN BAIXADO-TA(IND-ACHOU-ANO)
              MOVE ZEROES TO VAL-SALDO
           ELSE
              COMPUTE VAL-SALDO = BAIXADO-TA(IND-ACHOU-ANO)
                                - REC-ACUM-TA(IND-ACHOU-ANO).
           IF BAIXADO-TA(IND-ACHOU-ANO) GREATER THAN ZEROES
              COMPUTE PCT-WS ROUNDED =
                 REC-ACUM-TA(IND-ACHOU-ANO) * 100
                 / BAIXADO-TA(IND-ACHOU-ANO)
           ELSE
              MOVE ZEROES TO PCT-WS.
           MOVE ANO-TA(IND-ACHOU-ANO)      TO ANO-REL.
           MOVE QTD-TA(IND-ACHOU-ANO)      TO QTD-REL.
           MOVE BAIXADO-TA(IND-ACHOU-ANO)  TO BAIXADO-REL.
           MOVE REC-MES-TA(IND-ACHOU-ANO)  TO REC-MES-REL.
           MOVE REC-ACUM-TA(IND-ACHOU-ANO) TO REC-ACUM-REL.
           MOVE VAL-SALDO                  TO SALDO-REL.
           MOVE PCT-WS                     TO PCT-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD QTD-TA(IND-ACHOU-ANO)      TO TOT-QTD.
           ADD BAIXADO-TA(IND-ACHOU-ANO)  TO TOT-BAIXADO.
           ADD REC-MES-TA(IND-ACHOU-ANO)  TO TOT-REC-MES.
           ADD REC-ACUM-TA(IND-ACHOU-ANO) TO TOT-REC-ACUM.
           ADD VAL-SALDO                  TO TOT-SALDO.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOT-QTD      TO TOT-QTD-ED.
           MOVE TOT-BAIXADO  TO TOT-BAI-ED.
           MOVE TOT-REC-MES  TO TOT-RMS-ED.
           MOVE TOT-REC-ACUM TO TOT-RAC-ED.
           MOVE TOT-SALDO    TO TOT-SAL-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE PERDAS
                 RELRCP.
           IF TEM-RECPERDA EQUAL "SIM"
              CLOSE RECPERDA.
