       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX70.
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
           SELECT FOLHAPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHAPAG-STATUS.
           SELECT FOLHACTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHACTL-STATUS.
           SELECT CONTAFUN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CF
           FILE STATUS IS CONTAFUN-STATUS.
           SELECT PARMBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMBCO-STATUS.
           SELECT CREDSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCRED ASSIGN TO DISK.
           SELECT RELEXCS ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
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

       FD FOLHACTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHACTL.DAT".
       01 REG-CTL-FOL.
           02 QTD-ESPERADA-FOL PIC 9(05).
           02 VAL-ESPERADO-FOL PIC 9(12)V9(02).

       FD CONTAFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTAFUN.DAT".
       01 REG-CF.
           02 COD-CF       PIC 9(07).
           02 BANCO-CF     PIC 9(03).
           02 AGENCIA-CF   PIC 9(04).
           02 CONTA-CF     PIC 9(10).
           02 TIPO-CF      PIC X(01).

       FD PARMBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMBCO.DAT".
       01 REG-PARM-BCO.
           02 BANCO-PARM    PIC 9(03).
           02 AGENCIA-PARM  PIC 9(04).
           02 CONTA-PARM    PIC 9(08).

       FD CREDSAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSAL.DAT".
       01 REG-CRD       PIC X(80).

       FD RELCRED
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       FD RELEXCS
           LABEL RECORD IS OMITTED.
       01 REG-EXC       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FOLHAPAG-STATUS  PIC X(02) VALUE ZEROES.
       77 FOLHACTL-STATUS  PIC X(02) VALUE ZEROES.
       77 CONTAFUN-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMBCO-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CONTAFUN     PIC X(03) VALUE "NAO".
       77 TEM-FOLHACTL     PIC X(03) VALUE "NAO".
       77 LOTE-BATE        PIC X(03) VALUE "SIM".
       77 CONTA-ACHADA     PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 CT-LIN-EXC       PIC 9(02) VALUE 26.
       77 CT-PAG-EXC       PIC 9(02) VALUE ZEROES.
       77 BANCO-WS         PIC 9(03) VALUE 341.
       77 AGENCIA-WS       PIC 9(04) VALUE 1234.
       77 CONTA-WS         PIC 9(08) VALUE 56789012.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 DATA-CREDITO-WS  PIC 9(08) VALUE ZEROES.
       77 QTD-ESPERADA-WS  PIC 9(05) VALUE ZEROES.
       77 VAL-ESPERADO-WS  PIC 9(12)V9(02) VALUE ZEROES.
       77 QTD-FOLHA        PIC 9(05) VALUE ZEROES.
       77 SOMA-FOLHA       PIC 9(12)V9(02) VALUE ZEROES.
       77 QTD-CREDITOS     PIC 9(05) VALUE ZEROES.
       77 SOMA-CREDITOS    PIC 9(12)V9(02) VALUE ZEROES.
       77 QTD-EXCECOES     PIC 9(05) VALUE ZEROES.
       77 SOMA-EXCECOES    PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-CONFERIDA   PIC 9(12)V9(02) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(30) VALUE SPACES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
           02 DIAU-DATA1   PIC 9(08).
           02 DIAU-DATA2   PIC 9(08).
           02 DIAU-DIAS    PIC S9(05).

       01 CRD-HEADER.
           02 FILLER        PIC X(01) VALUE "H".
           02 BANCO-H       PIC 9(03).
           02 AGENCIA-H     PIC 9(04).
           02 CONTA-H       PIC 9(08).
           02 DATA-GER-H    PIC 9(08).
           02 QTD-FOLHA-H   PIC 9(06).
           02 VALOR-FOLHA-H PIC 9(12)V9(02).
           02 FILLER        PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER        PIC X(19) VALUE SPACES.

       01 CRD-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 COD-D         PIC 9(07).
           02 NOME-D        PIC X(30).
           02 BANCO-D       PIC 9(03).
           02 AGENCIA-D     PIC 9(04).
           02 CONTA-D       PIC 9(10).
           02 TIPO-D        PIC X(01).
           02 VALOR-D       PIC 9(07)V9(02).
           02 DATA-CRED-D   PIC 9(08).
           02 FILLER        PIC X(07) VALUE SPACES.

       01 CRD-TRAILER.
           02 FILLER        PIC X(01) VALUE "T".
           02 QTD-CRD-T     PIC 9(06).
           02 VALOR-CRD-T   PIC 9(12)V9(02).
           02 FILLER        PIC X(59) VALUE SPACES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "REMESSA DE CREDITO DE SALARI".
           02 FILLER    PIC X(2)  VALUE "OS".
           02 FILLER    PIC X(29) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "CODIGO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(22) VALUE SPACES.
           02 FILLER    PIC X(19) VALUE "BCO AGEN CONTA    T".
           02 FILLER    PIC X(9) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "LIQUIDO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 COD-REL      PIC 9(7).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-REL     PIC X(24).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 BANCO-REL    PIC 9(3).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 AGENCIA-REL  PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CONTA-REL    PIC 9(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TIPO-REL     PIC X(1).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 VALOR-REL    PIC Z.ZZZ.ZZ9,99.

       01 CAB-EXC-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "FUNCIONARIOS FORA DA REMESSA".
           02 FILLER    PIC X(31) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-EXC PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-EXC-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "CODIGO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(22) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "LIQUIDO".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "MOTIVO".

       01 DETALHE-EXC.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 COD-EXC      PIC 9(7).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-EXC     PIC X(24).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VALOR-EXC    PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MOTIVO-EXC   PIC X(30).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "FUNCIONARIOS NA FOLHA    : ".
           02 QTD-FOL-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOTAL LIQUIDO DA FOLHA   : ".
           02 SOMA-FOL-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CREDITOS NA REMESSA      : ".
           02 QTD-CRD-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR DA REMESSA         : ".
           02 SOMA-CRD-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "FORA DA REMESSA          : ".
           02 QTD-EXC-ED PIC ZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR FORA DA REMESSA    : ".
           02 SOMA-EXC-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CONFERENCIA DE TOTAIS    : ".
           02 BATE-ED   PIC X(20).

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX70".
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
          PERFORM LEITURA
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM"
          PERFORM GRAVA-TRAILER
          PERFORM VERIFICA-TOTAIS
          PERFORM RODAPE
          PERFORM FIM.
       IF LOTE-BATE NOT EQUAL "SIM"
          MOVE 16 TO RETURN-CODE.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE QTD-FOLHA    TO LOG-LIDOS.
           MOVE QTD-CREDITOS TO LOG-GRAVADOS.
           MOVE QTD-EXCECOES TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-FOLHACTL.
           PERFORM SOMA-FOLHAPAG.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM LE-PARMBCO
              PERFORM ABRE-CONTAFUN
              MOVE "U"     TO DIAU-FUNCAO
              MOVE WS-HOJE TO DIAU-DATA1
              MOVE ZEROES  TO DIAU-DIAS
              CALL "EM02DIAU" USING DIAU-AREA
              MOVE DIAU-DATA2 TO DATA-CREDITO-WS
              OPEN INPUT FOLHAPAG
              OPEN OUTPUT CREDSAL
              OPEN OUTPUT RELCRED
              OPEN OUTPUT RELEXCS
              PERFORM GRAVA-HEADER
           END-IF.

       LE-FOLHACTL.
           OPEN INPUT FOLHACTL.
           IF FOLHACTL-STATUS EQUAL "35"
              DISPLAY "FOLHACTL.DAT NAO ENCONTRADO - SEM CONFERENCIA"
           ELSE
              MOVE "SIM" TO TEM-FOLHACTL
              READ FOLHACTL
                 AT END
                    MOVE "NAO" TO TEM-FOLHACTL
              END-READ
              IF TEM-FOLHACTL EQUAL "SIM"
                 MOVE QTD-ESPERADA-FOL TO QTD-ESPERADA-WS
                 MOVE VAL-ESPERADO-FOL TO VAL-ESPERADO-WS
              END-IF
              CLOSE FOLHACTL.

       SOMA-FOLHAPAG.
           OPEN INPUT FOLHAPAG.
           IF FOLHAPAG-STATUS EQUAL "35"
              DISPLAY "FOLHAPAG.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LEITURA
              PERFORM SOMA-FUNCIONARIO
                 UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FOLHAPAG
              MOVE "NAO" TO FIM-ARQ
              IF TEM-FOLHACTL EQUAL "SIM"
                 IF QTD-FOLHA NOT EQUAL QTD-ESPERADA-WS
                    OR SOMA-FOLHA NOT EQUAL VAL-ESPERADO-WS
                    DISPLAY "*** FOLHAPAG DIFERE DO FOLHACTL ***"
                    DISPLAY "FUNCIONARIOS ESPERADOS: " QTD-ESPERADA-WS
                    DISPLAY "FUNCIONARIOS LIDOS    : " QTD-FOLHA
                    DISPLAY "LIQUIDO ESPERADO      : " VAL-ESPERADO-WS
                    DISPLAY "LIQUIDO LIDO          : " SOMA-FOLHA
                    MOVE "NAO" TO LOTE-BATE
                    MOVE "SIM" TO FIM-ARQ
                 END-IF
              END-IF
           END-IF.

       SOMA-FUNCIONARIO.
           ADD 1 TO QTD-FOLHA.
           ADD LIQUIDO-FOL TO SOMA-FOLHA.
           PERFORM LEITURA.

       LE-PARMBCO.
           OPEN INPUT PARMBCO.
           IF PARMBCO-STATUS EQUAL "35"
              DISPLAY "PARMBCO.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMBCO
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BANCO-PARM   TO BANCO-WS
                    MOVE AGENCIA-PARM TO AGENCIA-WS
                    MOVE CONTA-PARM   TO CONTA-WS
              END-READ
              CLOSE PARMBCO.

       ABRE-CONTAFUN.
           OPEN INPUT CONTAFUN.
           IF CONTAFUN-STATUS EQUAL "35"
              DISPLAY "CONTAFUN.DAT NAO ENCONTRADO - SEM CREDITOS"
              MOVE "NAO" TO TEM-CONTAFUN
           ELSE
              MOVE "SIM" TO TEM-CONTAFUN.

       GRAVA-HEADER.
           MOVE BANCO-WS   TO BANCO-H.
           MOVE AGENCIA-WS TO AGENCIA-H.
           MOVE CONTA-WS   TO CONTA-H.
           MOVE WS-HOJE    TO DATA-GER-H.
           MOVE QTD-FOLHA  TO QTD-FOLHA-H.
           MOVE SOMA-FOLHA TO VALOR-FOLHA-H.
           WRITE REG-CRD FROM CRD-HEADER.

       LEITURA.
           READ FOLHAPAG AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM PROCURA-CONTA.
           IF LIQUIDO-FOL EQUAL ZEROES
              MOVE "LIQUIDO ZERADO" TO MOTIVO-WS
              PERFORM GRAVA-EXCECAO
           ELSE
              IF CONTA-ACHADA NOT EQUAL "SIM"
                 MOVE "SEM DADOS BANCARIOS" TO MOTIVO-WS
                 PERFORM GRAVA-EXCECAO
              ELSE
                 PERFORM GRAVA-CREDITO
              END-IF
           END-IF.
           PERFORM LEITURA.

       PROCURA-CONTA.
           MOVE "NAO" TO CONTA-ACHADA.
           IF TEM-CONTAFUN EQUAL "SIM"
              MOVE COD-FOL TO COD-CF
              READ CONTAFUN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "SIM" TO CONTA-ACHADA
              END-READ.

       GRAVA-CREDITO.
           MOVE COD-FOL         TO COD-D.
           MOVE NOME-FOL        TO NOME-D.
           MOVE BANCO-CF        TO BANCO-D.
           MOVE AGENCIA-CF      TO AGENCIA-D.
           MOVE CONTA-CF        TO CONTA-D.
           MOVE TIPO-CF         TO TIPO-D.
           MOVE LIQUIDO-FOL     TO VALOR-D.
           MOVE DATA-CREDITO-WS TO DATA-CRED-D.
           WRITE REG-CRD FROM CRD-DETALHE.
           ADD 1 TO QTD-CREDITOS.
           ADD LIQUIDO-FOL TO SOMA-CREDITOS.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE COD-FOL     TO COD-REL.
           MOVE NOME-FOL    TO NOME-REL.
           MOVE BANCO-CF    TO BANCO-REL.
           MOVE AGENCIA-CF  TO AGENCIA-REL.
           MOVE CONTA-CF    TO CONTA-REL.
           MOVE TIPO-CF     TO TIPO-REL.
           MOVE LIQUIDO-FOL TO VALOR-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       GRAVA-EXCECAO.
           ADD 1 TO QTD-EXCECOES.
           ADD LIQUIDO-FOL TO SOMA-EXCECOES.
           IF CT-LIN-EXC GREATER THAN 25
              PERFORM CABECALHO-EXC.
           MOVE COD-FOL     TO COD-EXC.
           MOVE NOME-FOL    TO NOME-EXC.
           MOVE LIQUIDO-FOL TO VALOR-EXC.
           MOVE MOTIVO-WS   TO MOTIVO-EXC.
           WRITE REG-EXC FROM DETALHE-EXC AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-EXC.

       GRAVA-TRAILER.
           MOVE QTD-CREDITOS  TO QTD-CRD-T.
           MOVE SOMA-CREDITOS TO VALOR-CRD-T.
           WRITE REG-CRD FROM CRD-TRAILER.

       VERIFICA-TOTAIS.
           COMPUTE SOMA-CONFERIDA = SOMA-CREDITOS + SOMA-EXCECOES.
           IF SOMA-CONFERIDA NOT EQUAL SOMA-FOLHA
              OR QTD-CREDITOS + QTD-EXCECOES NOT EQUAL QTD-FOLHA
              MOVE "NAO" TO LOTE-BATE
              DISPLAY "*** REMESSA FORA DE BALANCO ***"
              DISPLAY "LIQUIDO DA FOLHA : " SOMA-FOLHA
              DISPLAY "CREDITOS + EXCEC.: " SOMA-CONFERIDA.
           IF LOTE-BATE EQUAL "SIM"
              MOVE "CONFERE" TO BATE-ED
           ELSE
              MOVE "*** NAO CONFERE ***" TO BATE-ED.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       CABECALHO-EXC.
           ADD 1          TO CT-PAG-EXC.
           MOVE CT-PAG-EXC TO VAR-PAG-EXC.
           MOVE SPACES    TO REG-EXC.
           WRITE REG-EXC AFTER ADVANCING PAGE.
           WRITE REG-EXC FROM CAB-EXC-01 AFTER ADVANCING 1 LINE.
           WRITE REG-EXC FROM CAB-EXC-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN-EXC.

       RODAPE.
           MOVE QTD-FOLHA     TO QTD-FOL-ED.
           MOVE SOMA-FOLHA    TO SOMA-FOL-ED.
           MOVE QTD-CREDITOS  TO QTD-CRD-ED.
           MOVE SOMA-CREDITOS TO SOMA-CRD-ED.
           MOVE QTD-EXCECOES  TO QTD-EXC-ED.
           MOVE SOMA-EXCECOES TO SOMA-EXC-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 2 LINES.
           WRITE REG-EXC FROM CAB-07 AFTER ADVANCING 3 LINES.
           WRITE REG-EXC FROM CAB-08 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE FOLHAPAG
                 CREDSAL
                 RELCRED
                 RELEXCS.
           IF TEM-CONTAFUN EQUAL "SIM"
              CLOSE CONTAFUN.
