       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX83.
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
           SELECT PARMNEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMNEG-STATUS.
           SELECT NEGSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC-NS
           FILE STATUS IS NEGSOC-STATUS.
           SELECT EXCNEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELBXNEG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMNEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMNEG.DAT".
       01 REG-PARM-NEG.
           02 DIAS-ATRASO-PARM PIC 9(03).
           02 DIAS-AVISO-PARM  PIC 9(03).
           02 PRAZO-BAIXA-PARM PIC 9(02).

       FD NEGSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NEGSOC.DAT".
       01 REG-NS.
           02 NUMSOC-NS     PIC 9(06).
           02 CPF-NS        PIC 9(11).
           02 NOME-NS       PIC X(30).
           02 VALOR-NS      PIC 9(09)V9(02).
           02 VENC-NS       PIC 9(08).
           02 DATA-INC-NS   PIC 9(08).
           02 SITUACAO-NS   PIC X(01).
           02 DATA-QUIT-NS  PIC 9(08).
           02 DATA-REM-NS   PIC 9(08).

       FD EXCNEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXCNEG.DAT".
       01 REG-EXN       PIC X(80).

       FD RELBXNEG
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 PARMNEG-STATUS   PIC X(02) VALUE ZEROES.
       77 NEGSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 PRAZO-BAIXA-WS   PIC 9(02) VALUE 5.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-PRAZO         PIC 9(08) VALUE ZEROES.
       77 WS-DATA          PIC 9(08) VALUE ZEROES.
       77 DIAS-ATRASO      PIC 9(05) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-BAIXAS       PIC 9(05) VALUE ZEROES.
       77 TOT-ATRASADAS    PIC 9(05) VALUE ZEROES.
       77 SOMA-BAIXAS      PIC 9(12)V9(02) VALUE ZEROES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
           02 DIAU-DATA1   PIC 9(08).
           02 DIAU-DATA2   PIC 9(08).
           02 DIAU-DIAS    PIC S9(05).

       01 EXN-HEADER.
           02 FILLER        PIC X(01) VALUE "H".
           02 FILLER        PIC X(01) VALUE "E".
           02 DATA-GER-H    PIC 9(08).
           02 FILLER        PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER        PIC X(53) VALUE SPACES.

       01 EXN-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 CPF-D         PIC 9(11).
           02 NUMSOC-D      PIC 9(06).
           02 NOME-D        PIC X(30).
           02 VALOR-D       PIC 9(09)V9(02).
           02 DATA-QUIT-D   PIC 9(08).
           02 DATA-INC-D    PIC 9(08).
           02 FILLER        PIC X(05) VALUE SPACES.

       01 EXN-TRAILER.
           02 FILLER        PIC X(01) VALUE "T".
           02 QTD-EXN-T     PIC 9(06).
           02 VALOR-EXN-T   PIC 9(12)V9(02).
           02 FILLER        PIC X(59) VALUE SPACES.

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "NEGATIVACAO DE SOCIOS - EXCLUSAO".
           02 FILLER    PIC X(27) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "SOCIO ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER    PIC X(18) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "QUITACAO  ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "PRAZO     ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "ATR.".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 QUIT-REL     PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PRAZO-REL    PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ATRASO-REL   PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(9).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EXCLUSOES GERADAS        : ".
           02 TOT-BXA-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-BXA-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EXCLUSOES FORA DO PRAZO  : ".
           02 TOT-ATR-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX83".
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
          PERFORM RODAPE
          CLOSE NEGSOC
                EXCNEG
                RELBXNEG.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS     TO LOG-LIDOS.
           MOVE TOT-BAIXAS    TO LOG-GRAVADOS.
           MOVE TOT-ATRASADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-PARMNEG.
           OPEN I-O NEGSOC.
           IF NEGSOC-STATUS EQUAL "35"
              DISPLAY "NEGSOC.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT EXCNEG
              OPEN OUTPUT RELBXNEG
              MOVE WS-HOJE TO DATA-GER-H
              WRITE REG-EXN FROM EXN-HEADER
           END-IF.

       LE-PARMNEG.
           OPEN INPUT PARMNEG.
           IF PARMNEG-STATUS EQUAL "35"
              DISPLAY "PARMNEG.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMNEG
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRAZO-BAIXA-PARM NOT EQUAL ZEROES
                       MOVE PRAZO-BAIXA-PARM TO PRAZO-BAIXA-WS
                    END-IF
              END-READ
              CLOSE PARMNEG.

       LEITURA.
           READ NEGSOC AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           IF SITUACAO-NS EQUAL "Q"
              PERFORM GERA-EXCLUSAO.
           PERFORM LEITURA.

       GERA-EXCLUSAO.
           MOVE "P"            TO DIAU-FUNCAO.
           MOVE DATA-QUIT-NS   TO DIAU-DATA1.
           MOVE PRAZO-BAIXA-WS TO DIAU-DIAS.
           CALL "EM02DIAU" USING DIAU-AREA.
           MOVE DIAU-DATA2     TO WS-PRAZO.
           MOVE CPF-NS         TO CPF-D.
           MOVE NUMSOC-NS      TO NUMSOC-D.
           MOVE NOME-NS        TO NOME-D.
           MOVE VALOR-NS       TO VALOR-D.
           MOVE DATA-QUIT-NS   TO DATA-QUIT-D.
           MOVE DATA-INC-NS    TO DATA-INC-D.
           WRITE REG-EXN FROM EXN-DETALHE.
           MOVE "R"     TO SITUACAO-NS.
           MOVE WS-HOJE TO DATA-REM-NS.
           REWRITE REG-NS.
           ADD 1 TO TOT-BAIXAS.
           ADD VALOR-NS TO SOMA-BAIXAS.
           IF WS-HOJE GREATER THAN WS-PRAZO
              MOVE "D"      TO DIAU-FUNCAO
              MOVE WS-PRAZO TO DIAU-DATA1
              MOVE WS-HOJE  TO DIAU-DATA2
              MOVE ZEROES   TO DIAU-DIAS
              CALL "EM02DIAU" USING DIAU-AREA
              MOVE DIAU-DIAS TO DIAS-ATRASO
              MOVE "EM ATRASO" TO SITUACAO-REL
              ADD 1 TO TOT-ATRASADAS
           ELSE
              MOVE ZEROES     TO DIAS-ATRASO
              MOVE "NO PRAZO" TO SITUACAO-REL.
           PERFORM IMPRESSAO.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMSOC-NS    TO NUMSOC-REL.
           MOVE NOME-NS      TO NOME-REL.
           MOVE DATA-QUIT-NS TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT     TO QUIT-REL.
           MOVE WS-PRAZO     TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT     TO PRAZO-REL.
           MOVE DIAS-ATRASO  TO ATRASO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       FORMATA-DATA.
           MOVE WS-DATA(7:2) TO DIA-FMT.
           MOVE WS-DATA(5:2) TO MES-FMT.
           MOVE WS-DATA(1:4) TO ANO-FMT.

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
           MOVE TOT-BAIXAS    TO TOT-BXA-ED.
           MOVE SOMA-BAIXAS   TO SOMA-BXA-ED.
           MOVE TOT-ATRASADAS TO TOT-ATR-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           MOVE TOT-BAIXAS  TO QTD-EXN-T.
           MOVE SOMA-BAIXAS TO VALOR-EXN-T.
           WRITE REG-EXN FROM EXN-TRAILER.
