       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX82.
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
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC1
           FILE STATUS IS CADSOC1-STATUS.
           SELECT PARMNEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMNEG-STATUS.
           SELECT PLANOPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-NEG
           FILE STATUS IS PLANOPAG-STATUS.
           SELECT AVISOCOB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-AV
           FILE STATUS IS AVISOCOB-STATUS.
           SELECT SOCCPF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-XR
           FILE STATUS IS SOCCPF-STATUS.
           SELECT NEGSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-NS
           FILE STATUS IS NEGSOC-STATUS.
           SELECT INCNEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELNEGT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01 REG-ENT.
           02 CODPAG    PIC 9(02).
           02 NUMSOC1   PIC 9(06).
           02 NOMESOC1  PIC X(30).
           02 VALPAG1   PIC 9(09)V9(02).
           02 DTVENC1.
            03 DIA-VENC1  PIC 9(02).
            03 MES-VENC1  PIC 9(02).
            03 ANO-VENC1  PIC 9(04).

       FD PARMNEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMNEG.DAT".
       01 REG-PARM-NEG.
           02 DIAS-ATRASO-PARM PIC 9(03).
           02 DIAS-AVISO-PARM  PIC 9(03).
           02 PRAZO-BAIXA-PARM PIC 9(02).

       FD PLANOPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOPAG.DAT".
       01 REG-NEG.
           02 NUMSOC-NEG     PIC 9(06).
           02 TOTAL-NEG      PIC 9(09)V9(02).
           02 QTD-PARC-NEG   PIC 9(02).
           02 VAL-PARC-NEG   PIC 9(09)V9(02).
           02 DTPROX-NEG.
            03 DIA-PROX-NEG  PIC 9(02).
            03 MES-PROX-NEG  PIC 9(02).
            03 ANO-PROX-NEG  PIC 9(04).
           02 SITUACAO-NEG   PIC X(01).

       FD AVISOCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOCOB.DAT".
       01 REG-AV.
           02 NUMSOC-AV    PIC 9(06).
           02 DATA-AV      PIC 9(08).
           02 VENC-AV      PIC 9(08).
           02 VALOR-AV     PIC 9(09)V9(02).

       FD SOCCPF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOCCPF.DAT".
       01 REG-XR.
           02 NUMSOC-XR   PIC 9(06).
           02 CPF-XR      PIC 9(11).
           02 SITUACAO-XR PIC X(01).

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

       FD INCNEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCNEG.DAT".
       01 REG-INC       PIC X(80).

       FD RELNEGT
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CADSOC1-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMNEG-STATUS   PIC X(02) VALUE ZEROES.
       77 PLANOPAG-STATUS  PIC X(02) VALUE ZEROES.
       77 AVISOCOB-STATUS  PIC X(02) VALUE ZEROES.
       77 SOCCPF-STATUS    PIC X(02) VALUE ZEROES.
       77 NEGSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 TEM-PLANOPAG     PIC X(03) VALUE "NAO".
       77 TEM-AVISOCOB     PIC X(03) VALUE "NAO".
       77 TEM-SOCCPF       PIC X(03) VALUE "NAO".
       77 REGISTRO-NOVO    PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 DIAS-ATRASO-WS   PIC 9(03) VALUE 90.
       77 DIAS-AVISO-WS    PIC 9(03) VALUE 10.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-VENC          PIC 9(08) VALUE ZEROES.
       77 WS-DIAS-ATR      PIC S9(07) VALUE ZEROES.
       77 DIAS-DO-AVISO    PIC S9(07) VALUE ZEROES.
       77 CPF-WS           PIC 9(11) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(18) VALUE SPACES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-INCLUIDOS    PIC 9(05) VALUE ZEROES.
       77 TOT-NEGOCIACAO   PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-AVISO    PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-CPF      PIC 9(05) VALUE ZEROES.
       77 TOT-JA-NEGAT     PIC 9(05) VALUE ZEROES.
       77 SOMA-INCLUIDO    PIC 9(12)V9(02) VALUE ZEROES.

       01 INC-HEADER.
           02 FILLER        PIC X(01) VALUE "H".
           02 FILLER        PIC X(01) VALUE "I".
           02 DATA-GER-H    PIC 9(08).
           02 FILLER        PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER        PIC X(53) VALUE SPACES.

       01 INC-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 CPF-D         PIC 9(11).
           02 NUMSOC-D      PIC 9(06).
           02 NOME-D        PIC X(30).
           02 VALOR-D       PIC 9(09)V9(02).
           02 VENC-D        PIC 9(08).
           02 DATA-INC-D    PIC 9(08).
           02 FILLER        PIC X(05) VALUE SPACES.

       01 INC-TRAILER.
           02 FILLER        PIC X(01) VALUE "T".
           02 QTD-INC-T     PIC 9(06).
           02 VALOR-INC-T   PIC 9(12)V9(02).
           02 FILLER        PIC X(59) VALUE SPACES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "NEGATIVACAO DE SOCIOS - INCLUSAO".
           02 FILLER    PIC X(27) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "SOCIO ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER    PIC X(22) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "VALOR".
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
           02 VALOR-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DIAS-REL     PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(18).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SOCIOS NEGATIVADOS       : ".
           02 TOT-INC-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-INC-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EM NEGOCIACAO (PLANOPAG) : ".
           02 TOT-NEG-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SEM AVISO PREVIO NO PRAZO: ".
           02 TOT-AVI-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SEM CPF CADASTRADO       : ".
           02 TOT-CPF-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "JA NEGATIVADOS           : ".
           02 TOT-JAN-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX82".
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
          PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS     TO LOG-LIDOS.
           MOVE TOT-INCLUIDOS TO LOG-GRAVADOS.
           COMPUTE LOG-REJEITADOS = TOT-NEGOCIACAO + TOT-SEM-AVISO
                                  + TOT-SEM-CPF.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN INPUT CADSOC1.
           IF CADSOC1-STATUS EQUAL "35"
              DISPLAY "CADSOC1.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-PARMNEG
              PERFORM ABRE-PLANOPAG
              PERFORM ABRE-AVISOCOB
              PERFORM ABRE-SOCCPF
              PERFORM ABRE-NEGSOC
              OPEN OUTPUT INCNEG
              OPEN OUTPUT RELNEGT
              MOVE WS-HOJE TO DATA-GER-H
              WRITE REG-INC FROM INC-HEADER
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
                    MOVE DIAS-ATRASO-PARM TO DIAS-ATRASO-WS
                    MOVE DIAS-AVISO-PARM  TO DIAS-AVISO-WS
              END-READ
              CLOSE PARMNEG.

       ABRE-PLANOPAG.
           OPEN INPUT PLANOPAG.
           IF PLANOPAG-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-PLANOPAG
           ELSE
              MOVE "SIM" TO TEM-PLANOPAG.

       ABRE-AVISOCOB.
           OPEN INPUT AVISOCOB.
           IF AVISOCOB-STATUS EQUAL "35"
              DISPLAY "AVISOCOB.DAT NAO ENCONTRADO - NENHUM AVISO"
              MOVE "NAO" TO TEM-AVISOCOB
           ELSE
              MOVE "SIM" TO TEM-AVISOCOB.

       ABRE-SOCCPF.
           OPEN INPUT SOCCPF.
           IF SOCCPF-STATUS EQUAL "35"
              DISPLAY "SOCCPF.DAT NAO ENCONTRADO - SOCIOS SEM CPF"
              MOVE "NAO" TO TEM-SOCCPF
           ELSE
              MOVE "SIM" TO TEM-SOCCPF.

       ABRE-NEGSOC.
           OPEN I-O NEGSOC.
           IF NEGSOC-STATUS EQUAL "35"
              OPEN OUTPUT NEGSOC
              CLOSE NEGSOC
              OPEN I-O NEGSOC.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           IF CODPAG NOT EQUAL 1
              PERFORM CALC-ATRASO
              IF WS-DIAS-ATR GREATER THAN DIAS-ATRASO-WS
                 PERFORM AVALIA-SOCIO.
           PERFORM LEITURA.

       CALC-ATRASO.
           COMPUTE WS-VENC = ANO-VENC1 * 10000
                           + MES-VENC1 * 100
                           + DIA-VENC1.
           COMPUTE WS-DIAS-ATR =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
             - FUNCTION INTEGER-OF-DATE(WS-VENC).

       AVALIA-SOCIO.
           MOVE NUMSOC1 TO NUMSOC-NS.
           READ NEGSOC
              INVALID KEY
                 MOVE "SIM" TO REGISTRO-NOVO
              NOT INVALID KEY
                 MOVE "NAO" TO REGISTRO-NOVO
           END-READ.
           IF REGISTRO-NOVO EQUAL "NAO"
              AND SITUACAO-NS NOT EQUAL "R"
              ADD 1 TO TOT-JA-NEGAT
           ELSE
              MOVE SPACES TO MOTIVO-WS
              PERFORM VERIFICA-NEGOCIACAO
              IF MOTIVO-WS EQUAL SPACES
                 PERFORM VERIFICA-AVISO
              END-IF
              IF MOTIVO-WS EQUAL SPACES
                 PERFORM BUSCA-CPF
              END-IF
              IF MOTIVO-WS EQUAL SPACES
                 PERFORM INCLUI-NEGATIVACAO
                 MOVE "INCLUIDO" TO MOTIVO-WS
              END-IF
              PERFORM IMPRESSAO.

       VERIFICA-NEGOCIACAO.
           IF TEM-PLANOPAG EQUAL "SIM"
              MOVE NUMSOC1 TO NUMSOC-NEG
              READ PLANOPAG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SITUACAO-NEG EQUAL "A"
                       MOVE "EM NEGOCIACAO" TO MOTIVO-WS
                       ADD 1 TO TOT-NEGOCIACAO
                    END-IF
              END-READ.

       VERIFICA-AVISO.
           MOVE "SEM AVISO PREVIO" TO MOTIVO-WS.
           IF TEM-AVISOCOB EQUAL "SIM"
              MOVE NUMSOC1 TO NUMSOC-AV
              READ AVISOCOB
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM CONFERE-AVISO
              END-READ.
           IF MOTIVO-WS NOT EQUAL SPACES
              ADD 1 TO TOT-SEM-AVISO.

       CONFERE-AVISO.
           IF DATA-AV NOT LESS THAN WS-VENC
              COMPUTE DIAS-DO-AVISO =
                  FUNCTION INTEGER-OF-DATE(WS-HOJE)
                - FUNCTION INTEGER-OF-DATE(DATA-AV)
              IF DIAS-DO-AVISO NOT LESS THAN DIAS-AVISO-WS
                 MOVE SPACES TO MOTIVO-WS
              ELSE
                 MOVE "AVISO NO PRAZO" TO MOTIVO-WS.

       BUSCA-CPF.
           MOVE ZEROES TO CPF-WS.
           IF TEM-SOCCPF EQUAL "SIM"
              MOVE NUMSOC1 TO NUMSOC-XR
              READ SOCCPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CPF-XR TO CPF-WS
              END-READ.
           IF CPF-WS EQUAL ZEROES
              MOVE "CPF NAO CADASTRADO" TO MOTIVO-WS
              ADD 1 TO TOT-SEM-CPF.

       INCLUI-NEGATIVACAO.
           MOVE NUMSOC1  TO NUMSOC-NS.
           MOVE CPF-WS   TO CPF-NS.
           MOVE NOMESOC1 TO NOME-NS.
           MOVE VALPAG1  TO VALOR-NS.
           MOVE WS-VENC  TO VENC-NS.
           MOVE WS-HOJE  TO DATA-INC-NS.
           MOVE "I"      TO SITUACAO-NS.
           MOVE ZEROES   TO DATA-QUIT-NS DATA-REM-NS.
           IF REGISTRO-NOVO EQUAL "SIM"
              WRITE REG-NS
           ELSE
              REWRITE REG-NS.
           MOVE CPF-WS   TO CPF-D.
           MOVE NUMSOC1  TO NUMSOC-D.
           MOVE NOMESOC1 TO NOME-D.
           MOVE VALPAG1  TO VALOR-D.
           MOVE WS-VENC  TO VENC-D.
           MOVE WS-HOJE  TO DATA-INC-D.
           WRITE REG-INC FROM INC-DETALHE.
           ADD 1 TO TOT-INCLUIDOS.
           ADD VALPAG1 TO SOMA-INCLUIDO.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMSOC1     TO NUMSOC-REL.
           MOVE NOMESOC1    TO NOME-REL.
           MOVE VALPAG1     TO VALOR-REL.
           MOVE WS-DIAS-ATR TO DIAS-REL.
           MOVE MOTIVO-WS   TO SITUACAO-REL.
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
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOT-INCLUIDOS  TO TOT-INC-ED.
           MOVE SOMA-INCLUIDO  TO SOMA-INC-ED.
           MOVE TOT-NEGOCIACAO TO TOT-NEG-ED.
           MOVE TOT-SEM-AVISO  TO TOT-AVI-ED.
           MOVE TOT-SEM-CPF    TO TOT-CPF-ED.
           MOVE TOT-JA-NEGAT   TO TOT-JAN-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           MOVE TOT-INCLUIDOS TO QTD-INC-T.
           MOVE SOMA-INCLUIDO TO VALOR-INC-T.
           WRITE REG-INC FROM INC-TRAILER.

       FIM.
           CLOSE CADSOC1
                 NEGSOC
                 INCNEG
                 RELNEGT.
           IF TEM-PLANOPAG EQUAL "SIM"
              CLOSE PLANOPAG.
           IF TEM-AVISOCOB EQUAL "SIM"
              CLOSE AVISOCOB.
           IF TEM-SOCCPF EQUAL "SIM"
              CLOSE SOCCPF.
