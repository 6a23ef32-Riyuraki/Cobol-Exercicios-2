       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX75.
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
           SELECT PARMINF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMINF-STATUS.
           SELECT HISTFOL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HF
           FILE STATUS IS HISTFOL-STATUS.
           SELECT DIRFANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFORME ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMINF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMINF.DAT".
       01 REG-PARM-INF.
           02 ANO-PARM        PIC 9(04).

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

       FD DIRFANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DIRFANO.DAT".
       01 REG-DIRF      PIC X(80).

       FD INFORME
           LABEL RECORD IS OMITTED.
       01 REG-CARTA     PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 PARMINF-STATUS   PIC X(02) VALUE ZEROES.
       77 HISTFOL-STATUS   PIC X(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 ANO-WS           PIC 9(04) VALUE ZEROES.
       77 ANO-HF           PIC 9(04) VALUE ZEROES.
       77 COD-ANT          PIC 9(07) VALUE ZEROES.
       77 NOME-ANT         PIC X(30) VALUE SPACES.
       77 TEM-FUNC         PIC X(03) VALUE "NAO".
       77 TEM-HISTFOL      PIC X(03) VALUE "NAO".
       77 REND-FUNC        PIC 9(09)V9(02) VALUE ZEROES.
       77 INSS-FUNC        PIC 9(09)V9(02) VALUE ZEROES.
       77 IRRF-FUNC        PIC 9(09)V9(02) VALUE ZEROES.
       77 P1-13-FUNC       PIC 9(09)V9(02) VALUE ZEROES.
       77 P2-13-FUNC       PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR13-FUNC     PIC 9(09)V9(02) VALUE ZEROES.
       77 INSS13-FUNC      PIC 9(09)V9(02) VALUE ZEROES.
       77 IRRF13-FUNC      PIC 9(09)V9(02) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-FUNC         PIC 9(05) VALUE ZEROES.
       77 TOT-REND         PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-INSS         PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-IRRF         PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-13           PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-INSS13       PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-IRRF13       PIC 9(12)V9(02) VALUE ZEROES.

       01 DIRF-HEADER.
           02 FILLER        PIC X(01) VALUE "H".
           02 ANO-H         PIC 9(04).
           02 DATA-GER-H    PIC 9(08).
           02 FILLER        PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER        PIC X(50) VALUE SPACES.

       01 DIRF-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 COD-D         PIC 9(07).
           02 NOME-D        PIC X(30).
           02 REND-D        PIC 9(07)V9(02).
           02 INSS-D        PIC 9(06)V9(02).
           02 IRRF-D        PIC 9(06)V9(02).
           02 VALOR13-D     PIC 9(06)V9(02).
           02 IRRF13-D      PIC 9(06)V9(02).
           02 FILLER        PIC X(01) VALUE SPACES.

       01 DIRF-TRAILER.
           02 FILLER        PIC X(01) VALUE "T".
           02 QTD-T         PIC 9(05).
           02 REND-T        PIC 9(10)V9(02).
           02 INSS-T        PIC 9(10)V9(02).
           02 IRRF-T        PIC 9(10)V9(02).
           02 VALOR13-T     PIC 9(10)V9(02).
           02 IRRF13-T      PIC 9(10)V9(02).
           02 FILLER        PIC X(14) VALUE SPACES.

       01 CARTA-TITULO.
           02 FILLER       PIC X(51)
           VALUE "COMPROVANTE DE RENDIMENTOS PAGOS - ANO-CALENDARIO: ".
           02 ANO-CARTA    PIC 9999.
           02 FILLER       PIC X(25) VALUE SPACES.

       01 CARTA-FONTE PIC X(80)
          VALUE "FONTE PAGADORA: TURISMAR TURISMOS".

       01 CARTA-FUNC.
           02 FILLER       PIC X(13) VALUE "BENEFICIARIO:".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 COD-CARTA    PIC 9(07).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-CARTA   PIC X(30).
           02 FILLER       PIC X(27) VALUE SPACES.

       01 CARTA-SECAO-3 PIC X(80)
          VALUE "RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO".

       01 CARTA-REND.
           02 FILLER       PIC X(41)
              VALUE "  01. TOTAL DOS RENDIMENTOS (INC. FERIAS)".
           02 FILLER       PIC X(2) VALUE ": ".
           02 REND-CARTA   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 CARTA-INSS.
           02 FILLER       PIC X(41)
              VALUE "  02. CONTRIBUICAO PREVIDENCIARIA OFICIAL".
           02 FILLER       PIC X(2) VALUE ": ".
           02 INSS-CARTA   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 CARTA-IRRF.
           02 FILLER       PIC X(41)
              VALUE "  05. IMPOSTO SOBRE A RENDA RETIDO".
           02 FILLER       PIC X(2) VALUE ": ".
           02 IRRF-CARTA   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 CARTA-SECAO-5 PIC X(80)
          VALUE "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA".

       01 CARTA-13.
           02 FILLER       PIC X(41)
              VALUE "  01. DECIMO TERCEIRO SALARIO".
           02 FILLER       PIC X(2) VALUE ": ".
           02 VALOR13-CARTA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 CARTA-INSS13.
           02 FILLER       PIC X(41)
              VALUE "      INSS RETIDO SOBRE O 13o SALARIO".
           02 FILLER       PIC X(2) VALUE ": ".
           02 INSS13-CARTA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 CARTA-IRRF13.
           02 FILLER       PIC X(41)
              VALUE "  02. IRRF SOBRE O 13o SALARIO".
           02 FILLER       PIC X(2) VALUE ": ".
           02 IRRF13-CARTA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(23) VALUE SPACES.

       01 CARTA-FECHO PIC X(80) VALUE "TURISMAR TURISMOS".

       01 TOT-00.
           02 FILLER    PIC X(36)
              VALUE "RESUMO ANUAL DE RETENCOES NA FONTE -".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 ANO-TOT   PIC 9999.

       01 TOT-01.
           02 FILLER    PIC X(27) VALUE "BENEFICIARIOS            : ".
           02 TOT-FUNC-ED PIC ZZ.ZZ9.

       01 TOT-02.
           02 FILLER    PIC X(27) VALUE "RENDIMENTOS TRIBUTAVEIS  : ".
           02 TOT-REND-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-03.
           02 FILLER    PIC X(27) VALUE "INSS RETIDO              : ".
           02 TOT-INSS-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-04.
           02 FILLER    PIC X(27) VALUE "IRRF RETIDO              : ".
           02 TOT-IRRF-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-05.
           02 FILLER    PIC X(27) VALUE "DECIMO TERCEIRO          : ".
           02 TOT-13-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-06.
           02 FILLER    PIC X(27) VALUE "INSS SOBRE 13o           : ".
           02 TOT-INSS13-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-07.
           02 FILLER    PIC X(27) VALUE "IRRF SOBRE 13o           : ".
           02 TOT-IRRF13-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX75".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       IF TEM-HISTFOL EQUAL "SIM"
          PERFORM LEITURA
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM"
          IF TEM-FUNC EQUAL "SIM"
             PERFORM FECHA-FUNCIONARIO
          END-IF
          PERFORM PAGINA-TOTAIS
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
           MOVE TOT-FUNC  TO LOG-GRAVADOS.
           MOVE ZEROES    TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:4) TO ANO-WS.
           SUBTRACT 1 FROM ANO-WS.
           PERFORM LE-PARMINF.
           OPEN INPUT HISTFOL.
           IF HISTFOL-STATUS EQUAL "35"
              DISPLAY "HISTFOL.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "SIM" TO TEM-HISTFOL
              OPEN OUTPUT DIRFANO
              OPEN OUTPUT INFORME
              MOVE ANO-WS  TO ANO-H ANO-CARTA ANO-TOT
              MOVE WS-HOJE TO DATA-GER-H
              WRITE REG-DIRF FROM DIRF-HEADER
              MOVE ZEROES TO CHAVE-HF
              START HISTFOL KEY IS NOT LESS THAN CHAVE-HF
                 INVALID KEY
                    MOVE "SIM" TO FIM-ARQ
              END-START
           END-IF.

       LE-PARMINF.
           OPEN INPUT PARMINF.
           IF PARMINF-STATUS EQUAL "35"
              DISPLAY "PARMINF.DAT NAO ENCONTRADO - ANO ANTERIOR"
           ELSE
              READ PARMINF
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ANO-PARM NOT EQUAL ZEROES
                       MOVE ANO-PARM TO ANO-WS
                    END-IF
              END-READ
              CLOSE PARMINF.

       LEITURA.
           IF FIM-ARQ NOT EQUAL "SIM"
              READ HISTFOL NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-ARQ
              END-READ.

       PRINCIPAL.
           MOVE COMPET-HF(1:4) TO ANO-HF.
           IF ANO-HF EQUAL ANO-WS
              ADD 1 TO TOT-LIDOS
              IF TEM-FUNC EQUAL "SIM"
                 AND COD-HF NOT EQUAL COD-ANT
                 PERFORM FECHA-FUNCIONARIO
              END-IF
              IF TEM-FUNC NOT EQUAL "SIM"
                 MOVE "SIM"   TO TEM-FUNC
                 MOVE COD-HF  TO COD-ANT
                 MOVE NOME-HF TO NOME-ANT
              END-IF
              PERFORM ACUMULA-FUNCIONARIO
           END-IF.
           PERFORM LEITURA.

       ACUMULA-FUNCIONARIO.
           EVALUATE TIPO-HF
              WHEN "1"
                 ADD BRUTO-HF TO P1-13-FUNC
              WHEN "2"
                 ADD BRUTO-HF TO P2-13-FUNC
                 ADD INSS-HF  TO INSS13-FUNC
                 ADD IRRF-HF  TO IRRF13-FUNC
              WHEN OTHER
                 ADD BRUTO-HF TO REND-FUNC
                 ADD INSS-HF  TO INSS-FUNC
                 ADD IRRF-HF  TO IRRF-FUNC
           END-EVALUATE.

       FECHA-FUNCIONARIO.
           IF P2-13-FUNC GREATER THAN ZEROES
              MOVE P2-13-FUNC TO VALOR13-FUNC
           ELSE
              MOVE P1-13-FUNC TO VALOR13-FUNC.
           PERFORM IMPRIME-INFORME.
           PERFORM GRAVA-DIRF.
           ADD 1 TO TOT-FUNC.
           ADD REND-FUNC    TO TOT-REND.
           ADD INSS-FUNC    TO TOT-INSS.
           ADD IRRF-FUNC    TO TOT-IRRF.
           ADD VALOR13-FUNC TO TOT-13.
           ADD INSS13-FUNC  TO TOT-INSS13.
           ADD IRRF13-FUNC  TO TOT-IRRF13.
           MOVE ZEROES TO REND-FUNC INSS-FUNC IRRF-FUNC
                          P1-13-FUNC P2-13-FUNC VALOR13-FUNC
                          INSS13-FUNC IRRF13-FUNC.
           MOVE "NAO" TO TEM-FUNC.

       IMPRIME-INFORME.
           MOVE COD-ANT      TO COD-CARTA.
           MOVE NOME-ANT     TO NOME-CARTA.
           MOVE REND-FUNC    TO REND-CARTA.
           MOVE INSS-FUNC    TO INSS-CARTA.
           MOVE IRRF-FUNC    TO IRRF-CARTA.
           MOVE VALOR13-FUNC TO VALOR13-CARTA.
           MOVE INSS13-FUNC  TO INSS13-CARTA.
           MOVE IRRF13-FUNC  TO IRRF13-CARTA.
           WRITE REG-CARTA FROM CARTA-TITULO AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CARTA-FONTE AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FUNC AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SECAO-3 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-REND AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-INSS AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-IRRF AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SECAO-5 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-13 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-INSS13 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-IRRF13 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-FECHO AFTER ADVANCING 3 LINES.

       GRAVA-DIRF.
           MOVE COD-ANT      TO COD-D.
           MOVE NOME-ANT     TO NOME-D.
           MOVE REND-FUNC    TO REND-D.
           MOVE INSS-FUNC    TO INSS-D.
           MOVE IRRF-FUNC    TO IRRF-D.
           MOVE VALOR13-FUNC TO VALOR13-D.
           MOVE IRRF13-FUNC  TO IRRF13-D.
           WRITE REG-DIRF FROM DIRF-DETALHE.

       PAGINA-TOTAIS.
           MOVE TOT-FUNC   TO QTD-T.
           MOVE TOT-REND   TO REND-T.
           MOVE TOT-INSS   TO INSS-T.
           MOVE TOT-IRRF   TO IRRF-T.
           MOVE TOT-13     TO VALOR13-T.
           MOVE TOT-IRRF13 TO IRRF13-T.
           WRITE REG-DIRF FROM DIRF-TRAILER.
           MOVE TOT-FUNC   TO TOT-FUNC-ED.
           MOVE TOT-REND   TO TOT-REND-ED.
           MOVE TOT-INSS   TO TOT-INSS-ED.
           MOVE TOT-IRRF   TO TOT-IRRF-ED.
           MOVE TOT-13     TO TOT-13-ED.
           MOVE TOT-INSS13 TO TOT-INSS13-ED.
           MOVE TOT-IRRF13 TO TOT-IRRF13-ED.
           WRITE REG-CARTA FROM TOT-00 AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM TOT-01 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM TOT-02 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-07 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE HISTFOL
                 DIRFANO
                 INFORME.
