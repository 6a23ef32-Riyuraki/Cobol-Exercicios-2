       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX96.
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
           SELECT PAGMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGMENS-STATUS.
           SELECT CONTALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATRICULA-CT
           FILE STATUS IS CONTALU-STATUS.
           SELECT MENSALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ME
           FILE STATUS IS MENSALU-STATUS.
           SELECT RELPGME ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PAGMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGMENS.DAT".
       01 REG-PG.
           02 MATRICULA-PG   PIC 9(07).
           02 COMPET-PG      PIC 9(06).
           02 VALOR-PG       PIC 9(07)V9(02).
           02 DATA-PG        PIC 9(08).

       FD CONTALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTALU.DAT".
       01 REG-CT.
           02 MATRICULA-CT   PIC 9(07).
           02 NOME-CT        PIC X(30).
           02 SALDO-CT       PIC 9(09)V9(02).
           02 CREDITO-CT     PIC 9(09)V9(02).
           02 DATA-COB-CT    PIC 9(08).
           02 DATA-PAG-CT    PIC 9(08).

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

       FD RELPGME
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-MENS         PIC X(03) VALUE "NAO".
       77 PAGMENS-STATUS   PIC X(02) VALUE ZEROES.
       77 CONTALU-STATUS   PIC X(02) VALUE ZEROES.
       77 MENSALU-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 DATA-PAG-WS      PIC 9(08) VALUE ZEROES.
       77 A-APLICAR        PIC 9(07)V9(02) VALUE ZEROES.
       77 VALOR-ABERTO     PIC 9(07)V9(02) VALUE ZEROES.
       77 VALOR-APLICADO   PIC 9(07)V9(02) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-ACEITOS      PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-QUITADAS     PIC 9(05) VALUE ZEROES.
       77 SOMA-APLICADO    PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-CREDITO     PIC 9(12)V9(02) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(30) VALUE SPACES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "BAIXA DE PAGAMENTOS DE MENSA".
           02 FILLER    PIC X(6)  VALUE "LIDADE".
           02 FILLER    PIC X(25) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(8)  VALUE "MATRIC.".
           02 FILLER    PIC X(7)  VALUE "COMPET.".
           02 FILLER    PIC X(11) VALUE "      PAGO ".
           02 FILLER    PIC X(11) VALUE "  APLICADO ".
           02 FILLER    PIC X(11) VALUE "   CREDITO ".
           02 FILLER    PIC X(30) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MATRIC-REL   PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 COMPET-REL   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PAGO-REL     PIC ZZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 APLICADO-REL PIC ZZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CREDITO-REL  PIC ZZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(30).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PAGAMENTOS BAIXADOS      : ".
           02 TOT-ACE-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PAGAMENTOS REJEITADOS    : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MENSALIDADES QUITADAS    : ".
           02 TOT-QUI-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR APLICADO           : ".
           02 SOMA-APL-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CREDITO GERADO           : ".
           02 SOMA-CRE-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX96".
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
       IF RETURN-CODE EQUAL 0
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN INPUT PAGMENS.
           IF PAGMENS-STATUS EQUAL "35"
              DISPLAY "PAGMENS.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN I-O CONTALU
              IF CONTALU-STATUS EQUAL "35"
                 DISPLAY "CONTALU.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
                 CLOSE PAGMENS
              ELSE
                 OPEN I-O MENSALU
                 IF MENSALU-STATUS EQUAL "35"
                    OPEN OUTPUT MENSALU
                    CLOSE MENSALU
                    OPEN I-O MENSALU
                 END-IF
                 OPEN OUTPUT RELPGME
                 PERFORM LEITURA
              END-IF
           END-IF.

       LEITURA.
           READ PAGMENS AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           MOVE SPACES TO MOTIVO-WS.
           MOVE ZEROES TO VALOR-APLICADO A-APLICAR.
           PERFORM VALIDA-PAGAMENTO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM APLICA-PAGAMENTO
           ELSE
              ADD 1 TO TOT-REJEITADOS.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-PAGAMENTO.
           IF COMPET-PG NOT NUMERIC
              MOVE ZEROES TO COMPET-PG.
           IF DATA-PG NUMERIC
              AND DATA-PG NOT EQUAL ZEROES
              MOVE DATA-PG TO DATA-PAG-WS
           ELSE
              MOVE WS-HOJE TO DATA-PAG-WS.
           IF VALOR-PG NOT NUMERIC
              MOVE ZEROES TO VALOR-PG
              MOVE "VALOR INVALIDO" TO MOTIVO-WS
           ELSE
              IF VALOR-PG EQUAL ZEROES
                 MOVE "VALOR INVALIDO" TO MOTIVO-WS.
           IF MOTIVO-WS EQUAL SPACES
              IF MATRICULA-PG NOT NUMERIC
                 MOVE "MATRICULA INVALIDA" TO MOTIVO-WS
              ELSE
                 MOVE MATRICULA-PG TO MATRICULA-CT
                 READ CONTALU
                    INVALID KEY
                       MOVE "ALUNO SEM CONTA FINANCEIRA"
                         TO MOTIVO-WS
                 END-READ.
           IF MOTIVO-WS EQUAL SPACES
              AND COMPET-PG NOT EQUAL ZEROES
              MOVE MATRICULA-PG TO MATRICULA-ME
              MOVE COMPET-PG    TO COMPET-ME
              READ MENSALU
                 INVALID KEY
                    MOVE "COMPETENCIA NAO FATURADA" TO MOTIVO-WS
                 NOT INVALID KEY
                    IF SITUACAO-ME NOT EQUAL "A"
                       MOVE "MENSALIDADE JA QUITADA" TO MOTIVO-WS
                    END-IF
              END-READ.

       APLICA-PAGAMENTO.
           MOVE VALOR-PG TO A-APLICAR.
           IF COMPET-PG NOT EQUAL ZEROES
              PERFORM BAIXA-MENSALIDADE
           ELSE
              MOVE "NAO"        TO FIM-MENS
              MOVE MATRICULA-PG TO MATRICULA-ME
              MOVE ZEROES       TO COMPET-ME
              START MENSALU KEY IS NOT LESS THAN CHAVE-ME
                 INVALID KEY
                    MOVE "SIM" TO FIM-MENS
              END-START
              PERFORM LE-MENSALIDADE
              PERFORM TRATA-MENSALIDADE
                 UNTIL FIM-MENS EQUAL "SIM"
                    OR A-APLICAR EQUAL ZEROES.
           IF VALOR-APLICADO GREATER THAN SALDO-CT
              MOVE ZEROES TO SALDO-CT
           ELSE
              SUBTRACT VALOR-APLICADO FROM SALDO-CT.
           ADD A-APLICAR    TO CREDITO-CT.
           MOVE DATA-PAG-WS TO DATA-PAG-CT.
           REWRITE REG-CT.
           ADD 1              TO TOT-ACEITOS.
           ADD VALOR-APLICADO TO SOMA-APLICADO.
           ADD A-APLICAR      TO SOMA-CREDITO.
           IF A-APLICAR GREATER THAN ZEROES
              MOVE "BAIXADO - SOBRA EM CREDITO" TO MOTIVO-WS
           ELSE
              MOVE "BAIXADO" TO MOTIVO-WS.

       LE-MENSALIDADE.
           IF FIM-MENS NOT EQUAL "SIM"
              READ MENSALU NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-MENS
              END-READ
              IF FIM-MENS NOT EQUAL "SIM"
                 AND MATRICULA-ME NOT EQUAL MATRICULA-PG
                 MOVE "SIM" TO FIM-MENS.

       TRATA-MENSALIDADE.
           IF SITUACAO-ME EQUAL "A"
              PERFORM BAIXA-MENSALIDADE.
           PERFORM LE-MENSALIDADE.

       BAIXA-MENSALIDADE.
           COMPUTE VALOR-ABERTO = VALOR-ME - PAGO-ME.
           IF A-APLICAR NOT LESS THAN VALOR-ABERTO
              ADD VALOR-ABERTO      TO PAGO-ME
              ADD VALOR-ABERTO      TO VALOR-APLICADO
              SUBTRACT VALOR-ABERTO FROM A-APLICAR
              MOVE "P"              TO SITUACAO-ME
              ADD 1                 TO TOT-QUITADAS
           ELSE
              ADD A-APLICAR         TO PAGO-ME
              ADD A-APLICAR         TO VALOR-APLICADO
              MOVE ZEROES           TO A-APLICAR.
           MOVE DATA-PAG-WS TO DATA-PAG-ME.
           REWRITE REG-ME.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE MATRICULA-PG   TO MATRIC-REL.
           MOVE COMPET-PG      TO COMPET-REL.
           MOVE VALOR-PG       TO PAGO-REL.
           MOVE VALOR-APLICADO TO APLICADO-REL.
           MOVE A-APLICAR      TO CREDITO-REL.
           MOVE MOTIVO-WS      TO SITUACAO-REL.
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
           MOVE TOT-ACEITOS    TO TOT-ACE-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE TOT-QUITADAS   TO TOT-QUI-ED.
           MOVE SOMA-APLICADO  TO SOMA-APL-ED.
           MOVE SOMA-CREDITO   TO SOMA-CRE-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           IF RETURN-CODE EQUAL 0
              CLOSE PAGMENS
                    CONTALU
                    MENSALU
                    RELPGME.
