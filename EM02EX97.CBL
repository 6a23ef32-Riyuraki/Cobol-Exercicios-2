       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX97.
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
           SELECT PARMMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMMENS-STATUS.
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
           SELECT RELINAD ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMMENS.DAT".
       01 REG-PARM-MENS.
           02 COMPET-PARM      PIC 9(06).
           02 DIA-VENC-PARM    PIC 9(02).
           02 LIMITE-DEB-PARM  PIC 9(07)V9(02).

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

       FD RELINAD
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 PARMMENS-STATUS  PIC X(02) VALUE ZEROES.
       77 CONTALU-STATUS   PIC X(02) VALUE ZEROES.
       77 MENSALU-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CONTALU      PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 PRIMEIRA-WS      PIC X(03) VALUE "SIM".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-DATA          PIC 9(08) VALUE ZEROES.
       77 INT-HOJE         PIC 9(07) VALUE ZEROES.
       77 DIAS-ATRASO      PIC 9(05) VALUE ZEROES.
       77 LIMITE-DEBITO    PIC 9(07)V9(02) VALUE ZEROES.
       77 MATRICULA-ANT    PIC 9(07) VALUE ZEROES.
       77 QTD-ATRASO       PIC 9(03) VALUE ZEROES.
       77 VALOR-ATRASO     PIC 9(09)V9(02) VALUE ZEROES.
       77 VENC-ANTIGO      PIC 9(08) VALUE ZEROES.
       77 TOT-LIDAS        PIC 9(05) VALUE ZEROES.
       77 TOT-INADIMPL     PIC 9(05) VALUE ZEROES.
       77 TOT-BLOQUEADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-MENS-ATRASO  PIC 9(05) VALUE ZEROES.
       77 SOMA-ATRASO      PIC 9(12)V9(02) VALUE ZEROES.

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "ALUNOS COM MENSALIDADES EM A".
           02 FILLER    PIC X(6)  VALUE "TRASO".
           02 FILLER    PIC X(25) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(8)  VALUE "MATRIC.".
           02 FILLER    PIC X(21) VALUE "NOME".
           02 FILLER    PIC X(4)  VALUE "QTD".
           02 FILLER    PIC X(13) VALUE "   EM ATRASO ".
           02 FILLER    PIC X(11) VALUE "MAIS ANTIGA".
           02 FILLER    PIC X(6)  VALUE " DIAS ".
           02 FILLER    PIC X(9)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MATRIC-REL   PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NOME-REL     PIC X(20).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 QTD-REL      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VALOR-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VENC-REL     PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ATRASO-REL   PIC ZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SITUACAO-REL PIC X(9).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALUNOS INADIMPLENTES     : ".
           02 TOT-INA-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ALUNOS BLOQUEADOS        : ".
           02 TOT-BLQ-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MENSALIDADES EM ATRASO   : ".
           02 TOT-MEN-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-ATR-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX97".
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
          PERFORM LE-MENSALIDADE.
       PERFORM TRATA-MENSALIDADE
          UNTIL FIM-ARQ EQUAL "SIM".
       IF PRIMEIRA-WS EQUAL "NAO"
          PERFORM FECHA-ALUNO.
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
           MOVE TOT-LIDAS      TO LOG-LIDOS.
           MOVE TOT-INADIMPL   TO LOG-GRAVADOS.
           MOVE TOT-BLOQUEADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           PERFORM LE-PARMMENS.
           OPEN INPUT MENSALU.
           IF MENSALU-STATUS EQUAL "35"
              DISPLAY "MENSALU.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT CONTALU
              IF CONTALU-STATUS EQUAL "35"
                 MOVE "NAO" TO TEM-CONTALU
              ELSE
                 MOVE "SIM" TO TEM-CONTALU
              END-IF
              OPEN OUTPUT RELINAD
              MOVE "SIM" TO ARQUIVOS-ABERTOS
              MOVE ZEROES TO CHAVE-ME
              START MENSALU KEY IS NOT LESS THAN CHAVE-ME
                 INVALID KEY
                    MOVE "SIM" TO FIM-ARQ
              END-START
           END-IF.

       LE-PARMMENS.
           OPEN INPUT PARMMENS.
           IF PARMMENS-STATUS EQUAL "35"
              DISPLAY "PARMMENS.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMMENS
                 AT END
                    MOVE ZEROES TO LIMITE-DEB-PARM
              END-READ
              IF LIMITE-DEB-PARM NUMERIC
                 MOVE LIMITE-DEB-PARM TO LIMITE-DEBITO
              END-IF
              CLOSE PARMMENS.

       LE-MENSALIDADE.
           READ MENSALU NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.

       TRATA-MENSALIDADE.
           ADD 1 TO TOT-LIDAS.
           IF PRIMEIRA-WS EQUAL "SIM"
              PERFORM INICIA-ALUNO
           ELSE
              IF MATRICULA-ME NOT EQUAL MATRICULA-ANT
                 PERFORM FECHA-ALUNO
                 PERFORM INICIA-ALUNO.
           IF SITUACAO-ME EQUAL "A"
              AND VENC-ME LESS THAN WS-HOJE
              ADD 1 TO QTD-ATRASO
              COMPUTE VALOR-ATRASO = VALOR-ATRASO
                                   + VALOR-ME - PAGO-ME
              IF VENC-ANTIGO EQUAL ZEROES
                 OR VENC-ME LESS THAN VENC-ANTIGO
                 MOVE VENC-ME TO VENC-ANTIGO.
           PERFORM LE-MENSALIDADE.

       INICIA-ALUNO.
           MOVE "NAO"        TO PRIMEIRA-WS.
           MOVE MATRICULA-ME TO MATRICULA-ANT.
           MOVE ZEROES       TO QTD-ATRASO VALOR-ATRASO VENC-ANTIGO.

       FECHA-ALUNO.
           IF QTD-ATRASO GREATER THAN ZEROES
              ADD 1            TO TOT-INADIMPL
              ADD QTD-ATRASO   TO TOT-MENS-ATRASO
              ADD VALOR-ATRASO TO SOMA-ATRASO
              COMPUTE DIAS-ATRASO =
                 INT-HOJE - FUNCTION INTEGER-OF-DATE(VENC-ANTIGO)
              IF VALOR-ATRASO GREATER THAN LIMITE-DEBITO
                 MOVE "BLOQUEADO" TO SITUACAO-REL
                 ADD 1 TO TOT-BLOQUEADOS
              ELSE
                 MOVE "EM ATRASO" TO SITUACAO-REL
              END-IF
              PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE SPACES TO NOME-REL.
           IF TEM-CONTALU EQUAL "SIM"
              MOVE MATRICULA-ANT TO MATRICULA-CT
              READ CONTALU
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NOME-CT TO NOME-REL
              END-READ.
           MOVE MATRICULA-ANT TO MATRIC-REL.
           MOVE QTD-ATRASO    TO QTD-REL.
           MOVE VALOR-ATRASO  TO VALOR-REL.
           MOVE VENC-ANTIGO   TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT      TO VENC-REL.
           MOVE DIAS-ATRASO   TO ATRASO-REL.
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
           MOVE TOT-INADIMPL    TO TOT-INA-ED.
           MOVE TOT-BLOQUEADOS  TO TOT-BLQ-ED.
           MOVE TOT-MENS-ATRASO TO TOT-MEN-ED.
           MOVE SOMA-ATRASO     TO SOMA-ATR-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE MENSALU
                    RELINAD
              IF TEM-CONTALU EQUAL "SIM"
                 CLOSE CONTALU.
