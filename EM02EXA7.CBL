       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA7.
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
           SELECT LIBLOCK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIBLOCK-STATUS.
           SELECT JRNLOCK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNLOCK-STATUS.
           SELECT RELLIB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD LIBLOCK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIBLOCK.DAT".
       01 REG-LL.
           02 ARQUIVO-LL    PIC X(08).
           02 OPERADOR-LL   PIC X(08).
           02 MOTIVO-LL     PIC X(30).

       FD JRNLOCK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNLOCK.DAT".
       01 REG-JL.
           02 ARQUIVO-JL    PIC X(08).
           02 DONO-JL       PIC X(08).
           02 DATA-RES-JL   PIC 9(08).
           02 HORA-RES-JL   PIC 9(06).
           02 OPERADOR-JL   PIC X(08).
           02 MOTIVO-JL     PIC X(30).
           02 DATA-LIB-JL   PIC 9(08).
           02 HORA-LIB-JL   PIC 9(06).
           02 RESULTADO-JL  PIC X(02).

       FD RELLIB
           LABEL RECORD IS OMITTED.
       01 REG-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 LIBLOCK-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNLOCK-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(26) VALUE SPACES.
       77 TOT-LIDAS        PIC 9(05) VALUE ZEROES.
       77 TOT-LIBERADAS    PIC 9(05) VALUE ZEROES.
       77 TOT-RECUSADAS    PIC 9(05) VALUE ZEROES.

       01 DATA-HORA-ATUAL.
           02 DATA-ATUAL     PIC 9(08).
           02 HORA-ATUAL     PIC 9(06).
           02 FILLER         PIC X(07).

       01 DATA-RES-GRP.
           02 DIA-R     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-R     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-R     PIC 9999.

       01 HORA-RES-GRP.
           02 HH-R      PIC 99.
           02 FILLER    PIC X VALUE ":".
           02 MM-R      PIC 99.
           02 FILLER    PIC X VALUE ":".
           02 SS-R      PIC 99.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "LIBERACAO DE RESERVAS DE ARQ".
           02 FILLER    PIC X(8)  VALUE "UIVOS".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(9)  VALUE "ARQUIVO".
           02 FILLER    PIC X(9)  VALUE "DONO".
           02 FILLER    PIC X(11) VALUE "RESERVA".
           02 FILLER    PIC X(9)  VALUE "HORA".
           02 FILLER    PIC X(9)  VALUE "OPERADOR".
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 ARQUIVO-REL   PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DONO-REL      PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DATA-RES-REL  PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 HORA-RES-REL  PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 OPERADOR-REL  PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES LIDAS         : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESERVAS LIBERADAS       : ".
           02 TOT-LIB-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES RECUSADAS     : ".
           02 TOT-REC-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA7".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       01 LOCK-AREA.
           02 LOCK-FUNCAO    PIC X(01) VALUE SPACES.
           02 LOCK-ARQUIVO   PIC X(08) VALUE SPACES.
           02 LOCK-PROGRAMA  PIC X(08) VALUE SPACES.
           02 LOCK-DONO      PIC X(08) VALUE SPACES.
           02 LOCK-DATA      PIC 9(08) VALUE ZEROES.
           02 LOCK-HORA      PIC 9(06) VALUE ZEROES.
           02 LOCK-RETORNO   PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       PERFORM PRINCIPAL
           UNTIL FIM-ARQ EQUAL "SIM".
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
           MOVE TOT-LIDAS     TO LOG-LIDOS.
           MOVE TOT-LIBERADAS TO LOG-GRAVADOS.
           MOVE TOT-RECUSADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-LIB.
           MOVE "LIB"         TO LOG-EVENTO.
           MOVE 1             TO LOG-LIDOS LOG-GRAVADOS.
           MOVE ZEROES        TO LOG-REJEITADOS LOG-RETCODE.
           MOVE LOCK-ARQUIVO  TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           OPEN INPUT LIBLOCK.
           IF LIBLOCK-STATUS EQUAL "35"
              DISPLAY "LIBLOCK.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM ABRE-JRNLOCK
              OPEN OUTPUT RELLIB
              MOVE "SIM" TO ARQUIVOS-ABERTOS
              PERFORM LEITURA
           END-IF.

       ABRE-JRNLOCK.
           OPEN EXTEND JRNLOCK.
           IF JRNLOCK-STATUS EQUAL "35"
              OPEN OUTPUT JRNLOCK.

       LEITURA.
           READ LIBLOCK AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDAS.
           MOVE SPACES TO LOCK-DONO LOCK-RETORNO.
           MOVE ZEROES TO LOCK-DATA LOCK-HORA.
           IF ARQUIVO-LL EQUAL SPACES
              MOVE "ARQUIVO NAO INFORMADO" TO MOTIVO-WS
              ADD 1 TO TOT-RECUSADAS
           ELSE
              IF OPERADOR-LL EQUAL SPACES
                 MOVE "OPERADOR NAO INFORMADO" TO MOTIVO-WS
                 ADD 1 TO TOT-RECUSADAS
              ELSE
                 IF MOTIVO-LL EQUAL SPACES
                    MOVE "MOTIVO NAO INFORMADO" TO MOTIVO-WS
                    ADD 1 TO TOT-RECUSADAS
                 ELSE
                    PERFORM LIBERA-RESERVA
                 END-IF
              END-IF
           END-IF.
           PERFORM GRAVA-JRNLOCK.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       LIBERA-RESERVA.
           MOVE "F"          TO LOCK-FUNCAO.
           MOVE ARQUIVO-LL   TO LOCK-ARQUIVO.
           MOVE LOG-PROGRAMA TO LOCK-PROGRAMA.
           CALL "EM02LOCK" USING LOCK-AREA.
           EVALUATE LOCK-RETORNO
              WHEN "00"
                 MOVE "RESERVA VENCIDA LIBERADA" TO MOTIVO-WS
                 ADD 1 TO TOT-LIBERADAS
                 PERFORM GRAVA-LOG-LIB
              WHEN "10"
                 MOVE "RESERVA ATIVA - MANTIDA" TO MOTIVO-WS
                 ADD 1 TO TOT-RECUSADAS
              WHEN "23"
                 MOVE "ARQUIVO NAO RESERVADO" TO MOTIVO-WS
                 ADD 1 TO TOT-RECUSADAS
              WHEN OTHER
                 MOVE "ERRO NO REGISTRO RESERVAS" TO MOTIVO-WS
                 ADD 1 TO TOT-RECUSADAS
           END-EVALUATE.

       GRAVA-JRNLOCK.
           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-ATUAL.
           MOVE ARQUIVO-LL   TO ARQUIVO-JL.
           MOVE LOCK-DONO    TO DONO-JL.
           MOVE LOCK-DATA    TO DATA-RES-JL.
           MOVE LOCK-HORA    TO HORA-RES-JL.
           MOVE OPERADOR-LL  TO OPERADOR-JL.
           MOVE MOTIVO-LL    TO MOTIVO-JL.
           MOVE DATA-ATUAL   TO DATA-LIB-JL.
           MOVE HORA-ATUAL   TO HORA-LIB-JL.
           IF LOCK-RETORNO EQUAL SPACES
              MOVE "99" TO RESULTADO-JL
           ELSE
              MOVE LOCK-RETORNO TO RESULTADO-JL.
           WRITE REG-JL.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE ARQUIVO-LL  TO ARQUIVO-REL.
           MOVE LOCK-DONO   TO DONO-REL.
           IF LOCK-DATA EQUAL ZEROES
              MOVE SPACES TO DATA-RES-REL HORA-RES-REL
           ELSE
              MOVE LOCK-DATA(7:2) TO DIA-R
              MOVE LOCK-DATA(5:2) TO MES-R
              MOVE LOCK-DATA(1:4) TO ANO-R
              MOVE LOCK-HORA(1:2) TO HH-R
              MOVE LOCK-HORA(3:2) TO MM-R
              MOVE LOCK-HORA(5:2) TO SS-R
              MOVE DATA-RES-GRP   TO DATA-RES-REL
              MOVE HORA-RES-GRP   TO HORA-RES-REL.
           MOVE OPERADOR-LL TO OPERADOR-REL.
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
           IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
           MOVE TOT-LIDAS     TO TOT-LID-ED.
           MOVE TOT-LIBERADAS TO TOT-LIB-ED.
           MOVE TOT-RECUSADAS TO TOT-REC-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE LIBLOCK
                    JRNLOCK
                    RELLIB.
