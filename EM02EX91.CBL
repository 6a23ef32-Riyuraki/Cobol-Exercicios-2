       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX91.
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
           SELECT INSTAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTAL-STATUS.
           SELECT PARMOCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMOCP-STATUS.
           SELECT RESINST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RS
           FILE STATUS IS RESINST-STATUS.
           SELECT RELOCIN ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD INSTAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INSTAL.DAT".
       01 REG-INST.
           02 CODINST      PIC 9(03).
           02 DESCINST     PIC X(20).
           02 CAPACIDADE   PIC 9(04).
           02 TAXA-INST    PIC 9(07)V9(02).
           02 HORA-ABRE    PIC 9(02).
           02 HORA-FECHA   PIC 9(02).

       FD PARMOCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMOCP.DAT".
       01 REG-PARM.
           02 DATA-PARM    PIC 9(08).

       FD RESINST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESINST.DAT".
       01 REG-RS.
           02 CHAVE-RS.
            03 CODINST-RS  PIC 9(03).
            03 DATA-RS     PIC 9(08).
            03 HORA-INI-RS PIC 9(02).
           02 HORA-FIM-RS  PIC 9(02).
           02 NUMSOC-RS    PIC 9(06).
           02 NOME-RS      PIC X(30).
           02 PESSOAS-RS   PIC 9(04).
           02 TAXA-RS      PIC 9(07)V9(02).
           02 DATA-INC-RS  PIC 9(08).

       FD RELOCIN
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-RS           PIC X(03) VALUE "NAO".
       77 INSTAL-STATUS    PIC X(02) VALUE ZEROES.
       77 PARMOCP-STATUS   PIC X(02) VALUE ZEROES.
       77 RESINST-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-RESINST      PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 DATA-OCUP        PIC 9(08) VALUE ZEROES.
       77 QTD-INST-LIDAS   PIC 9(03) VALUE ZEROES.
       77 QTD-RES-INST     PIC 9(03) VALUE ZEROES.
       77 HORAS-INST       PIC 9(03) VALUE ZEROES.
       77 HORAS-ABERTAS    PIC 9(03) VALUE ZEROES.
       77 TOTAL-RESINST   PIC 9(05) VALUE ZEROES.

       01 DATA-INV.
           02 DIA-INV   PIC 9(02).
           02 MES-INV   PIC 9(02).
           02 ANO-INV   PIC 9(04).
       01 DATA-INV-R REDEFINES DATA-INV PIC 9(08).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "MAPA DE OCUPACAO DAS INSTALA".
           02 FILLER    PIC X(10) VALUE "COES EM ".
           02 DATA-CAB  PIC 99/99/9999.
           02 FILLER    PIC X(11) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-INST.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(12) VALUE "INSTALACAO: ".
           02 INST-CAB  PIC 9(3).
           02 FILLER    PIC X(1) VALUE SPACES.
           02 DESC-CAB  PIC X(20).
           02 FILLER    PIC X(11) VALUE " HORARIO: ".
           02 ABRE-CAB  PIC 99.
           02 FILLER    PIC X(3) VALUE "H -".
           02 FECHA-CAB PIC 99.
           02 FILLER    PIC X(1) VALUE "H".
           02 FILLER    PIC X(6) VALUE " CAP: ".
           02 CAP-CAB   PIC Z.ZZ9.

       01 CAB-02.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "HORARIO".
           02 FILLER    PIC X(5) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "SOCIO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(27) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "PESSOAS".

       01 DETALHE.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 HORA-INI-REL PIC 99.
           02 FILLER       PIC X(3) VALUE "H -".
           02 HORA-FIM-REL PIC 99.
           02 FILLER       PIC X(1) VALUE "H".
           02 FILLER       PIC X(4) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 PESSOAS-REL  PIC Z.ZZ9.

       01 LINHA-LIVRE.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(30) VALUE "SEM RESERVAS NA DATA".

       01 SUBT-INST.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "RESERVAS: ".
           02 QTD-SUBT  PIC ZZ9.
           02 FILLER    PIC X(19) VALUE "  HORAS OCUPADAS: ".
           02 HORAS-SUBT PIC ZZ9.
           02 FILLER    PIC X(4) VALUE " DE ".
           02 ABERTAS-SUBT PIC ZZ9.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INSTALACOES LISTADAS     : ".
           02 TOTAL-INST-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESERVAS DO DIA          : ".
           02 TOTAL-RES-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX91".
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
       IF INSTAL-STATUS NOT EQUAL "35"
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
           MOVE QTD-INST-LIDAS TO LOG-LIDOS.
           MOVE TOTAL-RESINST  TO LOG-GRAVADOS.
           MOVE ZEROES         TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           PERFORM LE-PARAMETRO.
           OPEN INPUT INSTAL.
           IF INSTAL-STATUS EQUAL "35"
              DISPLAY "INSTAL.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN INPUT RESINST
              IF RESINST-STATUS EQUAL "35"
                 MOVE "NAO" TO TEM-RESINST
              ELSE
                 MOVE "SIM" TO TEM-RESINST
              END-IF
              OPEN OUTPUT RELOCIN
              MOVE DATA-OCUP(7:2) TO DIA-INV
              MOVE DATA-OCUP(5:2) TO MES-INV
              MOVE DATA-OCUP(1:4) TO ANO-INV
              MOVE DATA-INV-R     TO DATA-CAB
              PERFORM LEITURA
           END-IF.

       LE-PARAMETRO.
           OPEN INPUT PARMOCP.
           IF PARMOCP-STATUS EQUAL "35"
              DISPLAY "PARMOCP.DAT NAO ENCONTRADO - USANDO PADRAO"
              MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-OCUP
           ELSE
              READ PARMOCP
                 AT END
                    MOVE ZEROES TO DATA-PARM
              END-READ
              IF DATA-PARM NUMERIC
                 AND DATA-PARM NOT EQUAL ZEROES
                 MOVE DATA-PARM TO DATA-OCUP
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-OCUP
              END-IF
              CLOSE PARMOCP.

       LEITURA.
           READ INSTAL AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO QTD-INST-LIDAS.
           PERFORM IMPRIME-INSTALACAO.
           PERFORM LEITURA.

       IMPRIME-INSTALACAO.
           MOVE ZEROES TO QTD-RES-INST HORAS-INST.
           IF HORA-FECHA GREATER THAN HORA-ABRE
              COMPUTE HORAS-ABERTAS = HORA-FECHA - HORA-ABRE
           ELSE
              MOVE ZEROES TO HORAS-ABERTAS.
           IF CT-LIN GREATER THAN 19
              PERFORM CABECALHO.
           MOVE CODINST    TO INST-CAB.
           MOVE DESCINST   TO DESC-CAB.
           MOVE HORA-ABRE  TO ABRE-CAB.
           MOVE HORA-FECHA TO FECHA-CAB.
           MOVE CAPACIDADE TO CAP-CAB.
           WRITE REG-REL FROM CAB-INST AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           ADD 3 TO CT-LIN.
           MOVE "SIM" TO FIM-RS.
           IF TEM-RESINST EQUAL "SIM"
              MOVE "NAO"     TO FIM-RS
              MOVE CODINST   TO CODINST-RS
              MOVE DATA-OCUP TO DATA-RS
              MOVE ZEROES    TO HORA-INI-RS
              START RESINST KEY IS NOT LESS THAN CHAVE-RS
                 INVALID KEY
                    MOVE "SIM" TO FIM-RS
              END-START
              PERFORM LE-RESERVA.
           PERFORM IMPRIME-RESERVA
              UNTIL FIM-RS EQUAL "SIM".
           IF QTD-RES-INST EQUAL ZEROES
              WRITE REG-REL FROM LINHA-LIVRE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.
           MOVE QTD-RES-INST  TO QTD-SUBT.
           MOVE HORAS-INST    TO HORAS-SUBT.
           MOVE HORAS-ABERTAS TO ABERTAS-SUBT.
           WRITE REG-REL FROM SUBT-INST AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       LE-RESERVA.
           READ RESINST NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-RS
           END-READ.
           IF FIM-RS NOT EQUAL "SIM"
              IF CODINST-RS NOT EQUAL CODINST
                 OR DATA-RS NOT EQUAL DATA-OCUP
                 MOVE "SIM" TO FIM-RS.

       IMPRIME-RESERVA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO
              WRITE REG-REL FROM CAB-INST AFTER ADVANCING 2 LINES
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE
              ADD 3 TO CT-LIN.
           MOVE HORA-INI-RS TO HORA-INI-REL.
           MOVE HORA-FIM-RS TO HORA-FIM-REL.
           MOVE NUMSOC-RS   TO NUMSOC-REL.
           MOVE NOME-RS     TO NOME-REL.
           MOVE PESSOAS-RS  TO PESSOAS-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO QTD-RES-INST.
           ADD 1 TO TOTAL-RESINST.
           COMPUTE HORAS-INST = HORAS-INST
                              + HORA-FIM-RS - HORA-INI-RS.
           PERFORM LE-RESERVA.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           MOVE QTD-INST-LIDAS TO TOTAL-INST-ED.
           MOVE TOTAL-RESINST TO TOTAL-RES-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.

       FIM.
           IF INSTAL-STATUS NOT EQUAL "35"
              CLOSE INSTAL
                    RELOCIN
              IF TEM-RESINST EQUAL "SIM"
                 CLOSE RESINST
              END-IF
           END-IF.
