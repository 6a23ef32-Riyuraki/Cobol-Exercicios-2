       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX78.
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
           SELECT PARMREE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMREE-STATUS.
           SELECT PARMBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMBCO-STATUS.
           SELECT REEMBFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REEMBFIN-STATUS.
           SELECT OPCREE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPCREE-STATUS.
           SELECT REEMBCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RC
           FILE STATUS IS REEMBCTL-STATUS.
           SELECT VALECRED ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VC
           FILE STATUS IS VALECRED-STATUS.
           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPF-SAI
           FILE STATUS IS CADOK-STATUS.
           SELECT PAGREEMB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELREE ASSIGN TO DISK.
           SELECT RELAGRE ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMREE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMREE.DAT".
       01 REG-PARM-REE.
           02 DIAS-AGING-PARM  PIC 9(03).
           02 VALIDADE-PARM    PIC 9(03).

       FD PARMBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMBCO.DAT".
       01 REG-PARM-BCO.
           02 BANCO-PARM    PIC 9(03).
           02 AGENCIA-PARM  PIC 9(04).
           02 CONTA-PARM    PIC 9(08).

       FD REEMBFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBFIN.DAT".
       01 REG-REE.
           02 CPF-REE      PIC 9(11).
           02 DESTINO-REE  PIC X(03).
           02 DTVIAGEM-REE PIC 9(08).
           02 VALOR-REE    PIC 9(07)V9(02).
           02 PCT-MULTA-REE PIC 9(03).
           02 REEMBOLSO-REE PIC 9(07)V9(02).

       FD OPCREE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPCREE.DAT".
       01 REG-OPC.
           02 CPF-OPC       PIC 9(11).
           02 DESTINO-OPC   PIC X(03).
           02 DTVIAGEM-OPC  PIC 9(08).
           02 FORMA-OPC     PIC X(01).
           02 BANCO-OPC     PIC 9(03).
           02 AGENCIA-OPC   PIC 9(04).
           02 CONTA-OPC     PIC 9(10).
           02 TIPO-OPC      PIC X(01).

       FD REEMBCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBCTL.DAT".
       01 REG-RC.
           02 CHAVE-RC.
            03 CPF-RC       PIC 9(11).
            03 DESTINO-RC   PIC X(03).
            03 DTVIAGEM-RC  PIC 9(08).
           02 VALOR-RC      PIC 9(07)V9(02).
           02 DATA-INC-RC   PIC 9(08).
           02 SITUACAO-RC   PIC X(01).
           02 DATA-LIQ-RC   PIC 9(08).
           02 NUM-VALE-RC   PIC 9(07).

       FD VALECRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALECRED.DAT".
       01 REG-VC.
           02 CHAVE-VC.
            03 CPF-VC       PIC 9(11).
            03 NUM-VC       PIC 9(07).
           02 VALOR-VC      PIC 9(07)V9(02).
           02 SALDO-VC      PIC 9(07)V9(02).
           02 EMISSAO-VC    PIC 9(08).
           02 VALIDADE-VC   PIC 9(08).
           02 DESTINO-OR-VC PIC X(03).
           02 DTVIAGEM-OR-VC PIC 9(08).
           02 SITUACAO-VC   PIC X(01).

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".
       01 REGOK.
           02 CPF-SAI    PIC 9(11).
           02 NOME-SAI   PIC X(30).
           02 ESTADO-SAI PIC X(02).
           02 CIDADE-SAI PIC X(30).
           02 EMAIL-SAI  PIC X(30).
           02 TEL-SAI    PIC 9(10).
           02 STATUS-SAI PIC X(01).

       FD PAGREEMB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGREEMB.DAT".
       01 REG-PRE       PIC X(80).

       FD RELREE
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       FD RELAGRE
           LABEL RECORD IS OMITTED.
       01 REG-AGE       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 PARMREE-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMBCO-STATUS   PIC X(02) VALUE ZEROES.
       77 REEMBFIN-STATUS  PIC X(02) VALUE ZEROES.
       77 OPCREE-STATUS    PIC X(02) VALUE ZEROES.
       77 REEMBCTL-STATUS  PIC X(02) VALUE ZEROES.
       77 VALECRED-STATUS  PIC X(02) VALUE ZEROES.
       77 CADOK-STATUS     PIC X(02) VALUE ZEROES.
       77 TEM-CADOK        PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 CT-LIN-AGE       PIC 9(02) VALUE 26.
       77 CT-PAG-AGE       PIC 9(02) VALUE ZEROES.
       77 DIAS-AGING-WS    PIC 9(03) VALUE 30.
       77 VALIDADE-WS      PIC 9(03) VALUE 365.
       77 BANCO-WS         PIC 9(03) VALUE 341.
       77 AGENCIA-WS       PIC 9(04) VALUE 1234.
       77 CONTA-WS         PIC 9(08) VALUE 56789012.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-VALIDADE      PIC 9(08) VALUE ZEROES.
       77 DATA-CREDITO-WS  PIC 9(08) VALUE ZEROES.
       77 DIAS-PENDENTE    PIC S9(05) VALUE ZEROES.
       77 ULTIMO-VALE      PIC 9(07) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(30) VALUE SPACES.
       77 TOT-INCLUIDOS    PIC 9(05) VALUE ZEROES.
       77 TOT-OPCOES       PIC 9(05) VALUE ZEROES.
       77 TOT-TRANSF       PIC 9(05) VALUE ZEROES.
       77 TOT-VALES        PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-PENDENTES    PIC 9(05) VALUE ZEROES.
       77 TOT-ATRASADOS    PIC 9(05) VALUE ZEROES.
       77 SOMA-TRANSF      PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-VALES       PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-PENDENTES   PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-ATRASADOS   PIC 9(12)V9(02) VALUE ZEROES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
           02 DIAU-DATA1   PIC 9(08).
           02 DIAU-DATA2   PIC 9(08).
           02 DIAU-DIAS    PIC S9(05).

       01 PRE-HEADER.
           02 FILLER        PIC X(01) VALUE "H".
           02 BANCO-H       PIC 9(03).
           02 AGENCIA-H     PIC 9(04).
           02 CONTA-H       PIC 9(08).
           02 DATA-GER-H    PIC 9(08).
           02 FILLER        PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER        PIC X(39) VALUE SPACES.

       01 PRE-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 CPF-D         PIC 9(11).
           02 NOME-D        PIC X(30).
           02 BANCO-D       PIC 9(03).
           02 AGENCIA-D     PIC 9(04).
           02 CONTA-D       PIC 9(10).
           02 TIPO-D        PIC X(01).
           02 VALOR-D       PIC 9(07)V9(02).
           02 DATA-CRED-D   PIC 9(08).
           02 FILLER        PIC X(03) VALUE SPACES.

       01 PRE-TRAILER.
           02 FILLER        PIC X(01) VALUE "T".
           02 QTD-PRE-T     PIC 9(06).
           02 VALOR-PRE-T   PIC 9(12)V9(02).
           02 FILLER        PIC X(59) VALUE SPACES.

       01 DTVIAG-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "LIQUIDACAO DE REEMBOLSOS".
           02 FILLER    PIC X(31) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(11) VALUE "CPF        ".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "DEST".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DT. VIAGEM".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(9) VALUE "REEMBOLSO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CPF-REL      PIC 9(11).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DESTINO-REL  PIC X(3).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 DTVIAG-REL   PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VALOR-REL    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SITUACAO-REL PIC X(30).

       01 SITUACAO-VALE.
           02 FILLER       PIC X(14) VALUE "VALE CREDITO ".
           02 NUM-VALE-ED  PIC 9(07).
           02 FILLER       PIC X(09) VALUE SPACES.

       01 CAB-AGE-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "REEMBOLSOS PENDENTES HA MAIS".
           02 FILLER    PIC X(4)  VALUE " DE ".
           02 DIAS-CAB  PIC ZZ9.
           02 FILLER    PIC X(5)  VALUE " DIAS".
           02 FILLER    PIC X(19) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-AGE PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-AGE-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(11) VALUE "CPF        ".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "DEST".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DT. VIAGEM".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(9) VALUE "REEMBOLSO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "INCLUSAO  ".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "DIAS".

       01 DETALHE-AGE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CPF-AGE      PIC 9(11).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DESTINO-AGE  PIC X(3).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 DTVIAG-AGE   PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VALOR-AGE    PIC Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 INCLUSAO-AGE PIC X(10).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DIAS-AGE     PIC ZZZZ9.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REEMBOLSOS INCLUIDOS     : ".
           02 TOT-INC-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PAGOS POR TRANSFERENCIA  : ".
           02 TOT-TRF-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-TRF-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CONVERTIDOS EM VALE      : ".
           02 TOT-VAL-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-VAL-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "INSTRUCOES REJEITADAS    : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "AINDA PENDENTES          : ".
           02 TOT-PEN-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-PEN-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PENDENTES EM ATRASO      : ".
           02 TOT-ATR-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-ATR-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX78".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM INICIO.
       PERFORM INCORPORA-REEMBFIN.
       PERFORM PROCESSA-OPCOES.
       PERFORM LISTA-PENDENTES.
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
           MOVE TOT-OPCOES     TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOT-TRANSF + TOT-VALES.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-PARMREE.
           PERFORM LE-PARMBCO.
           COMPUTE WS-VALIDADE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-HOJE) + VALIDADE-WS).
           MOVE "U"     TO DIAU-FUNCAO.
           MOVE WS-HOJE TO DIAU-DATA1.
           MOVE ZEROES  TO DIAU-DIAS.
           CALL "EM02DIAU" USING DIAU-AREA.
           MOVE DIAU-DATA2 TO DATA-CREDITO-WS.
           OPEN I-O REEMBCTL.
           IF REEMBCTL-STATUS EQUAL "35"
              OPEN OUTPUT REEMBCTL
              CLOSE REEMBCTL
              OPEN I-O REEMBCTL.
           OPEN I-O VALECRED.
           IF VALECRED-STATUS EQUAL "35"
              OPEN OUTPUT VALECRED
              CLOSE VALECRED
              OPEN I-O VALECRED.
           PERFORM ACHA-ULTIMO-VALE.
           OPEN INPUT CADOK.
           IF CADOK-STATUS EQUAL "35"
              DISPLAY "CADOK.DAT NAO ENCONTRADO - SEM NOME NO ARQUIVO"
           ELSE
              MOVE "SIM" TO TEM-CADOK.
           OPEN OUTPUT PAGREEMB.
           OPEN OUTPUT RELREE.
           OPEN OUTPUT RELAGRE.
           MOVE BANCO-WS   TO BANCO-H.
           MOVE AGENCIA-WS TO AGENCIA-H.
           MOVE CONTA-WS   TO CONTA-H.
           MOVE WS-HOJE    TO DATA-GER-H.
           WRITE REG-PRE FROM PRE-HEADER.

       LE-PARMREE.
           OPEN INPUT PARMREE.
           IF PARMREE-STATUS EQUAL "35"
              DISPLAY "PARMREE.DAT NAO ENCONTRADO - USANDO PADRAO"
           ELSE
              READ PARMREE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DIAS-AGING-PARM NOT EQUAL ZEROES
                       MOVE DIAS-AGING-PARM TO DIAS-AGING-WS
                    END-IF
                    IF VALIDADE-PARM NOT EQUAL ZEROES
                       MOVE VALIDADE-PARM TO VALIDADE-WS
                    END-IF
              END-READ
              CLOSE PARMREE.

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

       ACHA-ULTIMO-VALE.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-VALE-SEQ.
           PERFORM COMPARA-VALE
              UNTIL FIM-AUX EQUAL "SIM".

       LE-VALE-SEQ.
           READ VALECRED NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-AUX
           END-READ.

       COMPARA-VALE.
           IF NUM-VC GREATER THAN ULTIMO-VALE
              MOVE NUM-VC TO ULTIMO-VALE.
           PERFORM LE-VALE-SEQ.

       INCORPORA-REEMBFIN.
           OPEN INPUT REEMBFIN.
           IF REEMBFIN-STATUS EQUAL "35"
              DISPLAY "REEMBFIN.DAT NAO ENCONTRADO - SEM NOVOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-REEMBFIN
              PERFORM INCLUI-REEMBOLSO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE REEMBFIN.

       LE-REEMBFIN.
           READ REEMBFIN AT END MOVE "SIM" TO FIM-AUX.

       INCLUI-REEMBOLSO.
           IF REEMBOLSO-REE GREATER THAN ZEROES
              MOVE CPF-REE      TO CPF-RC
              MOVE DESTINO-REE  TO DESTINO-RC
              MOVE DTVIAGEM-REE TO DTVIAGEM-RC
              READ REEMBCTL
                 INVALID KEY
                    MOVE REEMBOLSO-REE TO VALOR-RC
                    MOVE WS-HOJE       TO DATA-INC-RC
                    MOVE "P"           TO SITUACAO-RC
                    MOVE ZEROES        TO DATA-LIQ-RC
                    MOVE ZEROES        TO NUM-VALE-RC
                    WRITE REG-RC
                    ADD 1 TO TOT-INCLUIDOS
                 NOT INVALID KEY
                    CONTINUE
              END-READ.
           PERFORM LE-REEMBFIN.

       PROCESSA-OPCOES.
           OPEN INPUT OPCREE.
           IF OPCREE-STATUS EQUAL "35"
              DISPLAY "OPCREE.DAT NAO ENCONTRADO - SEM LIQUIDACOES"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-OPCAO
              PERFORM LIQUIDA-REEMBOLSO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE OPCREE.

       LE-OPCAO.
           READ OPCREE AT END MOVE "SIM" TO FIM-AUX.

       LIQUIDA-REEMBOLSO.
           ADD 1 TO TOT-OPCOES.
           MOVE SPACES TO MOTIVO-WS.
           MOVE CPF-OPC      TO CPF-RC.
           MOVE DESTINO-OPC  TO DESTINO-RC.
           MOVE DTVIAGEM-OPC TO DTVIAGEM-RC.
           READ REEMBCTL
              INVALID KEY
                 MOVE "REEMBOLSO NAO ENCONTRADO" TO MOTIVO-WS
                 MOVE ZEROES TO VALOR-RC
           END-READ.
           IF MOTIVO-WS EQUAL SPACES
              IF SITUACAO-RC NOT EQUAL "P"
                 MOVE "REEMBOLSO JA LIQUIDADO" TO MOTIVO-WS
              ELSE
                 IF FORMA-OPC EQUAL "T"
                    IF BANCO-OPC EQUAL ZEROES
                       OR AGENCIA-OPC EQUAL ZEROES
                       OR CONTA-OPC EQUAL ZEROES
                       MOVE "SEM DADOS BANCARIOS" TO MOTIVO-WS
                    ELSE
                       PERFORM PAGA-TRANSFERENCIA
                    END-IF
                 ELSE
                    IF FORMA-OPC EQUAL "V"
                       PERFORM EMITE-VALE
                    ELSE
                       MOVE "FORMA DE LIQUIDACAO INVALIDA"
                         TO MOTIVO-WS.
           IF MOTIVO-WS NOT EQUAL SPACES
              ADD 1 TO TOT-REJEITADOS.
           PERFORM IMPRIME-LIQUIDACAO.
           PERFORM LE-OPCAO.

       PAGA-TRANSFERENCIA.
           MOVE CPF-RC TO CPF-D.
           MOVE SPACES TO NOME-D.
           IF TEM-CADOK EQUAL "SIM"
              MOVE CPF-RC TO CPF-SAI
              READ CADOK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NOME-SAI TO NOME-D
              END-READ.
           MOVE BANCO-OPC       TO BANCO-D.
           MOVE AGENCIA-OPC     TO AGENCIA-D.
           MOVE CONTA-OPC       TO CONTA-D.
           MOVE TIPO-OPC        TO TIPO-D.
           MOVE VALOR-RC        TO VALOR-D.
           MOVE DATA-CREDITO-WS TO DATA-CRED-D.
           WRITE REG-PRE FROM PRE-DETALHE.
           MOVE "T"     TO SITUACAO-RC.
           MOVE WS-HOJE TO DATA-LIQ-RC.
           REWRITE REG-RC.
           ADD 1        TO TOT-TRANSF.
           ADD VALOR-RC TO SOMA-TRANSF.
           MOVE "TRANSFERENCIA BANCARIA" TO SITUACAO-REL.

       EMITE-VALE.
           ADD 1 TO ULTIMO-VALE.
           MOVE CPF-RC      TO CPF-VC.
           MOVE ULTIMO-VALE TO NUM-VC.
           MOVE VALOR-RC    TO VALOR-VC.
           MOVE VALOR-RC    TO SALDO-VC.
           MOVE WS-HOJE     TO EMISSAO-VC.
           MOVE WS-VALIDADE TO VALIDADE-VC.
           MOVE DESTINO-RC  TO DESTINO-OR-VC.
           MOVE DTVIAGEM-RC TO DTVIAGEM-OR-VC.
           MOVE "A"         TO SITUACAO-VC.
           WRITE REG-VC.
           MOVE "V"         TO SITUACAO-RC.
           MOVE WS-HOJE     TO DATA-LIQ-RC.
           MOVE ULTIMO-VALE TO NUM-VALE-RC.
           REWRITE REG-RC.
           ADD 1        TO TOT-VALES.
           ADD VALOR-RC TO SOMA-VALES.
           MOVE ULTIMO-VALE TO NUM-VALE-ED.
           MOVE SITUACAO-VALE TO SITUACAO-REL.

       IMPRIME-LIQUIDACAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE CPF-OPC     TO CPF-REL.
           MOVE DESTINO-OPC TO DESTINO-REL.
           MOVE DTVIAGEM-OPC(7:2) TO DIA-FMT.
           MOVE DTVIAGEM-OPC(5:2) TO MES-FMT.
           MOVE DTVIAGEM-OPC(1:4) TO ANO-FMT.
           MOVE DTVIAG-FMT  TO DTVIAG-REL.
           MOVE VALOR-RC    TO VALOR-REL.
           IF MOTIVO-WS NOT EQUAL SPACES
              MOVE MOTIVO-WS TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       LISTA-PENDENTES.
           MOVE DIAS-AGING-WS TO DIAS-CAB.
           MOVE ZEROES TO CHAVE-RC.
           MOVE "NAO" TO FIM-AUX.
           START REEMBCTL KEY IS NOT LESS THAN CHAVE-RC
              INVALID KEY
                 MOVE "SIM" TO FIM-AUX
           END-START.
           IF FIM-AUX NOT EQUAL "SIM"
              PERFORM LE-REEMBCTL
              PERFORM VERIFICA-PENDENTE
                 UNTIL FIM-AUX EQUAL "SIM".

       LE-REEMBCTL.
           READ REEMBCTL NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-AUX
           END-READ.

       VERIFICA-PENDENTE.
           IF SITUACAO-RC EQUAL "P"
              ADD 1        TO TOT-PENDENTES
              ADD VALOR-RC TO SOMA-PENDENTES
              COMPUTE DIAS-PENDENTE =
                  FUNCTION INTEGER-OF-DATE(WS-HOJE)
                - FUNCTION INTEGER-OF-DATE(DATA-INC-RC)
              IF DIAS-PENDENTE GREATER THAN DIAS-AGING-WS
                 PERFORM IMPRIME-PENDENTE.
           PERFORM LE-REEMBCTL.

       IMPRIME-PENDENTE.
           ADD 1        TO TOT-ATRASADOS.
           ADD VALOR-RC TO SOMA-ATRASADOS.
           IF CT-LIN-AGE GREATER THAN 25
              PERFORM CABECALHO-AGE.
           MOVE CPF-RC     TO CPF-AGE.
           MOVE DESTINO-RC TO DESTINO-AGE.
           MOVE DTVIAGEM-RC(7:2) TO DIA-FMT.
           MOVE DTVIAGEM-RC(5:2) TO MES-FMT.
           MOVE DTVIAGEM-RC(1:4) TO ANO-FMT.
           MOVE DTVIAG-FMT TO DTVIAG-AGE.
           MOVE DATA-INC-RC(7:2) TO DIA-FMT.
           MOVE DATA-INC-RC(5:2) TO MES-FMT.
           MOVE DATA-INC-RC(1:4) TO ANO-FMT.
           MOVE DTVIAG-FMT TO INCLUSAO-AGE.
           MOVE VALOR-RC      TO VALOR-AGE.
           MOVE DIAS-PENDENTE TO DIAS-AGE.
           WRITE REG-AGE FROM DETALHE-AGE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-AGE.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       CABECALHO-AGE.
           ADD 1          TO CT-PAG-AGE.
           MOVE CT-PAG-AGE TO VAR-PAG-AGE.
           MOVE SPACES    TO REG-AGE.
           WRITE REG-AGE AFTER ADVANCING PAGE.
           WRITE REG-AGE FROM CAB-AGE-01 AFTER ADVANCING 1 LINE.
           WRITE REG-AGE FROM CAB-AGE-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN-AGE.

       RODAPE.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOT-INCLUIDOS  TO TOT-INC-ED.
           MOVE TOT-TRANSF     TO TOT-TRF-ED.
           MOVE SOMA-TRANSF    TO SOMA-TRF-ED.
           MOVE TOT-VALES      TO TOT-VAL-ED.
           MOVE SOMA-VALES     TO SOMA-VAL-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE TOT-PENDENTES  TO TOT-PEN-ED.
           MOVE SOMA-PENDENTES TO SOMA-PEN-ED.
           MOVE TOT-ATRASADOS  TO TOT-ATR-ED.
           MOVE SOMA-ATRASADOS TO SOMA-ATR-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           IF CT-LIN-AGE GREATER THAN 25
              PERFORM CABECALHO-AGE.
           WRITE REG-AGE FROM CAB-08 AFTER ADVANCING 3 LINES.
           MOVE TOT-TRANSF  TO QTD-PRE-T.
           MOVE SOMA-TRANSF TO VALOR-PRE-T.
           WRITE REG-PRE FROM PRE-TRAILER.

       FIM.
           CLOSE REEMBCTL
                 VALECRED
                 PAGREEMB
                 RELREE
                 RELAGRE.
           IF TEM-CADOK EQUAL "SIM"
              CLOSE CADOK.
