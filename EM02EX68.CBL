       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX68.
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
           SELECT CONTPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTPAG-STATUS.
           SELECT CONTPAG-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADFORN-STATUS.
           SELECT FORNPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FORNPAG-STATUS.
           SELECT PARMPGT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMPGT-STATUS.
           SELECT PARMBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMBCO-STATUS.
           SELECT CTLPGF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLPGF-STATUS.
           SELECT PGTSORT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK11 ASSIGN TO SORTWK11.
           SELECT REMFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTPGF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTPGF-STATUS.
           SELECT RELBORD ASSIGN TO DISK.
           SELECT RELEXPG ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CONTPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTPAG.DAT".
       01 REG-CP.
           02 NUMNF-CP     PIC 9(09).
           02 CODFORN-CP   PIC 9(04).
           02 VALOR-CP     PIC 9(10)V9(02).
           02 DTEMISSAO-CP PIC 9(08).
           02 DTVENC-CP    PIC 9(08).
           02 SITUACAO-CP  PIC X(01).

       FD CONTPAG-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTPAG_NOVO.DAT".
       01 REG-CP-N.
           02 NUMNF-N      PIC 9(09).
           02 CODFORN-N    PIC 9(04).
           02 VALOR-N      PIC 9(10)V9(02).
           02 DTEMISSAO-N  PIC 9(08).
           02 DTVENC-N     PIC 9(08).
           02 SITUACAO-N   PIC X(01).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 CODFORN      PIC 9(04).
           02 NOMEFORN     PIC X(30).
           02 CNPJ-FORN    PIC 9(14).

       FD FORNPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FORNPAG.DAT".
       01 REG-FP.
           02 CODFORN-FP   PIC 9(04).
           02 BANCO-FP     PIC 9(03).
           02 AGENCIA-FP   PIC 9(04).
           02 CONTA-FP     PIC 9(10).
           02 BLOQUEIO-FP  PIC X(01).

       FD PARMPGT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMPGT.DAT".
       01 REG-PARM-PGT.
           02 DATA-PGTO-PARM PIC 9(08).
           02 TETO-PARM      PIC 9(10)V9(02).

       FD PARMBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMBCO.DAT".
       01 REG-PARM-BCO.
           02 BANCO-PARM    PIC 9(03).
           02 AGENCIA-PARM  PIC 9(04).
           02 CONTA-PARM    PIC 9(08).

       FD CTLPGF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLPGF.DAT".
       01 REG-CTL-PGF.
           02 ULTIMO-LOTE-PGF PIC 9(06).

       FD PGTSORT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PGTSORT.DAT".
       01 REG-PS.
           02 CODFORN-PS   PIC 9(04).
           02 DTVENC-PS    PIC 9(08).
           02 NUMNF-PS     PIC 9(09).
           02 VALOR-PS     PIC 9(10)V9(02).

       SD SORTWK11.
       01 SORT-PGT-REC.
           02 CODFORN-S11  PIC 9(04).
           02 DTVENC-S11   PIC 9(08).
           02 NUMNF-S11    PIC 9(09).
           02 VALOR-S11    PIC 9(10)V9(02).

       FD REMFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMFORN.DAT".
       01 REG-REM       PIC X(80).

       FD HISTPGF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPGF.DAT".
       01 REG-HPF.
           02 LOTE-HPF     PIC 9(06).
           02 CODFORN-HPF  PIC 9(04).
           02 DATA-HPF     PIC 9(08).
           02 VALOR-HPF    PIC 9(10)V9(02).
           02 QTD-TIT-HPF  PIC 9(04).
           02 CONCIL-HPF   PIC X(01).

       FD RELBORD
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       FD RELEXPG
           LABEL RECORD IS OMITTED.
       01 REG-EXC       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-SORTED       PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 CONTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 CADFORN-STATUS   PIC X(02) VALUE ZEROES.
       77 FORNPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMPGT-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMBCO-STATUS   PIC X(02) VALUE ZEROES.
       77 CTLPGF-STATUS    PIC X(02) VALUE ZEROES.
       77 HISTPGF-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 CT-LIN-EXC       PIC 9(02) VALUE 26.
       77 CT-PAG-EXC       PIC 9(02) VALUE ZEROES.
       77 BANCO-WS         PIC 9(03) VALUE 341.
       77 AGENCIA-WS       PIC 9(04) VALUE 1234.
       77 CONTA-WS         PIC 9(08) VALUE 56789012.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 DATA-PGTO-WS     PIC 9(08) VALUE ZEROES.
       77 VENC-UTIL-WS     PIC 9(08) VALUE ZEROES.
       77 TETO-WS          PIC 9(10)V9(02) VALUE ZEROES.
       77 LOTE-WS          PIC 9(06) VALUE ZEROES.
       77 QTD-FORN         PIC 9(02) VALUE ZEROES.
       77 QTD-FP           PIC 9(02) VALUE ZEROES.
       77 IND-FORN         PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-FORN   PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-FP     PIC 9(02) VALUE ZEROES.
       77 QTD-PAGOS        PIC 9(03) VALUE ZEROES.
       77 IND-PAGO         PIC 9(03) VALUE ZEROES.
       77 TITULO-PAGO      PIC X(03) VALUE "NAO".
       77 PRIMEIRO-REG     PIC X(03) VALUE "SIM".
       77 FORN-ANT         PIC 9(04) VALUE ZEROES.
       77 MOTIVO-FORN      PIC X(30) VALUE SPACES.
       77 MOTIVO-WS        PIC X(30) VALUE SPACES.
       77 VAL-FORN         PIC 9(12)V9(02) VALUE ZEROES.
       77 QTD-TIT-FORN     PIC 9(04) VALUE ZEROES.
       77 SOMA-REMESSA     PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-EXCECAO     PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-SELECIONADOS PIC 9(05) VALUE ZEROES.
       77 TOT-PAGOS        PIC 9(05) VALUE ZEROES.
       77 TOT-EXCECOES     PIC 9(05) VALUE ZEROES.
       77 TOT-FORN-PAGOS   PIC 9(05) VALUE ZEROES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
           02 DIAU-DATA1   PIC 9(08).
           02 DIAU-DATA2   PIC 9(08).
           02 DIAU-DIAS    PIC S9(05).

       01 TABELA-FORNEC.
           02 ITEM-FORN-TAB OCCURS 50 TIMES.
              03 CODFORN-TAB  PIC 9(04).
              03 NOMEFORN-TAB PIC X(30).
              03 CNPJ-TAB     PIC 9(14).

       01 TABELA-FORNPAG.
           02 ITEM-FP-TAB OCCURS 50 TIMES.
              03 CODFORN-FPT  PIC 9(04).
              03 BANCO-FPT    PIC 9(03).
              03 AGENCIA-FPT  PIC 9(04).
              03 CONTA-FPT    PIC 9(10).
              03 BLOQUEIO-FPT PIC X(01).

       01 TABELA-PAGOS.
           02 ITEM-PAGO-TAB OCCURS 500 TIMES.
              03 NUMNF-PT     PIC 9(09).
              03 CODFORN-PT   PIC 9(04).

       01 REM-HEADER.
           02 FILLER        PIC X(01) VALUE "H".
           02 BANCO-H       PIC 9(03).
           02 AGENCIA-H     PIC 9(04).
           02 CONTA-H       PIC 9(08).
           02 DATA-GER-H    PIC 9(08).
           02 DATA-PGTO-H   PIC 9(08).
           02 LOTE-H        PIC 9(06).
           02 FILLER        PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER        PIC X(25) VALUE SPACES.

       01 REM-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 CODFORN-D     PIC 9(04).
           02 NOMEFORN-D    PIC X(30).
           02 CNPJ-D        PIC 9(14).
           02 BANCO-D       PIC 9(03).
           02 AGENCIA-D     PIC 9(04).
           02 CONTA-D       PIC 9(10).
           02 VALOR-D       PIC 9(12)V9(02).

       01 REM-TRAILER.
           02 FILLER        PIC X(01) VALUE "T".
           02 QTD-REM-T     PIC 9(06).
           02 VALOR-REM-T   PIC 9(12)V9(02).
           02 FILLER        PIC X(59) VALUE SPACES.

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "BORDERO DE PAGAMENTO A FORNE".
           02 FILLER    PIC X(7)  VALUE "CEDORES".
           02 FILLER    PIC X(24) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "LOTE NUMERO: ".
           02 LOTE-CAB  PIC 9(06).
           02 FILLER    PIC X(5)  VALUE SPACES.
           02 FILLER    PIC X(18) VALUE "DATA DO PAGAMENTO:".
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 DATA-PGTO-CAB PIC X(10).

       01 CAB-03.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "FORN".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(9) VALUE "NOTA FISC".
           02 FILLER    PIC X(4) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "VENCIMENTO".
           02 FILLER    PIC X(12) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "VALOR".

       01 CAB-FORN.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FILLER       PIC X(12) VALUE "FORNECEDOR: ".
           02 CODFORN-CAB  PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOMEFORN-CAB PIC X(30).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 BANCO-CAB    PIC 9(03).
           02 FILLER       PIC X(1) VALUE "/".
           02 AGENCIA-CAB  PIC 9(04).
           02 FILLER       PIC X(1) VALUE "/".
           02 CONTA-CAB    PIC 9(10).

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FORN-REL     PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NUMNF-REL    PIC 9(9).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 DTVENC-REL   PIC X(10).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 VALOR-REL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 SUBT-FORN.
           02 FILLER       PIC X(20) VALUE SPACES.
           02 FILLER       PIC X(12) VALUE "TOTAL FORN. ".
           02 VALFORN-ED   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-EXC-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "TITULOS NAO PAGOS NA REMESSA".
           02 FILLER    PIC X(31) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-EXC PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-EXC-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "FORN".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(9) VALUE "NOTA FISC".
           02 FILLER    PIC X(10) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "VALOR".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "MOTIVO".

       01 DETALHE-EXC.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FORN-EXC     PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NUMNF-EXC    PIC 9(9).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 VALOR-EXC    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 MOTIVO-EXC   PIC X(30).

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TITULOS SELECIONADOS     : ".
           02 TOT-SEL-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TITULOS PAGOS            : ".
           02 TOT-PAG-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "FORNECEDORES NA REMESSA  : ".
           02 TOT-FORN-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR TOTAL DA REMESSA   : ".
           02 SOMA-REM-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TETO DE APROVACAO        : ".
           02 TETO-ED   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TITULOS NAO PAGOS        : ".
           02 TOT-EXC-ED PIC ZZ.ZZ9.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR NAO PAGO           : ".
           02 SOMA-EXC-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX68".
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
          PERFORM PROCESSA-TITULOS
          PERFORM RODAPE
          PERFORM ATUALIZA-CONTPAG
          PERFORM GRAVA-CTLPGF.
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-SELECIONADOS TO LOG-LIDOS.
           MOVE TOT-PAGOS        TO LOG-GRAVADOS.
           MOVE TOT-EXCECOES     TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-PARMPGT.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM LE-PARMBCO
              PERFORM CARREGA-FORNECEDORES
              PERFORM CARREGA-FORNPAG
              PERFORM LE-CTLPGF
              PERFORM ABRE-CONTPAG
           END-IF.
           IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO LOTE-WS
              OPEN OUTPUT REMFORN
              OPEN OUTPUT RELBORD
              OPEN OUTPUT RELEXPG
              PERFORM ABRE-HISTPGF
              PERFORM GRAVA-HEADER
              SORT SORTWK11 ON ASCENDING KEY CODFORN-S11
                                            DTVENC-S11
                                            NUMNF-S11
                   INPUT PROCEDURE IS SELECIONA-TITULOS
                   GIVING PGTSORT
           END-IF.

       LE-PARMPGT.
           OPEN INPUT PARMPGT.
           IF PARMPGT-STATUS EQUAL "35"
              DISPLAY "PARMPGT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              READ PARMPGT
                 AT END
                    DISPLAY "PARMPGT.DAT VAZIO - ENCERRANDO"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE 16 TO RETURN-CODE
                 NOT AT END
                    MOVE TETO-PARM TO TETO-WS
                    IF DATA-PGTO-PARM EQUAL ZEROES
                       MOVE WS-HOJE TO DATA-PGTO-WS
                    ELSE
                       MOVE DATA-PGTO-PARM TO DATA-PGTO-WS
                    END-IF
              END-READ
              CLOSE PARMPGT.
           IF FIM-ARQ NOT EQUAL "SIM"
              MOVE "U"          TO DIAU-FUNCAO
              MOVE DATA-PGTO-WS TO DIAU-DATA1
              MOVE ZEROES       TO DIAU-DIAS
              CALL "EM02DIAU" USING DIAU-AREA
              MOVE DIAU-DATA2   TO DATA-PGTO-WS.

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

       CARREGA-FORNECEDORES.
           OPEN INPUT CADFORN.
           IF CADFORN-STATUS EQUAL "35"
              DISPLAY "CADFORN.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-FORNECEDOR
              PERFORM GUARDA-FORNECEDOR
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FORN NOT LESS THAN 50
              CLOSE CADFORN.

       LE-FORNECEDOR.
           READ CADFORN AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FORNECEDOR.
           ADD 1 TO QTD-FORN.
           MOVE CODFORN   TO CODFORN-TAB(QTD-FORN).
           MOVE NOMEFORN  TO NOMEFORN-TAB(QTD-FORN).
           MOVE CNPJ-FORN TO CNPJ-TAB(QTD-FORN).
           PERFORM LE-FORNECEDOR.

       CARREGA-FORNPAG.
           IF FIM-ARQ EQUAL "SIM"
              NEXT SENTENCE
           ELSE
              OPEN INPUT FORNPAG
              IF FORNPAG-STATUS EQUAL "35"
                 DISPLAY "FORNPAG.DAT NAO ENCONTRADO - SEM DADOS BANC."
              ELSE
                 MOVE "NAO" TO FIM-AUX
                 PERFORM LE-FORNPAG
                 PERFORM GUARDA-FORNPAG
                    UNTIL FIM-AUX EQUAL "SIM"
                       OR QTD-FP NOT LESS THAN 50
                 CLOSE FORNPAG.

       LE-FORNPAG.
           READ FORNPAG AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FORNPAG.
           ADD 1 TO QTD-FP.
           MOVE CODFORN-FP  TO CODFORN-FPT(QTD-FP).
           MOVE BANCO-FP    TO BANCO-FPT(QTD-FP).
           MOVE AGENCIA-FP  TO AGENCIA-FPT(QTD-FP).
           MOVE CONTA-FP    TO CONTA-FPT(QTD-FP).
           MOVE BLOQUEIO-FP TO BLOQUEIO-FPT(QTD-FP).
           PERFORM LE-FORNPAG.

       LE-CTLPGF.
           OPEN INPUT CTLPGF.
           IF CTLPGF-STATUS EQUAL "35"
              MOVE ZEROES TO LOTE-WS
           ELSE
              READ CTLPGF
                 AT END
                    MOVE ZEROES TO LOTE-WS
                 NOT AT END
                    MOVE ULTIMO-LOTE-PGF TO LOTE-WS
              END-READ
              CLOSE CTLPGF.

       GRAVA-CTLPGF.
           MOVE LOTE-WS TO ULTIMO-LOTE-PGF.
           OPEN OUTPUT CTLPGF.
           WRITE REG-CTL-PGF.
           CLOSE CTLPGF.

       ABRE-CONTPAG.
           IF FIM-ARQ EQUAL "SIM"
              NEXT SENTENCE
           ELSE
              OPEN INPUT CONTPAG
              IF CONTPAG-STATUS EQUAL "35"
                 DISPLAY "CONTPAG.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 CLOSE CONTPAG.

       ABRE-HISTPGF.
           OPEN EXTEND HISTPGF.
           IF HISTPGF-STATUS EQUAL "35"
              OPEN OUTPUT HISTPGF.

       GRAVA-HEADER.
           MOVE BANCO-WS     TO BANCO-H.
           MOVE AGENCIA-WS   TO AGENCIA-H.
           MOVE CONTA-WS     TO CONTA-H.
           MOVE WS-HOJE      TO DATA-GER-H.
           MOVE DATA-PGTO-WS TO DATA-PGTO-H.
           MOVE LOTE-WS      TO LOTE-H.
           WRITE REG-REM FROM REM-HEADER.

       SELECIONA-TITULOS.
           OPEN INPUT CONTPAG.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-TITULO.
           PERFORM LIBERA-TITULO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE CONTPAG.

       LE-TITULO.
           READ CONTPAG AT END MOVE "SIM" TO FIM-AUX.

       LIBERA-TITULO.
           IF SITUACAO-CP EQUAL "A"
              MOVE "U"       TO DIAU-FUNCAO
              MOVE DTVENC-CP TO DIAU-DATA1
              MOVE ZEROES    TO DIAU-DIAS
              CALL "EM02DIAU" USING DIAU-AREA
              MOVE DIAU-DATA2 TO VENC-UTIL-WS
              IF VENC-UTIL-WS NOT GREATER THAN DATA-PGTO-WS
                 MOVE CODFORN-CP TO CODFORN-S11
                 MOVE DTVENC-CP  TO DTVENC-S11
                 MOVE NUMNF-CP   TO NUMNF-S11
                 MOVE VALOR-CP   TO VALOR-S11
                 RELEASE SORT-PGT-REC
                 ADD 1 TO TOT-SELECIONADOS
              END-IF
           END-IF.
           PERFORM LE-TITULO.

       PROCESSA-TITULOS.
           OPEN INPUT PGTSORT.
           PERFORM LE-PGTSORT.
           PERFORM TRATA-TITULO
              UNTIL FIM-SORTED EQUAL "SIM".
           PERFORM FECHA-FORNECEDOR.
           CLOSE PGTSORT.
           PERFORM GRAVA-TRAILER.

       LE-PGTSORT.
           READ PGTSORT AT END MOVE "SIM" TO FIM-SORTED.

       TRATA-TITULO.
           IF PRIMEIRO-REG EQUAL "SIM"
              OR CODFORN-PS NOT EQUAL FORN-ANT
              PERFORM FECHA-FORNECEDOR
              PERFORM ABRE-FORNECEDOR
           END-IF.
           IF MOTIVO-FORN NOT EQUAL SPACES
              MOVE MOTIVO-FORN TO MOTIVO-WS
              PERFORM GRAVA-EXCECAO
           ELSE
              IF SOMA-REMESSA + VALOR-PS GREATER THAN TETO-WS
                 MOVE "EXCEDE TETO DE APROVACAO" TO MOTIVO-WS
                 PERFORM GRAVA-EXCECAO
              ELSE
                 PERFORM PAGA-TITULO
              END-IF
           END-IF.
           PERFORM LE-PGTSORT.

       ABRE-FORNECEDOR.
           MOVE "NAO"      TO PRIMEIRO-REG.
           MOVE CODFORN-PS TO FORN-ANT.
           MOVE ZEROES     TO VAL-FORN QTD-TIT-FORN.
           MOVE SPACES     TO MOTIVO-FORN.
           PERFORM PROCURA-FORNECEDOR.
           PERFORM PROCURA-FORNPAG.
           IF IND-ACHOU-FORN EQUAL ZEROES
              MOVE "FORNECEDOR NAO CADASTRADO" TO MOTIVO-FORN
           ELSE
              IF IND-ACHOU-FP EQUAL ZEROES
                 MOVE "SEM DADOS BANCARIOS" TO MOTIVO-FORN
              ELSE
                 IF BLOQUEIO-FPT(IND-ACHOU-FP) EQUAL "B"
                    MOVE "FORNECEDOR BLOQUEADO" TO MOTIVO-FORN
                 END-IF
              END-IF
           END-IF.

       PROCURA-FORNECEDOR.
           MOVE ZEROES TO IND-ACHOU-FORN.
           MOVE 1      TO IND-FORN.
           PERFORM TESTA-FORNECEDOR
              UNTIL IND-FORN GREATER THAN QTD-FORN
                 OR IND-ACHOU-FORN NOT EQUAL ZEROES.

       TESTA-FORNECEDOR.
           IF CODFORN-TAB(IND-FORN) EQUAL CODFORN-PS
              MOVE IND-FORN TO IND-ACHOU-FORN.
           ADD 1 TO IND-FORN.

       PROCURA-FORNPAG.
           MOVE ZEROES TO IND-ACHOU-FP.
           MOVE 1      TO IND-FORN.
           PERFORM TESTA-FORNPAG
              UNTIL IND-FORN GREATER THAN QTD-FP
                 OR IND-ACHOU-FP NOT EQUAL ZEROES.

       TESTA-FORNPAG.
           IF CODFORN-FPT(IND-FORN) EQUAL CODFORN-PS
              MOVE IND-FORN TO IND-ACHOU-FP.
           ADD 1 TO IND-FORN.

       PAGA-TITULO.
           IF QTD-PAGOS NOT LESS THAN 500
              MOVE "LIMITE DE TITULOS DA REMESSA" TO MOTIVO-WS
              PERFORM GRAVA-EXCECAO
           ELSE
              IF QTD-TIT-FORN EQUAL ZEROES
                 PERFORM IMPRIME-CAB-FORN
              END-IF
              ADD 1 TO QTD-PAGOS
              MOVE NUMNF-PS   TO NUMNF-PT(QTD-PAGOS)
              MOVE CODFORN-PS TO CODFORN-PT(QTD-PAGOS)
              ADD VALOR-PS TO VAL-FORN
              ADD VALOR-PS TO SOMA-REMESSA
              ADD 1 TO QTD-TIT-FORN
              ADD 1 TO TOT-PAGOS
              PERFORM IMPRIME-TITULO
           END-IF.

       FECHA-FORNECEDOR.
           IF PRIMEIRO-REG EQUAL "NAO"
              AND QTD-TIT-FORN GREATER THAN ZEROES
              PERFORM GRAVA-DETALHE-REMESSA
              PERFORM GRAVA-HISTPGF
              ADD 1 TO TOT-FORN-PAGOS
              MOVE VAL-FORN TO VALFORN-ED
              WRITE REG-REL FROM SUBT-FORN AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN.

       GRAVA-DETALHE-REMESSA.
           MOVE FORN-ANT                     TO CODFORN-D.
           MOVE NOMEFORN-TAB(IND-ACHOU-FORN) TO NOMEFORN-D.
           MOVE CNPJ-TAB(IND-ACHOU-FORN)     TO CNPJ-D.
           MOVE BANCO-FPT(IND-ACHOU-FP)      TO BANCO-D.
           MOVE AGENCIA-FPT(IND-ACHOU-FP)    TO AGENCIA-D.
           MOVE CONTA-FPT(IND-ACHOU-FP)      TO CONTA-D.
           MOVE VAL-FORN                     TO VALOR-D.
           WRITE REG-REM FROM REM-DETALHE.

       GRAVA-HISTPGF.
           MOVE LOTE-WS      TO LOTE-HPF.
           MOVE FORN-ANT     TO CODFORN-HPF.
           MOVE DATA-PGTO-WS TO DATA-HPF.
           MOVE VAL-FORN     TO VALOR-HPF.
           MOVE QTD-TIT-FORN TO QTD-TIT-HPF.
           MOVE "N"          TO CONCIL-HPF.
           WRITE REG-HPF.

       GRAVA-TRAILER.
           MOVE TOT-FORN-PAGOS TO QTD-REM-T.
           MOVE SOMA-REMESSA   TO VALOR-REM-T.
           WRITE REG-REM FROM REM-TRAILER.

       IMPRIME-CAB-FORN.
           IF CT-LIN GREATER THAN 22
              PERFORM CABECALHO.
           MOVE CODFORN-PS                   TO CODFORN-CAB.
           MOVE NOMEFORN-TAB(IND-ACHOU-FORN) TO NOMEFORN-CAB.
           MOVE BANCO-FPT(IND-ACHOU-FP)      TO BANCO-CAB.
           MOVE AGENCIA-FPT(IND-ACHOU-FP)    TO AGENCIA-CAB.
           MOVE CONTA-FPT(IND-ACHOU-FP)      TO CONTA-CAB.
           WRITE REG-REL FROM CAB-FORN AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMPRIME-TITULO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE CODFORN-PS TO FORN-REL.
           MOVE NUMNF-PS   TO NUMNF-REL.
           MOVE DTVENC-PS(7:2) TO DIA-FMT.
           MOVE DTVENC-PS(5:2) TO MES-FMT.
           MOVE DTVENC-PS(1:4) TO ANO-FMT.
           MOVE DATA-FMT   TO DTVENC-REL.
           MOVE VALOR-PS   TO VALOR-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE LOTE-WS  TO LOTE-CAB.
           MOVE DATA-PGTO-WS(7:2) TO DIA-FMT.
           MOVE DATA-PGTO-WS(5:2) TO MES-FMT.
           MOVE DATA-PGTO-WS(1:4) TO ANO-FMT.
           MOVE DATA-FMT TO DATA-PGTO-CAB.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       GRAVA-EXCECAO.
           ADD 1 TO TOT-EXCECOES.
           ADD VALOR-PS TO SOMA-EXCECAO.
           IF CT-LIN-EXC GREATER THAN 25
              PERFORM CABECALHO-EXC.
           MOVE CODFORN-PS TO FORN-EXC.
           MOVE NUMNF-PS   TO NUMNF-EXC.
           MOVE VALOR-PS   TO VALOR-EXC.
           MOVE MOTIVO-WS  TO MOTIVO-EXC.
           WRITE REG-EXC FROM DETALHE-EXC AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-EXC.

       CABECALHO-EXC.
           ADD 1          TO CT-PAG-EXC.
           MOVE CT-PAG-EXC TO VAR-PAG-EXC.
           MOVE SPACES    TO REG-EXC.
           WRITE REG-EXC AFTER ADVANCING PAGE.
           WRITE REG-EXC FROM CAB-EXC-01 AFTER ADVANCING 1 LINE.
           WRITE REG-EXC FROM CAB-EXC-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN-EXC.

       RODAPE.
           MOVE TOT-SELECIONADOS TO TOT-SEL-ED.
           MOVE TOT-PAGOS        TO TOT-PAG-ED.
           MOVE TOT-FORN-PAGOS   TO TOT-FORN-ED.
           MOVE SOMA-REMESSA     TO SOMA-REM-ED.
           MOVE TETO-WS          TO TETO-ED.
           MOVE TOT-EXCECOES     TO TOT-EXC-ED.
           MOVE SOMA-EXCECAO     TO SOMA-EXC-ED.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-EXC FROM CAB-09 AFTER ADVANCING 3 LINES.
           WRITE REG-EXC FROM CAB-10 AFTER ADVANCING 1 LINE.

       ATUALIZA-CONTPAG.
           OPEN INPUT CONTPAG
                OUTPUT CONTPAG-NOVO.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-TITULO.
           PERFORM MARCA-TITULO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE CONTPAG CONTPAG-NOVO.
           OPEN INPUT CONTPAG-NOVO
                OUTPUT CONTPAG.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-CP-NOVO.
           PERFORM COPIA-CP-NOVO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE CONTPAG-NOVO CONTPAG.

       MARCA-TITULO.
           MOVE REG-CP TO REG-CP-N.
           IF SITUACAO-CP EQUAL "A"
              PERFORM PROCURA-PAGO
              IF TITULO-PAGO EQUAL "SIM"
                 MOVE "P" TO SITUACAO-N
              END-IF
           END-IF.
           WRITE REG-CP-N.
           PERFORM LE-TITULO.

       PROCURA-PAGO.
           MOVE "NAO" TO TITULO-PAGO.
           MOVE 1 TO IND-PAGO.
           PERFORM TESTA-PAGO
              UNTIL IND-PAGO GREATER THAN QTD-PAGOS
                 OR TITULO-PAGO EQUAL "SIM".

       TESTA-PAGO.
           IF NUMNF-PT(IND-PAGO) EQUAL NUMNF-CP
              AND CODFORN-PT(IND-PAGO) EQUAL CODFORN-CP
              MOVE "SIM" TO TITULO-PAGO.
           ADD 1 TO IND-PAGO.

       LE-CP-NOVO.
           READ CONTPAG-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-CP-NOVO.
           MOVE REG-CP-N TO REG-CP.
           WRITE REG-CP.
           PERFORM LE-CP-NOVO.

       FIM.
           IF FIM-ARQ NOT EQUAL "SIM"
              CLOSE REMFORN
                    HISTPGF
                    RELBORD
                    RELEXPG.
