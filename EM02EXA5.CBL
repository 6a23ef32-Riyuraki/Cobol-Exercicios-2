       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA5.
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
           SELECT DEVCOMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEVCOMP-STATUS.
           SELECT PEDCOMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDCOMP-STATUS.
           SELECT PEDCOMP-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADESTOQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD
           FILE STATUS IS CADESTOQ-STATUS.
           SELECT SALDODEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-SD
           FILE STATUS IS SALDODEP-STATUS.
           SELECT SALDLOTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-SL
           FILE STATUS IS SALDLOTE-STATUS.
           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADFORN-STATUS.
           SELECT CONTPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTPAG-STATUS.
           SELECT CONTPAG-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTAFISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTAFISC-STATUS.
           SELECT CTLNDEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLNDEB-STATUS.
           SELECT MOVDEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTADEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTADEB-STATUS.
           SELECT CREDFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDFORN-STATUS.
           SELECT DEVHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEVHIST-STATUS.
           SELECT RELDEV ASSIGN TO DISK.
           SELECT EMISNDEB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD DEVCOMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCOMP.DAT".
       01 REG-DV.
           02 NUMPED-DV    PIC 9(06).
           02 CODFORN-DV   PIC 9(04).
           02 COD-ITEM-DV  PIC 9(05).
           02 LOTE-DV      PIC X(08).
           02 DEP-DV       PIC 9(02).
           02 QTDE-DV      PIC 9(05).
           02 REPOE-DV     PIC X(01).
           02 MOTIVO-DV    PIC X(20).
           02 OPERADOR-DV  PIC X(08).

       FD PEDCOMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REG-PED.
           02 NUMPED-PED   PIC 9(06).
           02 CODFORN-PED  PIC 9(04).
           02 COD-ITEM-PED PIC 9(05).
           02 QTDE-PED     PIC 9(05).
           02 QTDE-REC-PED PIC 9(05).
           02 PRECO-PED    PIC 9(06)V9(02).
           02 SITUACAO-PED PIC X(01).
           02 DATA-PED     PIC 9(08).

       FD PEDCOMP-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCOMP_NOVO.DAT".
       01 REG-PED-N.
           02 NUMPED-PN    PIC 9(06).
           02 CODFORN-PN   PIC 9(04).
           02 COD-ITEM-PN  PIC 9(05).
           02 QTDE-PN      PIC 9(05).
           02 QTDE-REC-PN  PIC 9(05).
           02 PRECO-PN     PIC 9(06)V9(02).
           02 SITUACAO-PN  PIC X(01).
           02 DATA-PN      PIC 9(08).

       FD CADESTOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADESTOQ.DAT".
       COPY "CADESTOQ.CPY".

       FD SALDODEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDODEP.DAT".
       01 REG-SD.
           02 CHAVE-SD.
            03 COD-SD   PIC 9(05).
            03 DEP-SD   PIC 9(02).
           02 QTDE-SD   PIC 9(05).

       FD SALDLOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDLOTE.DAT".
       01 REG-SL.
           02 CHAVE-SL.
            03 COD-SL   PIC 9(05).
            03 DEP-SL   PIC 9(02).
            03 LOTE-SL  PIC X(08).
           02 QTDE-SL   PIC 9(05).
           02 VALIDADE-SL PIC 9(08).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 CODFORN      PIC 9(04).
           02 NOMEFORN     PIC X(30).
           02 CNPJ-FORN    PIC 9(14).

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
           02 NUMNF-CN     PIC 9(09).
           02 CODFORN-CN   PIC 9(04).
           02 VALOR-CN     PIC 9(10)V9(02).
           02 DTEMISSAO-CN PIC 9(08).
           02 DTVENC-CN    PIC 9(08).
           02 SITUACAO-CN  PIC X(01).

       FD NOTAFISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAFISC.DAT".
       01 REG-NF.
           02 NUMNF-NF     PIC 9(09).
           02 CODFORN-NF   PIC 9(04).
           02 NUMPED-NF    PIC 9(06).
           02 COD-ITEM-NF  PIC 9(05).
           02 QTDE-NF      PIC 9(05).
           02 PRECO-NF     PIC 9(06)V9(02).
           02 DTEMISSAO-NF PIC 9(08).

       FD CTLNDEB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLNDEB.DAT".
       01 REG-CTL-ND.
           02 ULTIMA-ND    PIC 9(06).

       FD MOVDEV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVDEV.DAT".
       01 REG-MOV.
           02 COD-MOV       PIC 9(05).
           02 TIPO-MOV      PIC X(01).
           02 QTDE-MOV      PIC 9(05).
           02 CUSTO-MOV     PIC 9(06)V9(02).
           02 LOTE-MOV      PIC X(08).
           02 SEQ-MOV       PIC 9(04).
           02 DEP-MOV       PIC 9(02).
           02 DEP-DEST-MOV  PIC 9(02).
           02 VALIDADE-MOV  PIC 9(08).
           02 DATA-MOV      PIC 9(08).
           02 DEPTO-MOV     PIC 9(03).
           02 LOTE-ORIG-MOV PIC X(08).

       FD NOTADEB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTADEB.DAT".
       01 REG-ND.
           02 NUMND-ND     PIC 9(06).
           02 CODFORN-ND   PIC 9(04).
           02 NUMPED-ND    PIC 9(06).
           02 COD-ITEM-ND  PIC 9(05).
           02 LOTE-ND      PIC X(08).
           02 QTDE-ND      PIC 9(05).
           02 VALOR-ND     PIC 9(10)V9(02).
           02 ABATIDO-ND   PIC 9(10)V9(02).
           02 CREDITO-ND   PIC 9(10)V9(02).
           02 NUMNF-ND     PIC 9(09).
           02 DATA-ND      PIC 9(08).

       FD CREDFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDFORN.DAT".
       01 REG-CF.
           02 CODFORN-CF   PIC 9(04).
           02 NUMND-CF     PIC 9(06).
           02 VALOR-CF     PIC 9(10)V9(02).
           02 SALDO-CF     PIC 9(10)V9(02).
           02 DATA-CF      PIC 9(08).
           02 SITUACAO-CF  PIC X(01).

       FD DEVHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVHIST.DAT".
       01 REG-DH.
           02 NUMPED-DH    PIC 9(06).
           02 CODFORN-DH   PIC 9(04).
           02 COD-ITEM-DH  PIC 9(05).
           02 LOTE-DH      PIC X(08).
           02 QTDE-DH      PIC 9(05).
           02 VALOR-DH     PIC 9(10)V9(02).
           02 REPOE-DH     PIC X(01).
           02 MOTIVO-DH    PIC X(20).
           02 NUMND-DH     PIC 9(06).
           02 DATA-DH      PIC 9(08).
           02 OPERADOR-DH  PIC X(08).

       FD RELDEV
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       FD EMISNDEB
           LABEL RECORD IS OMITTED.
       01 REG-NOTA      PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 TABELA-ESTOURO   PIC X(03) VALUE "NAO".
       77 DEVCOMP-STATUS   PIC X(02) VALUE ZEROES.
       77 PEDCOMP-STATUS   PIC X(02) VALUE ZEROES.
       77 CADESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 SALDODEP-STATUS  PIC X(02) VALUE ZEROES.
       77 SALDLOTE-STATUS  PIC X(02) VALUE ZEROES.
       77 CADFORN-STATUS   PIC X(02) VALUE ZEROES.
       77 CONTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 NOTAFISC-STATUS  PIC X(02) VALUE ZEROES.
       77 CTLNDEB-STATUS   PIC X(02) VALUE ZEROES.
       77 NOTADEB-STATUS   PIC X(02) VALUE ZEROES.
       77 CREDFORN-STATUS  PIC X(02) VALUE ZEROES.
       77 DEVHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-SALDODEP     PIC X(03) VALUE "NAO".
       77 TEM-SALDLOTE     PIC X(03) VALUE "NAO".
       77 PEDIDOS-ALTERADOS PIC X(03) VALUE "NAO".
       77 TITULOS-ALTERADOS PIC X(03) VALUE "NAO".
       77 SEM-TITULO       PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(26) VALUE SPACES.
       77 DEP-PROC         PIC 9(02) VALUE ZEROES.
       77 QTD-PEDIDOS      PIC 9(04) VALUE ZEROES.
       77 IND-PED          PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-PED    PIC 9(04) VALUE ZEROES.
       77 QTD-FORN         PIC 9(03) VALUE ZEROES.
       77 IND-FORN         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-FORN   PIC 9(03) VALUE ZEROES.
       77 QTD-TITULOS      PIC 9(04) VALUE ZEROES.
       77 IND-TIT          PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-TIT    PIC 9(04) VALUE ZEROES.
       77 IND-ESC          PIC 9(04) VALUE ZEROES.
       77 IND-ESC-PED      PIC 9(04) VALUE ZEROES.
       77 DTVENC-ESC       PIC 9(08) VALUE ZEROES.
       77 NUMNF-PROC       PIC 9(09) VALUE ZEROES.
       77 CODFORN-PROC     PIC 9(04) VALUE ZEROES.
       77 QTD-COMPR        PIC 9(03) VALUE ZEROES.
       77 IND-COMPR        PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-COMPR  PIC 9(03) VALUE ZEROES.
       77 COMPR-ITEM       PIC 9(07) VALUE ZEROES.
       77 COMPR-DEP        PIC 9(07) VALUE ZEROES.
       77 COMPR-LOTE       PIC 9(07) VALUE ZEROES.
       77 NUMND-WS         PIC 9(06) VALUE ZEROES.
       77 SEQ-MOVIMENTO    PIC 9(04) VALUE ZEROES.
       77 VALOR-DEV        PIC 9(10)V9(02) VALUE ZEROES.
       77 VALOR-A-ABATER   PIC 9(10)V9(02) VALUE ZEROES.
       77 VALOR-ABATIDO    PIC 9(10)V9(02) VALUE ZEROES.
       77 VALOR-PARCELA    PIC 9(10)V9(02) VALUE ZEROES.
       77 NUMNF-ABATIDO    PIC 9(09) VALUE ZEROES.
       77 TOT-LIDAS        PIC 9(05) VALUE ZEROES.
       77 TOT-ACEITAS      PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADAS   PIC 9(05) VALUE ZEROES.
       77 TOT-REPOSICOES   PIC 9(05) VALUE ZEROES.
       77 TOT-NOTAS        PIC 9(05) VALUE ZEROES.
       77 TOT-VALOR-ABATIDO PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-VALOR-CREDITO PIC 9(12)V9(02) VALUE ZEROES.

       01 LOTE-DEV-WS.
           02 FILLER       PIC X(02) VALUE "DV".
           02 LOTE-DATA-WS PIC 9(06).

       01 DATA-NOTA-GRP.
           02 DIA-N     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-N     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-N     PIC 9999.

       01 TABELA-PEDIDOS.
           02 ITEM-PED-TAB OCCURS 2000 TIMES.
              03 NUMPED-PT   PIC 9(06).
              03 CODFORN-PT  PIC 9(04).
              03 ITEM-PT     PIC 9(05).
              03 QTDE-REC-PT PIC 9(05).
              03 PRECO-PT    PIC 9(06)V9(02).
              03 SITUACAO-PT PIC X(01).
              03 QTDE-DEV-PT PIC 9(05).

       01 TABELA-FORNEC.
           02 ITEM-FORN-TAB OCCURS 100 TIMES.
              03 CODFORN-FT  PIC 9(04).
              03 NOMEFORN-FT PIC X(30).

       01 TABELA-TITULOS.
           02 ITEM-TIT-TAB OCCURS 1000 TIMES.
              03 NUMNF-TT    PIC 9(09).
              03 CODFORN-TT  PIC 9(04).
              03 DTVENC-TT   PIC 9(08).
              03 NUMPED-TT   PIC 9(06).
              03 SALDO-TT    PIC 9(10)V9(02).
              03 ALTERADO-TT PIC X(03).

       01 TABELA-COMPROMISSO.
           02 ITEM-COMPR-TAB OCCURS 500 TIMES.
              03 COD-CT      PIC 9(05).
              03 DEP-CT      PIC 9(02).
              03 LOTE-CT     PIC X(08).
              03 QTDE-CT     PIC 9(07).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE DEVOLUCOES A FO".
           02 FILLER    PIC X(8)  VALUE "RNECEDOR".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(7)  VALUE "PEDIDO".
           02 FILLER    PIC X(6)  VALUE "ITEM".
           02 FILLER    PIC X(9)  VALUE "LOTE".
           02 FILLER    PIC X(7)  VALUE "  QTDE".
           02 FILLER    PIC X(14) VALUE "        VALOR".
           02 FILLER    PIC X(7)  VALUE "N.DEB.".
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NUMPED-REL    PIC 9(6).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-REL       PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 LOTE-REL      PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-REL      PIC ZZ.ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 VALOR-REL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NUMND-REL     PIC ZZZZZZ.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(26).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEVOLUCOES LIDAS         : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEVOLUCOES ACEITAS       : ".
           02 TOT-ACE-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEVOLUCOES REJEITADAS    : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PEDIDOS REABERTOS        : ".
           02 TOT-REP-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ABATIDO EM CONTAS A PAGAR: ".
           02 VLR-ABT-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MANTIDO EM CREDITO FORN. : ".
           02 VLR-CRD-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 NOTA-TITULO PIC X(80)
          VALUE "NOTA DE DEBITO - DEVOLUCAO DE MERCADORIA".

       01 NOTA-NUMERO.
           02 FILLER       PIC X(08) VALUE "NUMERO: ".
           02 NUMND-NOTA   PIC 9(06).
           02 FILLER       PIC X(10) VALUE SPACES.
           02 FILLER       PIC X(06) VALUE "DATA: ".
           02 DATA-NOTA-ED PIC X(10).
           02 FILLER       PIC X(40) VALUE SPACES.

       01 NOTA-FORNEC.
           02 FILLER       PIC X(12) VALUE "FORNECEDOR: ".
           02 CODFORN-NOTA PIC 9(04).
           02 FILLER       PIC X(03) VALUE " - ".
           02 NOME-NOTA    PIC X(30).
           02 FILLER       PIC X(31) VALUE SPACES.

       01 NOTA-PEDIDO.
           02 FILLER       PIC X(08) VALUE "PEDIDO: ".
           02 NUMPED-NOTA  PIC 9(06).
           02 FILLER       PIC X(09) VALUE "   ITEM: ".
           02 ITEM-NOTA    PIC 9(05).
           02 FILLER       PIC X(09) VALUE "   LOTE: ".
           02 LOTE-NOTA    PIC X(08).
           02 FILLER       PIC X(35) VALUE SPACES.

       01 NOTA-QTDE.
           02 FILLER       PIC X(25) VALUE "  QUANTIDADE DEVOLVIDA : ".
           02 QTDE-NOTA    PIC ZZ.ZZ9.
           02 FILLER       PIC X(49) VALUE SPACES.

       01 NOTA-PRECO.
           02 FILLER       PIC X(25) VALUE "  PRECO UNITARIO       : ".
           02 PRECO-NOTA   PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(45) VALUE SPACES.

       01 NOTA-VALOR.
           02 FILLER       PIC X(25) VALUE "  VALOR DA NOTA        : ".
           02 VALOR-NOTA   PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(39) VALUE SPACES.

       01 NOTA-ABATIDO.
           02 FILLER       PIC X(25) VALUE "  ABATIDO NO TITULO    : ".
           02 ABATIDO-NOTA PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(05) VALUE "  NF ".
           02 NUMNF-NOTA   PIC 9(09).
           02 FILLER       PIC X(25) VALUE SPACES.

       01 NOTA-CREDITO.
           02 FILLER       PIC X(25) VALUE "  CREDITO DO FORNECEDOR: ".
           02 CREDITO-NOTA PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(39) VALUE SPACES.

       01 NOTA-MOTIVO.
           02 FILLER       PIC X(25) VALUE "  MOTIVO DA DEVOLUCAO  : ".
           02 MOTIVO-NOTA  PIC X(20).
           02 FILLER       PIC X(35) VALUE SPACES.

       01 NOTA-REPOSICAO PIC X(80)
          VALUE "  REPOSICAO DA MERCADORIA AGUARDADA NO MESMO PEDIDO.".

       01 NOTA-FECHO.
           02 FILLER       PIC X(13) VALUE "EMITIDA POR: ".
           02 OPERADOR-NOTA PIC X(08).
           02 FILLER       PIC X(59) VALUE SPACES.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA5".
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
       IF ARQUIVOS-ABERTOS EQUAL "SIM"
          PERFORM RODAPE
          PERFORM ATUALIZA-ARQUIVOS.
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
           MOVE TOT-ACEITAS    TO LOG-GRAVADOS.
           MOVE TOT-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(3:6) TO LOTE-DATA-WS.
           MOVE WS-HOJE(7:2) TO DIA-N.
           MOVE WS-HOJE(5:2) TO MES-N.
           MOVE WS-HOJE(1:4) TO ANO-N.
           MOVE DATA-NOTA-GRP TO DATA-NOTA-ED.
           OPEN INPUT DEVCOMP.
           IF DEVCOMP-STATUS EQUAL "35"
              DISPLAY "DEVCOMP.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-PEDIDOS
              IF FIM-ARQ NOT EQUAL "SIM"
                 OPEN INPUT CADESTOQ
                 IF CADESTOQ-STATUS EQUAL "35"
                    DISPLAY "CADESTOQ.DAT NAO ENCONTRADO - ENCERRANDO"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE 16 TO RETURN-CODE
                    CLOSE DEVCOMP
                 ELSE
                    PERFORM CARREGA-TITULOS
                    IF TABELA-ESTOURO EQUAL "SIM"
                       MOVE "SIM" TO FIM-ARQ
                       MOVE 12 TO RETURN-CODE
                       CLOSE DEVCOMP
                             CADESTOQ
                    ELSE
                       PERFORM ABRE-SALDOS
                       PERFORM CARREGA-FORNECEDORES
                       PERFORM CARREGA-NOTAS
                       PERFORM LE-CTLNDEB
                       OPEN OUTPUT MOVDEV
                       PERFORM ABRE-NOTADEB
                       PERFORM ABRE-CREDFORN
                       PERFORM CARREGA-DEVOLVIDOS
                       PERFORM ABRE-DEVHIST
                       OPEN OUTPUT RELDEV
                       OPEN OUTPUT EMISNDEB
                       MOVE "SIM" TO ARQUIVOS-ABERTOS
                       PERFORM LEITURA
                    END-IF
                 END-IF
              ELSE
                 CLOSE DEVCOMP
              END-IF
           END-IF.

       CARREGA-PEDIDOS.
           OPEN INPUT PEDCOMP.
           IF PEDCOMP-STATUS EQUAL "35"
              DISPLAY "PEDCOMP.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-PEDIDO
              PERFORM GUARDA-PEDIDO
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-PEDIDOS NOT LESS THAN 2000
              IF FIM-AUX NOT EQUAL "SIM"
                 DISPLAY "PEDCOMP.DAT EXCEDE 2000 LINHAS - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              END-IF
              CLOSE PEDCOMP.

       LE-PEDIDO.
           READ PEDCOMP AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-PEDIDO.
           ADD 1 TO QTD-PEDIDOS.
           MOVE NUMPED-PED   TO NUMPED-PT(QTD-PEDIDOS).
           MOVE CODFORN-PED  TO CODFORN-PT(QTD-PEDIDOS).
           MOVE COD-ITEM-PED TO ITEM-PT(QTD-PEDIDOS).
           MOVE QTDE-REC-PED TO QTDE-REC-PT(QTD-PEDIDOS).
           MOVE PRECO-PED    TO PRECO-PT(QTD-PEDIDOS).
           MOVE SITUACAO-PED TO SITUACAO-PT(QTD-PEDIDOS).
           MOVE ZEROES       TO QTDE-DEV-PT(QTD-PEDIDOS).
           PERFORM LE-PEDIDO.

       ABRE-SALDOS.
           OPEN INPUT SALDODEP.
           IF SALDODEP-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-SALDODEP.
           OPEN INPUT SALDLOTE.
           IF SALDLOTE-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-SALDLOTE.

       CARREGA-FORNECEDORES.
           OPEN INPUT CADFORN.
           IF CADFORN-STATUS EQUAL "35"
              DISPLAY "CADFORN.DAT NAO ENCONTRADO - NOTAS SEM NOME"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-FORNECEDOR
              PERFORM GUARDA-FORNECEDOR
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FORN NOT LESS THAN 100
              IF FIM-AUX NOT EQUAL "SIM"
                 DISPLAY "TABELA DE FORNECEDORES CHEIA - LIMITE 100"
                 MOVE 12 TO RETURN-CODE
              END-IF
              CLOSE CADFORN.

       LE-FORNECEDOR.
           READ CADFORN AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FORNECEDOR.
           ADD 1 TO QTD-FORN.
           MOVE CODFORN  TO CODFORN-FT(QTD-FORN).
           MOVE NOMEFORN TO NOMEFORN-FT(QTD-FORN).
           PERFORM LE-FORNECEDOR.

       CARREGA-TITULOS.
           OPEN INPUT CONTPAG.
           IF CONTPAG-STATUS EQUAL "35"
              DISPLAY "CONTPAG.DAT NAO ENCONTRADO - DEBITOS EM CREDITO"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-TITULO
              PERFORM GUARDA-TITULO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE CONTPAG.

       LE-TITULO.
           READ CONTPAG AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-TITULO.
           IF SITUACAO-CP EQUAL "A"
              AND QTD-TITULOS NOT LESS THAN 1000
              DISPLAY "TABELA DE TITULOS CHEIA - ENCERRANDO"
              MOVE "SIM" TO TABELA-ESTOURO
              MOVE "SIM" TO FIM-AUX.
           IF SITUACAO-CP EQUAL "A"
              AND QTD-TITULOS LESS THAN 1000
              ADD 1 TO QTD-TITULOS
              MOVE NUMNF-CP   TO NUMNF-TT(QTD-TITULOS)
              MOVE CODFORN-CP TO CODFORN-TT(QTD-TITULOS)
              MOVE DTVENC-CP  TO DTVENC-TT(QTD-TITULOS)
              MOVE ZEROES     TO NUMPED-TT(QTD-TITULOS)
              MOVE VALOR-CP   TO SALDO-TT(QTD-TITULOS)
              MOVE "NAO"      TO ALTERADO-TT(QTD-TITULOS).
           IF FIM-AUX NOT EQUAL "SIM"
              PERFORM LE-TITULO.

       CARREGA-NOTAS.
           IF QTD-TITULOS GREATER THAN ZEROES
              OPEN INPUT NOTAFISC
              IF NOTAFISC-STATUS EQUAL "35"
                 DISPLAY "NOTAFISC.DAT NAO ENCONTRADO - SEM VINCULO"
              ELSE
                 MOVE "NAO" TO FIM-AUX
                 PERFORM LE-NOTA
                 PERFORM VINCULA-NOTA
                    UNTIL FIM-AUX EQUAL "SIM"
                 CLOSE NOTAFISC.

       LE-NOTA.
           READ NOTAFISC AT END MOVE "SIM" TO FIM-AUX.

       VINCULA-NOTA.
           MOVE NUMNF-NF   TO NUMNF-PROC.
           MOVE CODFORN-NF TO CODFORN-PROC.
           PERFORM PROCURA-TITULO.
           IF IND-ACHOU-TIT NOT EQUAL ZEROES
              IF NUMPED-TT(IND-ACHOU-TIT) EQUAL ZEROES
                 MOVE NUMPED-NF TO NUMPED-TT(IND-ACHOU-TIT).
           PERFORM LE-NOTA.

       PROCURA-TITULO.
           MOVE ZEROES TO IND-ACHOU-TIT.
           MOVE 1      TO IND-TIT.
           PERFORM TESTA-TITULO
              UNTIL IND-TIT GREATER THAN QTD-TITULOS
                 OR IND-ACHOU-TIT NOT EQUAL ZEROES.

       TESTA-TITULO.
           IF NUMNF-TT(IND-TIT) EQUAL NUMNF-PROC
              AND CODFORN-TT(IND-TIT) EQUAL CODFORN-PROC
              MOVE IND-TIT TO IND-ACHOU-TIT.
           ADD 1 TO IND-TIT.

       LE-CTLNDEB.
           OPEN INPUT CTLNDEB.
           IF CTLNDEB-STATUS EQUAL "35"
              MOVE ZEROES TO NUMND-WS
           ELSE
              READ CTLNDEB
                 AT END
                    MOVE ZEROES TO NUMND-WS
                 NOT AT END
                    MOVE ULTIMA-ND TO NUMND-WS
              END-READ
              CLOSE CTLNDEB.

       ABRE-NOTADEB.
           OPEN EXTEND NOTADEB.
           IF NOTADEB-STATUS EQUAL "35"
              OPEN OUTPUT NOTADEB.

       ABRE-CREDFORN.
           OPEN EXTEND CREDFORN.
           IF CREDFORN-STATUS EQUAL "35"
              OPEN OUTPUT CREDFORN.

       CARREGA-DEVOLVIDOS.
           OPEN INPUT DEVHIST.
           IF DEVHIST-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-DEVHIST
              PERFORM SOMA-DEVOLVIDO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE DEVHIST.

       LE-DEVHIST.
           READ DEVHIST AT END MOVE "SIM" TO FIM-AUX.

       SOMA-DEVOLVIDO.
           IF REPOE-DH EQUAL "N"
              MOVE ZEROES TO IND-ACHOU-PED
              MOVE 1      TO IND-PED
              PERFORM TESTA-PEDIDO-DH
                 UNTIL IND-PED GREATER THAN QTD-PEDIDOS
                    OR IND-ACHOU-PED NOT EQUAL ZEROES
              IF IND-ACHOU-PED NOT EQUAL ZEROES
                 ADD QTDE-DH TO QTDE-DEV-PT(IND-ACHOU-PED).
           PERFORM LE-DEVHIST.

       TESTA-PEDIDO-DH.
           IF NUMPED-PT(IND-PED) EQUAL NUMPED-DH
              AND ITEM-PT(IND-PED) EQUAL COD-ITEM-DH
              MOVE IND-PED TO IND-ACHOU-PED.
           ADD 1 TO IND-PED.

       ABRE-DEVHIST.
           OPEN EXTEND DEVHIST.
           IF DEVHIST-STATUS EQUAL "35"
              OPEN OUTPUT DEVHIST.

       LEITURA.
           READ DEVCOMP AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDAS.
           MOVE SPACES TO MOTIVO-WS.
           MOVE ZEROES TO VALOR-DEV.
           MOVE ZEROES TO NUMND-REL.
           PERFORM VALIDA-DEVOLUCAO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM ACEITA-DEVOLUCAO
           ELSE
              ADD 1 TO TOT-REJEITADAS.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-DEVOLUCAO.
           IF DEP-DV NUMERIC AND DEP-DV NOT EQUAL ZEROES
              MOVE DEP-DV TO DEP-PROC
           ELSE
              MOVE 1 TO DEP-PROC.
           IF QTDE-DV NOT NUMERIC OR QTDE-DV EQUAL ZEROES
              MOVE "QUANTIDADE INVALIDA" TO MOTIVO-WS
           ELSE
              IF OPERADOR-DV EQUAL SPACES
                 MOVE "OPERADOR EM BRANCO" TO MOTIVO-WS
              ELSE
                 IF REPOE-DV NOT EQUAL "S"
                    AND REPOE-DV NOT EQUAL "N"
                    MOVE "INDICADOR REPOSICAO INVAL." TO MOTIVO-WS
                 ELSE
                    PERFORM VALIDA-PEDIDO.

       VALIDA-PEDIDO.
           PERFORM PROCURA-PEDIDO.
           IF IND-ACHOU-PED EQUAL ZEROES
              MOVE "PEDIDO/ITEM INEXISTENTE" TO MOTIVO-WS
           ELSE
              IF CODFORN-PT(IND-ACHOU-PED) NOT EQUAL CODFORN-DV
                 MOVE "FORNECEDOR DIFERE DO PED." TO MOTIVO-WS
              ELSE
                 IF QTDE-DV + QTDE-DEV-PT(IND-ACHOU-PED)
                    GREATER THAN QTDE-REC-PT(IND-ACHOU-PED)
                    MOVE "QTDE MAIOR QUE RECEBIDA" TO MOTIVO-WS
                 ELSE
                    PERFORM LE-ITEM.

       PROCURA-PEDIDO.
           MOVE ZEROES TO IND-ACHOU-PED.
           MOVE 1      TO IND-PED.
           PERFORM TESTA-PEDIDO
              UNTIL IND-PED GREATER THAN QTD-PEDIDOS
                 OR IND-ACHOU-PED NOT EQUAL ZEROES.

       TESTA-PEDIDO.
           IF NUMPED-PT(IND-PED) EQUAL NUMPED-DV
              AND ITEM-PT(IND-PED) EQUAL COD-ITEM-DV
              MOVE IND-PED TO IND-ACHOU-PED.
           ADD 1 TO IND-PED.

       LE-ITEM.
           MOVE COD-ITEM-DV TO COD.
           READ CADESTOQ
              INVALID KEY
                 MOVE "ITEM INEXISTENTE" TO MOTIVO-WS
              NOT INVALID KEY
                 PERFORM VERIFICA-SALDO
           END-READ.

       VERIFICA-SALDO.
           PERFORM SOMA-COMPROMISSO.
           IF COMPR-ITEM + QTDE-DV GREATER THAN QTDE-ESTOQUE
              MOVE "SALDO INSUFICIENTE" TO MOTIVO-WS
           ELSE
              IF LOTE-DV NOT EQUAL SPACES
                 AND TEM-SALDLOTE EQUAL "SIM"
                 PERFORM VERIFICA-LOTE.
           IF MOTIVO-WS EQUAL SPACES
              AND TEM-SALDODEP EQUAL "SIM"
              PERFORM VERIFICA-DEPOSITO.

       VERIFICA-LOTE.
           MOVE COD-ITEM-DV TO COD-SL.
           MOVE DEP-PROC    TO DEP-SL.
           MOVE LOTE-DV     TO LOTE-SL.
           READ SALDLOTE
              INVALID KEY
                 MOVE "LOTE INEXISTENTE" TO MOTIVO-WS
              NOT INVALID KEY
                 IF COMPR-LOTE + QTDE-DV GREATER THAN QTDE-SL
                    MOVE "SALDO DO LOTE INSUFICIENTE" TO MOTIVO-WS
                 END-IF
           END-READ.

       VERIFICA-DEPOSITO.
           MOVE COD-ITEM-DV TO COD-SD.
           MOVE DEP-PROC    TO DEP-SD.
           READ SALDODEP
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF COMPR-DEP + QTDE-DV GREATER THAN QTDE-SD
                    MOVE "SALDO INSUF. DEPOSITO" TO MOTIVO-WS
                 END-IF
           END-READ.

       SOMA-COMPROMISSO.
           MOVE ZEROES TO COMPR-ITEM COMPR-DEP COMPR-LOTE.
           MOVE ZEROES TO IND-ACHOU-COMPR.
           MOVE 1      TO IND-COMPR.
           PERFORM TESTA-COMPROMISSO
              UNTIL IND-COMPR GREATER THAN QTD-COMPR.

       TESTA-COMPROMISSO.
           IF COD-CT(IND-COMPR) EQUAL COD-ITEM-DV
              ADD QTDE-CT(IND-COMPR) TO COMPR-ITEM
              IF DEP-CT(IND-COMPR) EQUAL DEP-PROC
                 ADD QTDE-CT(IND-COMPR) TO COMPR-DEP
                 IF LOTE-CT(IND-COMPR) EQUAL LOTE-DV
                    ADD QTDE-CT(IND-COMPR) TO COMPR-LOTE
                    MOVE IND-COMPR TO IND-ACHOU-COMPR.
           ADD 1 TO IND-COMPR.

       ACEITA-DEVOLUCAO.
           PERFORM REGISTRA-COMPROMISSO.
           COMPUTE VALOR-DEV = QTDE-DV * PRECO-PT(IND-ACHOU-PED).
           IF REPOE-DV EQUAL "S"
              SUBTRACT QTDE-DV FROM QTDE-REC-PT(IND-ACHOU-PED)
              MOVE "P" TO SITUACAO-PT(IND-ACHOU-PED)
              MOVE "SIM" TO PEDIDOS-ALTERADOS
              ADD 1 TO TOT-REPOSICOES
           ELSE
              ADD QTDE-DV TO QTDE-DEV-PT(IND-ACHOU-PED).
           PERFORM GRAVA-MOVIMENTO.
           PERFORM EMITE-NOTA-DEBITO.
           PERFORM GRAVA-DEVHIST.
           ADD 1 TO TOT-ACEITAS.
           IF REPOE-DV EQUAL "S"
              MOVE "ACEITA - AGUARDA REPOSICAO" TO MOTIVO-WS
           ELSE
              MOVE "ACEITA - SEM REPOSICAO" TO MOTIVO-WS.

       REGISTRA-COMPROMISSO.
           IF IND-ACHOU-COMPR EQUAL ZEROES
              AND QTD-COMPR LESS THAN 500
              ADD 1 TO QTD-COMPR
              MOVE QTD-COMPR   TO IND-ACHOU-COMPR
              MOVE COD-ITEM-DV TO COD-CT(IND-ACHOU-COMPR)
              MOVE DEP-PROC    TO DEP-CT(IND-ACHOU-COMPR)
              MOVE LOTE-DV     TO LOTE-CT(IND-ACHOU-COMPR)
              MOVE ZEROES      TO QTDE-CT(IND-ACHOU-COMPR).
           IF IND-ACHOU-COMPR NOT EQUAL ZEROES
              ADD QTDE-DV TO QTDE-CT(IND-ACHOU-COMPR).

       GRAVA-MOVIMENTO.
           MOVE COD-ITEM-DV    TO COD-MOV.
           MOVE "D"            TO TIPO-MOV.
           MOVE QTDE-DV        TO QTDE-MOV.
           MOVE PRECO-UNITARIO TO CUSTO-MOV.
           MOVE LOTE-DEV-WS    TO LOTE-MOV.
           ADD 1 TO SEQ-MOVIMENTO.
           MOVE SEQ-MOVIMENTO  TO SEQ-MOV.
           MOVE DEP-PROC       TO DEP-MOV.
           MOVE ZEROES         TO DEP-DEST-MOV.
           MOVE ZEROES         TO VALIDADE-MOV.
           MOVE WS-HOJE        TO DATA-MOV.
           MOVE ZEROES         TO DEPTO-MOV.
           MOVE LOTE-DV        TO LOTE-ORIG-MOV.
           WRITE REG-MOV.

       EMITE-NOTA-DEBITO.
           ADD 1 TO NUMND-WS.
           ADD 1 TO TOT-NOTAS.
           MOVE NUMND-WS  TO NUMND-REL.
           MOVE VALOR-DEV TO VALOR-A-ABATER.
           MOVE ZEROES    TO VALOR-ABATIDO NUMNF-ABATIDO.
           MOVE "NAO"     TO SEM-TITULO.
           PERFORM ABATE-TITULO
              UNTIL VALOR-A-ABATER EQUAL ZEROES
                 OR SEM-TITULO EQUAL "SIM".
           ADD VALOR-ABATIDO TO TOT-VALOR-ABATIDO.
           IF VALOR-A-ABATER GREATER THAN ZEROES
              PERFORM GRAVA-CREDITO
              ADD VALOR-A-ABATER TO TOT-VALOR-CREDITO.
           PERFORM GRAVA-NOTADEB.
           PERFORM IMPRIME-NOTA.

       ABATE-TITULO.
           PERFORM ESCOLHE-TITULO.
           IF IND-ESC EQUAL ZEROES
              MOVE "SIM" TO SEM-TITULO
           ELSE
              IF SALDO-TT(IND-ESC) GREATER THAN VALOR-A-ABATER
                 MOVE VALOR-A-ABATER TO VALOR-PARCELA
              ELSE
                 MOVE SALDO-TT(IND-ESC) TO VALOR-PARCELA
              END-IF
              SUBTRACT VALOR-PARCELA FROM SALDO-TT(IND-ESC)
              SUBTRACT VALOR-PARCELA FROM VALOR-A-ABATER
              ADD VALOR-PARCELA TO VALOR-ABATIDO
              IF NUMNF-ABATIDO EQUAL ZEROES
                 MOVE NUMNF-TT(IND-ESC) TO NUMNF-ABATIDO
              END-IF
              MOVE "SIM" TO ALTERADO-TT(IND-ESC)
              MOVE "SIM" TO TITULOS-ALTERADOS.

       ESCOLHE-TITULO.
           MOVE ZEROES TO IND-ESC IND-ESC-PED.
           MOVE 1      TO IND-TIT.
           PERFORM TESTA-TITULO-ABERTO
              UNTIL IND-TIT GREATER THAN QTD-TITULOS.
           IF IND-ESC-PED NOT EQUAL ZEROES
              MOVE IND-ESC-PED TO IND-ESC.

       TESTA-TITULO-ABERTO.
           IF CODFORN-TT(IND-TIT) EQUAL CODFORN-DV
              AND SALDO-TT(IND-TIT) GREATER THAN ZEROES
              IF NUMPED-TT(IND-TIT) EQUAL NUMPED-DV
                 AND IND-ESC-PED EQUAL ZEROES
                 MOVE IND-TIT TO IND-ESC-PED
              END-IF
              IF IND-ESC EQUAL ZEROES
                 OR DTVENC-TT(IND-TIT) LESS THAN DTVENC-ESC
                 MOVE IND-TIT TO IND-ESC
                 MOVE DTVENC-TT(IND-TIT) TO DTVENC-ESC
              END-IF
           END-IF.
           ADD 1 TO IND-TIT.

       GRAVA-CREDITO.
           MOVE CODFORN-DV     TO CODFORN-CF.
           MOVE NUMND-WS       TO NUMND-CF.
           MOVE VALOR-A-ABATER TO VALOR-CF.
           MOVE VALOR-A-ABATER TO SALDO-CF.
           MOVE WS-HOJE        TO DATA-CF.
           MOVE "A"            TO SITUACAO-CF.
           WRITE REG-CF.

       GRAVA-NOTADEB.
           MOVE NUMND-WS       TO NUMND-ND.
           MOVE CODFORN-DV     TO CODFORN-ND.
           MOVE NUMPED-DV      TO NUMPED-ND.
           MOVE COD-ITEM-DV    TO COD-ITEM-ND.
           MOVE LOTE-DV        TO LOTE-ND.
           MOVE QTDE-DV        TO QTDE-ND.
           MOVE VALOR-DEV      TO VALOR-ND.
           MOVE VALOR-ABATIDO  TO ABATIDO-ND.
           MOVE VALOR-A-ABATER TO CREDITO-ND.
           MOVE NUMNF-ABATIDO  TO NUMNF-ND.
           MOVE WS-HOJE        TO DATA-ND.
           WRITE REG-ND.

       IMPRIME-NOTA.
           MOVE NUMND-WS    TO NUMND-NOTA.
           MOVE CODFORN-DV  TO CODFORN-NOTA.
           PERFORM PROCURA-FORNECEDOR.
           IF IND-ACHOU-FORN EQUAL ZEROES
              MOVE "FORNECEDOR NAO CADASTRADO" TO NOME-NOTA
           ELSE
              MOVE NOMEFORN-FT(IND-ACHOU-FORN) TO NOME-NOTA.
           MOVE NUMPED-DV   TO NUMPED-NOTA.
           MOVE COD-ITEM-DV TO ITEM-NOTA.
           MOVE LOTE-DV     TO LOTE-NOTA.
           MOVE QTDE-DV     TO QTDE-NOTA.
           MOVE PRECO-PT(IND-ACHOU-PED) TO PRECO-NOTA.
           MOVE VALOR-DEV      TO VALOR-NOTA.
           MOVE VALOR-ABATIDO  TO ABATIDO-NOTA.
           MOVE NUMNF-ABATIDO  TO NUMNF-NOTA.
           MOVE VALOR-A-ABATER TO CREDITO-NOTA.
           MOVE MOTIVO-DV   TO MOTIVO-NOTA.
           MOVE OPERADOR-DV TO OPERADOR-NOTA.
           WRITE REG-NOTA FROM NOTA-TITULO AFTER ADVANCING PAGE.
           WRITE REG-NOTA FROM NOTA-NUMERO AFTER ADVANCING 2 LINES.
           WRITE REG-NOTA FROM NOTA-FORNEC AFTER ADVANCING 2 LINES.
           WRITE REG-NOTA FROM NOTA-PEDIDO AFTER ADVANCING 1 LINE.
           WRITE REG-NOTA FROM NOTA-QTDE AFTER ADVANCING 2 LINES.
           WRITE REG-NOTA FROM NOTA-PRECO AFTER ADVANCING 1 LINE.
           WRITE REG-NOTA FROM NOTA-VALOR AFTER ADVANCING 1 LINE.
           WRITE REG-NOTA FROM NOTA-ABATIDO AFTER ADVANCING 2 LINES.
           WRITE REG-NOTA FROM NOTA-CREDITO AFTER ADVANCING 1 LINE.
           WRITE REG-NOTA FROM NOTA-MOTIVO AFTER ADVANCING 2 LINES.
           IF REPOE-DV EQUAL "S"
              WRITE REG-NOTA FROM NOTA-REPOSICAO
                 AFTER ADVANCING 1 LINE.
           WRITE REG-NOTA FROM NOTA-FECHO AFTER ADVANCING 3 LINES.

       PROCURA-FORNECEDOR.
           MOVE ZEROES TO IND-ACHOU-FORN.
           MOVE 1      TO IND-FORN.
           PERFORM TESTA-FORNECEDOR
              UNTIL IND-FORN GREATER THAN QTD-FORN
                 OR IND-ACHOU-FORN NOT EQUAL ZEROES.

       TESTA-FORNECEDOR.
           IF CODFORN-FT(IND-FORN) EQUAL CODFORN-DV
              MOVE IND-FORN TO IND-ACHOU-FORN.
           ADD 1 TO IND-FORN.

       GRAVA-DEVHIST.
           MOVE NUMPED-DV   TO NUMPED-DH.
           MOVE CODFORN-DV  TO CODFORN-DH.
           MOVE COD-ITEM-DV TO COD-ITEM-DH.
           MOVE LOTE-DV     TO LOTE-DH.
           MOVE QTDE-DV     TO QTDE-DH.
           MOVE VALOR-DEV   TO VALOR-DH.
           MOVE REPOE-DV    TO REPOE-DH.
           MOVE MOTIVO-DV   TO MOTIVO-DH.
           MOVE NUMND-WS    TO NUMND-DH.
           MOVE WS-HOJE     TO DATA-DH.
           MOVE OPERADOR-DV TO OPERADOR-DH.
           WRITE REG-DH.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMPED-DV   TO NUMPED-REL.
           MOVE COD-ITEM-DV TO COD-REL.
           MOVE LOTE-DV     TO LOTE-REL.
           MOVE QTDE-DV     TO QTDE-REL.
           MOVE VALOR-DEV   TO VALOR-REL.
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
           MOVE TOT-LIDAS         TO TOT-LID-ED.
           MOVE TOT-ACEITAS       TO TOT-ACE-ED.
           MOVE TOT-REJEITADAS    TO TOT-REJ-ED.
           MOVE TOT-REPOSICOES    TO TOT-REP-ED.
           MOVE TOT-VALOR-ABATIDO TO VLR-ABT-ED.
           MOVE TOT-VALOR-CREDITO TO VLR-CRD-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.

       ATUALIZA-ARQUIVOS.
           IF TOT-NOTAS GREATER THAN ZEROES
              PERFORM GRAVA-CTLNDEB.
           IF PEDIDOS-ALTERADOS EQUAL "SIM"
              PERFORM ATUALIZA-PEDCOMP.
           IF TITULOS-ALTERADOS EQUAL "SIM"
              PERFORM ATUALIZA-CONTPAG.

       GRAVA-CTLNDEB.
           MOVE NUMND-WS TO ULTIMA-ND.
           OPEN OUTPUT CTLNDEB.
           WRITE REG-CTL-ND.
           CLOSE CTLNDEB.

       ATUALIZA-PEDCOMP.
           OPEN INPUT PEDCOMP
                OUTPUT PEDCOMP-NOVO.
           MOVE "NAO" TO FIM-AUX.
           MOVE ZEROES TO IND-PED.
           PERFORM LE-PEDIDO.
           PERFORM AJUSTA-PEDIDO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE PEDCOMP PEDCOMP-NOVO.
           OPEN INPUT PEDCOMP-NOVO
                OUTPUT PEDCOMP.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-PED-NOVO.
           PERFORM COPIA-PED-NOVO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE PEDCOMP-NOVO PEDCOMP.

       AJUSTA-PEDIDO.
           ADD 1 TO IND-PED.
           MOVE REG-PED TO REG-PED-N.
           IF IND-PED NOT GREATER THAN QTD-PEDIDOS
              MOVE QTDE-REC-PT(IND-PED) TO QTDE-REC-PN
              MOVE SITUACAO-PT(IND-PED) TO SITUACAO-PN.
           WRITE REG-PED-N.
           PERFORM LE-PEDIDO.

       LE-PED-NOVO.
           READ PEDCOMP-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-PED-NOVO.
           MOVE REG-PED-N TO REG-PED.
           WRITE REG-PED.
           PERFORM LE-PED-NOVO.

       ATUALIZA-CONTPAG.
           OPEN INPUT CONTPAG
                OUTPUT CONTPAG-NOVO.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-TITULO.
           PERFORM AJUSTA-TITULO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE CONTPAG CONTPAG-NOVO.
           OPEN INPUT CONTPAG-NOVO
                OUTPUT CONTPAG.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-CP-NOVO.
           PERFORM COPIA-CP-NOVO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE CONTPAG-NOVO CONTPAG.

       AJUSTA-TITULO.
           MOVE REG-CP TO REG-CP-N.
           IF SITUACAO-CP EQUAL "A"
              MOVE NUMNF-CP   TO NUMNF-PROC
              MOVE CODFORN-CP TO CODFORN-PROC
              PERFORM PROCURA-TITULO
              IF IND-ACHOU-TIT NOT EQUAL ZEROES
                 IF ALTERADO-TT(IND-ACHOU-TIT) EQUAL "SIM"
                    MOVE SALDO-TT(IND-ACHOU-TIT) TO VALOR-CN
                    IF SALDO-TT(IND-ACHOU-TIT) EQUAL ZEROES
                       MOVE "C" TO SITUACAO-CN
                    END-IF
                 END-IF
              END-IF
           END-IF.
           WRITE REG-CP-N.
           PERFORM LE-TITULO.

       LE-CP-NOVO.
           READ CONTPAG-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-CP-NOVO.
           MOVE REG-CP-N TO REG-CP.
           WRITE REG-CP.
           PERFORM LE-CP-NOVO.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE DEVCOMP
                    CADESTOQ
                    MOVDEV
                    NOTADEB
                    CREDFORN
                    DEVHIST
                    RELDEV
                    EMISNDEB
              IF TEM-SALDODEP EQUAL "SIM"
                 CLOSE SALDODEP
              END-IF
              IF TEM-SALDLOTE EQUAL "SIM"
                 CLOSE SALDLOTE
              END-IF
           END-IF.
