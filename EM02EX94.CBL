       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX94.
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
           SELECT PEDAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDAUD-STATUS.
           SELECT JRNSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNSOC-STATUS.
           SELECT JRNCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNCLI-STATUS.
           SELECT JRNCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNCONT-STATUS.
           SELECT JRNITEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNITEM-STATUS.
           SELECT JRNPARM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNPARM-STATUS.
           SELECT JRNESTQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNESTQ-STATUS.
           SELECT JRNHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNHIST-STATUS.
           SELECT SORTWK13 ASSIGN TO SORTWK13.
           SELECT AUDORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDEXTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELAUD ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PEDAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDAUD.DAT".
       01 REG-PED.
           02 ARQUIVO-PED    PIC X(08).
           02 CHAVE-PED      PIC X(15).
           02 DATA-INI-PED   PIC 9(08).
           02 DATA-FIM-PED   PIC 9(08).
           02 OPERADOR-PED   PIC X(08).
           02 EXTRATO-PED    PIC X(01).

       FD JRNSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNSOC.DAT".
       01 REG-JSO.
           02 SEQ-JSO        PIC 9(06).
           02 DATA-JSO       PIC X(08).
           02 OPER-JSO       PIC X(01).
           02 ANTES-JSO      PIC X(57).
           02 DEPOIS-JSO     PIC X(57).
           02 OPERADOR-JSO   PIC X(08).
           02 APROVADOR-JSO  PIC X(08).

       FD JRNCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCLI.DAT".
       01 REG-JCL.
           02 SEQ-JCL        PIC 9(06).
           02 DATA-JCL       PIC X(08).
           02 OPER-JCL       PIC X(01).
           02 ANTES-JCL      PIC X(114).
           02 DEPOIS-JCL     PIC X(114).
           02 OPERADOR-JCL   PIC X(08).
           02 APROVADOR-JCL  PIC X(08).

       FD JRNCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNCONT.DAT".
       01 REG-JCT.
           02 SEQ-JCT        PIC 9(06).
           02 DATA-JCT       PIC X(08).
           02 OPER-JCT       PIC X(01).
           02 ANTES-JCT      PIC X(126).
           02 DEPOIS-JCT     PIC X(126).

       FD JRNITEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNITEM.DAT".
       01 REG-JIT.
           02 SEQ-JIT        PIC 9(06).
           02 DATA-JIT       PIC X(08).
           02 OPER-JIT       PIC X(01).
           02 ANTES-JIT      PIC X(39).
           02 DEPOIS-JIT     PIC X(39).
           02 OPERADOR-JIT   PIC X(08).
           02 APROVADOR-JIT  PIC X(08).

       FD JRNPARM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNPARM.DAT".
       01 REG-JPR.
           02 SEQ-JPR        PIC 9(06).
           02 DATA-JPR       PIC X(08).
           02 ARQUIVO-JPR    PIC X(08).
           02 ANTES-JPR      PIC X(40).
           02 DEPOIS-JPR     PIC X(40).
           02 OPERADOR-JPR   PIC X(08).
           02 APROVADOR-JPR  PIC X(08).

       FD JRNESTQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNESTQ.DAT".
       01 REG-JES.
           02 LOTE-JES        PIC X(08).
           02 SEQ-JES         PIC 9(04).
           02 COD-JES         PIC X(05).
           02 QTDE-ANTES-JES  PIC X(05).
           02 QTDE-DEPOIS-JES PIC X(05).
           02 PRECO-ANTES-JES PIC X(08).
           02 PRECO-DEPOIS-JES PIC X(08).
           02 DATA-JES        PIC X(08).

       FD JRNHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNHIST.DAT".
       01 REG-JHI.
           02 SEQ-JHI        PIC 9(06).
           02 DATA-JHI       PIC X(08).
           02 OPER-JHI       PIC X(01).
           02 ANTES-JHI      PIC X(60).
           02 DEPOIS-JHI     PIC X(60).
           02 OPERADOR-JHI   PIC X(08).
           02 APROVADOR-JHI  PIC X(08).
           02 MOTIVO-JHI     PIC X(30).
           02 NOTA1-JHI      PIC X(04).
           02 NOTA2-JHI      PIC X(04).
           02 NOTA3-JHI      PIC X(04).
           02 FALTAS-JHI     PIC X(02).

       SD SORTWK13.
       01 SORT-AUD-REC.
           02 DATA-S13       PIC 9(08).
           02 ORDEM-S13      PIC 9(07).
           02 ARQUIVO-S13    PIC X(08).
           02 CHAVE-S13      PIC X(15).
           02 OPER-S13       PIC X(01).
           02 OPERADOR-S13   PIC X(08).
           02 APROVADOR-S13  PIC X(08).
           02 CAMPO-S13      PIC X(14).
           02 ANTES-S13      PIC X(40).
           02 DEPOIS-S13     PIC X(40).

       FD AUDORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDORD.DAT".
       01 REG-ORD.
           02 DATA-ORD       PIC 9(08).
           02 ORDEM-ORD      PIC 9(07).
           02 ARQUIVO-ORD    PIC X(08).
           02 CHAVE-ORD      PIC X(15).
           02 OPER-ORD       PIC X(01).
           02 OPERADOR-ORD   PIC X(08).
           02 APROVADOR-ORD  PIC X(08).
           02 CAMPO-ORD      PIC X(14).
           02 ANTES-ORD      PIC X(40).
           02 DEPOIS-ORD     PIC X(40).

       FD AUDEXTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDEXTR.DAT".
       01 REG-EXT.
           02 PEDIDO-EXT     PIC 9(03).
           02 DATA-EXT       PIC 9(08).
           02 ARQUIVO-EXT    PIC X(08).
           02 CHAVE-EXT      PIC X(15).
           02 OPER-EXT       PIC X(01).
           02 OPERADOR-EXT   PIC X(08).
           02 APROVADOR-EXT  PIC X(08).
           02 CAMPO-EXT      PIC X(14).
           02 ANTES-EXT      PIC X(40).
           02 DEPOIS-EXT     PIC X(40).

       FD RELAUD
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-JRN          PIC X(03) VALUE "NAO".
       77 FIM-ORD          PIC X(03) VALUE "NAO".
       77 PEDAUD-STATUS    PIC X(02) VALUE ZEROES.
       77 JRNSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 JRNCLI-STATUS    PIC X(02) VALUE ZEROES.
       77 JRNCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNITEM-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNPARM-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNESTQ-STATUS   PIC X(02) VALUE ZEROES.
       77 JRNHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 ABERTO-EXTRATO   PIC X(03) VALUE "NAO".
       77 REGISTRO-OK      PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 NUM-PEDIDO       PIC 9(03) VALUE ZEROES.
       77 ORDEM-WS         PIC 9(07) VALUE ZEROES.
       77 ORDEM-ANT        PIC 9(07) VALUE ZEROES.
       77 DATA-INI-WS      PIC 9(08) VALUE ZEROES.
       77 DATA-FIM-WS      PIC 9(08) VALUE 99999999.
       77 TOT-REGISTROS    PIC 9(05) VALUE ZEROES.
       77 TOT-CAMPOS       PIC 9(05) VALUE ZEROES.
       77 TOTAL-PEDIDOS    PIC 9(05) VALUE ZEROES.
       77 TOTAL-CAMPOS     PIC 9(05) VALUE ZEROES.
       77 TOTAL-INVALIDOS  PIC 9(05) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(30) VALUE SPACES.
       01 ARQUIVO-WS       PIC X(08) VALUE SPACES.
       01 CHAVE-WS         PIC X(15) VALUE SPACES.
       01 OPER-WS          PIC X(01) VALUE SPACES.
       01 OPERADOR-WS      PIC X(08) VALUE SPACES.
       01 APROVADOR-WS     PIC X(08) VALUE SPACES.
       01 CAMPO-WS         PIC X(14) VALUE SPACES.
       01 ANTES-WS         PIC X(40) VALUE SPACES.
       01 DEPOIS-WS        PIC X(40) VALUE SPACES.

       01 DATA-WS          PIC X(08) VALUE ZEROES.
       01 DATA-WS-N REDEFINES DATA-WS PIC 9(08).

       01 VALOR11-A        PIC X(11) VALUE SPACES.
       01 VALOR11-A-N REDEFINES VALOR11-A PIC 9(09)V9(02).
       01 VALOR11-D        PIC X(11) VALUE SPACES.
       01 VALOR11-D-N REDEFINES VALOR11-D PIC 9(09)V9(02).
       01 VALOR08-A        PIC X(08) VALUE SPACES.
       01 VALOR08-A-N REDEFINES VALOR08-A PIC 9(06)V9(02).
       01 VALOR08-D        PIC X(08) VALUE SPACES.
       01 VALOR08-D-N REDEFINES VALOR08-D PIC 9(06)V9(02).
       01 VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01 VALOR04-A        PIC X(04) VALUE SPACES.
       01 VALOR04-A-N REDEFINES VALOR04-A PIC 9(02)V9(02).
       01 VALOR04-D        PIC X(04) VALUE SPACES.
       01 VALOR04-D-N REDEFINES VALOR04-D PIC 9(02)V9(02).
       01 NOTA-ED          PIC Z9,99.

       01 SOC-ANTES.
           02 CODPAG-SA      PIC X(02).
           02 NUMSOC-SA      PIC X(06).
           02 NOME-SA        PIC X(30).
           02 VALPAG-SA      PIC X(11).
           02 DTVENC-SA      PIC X(08).
       01 SOC-DEPOIS.
           02 CODPAG-SD      PIC X(02).
           02 NUMSOC-SD      PIC X(06).
           02 NOME-SD        PIC X(30).
           02 VALPAG-SD      PIC X(11).
           02 DTVENC-SD      PIC X(08).

       01 CLI-ANTES.
           02 CPF-CA         PIC X(11).
           02 NOME-CA        PIC X(30).
           02 ESTADO-CA      PIC X(02).
           02 CIDADE-CA      PIC X(30).
           02 EMAIL-CA       PIC X(30).
           02 TEL-CA         PIC X(10).
           02 STATUS-CA      PIC X(01).
       01 CLI-DEPOIS.
           02 CPF-CD         PIC X(11).
           02 NOME-CD        PIC X(30).
           02 ESTADO-CD      PIC X(02).
           02 CIDADE-CD      PIC X(30).
           02 EMAIL-CD       PIC X(30).
           02 TEL-CD         PIC X(10).
           02 STATUS-CD      PIC X(01).

       01 CONT-ANTES.
           02 NUMSOC-TA      PIC X(06).
           02 ENDER-TA       PIC X(40).
           02 CIDADE-TA      PIC X(30).
           02 UF-TA          PIC X(02).
           02 CEP-TA         PIC X(08).
           02 EMAIL-TA       PIC X(30).
           02 TEL-TA         PIC X(10).
       01 CONT-DEPOIS.
           02 NUMSOC-TD      PIC X(06).
           02 ENDER-TD       PIC X(40).
           02 CIDADE-TD      PIC X(30).
           02 UF-TD          PIC X(02).
           02 CEP-TD         PIC X(08).
           02 EMAIL-TD       PIC X(30).
           02 TEL-TD         PIC X(10).

       01 ITEM-ANTES.
           02 COD-IA         PIC X(05).
           02 NOME-IA        PIC X(15).
           02 QTDE-IA        PIC X(05).
           02 PRECO-IA       PIC X(08).
           02 PONTOREPO-IA   PIC X(05).
           02 SITUACAO-IA    PIC X(01).
       01 ITEM-DEPOIS.
           02 COD-ID         PIC X(05).
           02 NOME-ID        PIC X(15).
           02 QTDE-ID        PIC X(05).
           02 PRECO-ID       PIC X(08).
           02 PONTOREPO-ID   PIC X(05).
           02 SITUACAO-ID    PIC X(01).

       01 HIST-ANTES.
           02 MATRICULA-HA   PIC X(07).
           02 TERMO-HA       PIC X(06).
           02 DISCIPLINA-HA  PIC X(03).
           02 NOME-HA        PIC X(30).
           02 MEDIA-HA       PIC X(04).
           02 RESULTADO-HA   PIC X(10).
       01 HIST-DEPOIS.
           02 MATRICULA-HD   PIC X(07).
           02 TERMO-HD       PIC X(06).
           02 DISCIPLINA-HD  PIC X(03).
           02 NOME-HD        PIC X(30).
           02 MEDIA-HD       PIC X(04).
           02 RESULTADO-HD   PIC X(10).

       01 DATA-AUX-WS      PIC 9(08) VALUE ZEROES.
       01 DATA-AUX-WS-R REDEFINES DATA-AUX-WS.
           02 ANO-AUX      PIC 9(04).
           02 MES-AUX      PIC 9(02).
           02 DIA-AUX      PIC 9(02).

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 DATA-FMT-X       PIC X(10) VALUE SPACES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "CONSULTA DE TRILHA DE AUDITO".
           02 FILLER    PIC X(18) VALUE "RIA DOS CADASTROS".
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-PED1.
           02 FILLER       PIC X(8)  VALUE " PEDIDO ".
           02 PEDIDO-CAB   PIC 9(03).
           02 FILLER       PIC X(11) VALUE "  ARQUIVO: ".
           02 ARQUIVO-CAB  PIC X(08).
           02 FILLER       PIC X(9)  VALUE "  CHAVE: ".
           02 CHAVE-CAB    PIC X(15).
           02 FILLER       PIC X(7)  VALUE "  OPER.".
           02 FILLER       PIC X(2)  VALUE ": ".
           02 OPERADOR-CAB PIC X(08).

       01 CAB-PED2.
           02 FILLER       PIC X(10) VALUE " PERIODO: ".
           02 DATA-INI-CAB PIC X(10).
           02 FILLER       PIC X(3)  VALUE " A ".
           02 DATA-FIM-CAB PIC X(10).

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DATA".
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 FILLER    PIC X(8)  VALUE "ARQUIVO".
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 FILLER    PIC X(15) VALUE "CHAVE".
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 FILLER    PIC X(3)  VALUE "OP".
           02 FILLER    PIC X(17) VALUE "OPERADOR/APROV.".

       01 CAB-02A.
           02 FILLER    PIC X(5)  VALUE SPACES.
           02 FILLER    PIC X(15) VALUE "CAMPO".
           02 FILLER    PIC X(29) VALUE "ANTES".
           02 FILLER    PIC X(6)  VALUE "DEPOIS".

       01 DET-REG.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DATA-REL      PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 ARQUIVO-REL   PIC X(08).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 CHAVE-REL     PIC X(15).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 OPER-REL      PIC X(01).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 OPERADOR-REL  PIC X(08).
           02 FILLER        PIC X(1) VALUE "/".
           02 APROVADOR-REL PIC X(08).

       01 DET-CAMPO.
           02 FILLER        PIC X(5) VALUE SPACES.
           02 CAMPO-REL     PIC X(14).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 ANTES-REL     PIC X(28).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEPOIS-REL    PIC X(28).

       01 LINHA-MSG.
           02 FILLER        PIC X(5) VALUE SPACES.
           02 MSG-REL       PIC X(40).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REGISTROS SELECIONADOS   : ".
           02 TOT-REG-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CAMPOS ALTERADOS         : ".
           02 TOT-CAM-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX94".
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
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOTAL-PEDIDOS   TO LOG-LIDOS.
           MOVE TOTAL-CAMPOS    TO LOG-GRAVADOS.
           MOVE TOTAL-INVALIDOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           OPEN INPUT PEDAUD.
           IF PEDAUD-STATUS EQUAL "35"
              DISPLAY "PEDAUD.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RELAUD
              PERFORM LEITURA
           END-IF.

       LEITURA.
           READ PEDAUD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO NUM-PEDIDO.
           ADD 1 TO TOTAL-PEDIDOS.
           MOVE ZEROES TO TOT-REGISTROS TOT-CAMPOS ORDEM-WS.
           PERFORM VALIDA-PEDIDO.
           MOVE 26 TO CT-LIN.
           IF MOTIVO-WS EQUAL SPACES
              SORT SORTWK13 ON ASCENDING KEY DATA-S13
                                            ORDEM-S13
                   INPUT PROCEDURE IS SELECIONA-JORNAIS
                   GIVING AUDORD
              PERFORM IMPRIME-PEDIDO
           ELSE
              ADD 1 TO TOTAL-INVALIDOS
              PERFORM CABECALHO
              MOVE MOTIVO-WS TO MSG-REL
              WRITE REG-REL FROM LINHA-MSG AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM LEITURA.

       VALIDA-PEDIDO.
           MOVE SPACES TO MOTIVO-WS.
           MOVE ZEROES TO DATA-INI-WS.
           MOVE 99999999 TO DATA-FIM-WS.
           IF DATA-INI-PED NUMERIC
              MOVE DATA-INI-PED TO DATA-INI-WS.
           IF DATA-FIM-PED NUMERIC
              AND DATA-FIM-PED NOT EQUAL ZEROES
              MOVE DATA-FIM-PED TO DATA-FIM-WS.
           IF DATA-INI-WS GREATER THAN DATA-FIM-WS
              MOVE "PERIODO INVALIDO" TO MOTIVO-WS.
           IF ARQUIVO-PED NOT EQUAL SPACES
              AND ARQUIVO-PED NOT EQUAL "JRNSOC"
              AND ARQUIVO-PED NOT EQUAL "JRNCLI"
              AND ARQUIVO-PED NOT EQUAL "JRNCONT"
              AND ARQUIVO-PED NOT EQUAL "JRNITEM"
              AND ARQUIVO-PED NOT EQUAL "JRNPARM"
              AND ARQUIVO-PED NOT EQUAL "JRNESTQ"
              AND ARQUIVO-PED NOT EQUAL "JRNHIST"
              MOVE "ARQUIVO DE JORNAL INVALIDO" TO MOTIVO-WS.

       SELECIONA-JORNAIS.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNSOC"
              PERFORM SELECIONA-JRNSOC.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNCLI"
              PERFORM SELECIONA-JRNCLI.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNCONT"
              PERFORM SELECIONA-JRNCONT.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNITEM"
              PERFORM SELECIONA-JRNITEM.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNPARM"
              PERFORM SELECIONA-JRNPARM.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNESTQ"
              PERFORM SELECIONA-JRNESTQ.
           IF ARQUIVO-PED EQUAL SPACES
              OR ARQUIVO-PED EQUAL "JRNHIST"
              PERFORM SELECIONA-JRNHIST.

       SELECIONA-JRNSOC.
           OPEN INPUT JRNSOC.
           IF JRNSOC-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNSOC
              PERFORM TRATA-JRNSOC
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNSOC.

       LE-JRNSOC.
           READ JRNSOC AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNSOC.
           ADD 1 TO ORDEM-WS.
           MOVE ANTES-JSO  TO SOC-ANTES.
           MOVE DEPOIS-JSO TO SOC-DEPOIS.
           IF NUMSOC-SA NOT EQUAL SPACES
              MOVE NUMSOC-SA TO CHAVE-WS
           ELSE
              MOVE NUMSOC-SD TO CHAVE-WS.
           MOVE "JRNSOC"      TO ARQUIVO-WS.
           MOVE DATA-JSO      TO DATA-WS.
           MOVE OPER-JSO      TO OPER-WS.
           MOVE OPERADOR-JSO  TO OPERADOR-WS.
           MOVE APROVADOR-JSO TO APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              PERFORM COMPARA-JRNSOC.
           PERFORM LE-JRNSOC.

       COMPARA-JRNSOC.
           MOVE "CODPAG"   TO CAMPO-WS.
           MOVE CODPAG-SA  TO ANTES-WS.
           MOVE CODPAG-SD  TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "NUMSOC1"  TO CAMPO-WS.
           MOVE NUMSOC-SA  TO ANTES-WS.
           MOVE NUMSOC-SD  TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "NOMESOC1" TO CAMPO-WS.
           MOVE NOME-SA    TO ANTES-WS.
           MOVE NOME-SD    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "VALPAG1"  TO CAMPO-WS.
           MOVE VALPAG-SA  TO VALOR11-A.
           MOVE VALPAG-SD  TO VALOR11-D.
           PERFORM COMPARA-VALOR11.
           MOVE "DTVENC1"  TO CAMPO-WS.
           MOVE DTVENC-SA  TO ANTES-WS.
           MOVE DTVENC-SD  TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.

       SELECIONA-JRNCLI.
           OPEN INPUT JRNCLI.
           IF JRNCLI-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNCLI
              PERFORM TRATA-JRNCLI
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNCLI.

       LE-JRNCLI.
           READ JRNCLI AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNCLI.
           ADD 1 TO ORDEM-WS.
           MOVE ANTES-JCL  TO CLI-ANTES.
           MOVE DEPOIS-JCL TO CLI-DEPOIS.
           IF CPF-CA NOT EQUAL SPACES
              MOVE CPF-CA TO CHAVE-WS
           ELSE
              MOVE CPF-CD TO CHAVE-WS.
           MOVE "JRNCLI"      TO ARQUIVO-WS.
           MOVE DATA-JCL      TO DATA-WS.
           MOVE OPER-JCL      TO OPER-WS.
           MOVE OPERADOR-JCL  TO OPERADOR-WS.
           MOVE APROVADOR-JCL TO APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              PERFORM COMPARA-JRNCLI.
           PERFORM LE-JRNCLI.

       COMPARA-JRNCLI.
           MOVE "CPF-SAI"    TO CAMPO-WS.
           MOVE CPF-CA       TO ANTES-WS.
           MOVE CPF-CD       TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "NOME-SAI"   TO CAMPO-WS.
           MOVE NOME-CA      TO ANTES-WS.
           MOVE NOME-CD      TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "ESTADO-SAI" TO CAMPO-WS.
           MOVE ESTADO-CA    TO ANTES-WS.
           MOVE ESTADO-CD    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "CIDADE-SAI" TO CAMPO-WS.
           MOVE CIDADE-CA    TO ANTES-WS.
           MOVE CIDADE-CD    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "EMAIL-SAI"  TO CAMPO-WS.
           MOVE EMAIL-CA     TO ANTES-WS.
           MOVE EMAIL-CD     TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "TEL-SAI"    TO CAMPO-WS.
           MOVE TEL-CA       TO ANTES-WS.
           MOVE TEL-CD       TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "STATUS-SAI" TO CAMPO-WS.
           MOVE STATUS-CA    TO ANTES-WS.
           MOVE STATUS-CD    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.

       SELECIONA-JRNCONT.
           OPEN INPUT JRNCONT.
           IF JRNCONT-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNCONT
              PERFORM TRATA-JRNCONT
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNCONT.

       LE-JRNCONT.
           READ JRNCONT AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNCONT.
           ADD 1 TO ORDEM-WS.
           MOVE ANTES-JCT  TO CONT-ANTES.
           MOVE DEPOIS-JCT TO CONT-DEPOIS.
           IF NUMSOC-TA NOT EQUAL SPACES
              MOVE NUMSOC-TA TO CHAVE-WS
           ELSE
              MOVE NUMSOC-TD TO CHAVE-WS.
           MOVE "JRNCONT"     TO ARQUIVO-WS.
           MOVE DATA-JCT      TO DATA-WS.
           MOVE OPER-JCT      TO OPER-WS.
           MOVE SPACES        TO OPERADOR-WS APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              PERFORM COMPARA-JRNCONT.
           PERFORM LE-JRNCONT.

       COMPARA-JRNCONT.
           MOVE "NUMSOC-CT" TO CAMPO-WS.
           MOVE NUMSOC-TA   TO ANTES-WS.
           MOVE NUMSOC-TD   TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "ENDER-CT"  TO CAMPO-WS.
           MOVE ENDER-TA    TO ANTES-WS.
           MOVE ENDER-TD    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "CIDADE-CT" TO CAMPO-WS.
           MOVE CIDADE-TA   TO ANTES-WS.
           MOVE CIDADE-TD   TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "UF-CT"     TO CAMPO-WS.
           MOVE UF-TA       TO ANTES-WS.
           MOVE UF-TD       TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "CEP-CT"    TO CAMPO-WS.
           MOVE CEP-TA      TO ANTES-WS.
           MOVE CEP-TD      TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "EMAIL-CT"  TO CAMPO-WS.
           MOVE EMAIL-TA    TO ANTES-WS.
           MOVE EMAIL-TD    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "TEL-CT"    TO CAMPO-WS.
           MOVE TEL-TA      TO ANTES-WS.
           MOVE TEL-TD      TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.

       SELECIONA-JRNITEM.
           OPEN INPUT JRNITEM.
           IF JRNITEM-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNITEM
              PERFORM TRATA-JRNITEM
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNITEM.

       LE-JRNITEM.
           READ JRNITEM AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNITEM.
           ADD 1 TO ORDEM-WS.
           MOVE ANTES-JIT  TO ITEM-ANTES.
           MOVE DEPOIS-JIT TO ITEM-DEPOIS.
           IF COD-IA NOT EQUAL SPACES
              MOVE COD-IA TO CHAVE-WS
           ELSE
              MOVE COD-ID TO CHAVE-WS.
           MOVE "JRNITEM"     TO ARQUIVO-WS.
           MOVE DATA-JIT      TO DATA-WS.
           MOVE OPER-JIT      TO OPER-WS.
           MOVE OPERADOR-JIT  TO OPERADOR-WS.
           MOVE APROVADOR-JIT TO APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              PERFORM COMPARA-JRNITEM.
           PERFORM LE-JRNITEM.

       COMPARA-JRNITEM.
           MOVE "COD"            TO CAMPO-WS.
           MOVE COD-IA           TO ANTES-WS.
           MOVE COD-ID           TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "NOME"           TO CAMPO-WS.
           MOVE NOME-IA          TO ANTES-WS.
           MOVE NOME-ID          TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "QTDE-ESTOQUE"   TO CAMPO-WS.
           MOVE QTDE-IA          TO ANTES-WS.
           MOVE QTDE-ID          TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "PRECO-UNITARIO" TO CAMPO-WS.
           MOVE PRECO-IA         TO VALOR08-A.
           MOVE PRECO-ID         TO VALOR08-D.
           PERFORM COMPARA-VALOR08.
           MOVE "PONTOREPO"      TO CAMPO-WS.
           MOVE PONTOREPO-IA     TO ANTES-WS.
           MOVE PONTOREPO-ID     TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "SITUACAO-EST"   TO CAMPO-WS.
           MOVE SITUACAO-IA      TO ANTES-WS.
           MOVE SITUACAO-ID      TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.

       SELECIONA-JRNPARM.
           OPEN INPUT JRNPARM.
           IF JRNPARM-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNPARM
              PERFORM TRATA-JRNPARM
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNPARM.

       LE-JRNPARM.
           READ JRNPARM AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNPARM.
           ADD 1 TO ORDEM-WS.
           MOVE ARQUIVO-JPR   TO CHAVE-WS.
           MOVE "JRNPARM"     TO ARQUIVO-WS.
           MOVE DATA-JPR      TO DATA-WS.
           MOVE "A"           TO OPER-WS.
           MOVE OPERADOR-JPR  TO OPERADOR-WS.
           MOVE APROVADOR-JPR TO APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              MOVE "CONTEUDO" TO CAMPO-WS
              MOVE ANTES-JPR  TO ANTES-WS
              MOVE DEPOIS-JPR TO DEPOIS-WS
              PERFORM COMPARA-CAMPO.
           PERFORM LE-JRNPARM.

       SELECIONA-JRNESTQ.
           OPEN INPUT JRNESTQ.
           IF JRNESTQ-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNESTQ
              PERFORM TRATA-JRNESTQ
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNESTQ.

       LE-JRNESTQ.
           READ JRNESTQ AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNESTQ.
           ADD 1 TO ORDEM-WS.
           MOVE COD-JES   TO CHAVE-WS.
           MOVE "JRNESTQ" TO ARQUIVO-WS.
           MOVE DATA-JES  TO DATA-WS.
           MOVE "M"       TO OPER-WS.
           MOVE SPACES    TO OPERADOR-WS APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              PERFORM COMPARA-JRNESTQ.
           PERFORM LE-JRNESTQ.

       COMPARA-JRNESTQ.
           MOVE "QTDE-ESTOQUE"   TO CAMPO-WS.
           MOVE QTDE-ANTES-JES   TO ANTES-WS.
           MOVE QTDE-DEPOIS-JES  TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "PRECO-UNITARIO" TO CAMPO-WS.
           MOVE PRECO-ANTES-JES  TO VALOR08-A.
           MOVE PRECO-DEPOIS-JES TO VALOR08-D.
           PERFORM COMPARA-VALOR08.

       SELECIONA-JRNHIST.
           OPEN INPUT JRNHIST.
           IF JRNHIST-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-JRN
              PERFORM LE-JRNHIST
              PERFORM TRATA-JRNHIST
                 UNTIL FIM-JRN EQUAL "SIM"
              CLOSE JRNHIST.

       LE-JRNHIST.
           READ JRNHIST AT END MOVE "SIM" TO FIM-JRN.

       TRATA-JRNHIST.
           ADD 1 TO ORDEM-WS.
           MOVE ANTES-JHI  TO HIST-ANTES.
           MOVE DEPOIS-JHI TO HIST-DEPOIS.
           MOVE MATRICULA-HA  TO CHAVE-WS.
           MOVE "JRNHIST"     TO ARQUIVO-WS.
           MOVE DATA-JHI      TO DATA-WS.
           MOVE OPER-JHI      TO OPER-WS.
           MOVE OPERADOR-JHI  TO OPERADOR-WS.
           MOVE APROVADOR-JHI TO APROVADOR-WS.
           PERFORM FILTRA-REGISTRO.
           IF REGISTRO-OK EQUAL "SIM"
              PERFORM COMPARA-JRNHIST.
           PERFORM LE-JRNHIST.

       COMPARA-JRNHIST.
           MOVE "TERMO/DISC"  TO CAMPO-WS.
           MOVE SPACES        TO ANTES-WS DEPOIS-WS.
           STRING TERMO-HA " " DISCIPLINA-HA
              DELIMITED BY SIZE INTO ANTES-WS.
           MOVE ANTES-WS      TO DEPOIS-WS.
           PERFORM GERA-ALTERACAO.
           MOVE "MEDIA"       TO CAMPO-WS.
           MOVE MEDIA-HA      TO VALOR04-A.
           MOVE MEDIA-HD      TO VALOR04-D.
           PERFORM COMPARA-VALOR04.
           MOVE "RESULTADO"   TO CAMPO-WS.
           MOVE RESULTADO-HA  TO ANTES-WS.
           MOVE RESULTADO-HD  TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.
           MOVE "MOTIVO"      TO CAMPO-WS.
           MOVE SPACES        TO ANTES-WS.
           MOVE MOTIVO-JHI    TO DEPOIS-WS.
           PERFORM COMPARA-CAMPO.

       FILTRA-REGISTRO.
           MOVE "SIM" TO REGISTRO-OK.
           IF DATA-WS NOT NUMERIC
              MOVE ZEROES TO DATA-WS.
           IF DATA-WS-N LESS THAN DATA-INI-WS
              OR DATA-WS-N GREATER THAN DATA-FIM-WS
              MOVE "NAO" TO REGISTRO-OK.
           IF CHAVE-PED NOT EQUAL SPACES
              AND CHAVE-PED NOT EQUAL CHAVE-WS
              MOVE "NAO" TO REGISTRO-OK.
           IF OPERADOR-PED NOT EQUAL SPACES
              AND OPERADOR-PED NOT EQUAL OPERADOR-WS
              AND OPERADOR-PED NOT EQUAL APROVADOR-WS
              MOVE "NAO" TO REGISTRO-OK.
           IF REGISTRO-OK EQUAL "SIM"
              ADD 1 TO TOT-REGISTROS.

       COMPARA-CAMPO.
           IF ANTES-WS NOT EQUAL DEPOIS-WS
              PERFORM GERA-ALTERACAO.

       COMPARA-VALOR11.
           IF VALOR11-A NOT EQUAL VALOR11-D
              MOVE SPACES TO ANTES-WS DEPOIS-WS
              IF VALOR11-A NUMERIC
                 MOVE VALOR11-A-N TO VALOR-ED
                 MOVE VALOR-ED    TO ANTES-WS
              END-IF
              IF VALOR11-D NUMERIC
                 MOVE VALOR11-D-N TO VALOR-ED
                 MOVE VALOR-ED    TO DEPOIS-WS
              END-IF
              PERFORM GERA-ALTERACAO.

       COMPARA-VALOR08.
           IF VALOR08-A NOT EQUAL VALOR08-D
              MOVE SPACES TO ANTES-WS DEPOIS-WS
              IF VALOR08-A NUMERIC
                 MOVE VALOR08-A-N TO VALOR-ED
                 MOVE VALOR-ED    TO ANTES-WS
              END-IF
              IF VALOR08-D NUMERIC
                 MOVE VALOR08-D-N TO VALOR-ED
                 MOVE VALOR-ED    TO DEPOIS-WS
              END-IF
              PERFORM GERA-ALTERACAO.

       COMPARA-VALOR04.
           IF VALOR04-A NOT EQUAL VALOR04-D
              MOVE SPACES TO ANTES-WS DEPOIS-WS
              IF VALOR04-A NUMERIC
                 MOVE VALOR04-A-N TO NOTA-ED
                 MOVE NOTA-ED     TO ANTES-WS
              END-IF
              IF VALOR04-D NUMERIC
                 MOVE VALOR04-D-N TO NOTA-ED
                 MOVE NOTA-ED     TO DEPOIS-WS
              END-IF
              PERFORM GERA-ALTERACAO.

       GERA-ALTERACAO.
           MOVE DATA-WS-N    TO DATA-S13.
           MOVE ORDEM-WS     TO ORDEM-S13.
           MOVE ARQUIVO-WS   TO ARQUIVO-S13.
           MOVE CHAVE-WS     TO CHAVE-S13.
           MOVE OPER-WS      TO OPER-S13.
           MOVE OPERADOR-WS  TO OPERADOR-S13.
           MOVE APROVADOR-WS TO APROVADOR-S13.
           MOVE CAMPO-WS     TO CAMPO-S13.
           MOVE ANTES-WS     TO ANTES-S13.
           MOVE DEPOIS-WS    TO DEPOIS-S13.
           RELEASE SORT-AUD-REC.
           ADD 1 TO TOT-CAMPOS.

       IMPRIME-PEDIDO.
           MOVE ZEROES TO ORDEM-ANT.
           MOVE "NAO" TO FIM-ORD.
           OPEN INPUT AUDORD.
           PERFORM LE-AUDORD.
           IF FIM-ORD EQUAL "SIM"
              PERFORM CABECALHO
              MOVE "NENHUMA ALTERACAO ENCONTRADA" TO MSG-REL
              WRITE REG-REL FROM LINHA-MSG AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-ALTERACAO
              UNTIL FIM-ORD EQUAL "SIM".
           CLOSE AUDORD.
           PERFORM RODAPE.

       LE-AUDORD.
           READ AUDORD AT END MOVE "SIM" TO FIM-ORD.

       IMPRIME-ALTERACAO.
           IF CT-LIN GREATER THAN 24
              PERFORM CABECALHO
              MOVE ZEROES TO ORDEM-ANT.
           IF ORDEM-ORD NOT EQUAL ORDEM-ANT
              MOVE DATA-ORD TO DATA-AUX-WS
              PERFORM FORMATA-DATA
              MOVE DATA-FMT-X    TO DATA-REL
              MOVE ARQUIVO-ORD   TO ARQUIVO-REL
              MOVE CHAVE-ORD     TO CHAVE-REL
              MOVE OPER-ORD      TO OPER-REL
              MOVE OPERADOR-ORD  TO OPERADOR-REL
              MOVE APROVADOR-ORD TO APROVADOR-REL
              WRITE REG-REL FROM DET-REG AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN
              MOVE ORDEM-ORD TO ORDEM-ANT.
           MOVE CAMPO-ORD  TO CAMPO-REL.
           MOVE ANTES-ORD  TO ANTES-REL.
           MOVE DEPOIS-ORD TO DEPOIS-REL.
           WRITE REG-REL FROM DET-CAMPO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           IF EXTRATO-PED EQUAL "S"
              PERFORM GRAVA-EXTRATO.
           PERFORM LE-AUDORD.

       GRAVA-EXTRATO.
           IF ABERTO-EXTRATO NOT EQUAL "SIM"
              OPEN OUTPUT AUDEXTR
              MOVE "SIM" TO ABERTO-EXTRATO.
           MOVE NUM-PEDIDO    TO PEDIDO-EXT.
           MOVE DATA-ORD      TO DATA-EXT.
           MOVE ARQUIVO-ORD   TO ARQUIVO-EXT.
           MOVE CHAVE-ORD     TO CHAVE-EXT.
           MOVE OPER-ORD      TO OPER-EXT.
           MOVE OPERADOR-ORD  TO OPERADOR-EXT.
           MOVE APROVADOR-ORD TO APROVADOR-EXT.
           MOVE CAMPO-ORD     TO CAMPO-EXT.
           MOVE ANTES-ORD     TO ANTES-EXT.
           MOVE DEPOIS-ORD    TO DEPOIS-EXT.
           WRITE REG-EXT.

       FORMATA-DATA.
           IF DATA-AUX-WS EQUAL ZEROES
              MOVE "SEM DATA" TO DATA-FMT-X
           ELSE
              MOVE DIA-AUX  TO DIA-FMT
              MOVE MES-AUX  TO MES-FMT
              MOVE ANO-AUX  TO ANO-FMT
              MOVE DATA-FMT TO DATA-FMT-X.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE NUM-PEDIDO   TO PEDIDO-CAB.
           MOVE ARQUIVO-PED  TO ARQUIVO-CAB.
           MOVE CHAVE-PED    TO CHAVE-CAB.
           MOVE OPERADOR-PED TO OPERADOR-CAB.
           MOVE DATA-INI-WS  TO DATA-AUX-WS.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT-X   TO DATA-INI-CAB.
           IF DATA-FIM-WS EQUAL 99999999
              MOVE SPACES TO DATA-FIM-CAB
           ELSE
              MOVE DATA-FIM-WS TO DATA-AUX-WS
              PERFORM FORMATA-DATA
              MOVE DATA-FMT-X TO DATA-FIM-CAB.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-PED1 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-PED2 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02A AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           ADD TOT-CAMPOS TO TOTAL-CAMPOS.
           MOVE TOT-REGISTROS TO TOT-REG-ED.
           MOVE TOT-CAMPOS    TO TOT-CAM-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.

       FIM.
           IF PEDAUD-STATUS NOT EQUAL "35"
              CLOSE PEDAUD
                    RELAUD
              IF ABERTO-EXTRATO EQUAL "SIM"
                 CLOSE AUDEXTR
              END-IF
           END-IF.
