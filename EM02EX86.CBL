       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX86.
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
           SELECT PARMBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMBCO-STATUS.
           SELECT EXTRATO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRATO-STATUS.
           SELECT HISTPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HP
           FILE STATUS IS HISTPAG-STATUS.
           SELECT CONCPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-CC
           FILE STATUS IS CONCPAG-STATUS.
           SELECT HISTPGF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTPGF-STATUS.
           SELECT HISTPGF-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELCONC ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD PARMBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMBCO.DAT".
       01 REG-PARM-BCO.
           02 BANCO-PARM    PIC 9(03).
           02 AGENCIA-PARM  PIC 9(04).
           02 CONTA-PARM    PIC 9(08).

       FD EXTRATO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXTRATO.DAT".
       01 EXT-HEADER.
           02 TIPO-EXT          PIC X(01).
           02 BANCO-EXH         PIC 9(03).
           02 AGENCIA-EXH       PIC 9(04).
           02 CONTA-EXH         PIC 9(08).
           02 DATA-INI-EXH      PIC 9(08).
           02 DATA-FIM-EXH      PIC 9(08).
           02 SALDO-INI-EXH     PIC 9(11)V9(02).
           02 NAT-SALDO-INI-EXH PIC X(01).
           02 FILLER            PIC X(34).
       01 EXT-DETALHE.
           02 FILLER            PIC X(01).
           02 DATA-EXD          PIC 9(08).
           02 NATUREZA-EXD      PIC X(01).
           02 VALOR-EXD         PIC 9(11)V9(02).
           02 DOCTO-EXD         PIC X(10).
           02 HISTORICO-EXD     PIC X(25).
           02 FILLER            PIC X(22).
       01 EXT-TRAILER.
           02 FILLER            PIC X(01).
           02 QTD-EXT           PIC 9(06).
           02 SALDO-FIM-EXT     PIC 9(11)V9(02).
           02 NAT-SALDO-FIM-EXT PIC X(01).
           02 FILLER            PIC X(59).

       FD HISTPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPAG.DAT".
       01 REG-HP.
           02 CHAVE-HP.
            03 NUMSOC-HP  PIC 9(06).
            03 DATA-HP    PIC 9(08).
            03 SEQ-HP     PIC 9(02).
           02 VALOR-HP    PIC 9(09)V9(02).
           02 ORIGEM-HP   PIC X(08).

       FD CONCPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONCPAG.DAT".
       01 REG-CC.
           02 CHAVE-CC.
            03 NUMSOC-CC  PIC 9(06).
            03 DATA-CC    PIC 9(08).
            03 SEQ-CC     PIC 9(02).
           02 DATA-CONC-CC PIC 9(08).
           02 DOCTO-CC     PIC X(10).

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

       FD HISTPGF-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPGF_NOVO.DAT".
       01 REG-HPF-N.
           02 LOTE-HPF-N     PIC 9(06).
           02 CODFORN-HPF-N  PIC 9(04).
           02 DATA-HPF-N     PIC 9(08).
           02 VALOR-HPF-N    PIC 9(10)V9(02).
           02 QTD-TIT-HPF-N  PIC 9(04).
           02 CONCIL-HPF-N   PIC X(01).

       FD RELCONC
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 PARMBCO-STATUS   PIC X(02) VALUE ZEROES.
       77 EXTRATO-STATUS   PIC X(02) VALUE ZEROES.
       77 HISTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 CONCPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 HISTPGF-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-TRAILER      PIC X(03) VALUE "NAO".
       77 ACHOU-LANC       PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-DATA          PIC 9(08) VALUE ZEROES.
       77 BANCO-WS         PIC 9(03) VALUE 341.
       77 AGENCIA-WS       PIC 9(04) VALUE 1234.
       77 CONTA-WS         PIC 9(08) VALUE 56789012.
       77 DATA-INI-WS      PIC 9(08) VALUE ZEROES.
       77 DATA-FIM-WS      PIC 9(08) VALUE ZEROES.
       77 QTD-HP           PIC 9(04) VALUE ZEROES.
       77 IND-HP           PIC 9(04) VALUE ZEROES.
       77 QTD-PGF          PIC 9(04) VALUE ZEROES.
       77 IND-PGF          PIC 9(04) VALUE ZEROES.
       77 QTD-MARCADOS-PGF PIC 9(04) VALUE ZEROES.
       77 SALDO-INI-WS     PIC S9(12)V9(02) VALUE ZEROES.
       77 SALDO-FIM-WS     PIC S9(12)V9(02) VALUE ZEROES.
       77 SALDO-CALC-WS    PIC S9(12)V9(02) VALUE ZEROES.
       77 DIFERENCA-WS     PIC S9(12)V9(02) VALUE ZEROES.
       77 ORIGEM-WS        PIC X(07) VALUE SPACES.
       77 NATUREZA-WS      PIC X(01) VALUE SPACES.
       77 VALOR-WS         PIC 9(11)V9(02) VALUE ZEROES.
       77 REFERENCIA-WS    PIC X(15) VALUE SPACES.
       77 OCORRENCIA-WS    PIC X(25) VALUE SPACES.
       77 TOT-ITENS        PIC 9(06) VALUE ZEROES.
       77 TOT-CREDITOS     PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-DEBITOS      PIC 9(12)V9(02) VALUE ZEROES.
       77 TOT-CONC-CRED    PIC 9(05) VALUE ZEROES.
       77 TOT-CONC-DEB     PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-SISTEMA  PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-EXTRATO  PIC 9(05) VALUE ZEROES.

       01 TABELA-HISTPAG.
           02 ITEM-HP OCCURS 3000 TIMES.
              03 NUMSOC-TH   PIC 9(06).
              03 DATA-TH     PIC 9(08).
              03 SEQ-TH      PIC 9(02).
              03 VALOR-TH    PIC 9(09)V9(02).
              03 CONC-TH     PIC X(01).

       01 TABELA-HISTPGF.
           02 ITEM-PGF OCCURS 1000 TIMES.
              03 LOTE-TG     PIC 9(06).
              03 CODFORN-TG  PIC 9(04).
              03 DATA-TG     PIC 9(08).
              03 VALOR-TG    PIC 9(10)V9(02).
              03 CONC-TG     PIC X(01).

       01 REF-SOCIO.
           02 FILLER       PIC X(06) VALUE "SOCIO ".
           02 NUMSOC-REF   PIC 9(06).
           02 FILLER       PIC X(03) VALUE SPACES.

       01 REF-FORN.
           02 FILLER       PIC X(05) VALUE "LOTE ".
           02 LOTE-REF     PIC 9(06).
           02 FILLER       PIC X(01) VALUE "/".
           02 CODFORN-REF  PIC 9(04).

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(30) VALUE "CONCILIACAO BANCARIA - CONTA ".
           02 BANCO-CAB   PIC 999.
           02 FILLER    PIC X(1)  VALUE "/".
           02 AGENCIA-CAB PIC 9999.
           02 FILLER    PIC X(1)  VALUE "/".
           02 CONTA-CAB   PIC 9(8).
           02 FILLER    PIC X(20) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "ORIGEM ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "DATA      ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(1) VALUE "N".
           02 FILLER    PIC X(10) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "VALOR".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(15) VALUE "REFERENCIA     ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "OCORRENCIA".

       01 DETALHE.
           02 FILLER         PIC X(1) VALUE SPACES.
           02 ORIGEM-REL     PIC X(7).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 DATA-REL       PIC X(10).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 NATUREZA-REL   PIC X(1).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 VALOR-REL      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(1) VALUE SPACES.
           02 REFERENCIA-REL PIC X(15).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 OCORRENCIA-REL PIC X(25).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ITENS DO EXTRATO         : ".
           02 TOT-ITENS-ED PIC ZZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CREDITOS CONCILIADOS     : ".
           02 TOT-CCR-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEBITOS CONCILIADOS      : ".
           02 TOT-CDB-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "EXTRATO SEM LANCAMENTO   : ".
           02 TOT-SSI-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SISTEMA SEM EXTRATO      : ".
           02 TOT-SEX-ED PIC ZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SALDO INICIAL            : ".
           02 SALDO-INI-ED PIC ---.---.---.--9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "(+) CREDITOS             : ".
           02 TOT-CRED-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "(-) DEBITOS              : ".
           02 TOT-DEB-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-11.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SALDO FINAL CALCULADO    : ".
           02 SALDO-CALC-ED PIC ---.---.---.--9,99.

       01 CAB-12.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SALDO FINAL DO EXTRATO   : ".
           02 SALDO-FIM-ED PIC ---.---.---.--9,99.

       01 CAB-13.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DIFERENCA                : ".
           02 DIFERENCA-ED PIC ---.---.---.--9,99.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 SITUACAO-SALDO PIC X(12).

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX86".
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
          PERFORM LE-EXTRATO
          PERFORM TRATA-ITEM
             UNTIL FIM-ARQ EQUAL "SIM"
          PERFORM LISTA-PENDENTES
          PERFORM RODAPE
          PERFORM FIM
          IF QTD-MARCADOS-PGF GREATER THAN ZEROES
             PERFORM ATUALIZA-HISTPGF.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-ITENS TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOT-CONC-CRED + TOT-CONC-DEB.
           COMPUTE LOG-REJEITADOS = TOT-SEM-SISTEMA + TOT-SEM-EXTRATO.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM LE-PARMBCO.
           OPEN INPUT EXTRATO.
           IF EXTRATO-STATUS EQUAL "35"
              DISPLAY "EXTRATO.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VALIDA-HEADER
              IF FIM-ARQ EQUAL "SIM"
                 CLOSE EXTRATO
              ELSE
                 PERFORM ABRE-ARQUIVOS
              END-IF
           END-IF.

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

       VALIDA-HEADER.
           READ EXTRATO
              AT END
                 MOVE SPACES TO TIPO-EXT
           END-READ.
           IF TIPO-EXT NOT EQUAL "H"
              DISPLAY "EXTRATO.DAT SEM REGISTRO HEADER - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              IF BANCO-EXH NOT EQUAL BANCO-WS
                 OR AGENCIA-EXH NOT EQUAL AGENCIA-WS
                 OR CONTA-EXH NOT EQUAL CONTA-WS
                 DISPLAY "EXTRATO DE OUTRA CONTA - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE DATA-INI-EXH  TO DATA-INI-WS
                 MOVE DATA-FIM-EXH  TO DATA-FIM-WS
                 MOVE SALDO-INI-EXH TO SALDO-INI-WS
                 IF NAT-SALDO-INI-EXH EQUAL "D"
                    MULTIPLY -1 BY SALDO-INI-WS.

       ABRE-ARQUIVOS.
           OPEN I-O CONCPAG.
           IF CONCPAG-STATUS EQUAL "35"
              OPEN OUTPUT CONCPAG
              CLOSE CONCPAG
              OPEN I-O CONCPAG.
           PERFORM CARREGA-HISTPAG.
           PERFORM CARREGA-HISTPGF.
           OPEN OUTPUT RELCONC.

       CARREGA-HISTPAG.
           OPEN INPUT HISTPAG.
           IF HISTPAG-STATUS EQUAL "35"
              DISPLAY "HISTPAG.DAT NAO ENCONTRADO - SEM CREDITOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              MOVE ZEROES TO CHAVE-HP
              START HISTPAG KEY IS NOT LESS THAN CHAVE-HP
                 INVALID KEY
                    MOVE "SIM" TO FIM-AUX
              END-START
              PERFORM LE-HISTPAG
              PERFORM GUARDA-HISTPAG
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE HISTPAG.

       LE-HISTPAG.
           IF FIM-AUX NOT EQUAL "SIM"
              READ HISTPAG NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-AUX
              END-READ.

       GUARDA-HISTPAG.
           IF DATA-HP NOT LESS THAN DATA-INI-WS
              AND DATA-HP NOT GREATER THAN DATA-FIM-WS
              AND (ORIGEM-HP EQUAL "RETORNO"
                   OR ORIGEM-HP EQUAL "DEBAUTO"
                   OR ORIGEM-HP EQUAL "RECPERDA")
              MOVE CHAVE-HP TO CHAVE-CC
              READ CONCPAG
                 INVALID KEY
                    PERFORM INCLUI-HISTPAG
              END-READ.
           PERFORM LE-HISTPAG.

       INCLUI-HISTPAG.
           IF QTD-HP LESS THAN 3000
              ADD 1 TO QTD-HP
              MOVE NUMSOC-HP TO NUMSOC-TH(QTD-HP)
              MOVE DATA-HP   TO DATA-TH(QTD-HP)
              MOVE SEQ-HP    TO SEQ-TH(QTD-HP)
              MOVE VALOR-HP  TO VALOR-TH(QTD-HP)
              MOVE "N"       TO CONC-TH(QTD-HP)
           ELSE
              DISPLAY "TABELA DE HISTPAG CHEIA - SOCIO " NUMSOC-HP
              MOVE 12 TO RETURN-CODE.

       CARREGA-HISTPGF.
           OPEN INPUT HISTPGF.
           IF HISTPGF-STATUS EQUAL "35"
              DISPLAY "HISTPGF.DAT NAO ENCONTRADO - SEM DEBITOS"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-HISTPGF
              PERFORM GUARDA-HISTPGF
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE HISTPGF.

       LE-HISTPGF.
           READ HISTPGF AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-HISTPGF.
           IF CONCIL-HPF EQUAL "N"
              AND DATA-HPF NOT LESS THAN DATA-INI-WS
              AND DATA-HPF NOT GREATER THAN DATA-FIM-WS
              IF QTD-PGF LESS THAN 1000
                 ADD 1 TO QTD-PGF
                 MOVE LOTE-HPF    TO LOTE-TG(QTD-PGF)
                 MOVE CODFORN-HPF TO CODFORN-TG(QTD-PGF)
                 MOVE DATA-HPF    TO DATA-TG(QTD-PGF)
                 MOVE VALOR-HPF   TO VALOR-TG(QTD-PGF)
                 MOVE "N"         TO CONC-TG(QTD-PGF)
              ELSE
                 DISPLAY "TABELA DE HISTPGF CHEIA - LOTE " LOTE-HPF
                 MOVE 12 TO RETURN-CODE.
           PERFORM LE-HISTPGF.

       LE-EXTRATO.
           READ EXTRATO
              AT END
                 MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
              AND TIPO-EXT EQUAL "T"
              MOVE "SIM" TO TEM-TRAILER
              MOVE SALDO-FIM-EXT TO SALDO-FIM-WS
              IF NAT-SALDO-FIM-EXT EQUAL "D"
                 MULTIPLY -1 BY SALDO-FIM-WS
              END-IF
              IF QTD-EXT NOT EQUAL TOT-ITENS
                 DISPLAY "EXTRATO.DAT QTDE DO TRAILER DIVERGENTE"
              END-IF
              MOVE "SIM" TO FIM-ARQ.

       TRATA-ITEM.
           IF TIPO-EXT EQUAL "D"
              ADD 1 TO TOT-ITENS
              MOVE "NAO" TO ACHOU-LANC
              IF NATUREZA-EXD EQUAL "C"
                 ADD VALOR-EXD TO TOT-CREDITOS
                 MOVE 1 TO IND-HP
                 PERFORM TESTA-HISTPAG
                    UNTIL IND-HP GREATER THAN QTD-HP
                       OR ACHOU-LANC EQUAL "SIM"
              ELSE
                 ADD VALOR-EXD TO TOT-DEBITOS
                 MOVE 1 TO IND-PGF
                 PERFORM TESTA-HISTPGF
                    UNTIL IND-PGF GREATER THAN QTD-PGF
                       OR ACHOU-LANC EQUAL "SIM"
              END-IF
              IF ACHOU-LANC EQUAL "NAO"
                 ADD 1 TO TOT-SEM-SISTEMA
                 MOVE "EXTRATO"     TO ORIGEM-WS
                 MOVE DATA-EXD      TO WS-DATA
                 MOVE NATUREZA-EXD  TO NATUREZA-WS
                 MOVE VALOR-EXD     TO VALOR-WS
                 MOVE DOCTO-EXD     TO REFERENCIA-WS
                 MOVE "SEM LANCAMENTO NO SISTEMA" TO OCORRENCIA-WS
                 PERFORM IMPRIME-LINHA.
           PERFORM LE-EXTRATO.

       TESTA-HISTPAG.
           IF CONC-TH(IND-HP) EQUAL "N"
              AND DATA-TH(IND-HP) EQUAL DATA-EXD
              AND VALOR-TH(IND-HP) EQUAL VALOR-EXD
              MOVE "SIM" TO ACHOU-LANC
              MOVE "S"   TO CONC-TH(IND-HP)
              PERFORM GRAVA-CONCPAG
              ADD 1 TO TOT-CONC-CRED
           ELSE
              ADD 1 TO IND-HP.

       GRAVA-CONCPAG.
           MOVE NUMSOC-TH(IND-HP) TO NUMSOC-CC.
           MOVE DATA-TH(IND-HP)   TO DATA-CC.
           MOVE SEQ-TH(IND-HP)    TO SEQ-CC.
           MOVE WS-HOJE           TO DATA-CONC-CC.
           MOVE DOCTO-EXD         TO DOCTO-CC.
           WRITE REG-CC
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR CONCPAG - SOCIO "
                    NUMSOC-CC
           END-WRITE.

       TESTA-HISTPGF.
           IF CONC-TG(IND-PGF) EQUAL "N"
              AND DATA-TG(IND-PGF) EQUAL DATA-EXD
              AND VALOR-TG(IND-PGF) EQUAL VALOR-EXD
              MOVE "SIM" TO ACHOU-LANC
              MOVE "S"   TO CONC-TG(IND-PGF)
              ADD 1 TO QTD-MARCADOS-PGF
              ADD 1 TO TOT-CONC-DEB
           ELSE
              ADD 1 TO IND-PGF.

       LISTA-PENDENTES.
           MOVE 1 TO IND-HP.
           PERFORM LISTA-PENDENTE-HP
              UNTIL IND-HP GREATER THAN QTD-HP.
           MOVE 1 TO IND-PGF.
           PERFORM LISTA-PENDENTE-PGF
              UNTIL IND-PGF GREATER THAN QTD-PGF.

       LISTA-PENDENTE-HP.
           IF CONC-TH(IND-HP) EQUAL "N"
              ADD 1 TO TOT-SEM-EXTRATO
              MOVE "HISTPAG"          TO ORIGEM-WS
              MOVE DATA-TH(IND-HP)    TO WS-DATA
              MOVE "C"                TO NATUREZA-WS
              MOVE VALOR-TH(IND-HP)   TO VALOR-WS
              MOVE NUMSOC-TH(IND-HP)  TO NUMSOC-REF
              MOVE REF-SOCIO          TO REFERENCIA-WS
              MOVE "SEM ITEM NO EXTRATO" TO OCORRENCIA-WS
              PERFORM IMPRIME-LINHA.
           ADD 1 TO IND-HP.

       LISTA-PENDENTE-PGF.
           IF CONC-TG(IND-PGF) EQUAL "N"
              ADD 1 TO TOT-SEM-EXTRATO
              MOVE "HISTPGF"          TO ORIGEM-WS
              MOVE DATA-TG(IND-PGF)   TO WS-DATA
              MOVE "D"                TO NATUREZA-WS
              MOVE VALOR-TG(IND-PGF)  TO VALOR-WS
              MOVE LOTE-TG(IND-PGF)   TO LOTE-REF
              MOVE CODFORN-TG(IND-PGF) TO CODFORN-REF
              MOVE REF-FORN           TO REFERENCIA-WS
              MOVE "SEM ITEM NO EXTRATO" TO OCORRENCIA-WS
              PERFORM IMPRIME-LINHA.
           ADD 1 TO IND-PGF.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE ORIGEM-WS     TO ORIGEM-REL.
           MOVE WS-DATA(7:2)  TO DIA-FMT.
           MOVE WS-DATA(5:2)  TO MES-FMT.
           MOVE WS-DATA(1:4)  TO ANO-FMT.
           MOVE DATA-FMT      TO DATA-REL.
           MOVE NATUREZA-WS   TO NATUREZA-REL.
           MOVE VALOR-WS      TO VALOR-REL.
           MOVE REFERENCIA-WS TO REFERENCIA-REL.
           MOVE OCORRENCIA-WS TO OCORRENCIA-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE BANCO-WS   TO BANCO-CAB.
           MOVE AGENCIA-WS TO AGENCIA-CAB.
           MOVE CONTA-WS   TO CONTA-CAB.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       RODAPE.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           IF TEM-TRAILER EQUAL "NAO"
              DISPLAY "EXTRATO.DAT SEM REGISTRO TRAILER"
              IF RETURN-CODE LESS THAN 8
                 MOVE 8 TO RETURN-CODE.
           COMPUTE SALDO-CALC-WS = SALDO-INI-WS + TOT-CREDITOS
                                 - TOT-DEBITOS.
           COMPUTE DIFERENCA-WS = SALDO-FIM-WS - SALDO-CALC-WS.
           MOVE TOT-ITENS       TO TOT-ITENS-ED.
           MOVE TOT-CONC-CRED   TO TOT-CCR-ED.
           MOVE TOT-CONC-DEB    TO TOT-CDB-ED.
           MOVE TOT-SEM-SISTEMA TO TOT-SSI-ED.
           MOVE TOT-SEM-EXTRATO TO TOT-SEX-ED.
           MOVE SALDO-INI-WS    TO SALDO-INI-ED.
           MOVE TOT-CREDITOS    TO TOT-CRED-ED.
           MOVE TOT-DEBITOS     TO TOT-DEB-ED.
           MOVE SALDO-CALC-WS   TO SALDO-CALC-ED.
           MOVE SALDO-FIM-WS    TO SALDO-FIM-ED.
           MOVE DIFERENCA-WS    TO DIFERENCA-ED.
           IF DIFERENCA-WS EQUAL ZEROES
              MOVE "CONFERE"    TO SITUACAO-SALDO
           ELSE
              MOVE "NAO CONFERE" TO SITUACAO-SALDO
              DISPLAY "SALDO DO EXTRATO NAO CONFERE"
              IF RETURN-CODE LESS THAN 8
                 MOVE 8 TO RETURN-CODE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-11 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-12 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-13 AFTER ADVANCING 1 LINE.

       ATUALIZA-HISTPGF.
           OPEN INPUT HISTPGF
                OUTPUT HISTPGF-NOVO.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-HISTPGF.
           PERFORM MARCA-HISTPGF
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE HISTPGF HISTPGF-NOVO.
           OPEN INPUT HISTPGF-NOVO
                OUTPUT HISTPGF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM LE-HPF-NOVO.
           PERFORM COPIA-HPF-NOVO
              UNTIL FIM-AUX EQUAL "SIM".
           CLOSE HISTPGF-NOVO HISTPGF.

       MARCA-HISTPGF.
           MOVE REG-HPF TO REG-HPF-N.
           IF CONCIL-HPF EQUAL "N"
              MOVE "NAO" TO ACHOU-LANC
              MOVE 1 TO IND-PGF
              PERFORM PROCURA-MARCADO
                 UNTIL IND-PGF GREATER THAN QTD-PGF
                    OR ACHOU-LANC EQUAL "SIM"
              IF ACHOU-LANC EQUAL "SIM"
                 MOVE "S" TO CONCIL-HPF-N
              END-IF
           END-IF.
           WRITE REG-HPF-N.
           PERFORM LE-HISTPGF.

       PROCURA-MARCADO.
           IF CONC-TG(IND-PGF) EQUAL "S"
              AND LOTE-TG(IND-PGF) EQUAL LOTE-HPF
              AND CODFORN-TG(IND-PGF) EQUAL CODFORN-HPF
              MOVE "SIM" TO ACHOU-LANC
           ELSE
              ADD 1 TO IND-PGF.

       LE-HPF-NOVO.
           READ HISTPGF-NOVO AT END MOVE "SIM" TO FIM-AUX.

       COPIA-HPF-NOVO.
           MOVE REG-HPF-N TO REG-HPF.
           WRITE REG-HPF.
           PERFORM LE-HPF-NOVO.

       FIM.
           CLOSE EXTRATO
                 CONCPAG
                 RELCONC.
