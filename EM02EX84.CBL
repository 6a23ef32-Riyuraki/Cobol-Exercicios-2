       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX84.
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
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC1
           FILE STATUS IS CADSOC1-STATUS.
           SELECT PARMQUIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMQUIT-STATUS.
           SELECT FATHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FATHIST-STATUS.
           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERDAS-STATUS.
           SELECT PLANOPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-NEG
           FILE STATUS IS PLANOPAG-STATUS.
           SELECT HISTPAG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HP
           FILE STATUS IS HISTPAG-STATUS.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-CT
           FILE STATUS IS CADCONT-STATUS.
           SELECT EXCCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCCONT-STATUS.
           SELECT DECLQUIT ASSIGN TO DISK.
           SELECT RELQUIT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01 REG-ENT.
           02 CODPAG    PIC 9(02).
           02 NUMSOC1   PIC 9(06).
           02 NOMESOC1  PIC X(30).
           02 VALPAG1   PIC 9(09)V9(02).
           02 DTVENC1.
            03 DIA-VENC1  PIC 9(02).
            03 MES-VENC1  PIC 9(02).
            03 ANO-VENC1  PIC 9(04).

       FD PARMQUIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMQUIT.DAT".
       01 REG-PARM-QUIT.
           02 ANO-REF-PARM  PIC 9(04).

       FD FATHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FATHIST.DAT".
       01 REG-FH.
           02 NUMSOC-FH    PIC 9(06).
           02 CODPLANO-FH  PIC 9(03).
           02 VALOR-FH     PIC 9(09)V9(02).
           02 DTVENC-FH    PIC 9(08).

       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
       01 REG-PER.
           02 NUMSOC-PER   PIC 9(06).
           02 NOMESOC-PER  PIC X(30).
           02 VALOR-PER    PIC 9(09)V9(02).
           02 ENCARGOS-PER PIC 9(10)V9(02).
           02 DATA-BAIXA   PIC 9(08).

       FD PLANOPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOPAG.DAT".
       01 REG-NEG.
           02 NUMSOC-NEG     PIC 9(06).
           02 TOTAL-NEG      PIC 9(09)V9(02).
           02 QTD-PARC-NEG   PIC 9(02).
           02 VAL-PARC-NEG   PIC 9(09)V9(02).
           02 DTPROX-NEG.
            03 DIA-PROX-NEG  PIC 9(02).
            03 MES-PROX-NEG  PIC 9(02).
            03 ANO-PROX-NEG  PIC 9(04).
           02 SITUACAO-NEG   PIC X(01).

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

       FD CADCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONT.DAT".
       01 REG-CT.
           02 NUMSOC-CT  PIC 9(06).
           02 ENDER-CT   PIC X(40).
           02 CIDADE-CT  PIC X(30).
           02 UF-CT      PIC X(02).
           02 CEP-CT     PIC 9(08).
           02 EMAIL-CT   PIC X(30).
           02 TEL-CT     PIC 9(10).

       FD EXCCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXCCONT.DAT".
       01 REG-EXC.
           02 NUMSOC-EXC   PIC 9(06).
           02 NOMESOC-EXC  PIC X(30).
           02 ORIGEM-EXC   PIC X(08).

       FD DECLQUIT
           LABEL RECORD IS OMITTED.
       01 REG-CARTA     PIC X(80).

       FD RELQUIT
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-HIST         PIC X(03) VALUE "NAO".
       77 TABELA-ESTOURO   PIC X(03) VALUE "NAO".
       77 CADSOC1-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMQUIT-STATUS  PIC X(02) VALUE ZEROES.
       77 FATHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 PERDAS-STATUS    PIC X(02) VALUE ZEROES.
       77 PLANOPAG-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTPAG-STATUS   PIC X(02) VALUE ZEROES.
       77 CADCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 EXCCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-PLANOPAG     PIC X(03) VALUE "NAO".
       77 TEM-HISTPAG      PIC X(03) VALUE "NAO".
       77 TEM-CADCONT      PIC X(03) VALUE "NAO".
       77 TEM-CONTATO      PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 ANO-REF-WS       PIC 9(04) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-VENC          PIC 9(08) VALUE ZEROES.
       77 WS-INICIO-ANO    PIC 9(08) VALUE ZEROES.
       77 WS-FIM-ANO       PIC 9(08) VALUE ZEROES.
       77 QTD-FAT          PIC 9(04) VALUE ZEROES.
       77 IND-FAT          PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-FAT    PIC 9(04) VALUE ZEROES.
       77 QTD-PER          PIC 9(03) VALUE ZEROES.
       77 IND-PER          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-PER    PIC 9(03) VALUE ZEROES.
       77 VAL-FATURADO     PIC 9(09)V9(02) VALUE ZEROES.
       77 VAL-PAGO         PIC 9(09)V9(02) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(24) VALUE SPACES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-DECLARACOES  PIC 9(05) VALUE ZEROES.
       77 TOT-EXCLUIDOS    PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-FAT      PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-ENDER    PIC 9(05) VALUE ZEROES.

       01 TABELA-FATURAS.
           02 ITEM-FAT OCCURS 3000 TIMES.
              03 NUMSOC-TF   PIC 9(06).
              03 VALOR-TF    PIC 9(09)V9(02).

       01 TABELA-PERDAS.
           02 ITEM-PER OCCURS 500 TIMES.
              03 NUMSOC-TP   PIC 9(06).

       01 DATA-CARTA-GRP.
           02 DIA-C     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-C     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-C     PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "DECLARACAO ANUAL DE QUITACAO - ".
           02 FILLER    PIC X(10) VALUE "EXCLUIDOS ".
           02 FILLER    PIC X(4)  VALUE "ANO ".
           02 ANO-CAB   PIC 9999.
           02 FILLER    PIC X(9)  VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "SOCIO ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(13) VALUE "NOME DO SOCIO".
           02 FILLER    PIC X(15) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "FATURADO".
           02 FILLER    PIC X(7) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "PAGO".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "MOTIVO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NOME-REL     PIC X(25).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FATURADO-REL PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 PAGO-REL     PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 MOTIVO-REL   PIC X(24).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DECLARACOES EMITIDAS     : ".
           02 TOT-DEC-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SOCIOS EXCLUIDOS         : ".
           02 TOT-EXC-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SEM FATURAMENTO NO ANO   : ".
           02 TOT-SFA-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DECLARACOES SEM ENDERECO : ".
           02 TOT-SEN-ED PIC ZZ.ZZ9.

       01 CARTA-TITULO PIC X(80)
          VALUE "TURISMAR TURISMOS - DECLARACAO ANUAL DE QUITACAO".

       01 CARTA-DATA.
           02 FILLER       PIC X(06) VALUE "DATA: ".
           02 DATA-CARTA-ED PIC X(10).
           02 FILLER       PIC X(64) VALUE SPACES.

       01 CARTA-DESTINATARIO.
           02 FILLER       PIC X(06) VALUE "PARA: ".
           02 NOME-CARTA   PIC X(30).
           02 FILLER       PIC X(44) VALUE SPACES.

       01 CARTA-ENDERECO.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 ENDER-CARTA  PIC X(40).
           02 FILLER       PIC X(34) VALUE SPACES.

       01 CARTA-CIDADE.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 CIDADE-CARTA PIC X(30).
           02 FILLER       PIC X(03) VALUE " - ".
           02 UF-CARTA     PIC X(02).
           02 FILLER       PIC X(06) VALUE "  CEP ".
           02 CEP-CARTA    PIC 99999.999.
           02 FILLER       PIC X(24) VALUE SPACES.

       01 CARTA-SEM-ENDER PIC X(80)
          VALUE "      (ENDERECO NAO CADASTRADO)".

       01 CARTA-SAUDACAO.
           02 FILLER       PIC X(11) VALUE "PREZADO(A) ".
           02 NOME-CARTA2  PIC X(30).
           02 FILLER       PIC X(01) VALUE ",".
           02 FILLER       PIC X(38) VALUE SPACES.

       01 CARTA-TEXTO1 PIC X(80)
          VALUE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE".

       01 CARTA-TEXTO2.
           02 FILLER       PIC X(43)
              VALUE "ESTAO QUITADAS AS MENSALIDADES VENCIDAS EM ".
           02 ANO-CARTA    PIC 9999.
           02 FILLER       PIC X(33)
              VALUE " REFERENTES A SUA ASSOCIACAO:".

       01 CARTA-SOCIO.
           02 FILLER       PIC X(12) VALUE "  SOCIO NO: ".
           02 NUMSOC-CARTA PIC 999.999.
           02 FILLER       PIC X(61) VALUE SPACES.

       01 CARTA-VALOR.
           02 FILLER       PIC X(20) VALUE "  TOTAL FATURADO  : ".
           02 VALOR-CARTA  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(46) VALUE SPACES.

       01 CARTA-TEXTO3 PIC X(80)
          VALUE "ESTA DECLARACAO SUBSTITUI OS RECIBOS DE PAGAMENTO".

       01 CARTA-TEXTO4 PIC X(80)
          VALUE "DAS MENSALIDADES DO ANO DE REFERENCIA.".

       01 CARTA-FECHO1 PIC X(80) VALUE "ATENCIOSAMENTE,".

       01 CARTA-FECHO2 PIC X(80) VALUE "TURISMAR TURISMOS".

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX84".
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
          PERFORM LEITURA
          PERFORM PRINCIPAL
             UNTIL FIM-ARQ EQUAL "SIM"
          PERFORM RODAPE
          PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOT-LIDOS       TO LOG-LIDOS.
           MOVE TOT-DECLARACOES TO LOG-GRAVADOS.
           MOVE TOT-EXCLUIDOS   TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(7:2) TO DIA-C.
           MOVE WS-HOJE(5:2) TO MES-C.
           MOVE WS-HOJE(1:4) TO ANO-C.
           MOVE DATA-CARTA-GRP TO DATA-CARTA-ED.
           PERFORM LE-PARMQUIT.
           COMPUTE WS-INICIO-ANO = ANO-REF-WS * 10000 + 0101.
           COMPUTE WS-FIM-ANO    = ANO-REF-WS * 10000 + 1231.
           MOVE ANO-REF-WS TO ANO-CAB ANO-CARTA.
           OPEN INPUT CADSOC1.
           IF CADSOC1-STATUS EQUAL "35"
              DISPLAY "CADSOC1.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-FATURAS
              PERFORM CARREGA-PERDAS
              IF TABELA-ESTOURO EQUAL "SIM"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 12 TO RETURN-CODE
                 CLOSE CADSOC1
              ELSE
                 PERFORM ABRE-PLANOPAG
                 PERFORM ABRE-HISTPAG
                 PERFORM ABRE-CADCONT
                 PERFORM ABRE-EXCCONT
                 OPEN OUTPUT DECLQUIT
                 OPEN OUTPUT RELQUIT
              END-IF
           END-IF.

       LE-PARMQUIT.
           MOVE WS-HOJE(1:4) TO ANO-REF-WS.
           SUBTRACT 1 FROM ANO-REF-WS.
           OPEN INPUT PARMQUIT.
           IF PARMQUIT-STATUS EQUAL "35"
              DISPLAY "PARMQUIT.DAT NAO ENCONTRADO - ANO ANTERIOR"
           ELSE
              READ PARMQUIT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ANO-REF-PARM NOT EQUAL ZEROES
                       MOVE ANO-REF-PARM TO ANO-REF-WS
                    END-IF
              END-READ
              CLOSE PARMQUIT.

       CARREGA-FATURAS.
           OPEN INPUT FATHIST.
           IF FATHIST-STATUS EQUAL "35"
              DISPLAY "FATHIST.DAT NAO ENCONTRADO - SEM FATURAMENTO"
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-FATHIST
              PERFORM GUARDA-FATURA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE FATHIST.

       LE-FATHIST.
           READ FATHIST AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FATURA.
           IF DTVENC-FH NOT LESS THAN WS-INICIO-ANO
              AND DTVENC-FH NOT GREATER THAN WS-FIM-ANO
              MOVE NUMSOC-FH TO NUMSOC1
              PERFORM BUSCA-FATURA
              IF IND-ACHOU-FAT EQUAL ZEROES
                 IF QTD-FAT LESS THAN 3000
                    ADD 1 TO QTD-FAT
                    MOVE QTD-FAT   TO IND-ACHOU-FAT
                    MOVE NUMSOC-FH TO NUMSOC-TF(QTD-FAT)
                    MOVE ZEROES    TO VALOR-TF(QTD-FAT)
                 ELSE
                    DISPLAY "TABELA DE FATURAS CHEIA - SOCIO "
                            NUMSOC-FH
                    MOVE "SIM" TO TABELA-ESTOURO FIM-AUX
                 END-IF
              END-IF
              IF IND-ACHOU-FAT NOT EQUAL ZEROES
                 ADD VALOR-FH TO VALOR-TF(IND-ACHOU-FAT).
           PERFORM LE-FATHIST.

       BUSCA-FATURA.
           MOVE ZEROES TO IND-ACHOU-FAT.
           MOVE 1      TO IND-FAT.
           PERFORM TESTA-FATURA
              UNTIL IND-FAT GREATER THAN QTD-FAT
                 OR IND-ACHOU-FAT NOT EQUAL ZEROES.

       TESTA-FATURA.
           IF NUMSOC-TF(IND-FAT) EQUAL NUMSOC1
              MOVE IND-FAT TO IND-ACHOU-FAT.
           ADD 1 TO IND-FAT.

       CARREGA-PERDAS.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-PERDAS
              PERFORM GUARDA-PERDA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE PERDAS.

       LE-PERDAS.
           READ PERDAS AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-PERDA.
           IF DATA-BAIXA(1:4) EQUAL ANO-REF-WS
              IF QTD-PER LESS THAN 500
                 ADD 1 TO QTD-PER
                 MOVE NUMSOC-PER TO NUMSOC-TP(QTD-PER)
              ELSE
                 DISPLAY "TABELA DE PERDAS CHEIA - SOCIO " NUMSOC-PER
                 MOVE "SIM" TO TABELA-ESTOURO FIM-AUX
              END-IF
           END-IF.
           IF FIM-AUX NOT EQUAL "SIM"
              PERFORM LE-PERDAS.

       ABRE-PLANOPAG.
           OPEN INPUT PLANOPAG.
           IF PLANOPAG-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-PLANOPAG
           ELSE
              MOVE "SIM" TO TEM-PLANOPAG.

       ABRE-HISTPAG.
           OPEN INPUT HISTPAG.
           IF HISTPAG-STATUS EQUAL "35"
              DISPLAY "HISTPAG.DAT NAO ENCONTRADO - SEM PAGAMENTOS"
              MOVE "NAO" TO TEM-HISTPAG
           ELSE
              MOVE "SIM" TO TEM-HISTPAG.

       ABRE-CADCONT.
           OPEN INPUT CADCONT.
           IF CADCONT-STATUS EQUAL "35"
              DISPLAY "CADCONT.DAT NAO ENCONTRADO - CARTAS SEM ENDERECO"
              MOVE "NAO" TO TEM-CADCONT
           ELSE
              MOVE "SIM" TO TEM-CADCONT.

       ABRE-EXCCONT.
           OPEN EXTEND EXCCONT.
           IF EXCCONT-STATUS EQUAL "35"
              OPEN OUTPUT EXCCONT.

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           PERFORM BUSCA-FATURA.
           IF IND-ACHOU-FAT EQUAL ZEROES
              ADD 1 TO TOT-SEM-FAT
           ELSE
              MOVE VALOR-TF(IND-ACHOU-FAT) TO VAL-FATURADO
              PERFORM SOMA-PAGAMENTOS
              PERFORM AVALIA-SOCIO
              IF MOTIVO-WS EQUAL SPACES
                 PERFORM GERA-DECLARACAO
              ELSE
                 PERFORM IMPRESSAO.
           PERFORM LEITURA.

       SOMA-PAGAMENTOS.
           MOVE ZEROES TO VAL-PAGO.
           IF TEM-HISTPAG EQUAL "SIM"
              MOVE NUMSOC1       TO NUMSOC-HP
              MOVE WS-INICIO-ANO TO DATA-HP
              MOVE ZEROES        TO SEQ-HP
              MOVE "NAO"         TO FIM-HIST
              START HISTPAG KEY IS NOT LESS THAN CHAVE-HP
                 INVALID KEY
                    MOVE "SIM" TO FIM-HIST
              END-START
              PERFORM SOMA-PAGAMENTO
                 UNTIL FIM-HIST EQUAL "SIM".

       SOMA-PAGAMENTO.
           READ HISTPAG NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-HIST
           END-READ.
           IF FIM-HIST NOT EQUAL "SIM"
              IF NUMSOC-HP NOT EQUAL NUMSOC1
                 OR DATA-HP GREATER THAN WS-HOJE
                 MOVE "SIM" TO FIM-HIST
              ELSE
                 ADD VALOR-HP TO VAL-PAGO.

       AVALIA-SOCIO.
           MOVE SPACES TO MOTIVO-WS.
           PERFORM BUSCA-PERDA.
           IF IND-ACHOU-PER NOT EQUAL ZEROES
              MOVE "BAIXA EM PERDAS NO ANO" TO MOTIVO-WS.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM VERIFICA-NEGOCIACAO.
           IF MOTIVO-WS EQUAL SPACES
              AND CODPAG NOT EQUAL 1
              COMPUTE WS-VENC = ANO-VENC1 * 10000
                              + MES-VENC1 * 100
                              + DIA-VENC1
              IF WS-VENC NOT GREATER THAN WS-FIM-ANO
                 MOVE "DEBITO EM ABERTO" TO MOTIVO-WS.
           IF MOTIVO-WS EQUAL SPACES
              AND VAL-PAGO LESS THAN VAL-FATURADO
              MOVE "PAGO MENOR QUE FATURADO" TO MOTIVO-WS.

       BUSCA-PERDA.
           MOVE ZEROES TO IND-ACHOU-PER.
           MOVE 1      TO IND-PER.
           PERFORM TESTA-PERDA
              UNTIL IND-PER GREATER THAN QTD-PER
                 OR IND-ACHOU-PER NOT EQUAL ZEROES.

       TESTA-PERDA.
           IF NUMSOC-TP(IND-PER) EQUAL NUMSOC1
              MOVE IND-PER TO IND-ACHOU-PER.
           ADD 1 TO IND-PER.

       VERIFICA-NEGOCIACAO.
           IF TEM-PLANOPAG EQUAL "SIM"
              MOVE NUMSOC1 TO NUMSOC-NEG
              READ PLANOPAG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SITUACAO-NEG EQUAL "A"
                       MOVE "ACORDO DE PARCELAMENTO" TO MOTIVO-WS
                    END-IF
              END-READ.

       GERA-DECLARACAO.
           ADD 1 TO TOT-DECLARACOES.
           MOVE NOMESOC1     TO NOME-CARTA NOME-CARTA2.
           MOVE NUMSOC1      TO NUMSOC-CARTA.
           MOVE VAL-FATURADO TO VALOR-CARTA.
           WRITE REG-CARTA FROM CARTA-TITULO AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CARTA-DATA AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-DESTINATARIO
              AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-ENDERECO.
           WRITE REG-CARTA FROM CARTA-SAUDACAO
              AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-TEXTO1 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-TEXTO2 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-SOCIO AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-VALOR AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-TEXTO3 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-TEXTO4 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-FECHO1 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FECHO2 AFTER ADVANCING 1 LINE.

       IMPRIME-ENDERECO.
           PERFORM BUSCA-CONTATO.
           IF TEM-CONTATO EQUAL "SIM"
              MOVE ENDER-CT  TO ENDER-CARTA
              MOVE CIDADE-CT TO CIDADE-CARTA
              MOVE UF-CT     TO UF-CARTA
              MOVE CEP-CT    TO CEP-CARTA
              WRITE REG-CARTA FROM CARTA-ENDERECO
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM CARTA-CIDADE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE REG-CARTA FROM CARTA-SEM-ENDER
                 AFTER ADVANCING 1 LINE
              ADD 1 TO TOT-SEM-ENDER
              PERFORM GRAVA-EXCECAO-CONTATO.

       BUSCA-CONTATO.
           MOVE "NAO" TO TEM-CONTATO.
           IF TEM-CADCONT EQUAL "SIM"
              MOVE NUMSOC1 TO NUMSOC-CT
              READ CADCONT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "SIM" TO TEM-CONTATO
              END-READ.

       GRAVA-EXCECAO-CONTATO.
           MOVE NUMSOC1    TO NUMSOC-EXC.
           MOVE NOMESOC1   TO NOMESOC-EXC.
           MOVE "DECLQUIT" TO ORIGEM-EXC.
           WRITE REG-EXC.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           ADD 1 TO TOT-EXCLUIDOS.
           MOVE NUMSOC1      TO NUMSOC-REL.
           MOVE NOMESOC1     TO NOME-REL.
           MOVE VAL-FATURADO TO FATURADO-REL.
           MOVE VAL-PAGO     TO PAGO-REL.
           MOVE MOTIVO-WS    TO MOTIVO-REL.
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
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE TOT-DECLARACOES TO TOT-DEC-ED.
           MOVE TOT-EXCLUIDOS   TO TOT-EXC-ED.
           MOVE TOT-SEM-FAT     TO TOT-SFA-ED.
           MOVE TOT-SEM-ENDER   TO TOT-SEN-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE CADSOC1
                 EXCCONT
                 DECLQUIT
                 RELQUIT.
           IF TEM-PLANOPAG EQUAL "SIM"
              CLOSE PLANOPAG.
           IF TEM-HISTPAG EQUAL "SIM"
              CLOSE HISTPAG.
           IF TEM-CADCONT EQUAL "SIM"
              CLOSE CADCONT.
