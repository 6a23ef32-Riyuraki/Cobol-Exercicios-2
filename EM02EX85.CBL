       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX85.
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
           SELECT RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-RB
           FILE STATUS IS RECIBOS-STATUS.
           SELECT CTLRECIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLRECIB-STATUS.
           SELECT TRANSREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSREC-STATUS.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC-CT
           FILE STATUS IS CADCONT-STATUS.
           SELECT RECIMP ASSIGN TO DISK.
           SELECT RELRECB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD RECIBOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECIBOS.DAT".
       01 REG-RB.
           02 NUM-RB         PIC 9(07).
           02 NUMSOC-RB      PIC 9(06).
           02 NOME-RB        PIC X(30).
           02 DATA-PAG-RB    PIC 9(08).
           02 SEQ-HP-RB      PIC 9(02).
           02 VALOR-RB       PIC 9(09)V9(02).
           02 ORIGEM-RB      PIC X(08).
           02 DATA-EMIS-RB   PIC 9(08).
           02 SITUACAO-RB    PIC X(01).
           02 QTD-IMPR-RB    PIC 9(02).
           02 DATA-CANC-RB   PIC 9(08).
           02 MOTIVO-CANC-RB PIC X(30).

       FD CTLRECIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLRECIB.DAT".
       01 REG-CTL-RB.
           02 ULTIMO-RB-CTL  PIC 9(07).

       FD TRANSREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSREC.DAT".
       01 REG-TR.
           02 TIPO-TR      PIC X(01).
           02 NUM-TR       PIC 9(07).
           02 MOTIVO-TR    PIC X(30).

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

       FD RECIMP
           LABEL RECORD IS OMITTED.
       01 REG-CARTA     PIC X(80).

       FD RELRECB
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 RECIBOS-STATUS   PIC X(02) VALUE ZEROES.
       77 CTLRECIB-STATUS  PIC X(02) VALUE ZEROES.
       77 TRANSREC-STATUS  PIC X(02) VALUE ZEROES.
       77 CADCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CADCONT      PIC X(03) VALUE "NAO".
       77 TEM-CONTATO      PIC X(03) VALUE "NAO".
       77 ACHOU-RECIBO     PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 WS-DATA          PIC 9(08) VALUE ZEROES.
       77 ULTIMO-RECIBO    PIC 9(07) VALUE ZEROES.
       77 NUM-ESPERADO     PIC 9(07) VALUE ZEROES.
       77 OCORRENCIA-WS    PIC X(30) VALUE SPACES.
       77 TOT-TRANSACOES   PIC 9(05) VALUE ZEROES.
       77 TOT-IMPRESSOS    PIC 9(05) VALUE ZEROES.
       77 TOT-REIMPRESSOS  PIC 9(05) VALUE ZEROES.
       77 TOT-CANCELADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 TOT-REGISTRO     PIC 9(07) VALUE ZEROES.
       77 TOT-CANC-REG     PIC 9(07) VALUE ZEROES.
       77 TOT-AUSENTES     PIC 9(07) VALUE ZEROES.
       77 SOMA-IMPRESSO    PIC 9(12)V9(02) VALUE ZEROES.

       01 DATA-FMT.
           02 DIA-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 MES-FMT   PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "REGISTRO DE RECIBOS DE PAGAM".
           02 FILLER    PIC X(5)  VALUE "ENTO ".
           02 FILLER    PIC X(26) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "RECIBO ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(6) VALUE "SOCIO ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "NOME".
           02 FILLER    PIC X(22) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "VALOR".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "OCORRENCIA".

       01 DETALHE.
           02 FILLER         PIC X(1) VALUE SPACES.
           02 NUM-REL        PIC 9(7).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 NUMSOC-REL     PIC 9(6).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 NOME-REL       PIC X(20).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 VALOR-REL      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(1) VALUE SPACES.
           02 OCORRENCIA-REL PIC X(30).

       01 CAB-AUD.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(40)
              VALUE "RECIBOS CANCELADOS E FALHAS DE NUMERACAO".

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECIBOS IMPRESSOS        : ".
           02 TOT-IMP-ED PIC ZZ.ZZ9.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 SOMA-IMP-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "SEGUNDAS VIAS            : ".
           02 TOT-REI-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CANCELADOS NESTA EXECUCAO: ".
           02 TOT-CAN-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES REJEITADAS    : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ULTIMO NUMERO (CONTROLE) : ".
           02 ULT-ED    PIC Z.ZZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECIBOS NO REGISTRO      : ".
           02 TOT-REG-ED PIC Z.ZZZ.ZZ9.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CANCELADOS NO REGISTRO   : ".
           02 TOT-CRG-ED PIC Z.ZZZ.ZZ9.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "NUMEROS AUSENTES         : ".
           02 TOT-AUS-ED PIC Z.ZZZ.ZZ9.

       01 RECIBO-TITULO.
           02 FILLER       PIC X(40)
              VALUE "TURISMAR TURISMOS - RECIBO DE PAGAMENTO ".
           02 FILLER       PIC X(04) VALUE "NO. ".
           02 NUM-RECIBO   PIC 9(07).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 VIA-RECIBO   PIC X(06).
           02 FILLER       PIC X(21) VALUE SPACES.

       01 RECIBO-DATA.
           02 FILLER       PIC X(06) VALUE "DATA: ".
           02 DATA-RECIBO  PIC X(10).
           02 FILLER       PIC X(64) VALUE SPACES.

       01 RECIBO-DESTINATARIO.
           02 FILLER       PIC X(06) VALUE "PARA: ".
           02 NOME-RECIBO  PIC X(30).
           02 FILLER       PIC X(44) VALUE SPACES.

       01 RECIBO-ENDERECO.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 ENDER-RECIBO PIC X(40).
           02 FILLER       PIC X(34) VALUE SPACES.

       01 RECIBO-CIDADE.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 CIDADE-RECIBO PIC X(30).
           02 FILLER       PIC X(03) VALUE " - ".
           02 UF-RECIBO    PIC X(02).
           02 FILLER       PIC X(06) VALUE "  CEP ".
           02 CEP-RECIBO   PIC 99999.999.
           02 FILLER       PIC X(24) VALUE SPACES.

       01 RECIBO-SEM-ENDER PIC X(80)
          VALUE "      (ENDERECO NAO CADASTRADO)".

       01 RECIBO-TEXTO1.
           02 FILLER       PIC X(13) VALUE "RECEBEMOS DE ".
           02 NOME-RECIBO2 PIC X(30).
           02 FILLER       PIC X(12) VALUE ", SOCIO NO. ".
           02 NUMSOC-RECIBO PIC 999.999.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 RECIBO-TEXTO2.
           02 FILLER       PIC X(20) VALUE "A IMPORTANCIA DE R$ ".
           02 VALOR-RECIBO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(46) VALUE SPACES.

       01 RECIBO-TEXTO3.
           02 FILLER       PIC X(31)
              VALUE "REFERENTE A MENSALIDADE PAGA EM".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 PAGTO-RECIBO PIC X(10).
           02 FILLER       PIC X(06) VALUE " VIA  ".
           02 ORIGEM-RECIBO PIC X(08).
           02 FILLER       PIC X(24) VALUE SPACES.

       01 RECIBO-FECHO1 PIC X(80) VALUE "TURISMAR TURISMOS".

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX85".
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
          PERFORM PROCESSA-TRANSACOES
          PERFORM PROCESSA-REGISTRO
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
           MOVE TOT-TRANSACOES TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOT-IMPRESSOS + TOT-REIMPRESSOS
                                + TOT-CANCELADOS.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN I-O RECIBOS.
           IF RECIBOS-STATUS EQUAL "35"
              DISPLAY "RECIBOS.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-CONTROLE
              PERFORM ABRE-CADCONT
              OPEN OUTPUT RECIMP
              OPEN OUTPUT RELRECB
           END-IF.

       LE-CONTROLE.
           OPEN INPUT CTLRECIB.
           IF CTLRECIB-STATUS EQUAL "35"
              DISPLAY "CTLRECIB.DAT NAO ENCONTRADO - SEM CONFERENCIA"
           ELSE
              READ CTLRECIB
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ULTIMO-RB-CTL TO ULTIMO-RECIBO
              END-READ
              CLOSE CTLRECIB.

       ABRE-CADCONT.
           OPEN INPUT CADCONT.
           IF CADCONT-STATUS EQUAL "35"
              DISPLAY "CADCONT.DAT NAO ENCONTRADO - SEM ENDERECO"
              MOVE "NAO" TO TEM-CADCONT
           ELSE
              MOVE "SIM" TO TEM-CADCONT.

       PROCESSA-TRANSACOES.
           OPEN INPUT TRANSREC.
           IF TRANSREC-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-TRANSACAO
              PERFORM TRATA-TRANSACAO
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE TRANSREC.

       LE-TRANSACAO.
           READ TRANSREC AT END MOVE "SIM" TO FIM-AUX.

       TRATA-TRANSACAO.
           ADD 1 TO TOT-TRANSACOES.
           MOVE NUM-TR TO NUM-RB.
           READ RECIBOS
              INVALID KEY
                 MOVE "NAO" TO ACHOU-RECIBO
              NOT INVALID KEY
                 MOVE "SIM" TO ACHOU-RECIBO
           END-READ.
           IF ACHOU-RECIBO EQUAL "NAO"
              MOVE SPACES TO NOME-RB
              MOVE ZEROES TO NUMSOC-RB VALOR-RB
              MOVE "RECIBO INEXISTENTE" TO OCORRENCIA-WS
              ADD 1 TO TOT-REJEITADOS
           ELSE
              EVALUATE TIPO-TR
                 WHEN "R"
                    PERFORM REIMPRIME-RECIBO
                 WHEN "C"
                    PERFORM CANCELA-RECIBO
                 WHEN OTHER
                    MOVE "TRANSACAO INVALIDA" TO OCORRENCIA-WS
                    ADD 1 TO TOT-REJEITADOS
              END-EVALUATE.
           MOVE NUM-TR TO NUM-RB.
           PERFORM IMPRIME-LINHA.
           PERFORM LE-TRANSACAO.

       REIMPRIME-RECIBO.
           IF SITUACAO-RB EQUAL "C"
              MOVE "RECIBO CANCELADO" TO OCORRENCIA-WS
              ADD 1 TO TOT-REJEITADOS
           ELSE
              IF QTD-IMPR-RB GREATER THAN ZEROES
                 MOVE "2A VIA" TO VIA-RECIBO
              ELSE
                 MOVE SPACES TO VIA-RECIBO
              END-IF
              PERFORM IMPRIME-RECIBO
              MOVE "E" TO SITUACAO-RB
              ADD 1 TO QTD-IMPR-RB
              REWRITE REG-RB
              MOVE "SEGUNDA VIA EMITIDA" TO OCORRENCIA-WS
              ADD 1 TO TOT-REIMPRESSOS.

       CANCELA-RECIBO.
           IF SITUACAO-RB EQUAL "C"
              MOVE "RECIBO JA CANCELADO" TO OCORRENCIA-WS
              ADD 1 TO TOT-REJEITADOS
           ELSE
              IF MOTIVO-TR EQUAL SPACES
                 MOVE "MOTIVO NAO INFORMADO" TO OCORRENCIA-WS
                 ADD 1 TO TOT-REJEITADOS
              ELSE
                 MOVE "C"       TO SITUACAO-RB
                 MOVE WS-HOJE   TO DATA-CANC-RB
                 MOVE MOTIVO-TR TO MOTIVO-CANC-RB
                 REWRITE REG-RB
                 MOVE "RECIBO CANCELADO NESTA DATA"
                   TO OCORRENCIA-WS
                 ADD 1 TO TOT-CANCELADOS.

       PROCESSA-REGISTRO.
           MOVE 1 TO NUM-ESPERADO.
           MOVE ZEROES TO NUM-RB.
           MOVE "NAO" TO FIM-AUX.
           START RECIBOS KEY IS NOT LESS THAN NUM-RB
              INVALID KEY
                 MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM LE-REGISTRO.
           PERFORM TRATA-REGISTRO
              UNTIL FIM-AUX EQUAL "SIM".
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           WRITE REG-REL FROM CAB-AUD AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE 1 TO NUM-ESPERADO.
           MOVE ZEROES TO NUM-RB.
           MOVE "NAO" TO FIM-AUX.
           START RECIBOS KEY IS NOT LESS THAN NUM-RB
              INVALID KEY
                 MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM LE-REGISTRO.
           PERFORM AUDITA-REGISTRO
              UNTIL FIM-AUX EQUAL "SIM".
           MOVE ZEROES TO NUM-RB.
           PERFORM LISTA-AUSENTE
              UNTIL NUM-ESPERADO GREATER THAN ULTIMO-RECIBO.

       LE-REGISTRO.
           IF FIM-AUX NOT EQUAL "SIM"
              READ RECIBOS NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-AUX
              END-READ.

       TRATA-REGISTRO.
           IF SITUACAO-RB EQUAL "P"
              MOVE SPACES TO VIA-RECIBO
              PERFORM IMPRIME-RECIBO
              MOVE "E" TO SITUACAO-RB
              ADD 1 TO QTD-IMPR-RB
              REWRITE REG-RB
              ADD 1 TO TOT-IMPRESSOS
              ADD VALOR-RB TO SOMA-IMPRESSO
              MOVE "IMPRESSO" TO OCORRENCIA-WS
              PERFORM IMPRIME-LINHA.
           PERFORM LE-REGISTRO.

       AUDITA-REGISTRO.
           ADD 1 TO TOT-REGISTRO.
           PERFORM LISTA-AUSENTE
              UNTIL NUM-ESPERADO NOT LESS THAN NUM-RB.
           IF SITUACAO-RB EQUAL "C"
              ADD 1 TO TOT-CANC-REG
              MOVE MOTIVO-CANC-RB TO OCORRENCIA-WS
              PERFORM IMPRIME-LINHA.
           COMPUTE NUM-ESPERADO = NUM-RB + 1.
           PERFORM LE-REGISTRO.

       LISTA-AUSENTE.
           ADD 1 TO TOT-AUSENTES.
           MOVE NUM-RB       TO WS-DATA.
           MOVE NUM-ESPERADO TO NUM-RB.
           MOVE ZEROES       TO NUMSOC-RB VALOR-RB.
           MOVE SPACES       TO NOME-RB.
           MOVE "NUMERO AUSENTE NO REGISTRO" TO OCORRENCIA-WS.
           PERFORM IMPRIME-LINHA.
           MOVE WS-DATA      TO NUM-RB.
           ADD 1 TO NUM-ESPERADO.

       IMPRIME-RECIBO.
           MOVE NUM-RB    TO NUM-RECIBO.
           MOVE WS-HOJE   TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT  TO DATA-RECIBO.
           MOVE NOME-RB   TO NOME-RECIBO NOME-RECIBO2.
           MOVE NUMSOC-RB TO NUMSOC-RECIBO.
           MOVE VALOR-RB  TO VALOR-RECIBO.
           MOVE DATA-PAG-RB TO WS-DATA.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT  TO PAGTO-RECIBO.
           MOVE ORIGEM-RB TO ORIGEM-RECIBO.
           WRITE REG-CARTA FROM RECIBO-TITULO AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM RECIBO-DATA AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM RECIBO-DESTINATARIO
              AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-ENDERECO.
           WRITE REG-CARTA FROM RECIBO-TEXTO1 AFTER ADVANCING 3 LINES.
           WRITE REG-CARTA FROM RECIBO-TEXTO2 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM RECIBO-TEXTO3 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM RECIBO-FECHO1 AFTER ADVANCING 3 LINES.

       IMPRIME-ENDERECO.
           MOVE "NAO" TO TEM-CONTATO.
           IF TEM-CADCONT EQUAL "SIM"
              MOVE NUMSOC-RB TO NUMSOC-CT
              READ CADCONT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "SIM" TO TEM-CONTATO
              END-READ.
           IF TEM-CONTATO EQUAL "SIM"
              MOVE ENDER-CT  TO ENDER-RECIBO
              MOVE CIDADE-CT TO CIDADE-RECIBO
              MOVE UF-CT     TO UF-RECIBO
              MOVE CEP-CT    TO CEP-RECIBO
              WRITE REG-CARTA FROM RECIBO-ENDERECO
                 AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM RECIBO-CIDADE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE REG-CARTA FROM RECIBO-SEM-ENDER
                 AFTER ADVANCING 1 LINE.

       FORMATA-DATA.
           MOVE WS-DATA(7:2) TO DIA-FMT.
           MOVE WS-DATA(5:2) TO MES-FMT.
           MOVE WS-DATA(1:4) TO ANO-FMT.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUM-RB        TO NUM-REL.
           MOVE NUMSOC-RB     TO NUMSOC-REL.
           MOVE NOME-RB       TO NOME-REL.
           MOVE VALOR-RB      TO VALOR-REL.
           MOVE OCORRENCIA-WS TO OCORRENCIA-REL.
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
           MOVE TOT-IMPRESSOS   TO TOT-IMP-ED.
           MOVE SOMA-IMPRESSO   TO SOMA-IMP-ED.
           MOVE TOT-REIMPRESSOS TO TOT-REI-ED.
           MOVE TOT-CANCELADOS  TO TOT-CAN-ED.
           MOVE TOT-REJEITADOS  TO TOT-REJ-ED.
           MOVE ULTIMO-RECIBO   TO ULT-ED.
           MOVE TOT-REGISTRO    TO TOT-REG-ED.
           MOVE TOT-CANC-REG    TO TOT-CRG-ED.
           MOVE TOT-AUSENTES    TO TOT-AUS-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RECIBOS
                 RECIMP
                 RELRECB.
           IF TEM-CADCONT EQUAL "SIM"
              CLOSE CADCONT.
