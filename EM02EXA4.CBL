       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EXA4.
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
           SELECT TRANSKIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSKIT-STATUS.
           SELECT ESTRKIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTRKIT-STATUS.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-SL
           FILE STATUS IS SALDLOTE-STATUS.
           SELECT MOVKIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELKIT ASSIGN TO DISK.
           SELECT RELFKIT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD TRANSKIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSKIT.DAT".
       01 REG-TK.
           02 OPER-TK      PIC X(01).
           02 COD-KIT-TK   PIC 9(05).
           02 QTDE-TK      PIC 9(05).
           02 DEP-TK       PIC 9(02).
           02 OPERADOR-TK  PIC X(08).

       FD ESTRKIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTRKIT.DAT".
       01 REG-EK.
           02 COD-KIT-EK   PIC 9(05).
           02 COD-COMP-EK  PIC 9(05).
           02 QTDE-EK      PIC 9(04).

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

       FD MOVKIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVKIT.DAT".
       01 REG-MOV.
           02 COD-MOV      PIC 9(05).
           02 TIPO-MOV     PIC X(01).
           02 QTDE-MOV     PIC 9(05).
           02 CUSTO-MOV    PIC 9(06)V9(02).
           02 LOTE-MOV     PIC X(08).
           02 SEQ-MOV      PIC 9(04).
           02 DEP-MOV      PIC 9(02).
           02 DEP-DEST-MOV PIC 9(02).
           02 VALIDADE-MOV PIC 9(08).
           02 DATA-MOV     PIC 9(08).
           02 DEPTO-MOV    PIC 9(03).
           02 LOTE-ORIG-MOV PIC X(08).

       FD RELKIT
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       FD RELFKIT
           LABEL RECORD IS OMITTED.
       01 REG-FAL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-LOTES        PIC X(03) VALUE "NAO".
       77 ARQUIVOS-ABERTOS PIC X(03) VALUE "NAO".
       77 TRANSKIT-STATUS  PIC X(02) VALUE ZEROES.
       77 ESTRKIT-STATUS   PIC X(02) VALUE ZEROES.
       77 CADESTOQ-STATUS  PIC X(02) VALUE ZEROES.
       77 SALDODEP-STATUS  PIC X(02) VALUE ZEROES.
       77 SALDLOTE-STATUS  PIC X(02) VALUE ZEROES.
       77 TEM-SALDODEP     PIC X(03) VALUE "NAO".
       77 TEM-SALDLOTE     PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 CT-LIN-FAL       PIC 9(02) VALUE 26.
       77 CT-PAG-FAL       PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(26) VALUE SPACES.
       77 DEP-WS           PIC 9(02) VALUE ZEROES.
       77 QTD-ESTR         PIC 9(04) VALUE ZEROES.
       77 IND-ESTR         PIC 9(04) VALUE ZEROES.
       77 QTD-COMP         PIC 9(02) VALUE ZEROES.
       77 IND-COMP         PIC 9(02) VALUE ZEROES.
       77 QTD-COMPR        PIC 9(03) VALUE ZEROES.
       77 IND-COMPR        PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-COMPR  PIC 9(03) VALUE ZEROES.
       77 NOVOS-COMPR      PIC 9(03) VALUE ZEROES.
       77 COD-BUSCA        PIC 9(05) VALUE ZEROES.
       77 DISPONIVEL       PIC 9(07) VALUE ZEROES.
       77 NECESSARIO       PIC 9(07) VALUE ZEROES.
       77 SALDO-VALIDO     PIC 9(07) VALUE ZEROES.
       77 QTD-LOTES        PIC 9(03) VALUE ZEROES.
       77 FALTA-WS         PIC 9(07) VALUE ZEROES.
       77 TEM-FALTA        PIC X(03) VALUE "NAO".
       77 CUSTO-KIT        PIC 9(08)V9(02) VALUE ZEROES.
       77 SEQ-MOVIMENTO    PIC 9(04) VALUE ZEROES.
       77 TOT-LIDAS        PIC 9(05) VALUE ZEROES.
       77 TOT-MONTAGENS    PIC 9(05) VALUE ZEROES.
       77 TOT-DESMONTAGENS PIC 9(05) VALUE ZEROES.
       77 TOT-FALTAS       PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADAS   PIC 9(05) VALUE ZEROES.
       77 TOT-MOVIMENTOS   PIC 9(05) VALUE ZEROES.

       01 LOTE-KIT-WS.
           02 FILLER       PIC X(02) VALUE "KT".
           02 LOTE-DATA-WS PIC 9(06).

       01 TABELA-ESTRUTURA.
           02 ITEM-ESTR-TAB OCCURS 1000 TIMES.
              03 COD-KIT-TAB   PIC 9(05).
              03 COD-COMP-TAB  PIC 9(05).
              03 QTDE-COMP-TAB PIC 9(04).

       01 TABELA-COMPONENTES.
           02 ITEM-COMP-TAB OCCURS 50 TIMES.
              03 COD-CP        PIC 9(05).
              03 NOME-CP       PIC X(15).
              03 NECESS-CP     PIC 9(07).
              03 DISPON-CP     PIC 9(07).
              03 CUSTO-CP      PIC 9(06)V9(02).

       01 TABELA-COMPROMETIDO.
           02 ITEM-COMPR-TAB OCCURS 500 TIMES.
              03 COD-COMPR-TAB  PIC 9(05).
              03 DEP-COMPR-TAB  PIC 9(02).
              03 QTDE-COMPR-TAB PIC 9(07).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "MONTAGEM E DESMONTAGEM DE KI".
           02 FILLER    PIC X(8)  VALUE "TS".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(12) VALUE "OPERACAO".
           02 FILLER    PIC X(6)  VALUE "KIT".
           02 FILLER    PIC X(16) VALUE "DESCRICAO".
           02 FILLER    PIC X(7)  VALUE "  QTDE".
           02 FILLER    PIC X(4)  VALUE "DEP".
           02 FILLER    PIC X(11) VALUE "CUSTO KIT".
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 OPER-REL      PIC X(11).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-REL       PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(15).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-REL      PIC ZZ.ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEP-REL       PIC 99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 CUSTO-REL     PIC ZZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(24).

       01 CAB-01-FAL.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "FALTA DE COMPONENTES PARA MO".
           02 FILLER    PIC X(8)  VALUE "NTAGEM".
           02 FILLER    PIC X(23) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-FAL PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02-FAL.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "KIT".
           02 FILLER    PIC X(7)  VALUE "  QTDE".
           02 FILLER    PIC X(4)  VALUE "DEP".
           02 FILLER    PIC X(6)  VALUE "COMP.".
           02 FILLER    PIC X(16) VALUE "DESCRICAO".
           02 FILLER    PIC X(10) VALUE "NECESSARIO".
           02 FILLER    PIC X(10) VALUE "  DISPON.".
           02 FILLER    PIC X(8)  VALUE "   FALTA".

       01 DETALHE-FAL.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 KIT-FAL       PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTDE-KIT-FAL  PIC ZZ.ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DEP-FAL       PIC 99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 COMP-FAL      PIC 9(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-FAL      PIC X(15).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NECESS-FAL    PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DISPON-FAL    PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 FALTA-FAL     PIC Z.ZZZ.ZZ9.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES LIDAS         : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MONTAGENS GERADAS        : ".
           02 TOT-MON-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DESMONTAGENS GERADAS     : ".
           02 TOT-DES-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECUSADAS POR FALTA      : ".
           02 TOT-FAL-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "REJEITADAS               : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "MOVIMENTOS GERADOS       : ".
           02 TOT-MOV-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EXA4".
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
           MOVE TOT-MOVIMENTOS TO LOG-GRAVADOS.
           COMPUTE LOG-REJEITADOS = TOT-FALTAS + TOT-REJEITADAS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(3:6) TO LOTE-DATA-WS.
           OPEN INPUT TRANSKIT.
           IF TRANSKIT-STATUS EQUAL "35"
              DISPLAY "TRANSKIT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CARREGA-ESTRUTURA
              IF FIM-ARQ NOT EQUAL "SIM"
                 OPEN INPUT CADESTOQ
                 IF CADESTOQ-STATUS EQUAL "35"
                    DISPLAY "CADESTOQ.DAT NAO ENCONTRADO - ENCERRANDO"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE 16 TO RETURN-CODE
                    CLOSE TRANSKIT
                 ELSE
                    PERFORM ABRE-SALDODEP
                    PERFORM ABRE-SALDLOTE
                    OPEN OUTPUT MOVKIT
                    OPEN OUTPUT RELKIT
                    OPEN OUTPUT RELFKIT
                    MOVE "SIM" TO ARQUIVOS-ABERTOS
                    PERFORM LEITURA
                 END-IF
              ELSE
                 CLOSE TRANSKIT
              END-IF
           END-IF.

       CARREGA-ESTRUTURA.
           OPEN INPUT ESTRKIT.
           IF ESTRKIT-STATUS EQUAL "35"
              DISPLAY "ESTRKIT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NAO" TO FIM-AUX
              PERFORM LE-ESTRUTURA
              PERFORM GUARDA-ESTRUTURA
                 UNTIL FIM-AUX EQUAL "SIM"
              CLOSE ESTRKIT.

       LE-ESTRUTURA.
           READ ESTRKIT AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-ESTRUTURA.
           IF QTDE-EK NUMERIC
              AND QTDE-EK GREATER THAN ZEROES
              AND COD-COMP-EK NOT EQUAL COD-KIT-EK
              IF QTD-ESTR LESS THAN 1000
                 ADD 1 TO QTD-ESTR
                 MOVE COD-KIT-EK  TO COD-KIT-TAB(QTD-ESTR)
                 MOVE COD-COMP-EK TO COD-COMP-TAB(QTD-ESTR)
                 MOVE QTDE-EK     TO QTDE-COMP-TAB(QTD-ESTR)
              ELSE
                 DISPLAY "TABELA DE ESTRUTURAS CHEIA - ENCERRANDO"
                 MOVE "SIM" TO FIM-AUX FIM-ARQ
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
           IF FIM-AUX NOT EQUAL "SIM"
              PERFORM LE-ESTRUTURA.

       ABRE-SALDODEP.
           OPEN INPUT SALDODEP.
           IF SALDODEP-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-SALDODEP.

       ABRE-SALDLOTE.
           OPEN INPUT SALDLOTE.
           IF SALDLOTE-STATUS EQUAL "00"
              MOVE "SIM" TO TEM-SALDLOTE.

       LEITURA.
           READ TRANSKIT AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDAS.
           MOVE SPACES TO MOTIVO-WS.
           MOVE ZEROES TO CUSTO-KIT.
           MOVE "NAO"  TO TEM-FALTA.
           IF DEP-TK NUMERIC AND DEP-TK NOT EQUAL ZEROES
              MOVE DEP-TK TO DEP-WS
           ELSE
              MOVE 1 TO DEP-WS.
           PERFORM VALIDA-TRANSACAO.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM MONTA-COMPONENTES.
           IF MOTIVO-WS EQUAL SPACES
              IF OPER-TK EQUAL "M"
                 PERFORM VERIFICA-MONTAGEM
              ELSE
                 PERFORM VERIFICA-DESMONTAGEM.
           IF MOTIVO-WS EQUAL SPACES
              PERFORM CONFERE-COMPROMETIDO.
           IF MOTIVO-WS EQUAL SPACES
              IF OPER-TK EQUAL "M"
                 PERFORM GERA-MONTAGEM
              ELSE
                 PERFORM GERA-DESMONTAGEM
              END-IF
           ELSE
              IF TEM-FALTA EQUAL "SIM"
                 ADD 1 TO TOT-FALTAS
              ELSE
                 ADD 1 TO TOT-REJEITADAS.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-TRANSACAO.
           IF OPER-TK NOT EQUAL "M" AND OPER-TK NOT EQUAL "D"
              MOVE "OPERACAO INVALIDA" TO MOTIVO-WS
           ELSE
              IF QTDE-TK NOT NUMERIC OR QTDE-TK EQUAL ZEROES
                 MOVE "QUANTIDADE INVALIDA" TO MOTIVO-WS
              ELSE
                 MOVE COD-KIT-TK TO COD
                 READ CADESTOQ
                    INVALID KEY
                       MOVE "KIT INEXISTENTE" TO MOTIVO-WS
                    NOT INVALID KEY
                       IF SITUACAO-EST EQUAL "I"
                          MOVE "KIT DESATIVADO" TO MOTIVO-WS
                       END-IF
                 END-READ.

       MONTA-COMPONENTES.
           MOVE ZEROES TO QTD-COMP.
           MOVE 1 TO IND-ESTR.
           PERFORM SELECIONA-COMPONENTE
              UNTIL IND-ESTR GREATER THAN QTD-ESTR
                 OR MOTIVO-WS NOT EQUAL SPACES.
           IF MOTIVO-WS EQUAL SPACES
              IF QTD-COMP EQUAL ZEROES
                 MOVE "KIT SEM ESTRUTURA" TO MOTIVO-WS
              ELSE
                 MOVE 1 TO IND-COMP
                 PERFORM CARREGA-COMPONENTE
                    UNTIL IND-COMP GREATER THAN QTD-COMP.

       SELECIONA-COMPONENTE.
           IF COD-KIT-TAB(IND-ESTR) EQUAL COD-KIT-TK
              IF QTD-COMP LESS THAN 50
                 ADD 1 TO QTD-COMP
                 MOVE COD-COMP-TAB(IND-ESTR) TO COD-CP(QTD-COMP)
                 COMPUTE NECESS-CP(QTD-COMP) =
                    QTDE-COMP-TAB(IND-ESTR) * QTDE-TK
                 MOVE ZEROES TO DISPON-CP(QTD-COMP)
                 MOVE ZEROES TO CUSTO-CP(QTD-COMP)
                 MOVE SPACES TO NOME-CP(QTD-COMP)
              ELSE
                 MOVE "KIT COM MAIS DE 50 COMPON." TO MOTIVO-WS
              END-IF
           END-IF.
           ADD 1 TO IND-ESTR.

       CARREGA-COMPONENTE.
           MOVE COD-CP(IND-COMP) TO COD.
           READ CADESTOQ
              INVALID KEY
                 MOVE "COMPONENTE INEXISTENTE" TO MOTIVO-WS
              NOT INVALID KEY
                 IF SITUACAO-EST EQUAL "I"
                    MOVE "COMPONENTE DESATIVADO" TO MOTIVO-WS
                 ELSE
                    MOVE NOME           TO NOME-CP(IND-COMP)
                    MOVE PRECO-UNITARIO TO CUSTO-CP(IND-COMP)
                    COMPUTE CUSTO-KIT = CUSTO-KIT
                       + PRECO-UNITARIO * NECESS-CP(IND-COMP)
                 END-IF
           END-READ.
           ADD 1 TO IND-COMP.

       VERIFICA-MONTAGEM.
           MOVE 1 TO IND-COMP.
           PERFORM VERIFICA-COMPONENTE
              UNTIL IND-COMP GREATER THAN QTD-COMP.
           IF TEM-FALTA EQUAL "SIM"
              MOVE "FALTA DE COMPONENTES" TO MOTIVO-WS
              MOVE 1 TO IND-COMP
              PERFORM IMPRIME-FALTA
                 UNTIL IND-COMP GREATER THAN QTD-COMP
           ELSE
              COMPUTE CUSTO-KIT ROUNDED = CUSTO-KIT / QTDE-TK.

       VERIFICA-COMPONENTE.
           MOVE COD-CP(IND-COMP) TO COD-BUSCA.
           PERFORM CALCULA-DISPONIVEL.
           MOVE DISPONIVEL TO DISPON-CP(IND-COMP).
           IF NECESS-CP(IND-COMP) GREATER THAN DISPONIVEL
              MOVE "SIM" TO TEM-FALTA.
           ADD 1 TO IND-COMP.

       VERIFICA-DESMONTAGEM.
           MOVE COD-KIT-TK TO COD-BUSCA.
           PERFORM CALCULA-DISPONIVEL.
           IF QTDE-TK GREATER THAN DISPONIVEL
              MOVE "SALDO DO KIT INSUFICIENTE" TO MOTIVO-WS
           ELSE
              MOVE PRECO-UNITARIO TO CUSTO-KIT.

       CALCULA-DISPONIVEL.
           MOVE COD-BUSCA TO COD.
           READ CADESTOQ
              INVALID KEY
                 MOVE ZEROES TO QTDE-ESTOQUE
           END-READ.
           MOVE QTDE-ESTOQUE TO DISPONIVEL.
           IF TEM-SALDODEP EQUAL "SIM"
              MOVE COD-BUSCA TO COD-SD
              MOVE DEP-WS    TO DEP-SD
              READ SALDODEP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF QTDE-SD LESS THAN DISPONIVEL
                       MOVE QTDE-SD TO DISPONIVEL
                    END-IF
              END-READ.
           IF TEM-SALDLOTE EQUAL "SIM"
              PERFORM SOMA-LOTES-VALIDOS
              IF QTD-LOTES GREATER THAN ZEROES
                 AND SALDO-VALIDO LESS THAN DISPONIVEL
                 MOVE SALDO-VALIDO TO DISPONIVEL.
           PERFORM PROCURA-COMPROMETIDO.
           IF IND-ACHOU-COMPR NOT EQUAL ZEROES
              IF QTDE-COMPR-TAB(IND-ACHOU-COMPR) NOT LESS THAN
                 DISPONIVEL
                 MOVE ZEROES TO DISPONIVEL
              ELSE
                 SUBTRACT QTDE-COMPR-TAB(IND-ACHOU-COMPR)
                    FROM DISPONIVEL.

       SOMA-LOTES-VALIDOS.
           MOVE ZEROES TO QTD-LOTES SALDO-VALIDO.
           MOVE "NAO"  TO FIM-LOTES.
           MOVE COD-BUSCA  TO COD-SL.
           MOVE DEP-WS     TO DEP-SL.
           MOVE LOW-VALUES TO LOTE-SL.
           START SALDLOTE KEY IS NOT LESS THAN CHAVE-SL
              INVALID KEY
                 MOVE "SIM" TO FIM-LOTES
           END-START.
           PERFORM LE-LOTE.
           PERFORM ACUMULA-LOTE
              UNTIL FIM-LOTES EQUAL "SIM".

       LE-LOTE.
           IF FIM-LOTES NOT EQUAL "SIM"
              READ SALDLOTE NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-LOTES
              END-READ
              IF FIM-LOTES NOT EQUAL "SIM"
                 AND (COD-SL NOT EQUAL COD-BUSCA
                    OR DEP-SL NOT EQUAL DEP-WS)
                 MOVE "SIM" TO FIM-LOTES.

       ACUMULA-LOTE.
           IF QTDE-SL GREATER THAN ZEROES
              ADD 1 TO QTD-LOTES
              IF VALIDADE-SL EQUAL ZEROES
                 OR VALIDADE-SL NOT LESS THAN WS-HOJE
                 ADD QTDE-SL TO SALDO-VALIDO.
           PERFORM LE-LOTE.

       PROCURA-COMPROMETIDO.
           MOVE ZEROES TO IND-ACHOU-COMPR.
           MOVE 1      TO IND-COMPR.
           PERFORM TESTA-COMPROMETIDO
              UNTIL IND-COMPR GREATER THAN QTD-COMPR
                 OR IND-ACHOU-COMPR NOT EQUAL ZEROES.

       TESTA-COMPROMETIDO.
           IF COD-COMPR-TAB(IND-COMPR) EQUAL COD-BUSCA
              AND DEP-COMPR-TAB(IND-COMPR) EQUAL DEP-WS
              MOVE IND-COMPR TO IND-ACHOU-COMPR.
           ADD 1 TO IND-COMPR.

       CONFERE-COMPROMETIDO.
           MOVE ZEROES TO NOVOS-COMPR.
           IF OPER-TK EQUAL "M"
              MOVE 1 TO IND-COMP
              PERFORM CONTA-NOVO-COMPR
                 UNTIL IND-COMP GREATER THAN QTD-COMP
           ELSE
              MOVE COD-KIT-TK TO COD-BUSCA
              PERFORM PROCURA-COMPROMETIDO
              IF IND-ACHOU-COMPR EQUAL ZEROES
                 ADD 1 TO NOVOS-COMPR.
           IF QTD-COMPR + NOVOS-COMPR GREATER THAN 500
              MOVE "TABELA DE SAIDAS CHEIA" TO MOTIVO-WS
              DISPLAY "TABELA DE SAIDAS CHEIA - KIT " COD-KIT-TK
              MOVE 12 TO RETURN-CODE.

       CONTA-NOVO-COMPR.
           MOVE COD-CP(IND-COMP) TO COD-BUSCA.
           PERFORM PROCURA-COMPROMETIDO.
           IF IND-ACHOU-COMPR EQUAL ZEROES
              ADD 1 TO NOVOS-COMPR.
           ADD 1 TO IND-COMP.

       COMPROMETE-SAIDA.
           PERFORM PROCURA-COMPROMETIDO.
           IF IND-ACHOU-COMPR EQUAL ZEROES
              AND QTD-COMPR LESS THAN 500
              ADD 1 TO QTD-COMPR
              MOVE QTD-COMPR TO IND-ACHOU-COMPR
              MOVE COD-BUSCA TO COD-COMPR-TAB(IND-ACHOU-COMPR)
              MOVE DEP-WS    TO DEP-COMPR-TAB(IND-ACHOU-COMPR)
              MOVE ZEROES    TO QTDE-COMPR-TAB(IND-ACHOU-COMPR).
           IF IND-ACHOU-COMPR NOT EQUAL ZEROES
              ADD NECESSARIO TO QTDE-COMPR-TAB(IND-ACHOU-COMPR).

       GERA-MONTAGEM.
           MOVE 1 TO IND-COMP.
           PERFORM GERA-SAIDA-COMPONENTE
              UNTIL IND-COMP GREATER THAN QTD-COMP.
           MOVE COD-KIT-TK TO COD-MOV.
           MOVE "E"        TO TIPO-MOV.
           MOVE QTDE-TK    TO QTDE-MOV.
           MOVE CUSTO-KIT  TO CUSTO-MOV.
           PERFORM GRAVA-MOVIMENTO.
           ADD 1 TO TOT-MONTAGENS.
           MOVE "MONTAGEM GERADA" TO MOTIVO-WS.

       GERA-SAIDA-COMPONENTE.
           MOVE COD-CP(IND-COMP)    TO COD-MOV COD-BUSCA.
           MOVE "S"                 TO TIPO-MOV.
           MOVE NECESS-CP(IND-COMP) TO QTDE-MOV NECESSARIO.
           MOVE CUSTO-CP(IND-COMP)  TO CUSTO-MOV.
           PERFORM GRAVA-MOVIMENTO.
           PERFORM COMPROMETE-SAIDA.
           ADD 1 TO IND-COMP.

       GERA-DESMONTAGEM.
           MOVE COD-KIT-TK TO COD-MOV COD-BUSCA.
           MOVE "S"        TO TIPO-MOV.
           MOVE QTDE-TK    TO QTDE-MOV NECESSARIO.
           MOVE CUSTO-KIT  TO CUSTO-MOV.
           PERFORM GRAVA-MOVIMENTO.
           PERFORM COMPROMETE-SAIDA.
           MOVE 1 TO IND-COMP.
           PERFORM GERA-ENTRADA-COMPONENTE
              UNTIL IND-COMP GREATER THAN QTD-COMP.
           ADD 1 TO TOT-DESMONTAGENS.
           MOVE "DESMONTAGEM GERADA" TO MOTIVO-WS.

       GERA-ENTRADA-COMPONENTE.
           MOVE COD-CP(IND-COMP)    TO COD-MOV.
           MOVE "E"                 TO TIPO-MOV.
           MOVE NECESS-CP(IND-COMP) TO QTDE-MOV.
           MOVE CUSTO-CP(IND-COMP)  TO CUSTO-MOV.
           PERFORM GRAVA-MOVIMENTO.
           ADD 1 TO IND-COMP.

       GRAVA-MOVIMENTO.
           MOVE LOTE-KIT-WS TO LOTE-MOV.
           ADD 1 TO SEQ-MOVIMENTO.
           MOVE SEQ-MOVIMENTO TO SEQ-MOV.
           MOVE DEP-WS  TO DEP-MOV.
           MOVE ZEROES  TO DEP-DEST-MOV.
           MOVE ZEROES  TO VALIDADE-MOV.
           MOVE WS-HOJE TO DATA-MOV.
           MOVE ZEROES  TO DEPTO-MOV.
           MOVE SPACES  TO LOTE-ORIG-MOV.
           WRITE REG-MOV.
           ADD 1 TO TOT-MOVIMENTOS.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           EVALUATE OPER-TK
              WHEN "M"   MOVE "MONTAGEM"    TO OPER-REL
              WHEN "D"   MOVE "DESMONTAGEM" TO OPER-REL
              WHEN OTHER MOVE OPER-TK       TO OPER-REL
           END-EVALUATE.
           MOVE COD-KIT-TK TO COD-REL.
           MOVE SPACES     TO NOME-REL.
           MOVE COD-KIT-TK TO COD.
           READ CADESTOQ
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE NOME TO NOME-REL
           END-READ.
           MOVE QTDE-TK    TO QTDE-REL.
           MOVE DEP-WS     TO DEP-REL.
           MOVE CUSTO-KIT  TO CUSTO-REL.
           MOVE MOTIVO-WS  TO SITUACAO-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       IMPRIME-FALTA.
           IF NECESS-CP(IND-COMP) GREATER THAN DISPON-CP(IND-COMP)
              IF CT-LIN-FAL GREATER THAN 25
                 PERFORM CABECALHO-FAL
              END-IF
              COMPUTE FALTA-WS =
                 NECESS-CP(IND-COMP) - DISPON-CP(IND-COMP)
              MOVE COD-KIT-TK          TO KIT-FAL
              MOVE QTDE-TK             TO QTDE-KIT-FAL
              MOVE DEP-WS              TO DEP-FAL
              MOVE COD-CP(IND-COMP)    TO COMP-FAL
              MOVE NOME-CP(IND-COMP)   TO NOME-FAL
              MOVE NECESS-CP(IND-COMP) TO NECESS-FAL
              MOVE DISPON-CP(IND-COMP) TO DISPON-FAL
              MOVE FALTA-WS            TO FALTA-FAL
              WRITE REG-FAL FROM DETALHE-FAL AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN-FAL.
           ADD 1 TO IND-COMP.

       CABECALHO.
           ADD 1         TO CT-PAG.
           MOVE CT-PAG   TO VAR-PAG.
           MOVE SPACES   TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       CABECALHO-FAL.
           ADD 1          TO CT-PAG-FAL.
           MOVE CT-PAG-FAL TO VAR-PAG-FAL.
           MOVE SPACES    TO REG-FAL.
           WRITE REG-FAL AFTER ADVANCING PAGE.
           WRITE REG-FAL FROM CAB-01-FAL AFTER ADVANCING 1 LINE.
           WRITE REG-FAL FROM CAB-02-FAL AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN-FAL.

       RODAPE.
           MOVE TOT-LIDAS        TO TOT-LID-ED.
           MOVE TOT-MONTAGENS    TO TOT-MON-ED.
           MOVE TOT-DESMONTAGENS TO TOT-DES-ED.
           MOVE TOT-FALTAS       TO TOT-FAL-ED.
           MOVE TOT-REJEITADAS   TO TOT-REJ-ED.
           MOVE TOT-MOVIMENTOS   TO TOT-MOV-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.

       FIM.
           IF ARQUIVOS-ABERTOS EQUAL "SIM"
              CLOSE TRANSKIT
                    CADESTOQ
                    MOVKIT
                    RELKIT
                    RELFKIT
              IF TEM-SALDODEP EQUAL "SIM"
                 CLOSE SALDODEP
              END-IF
              IF TEM-SALDLOTE EQUAL "SIM"
                 CLOSE SALDLOTE
              END-IF
           END-IF.
