       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX90.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1.
           SELECT INSTAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTAL-STATUS.
           SELECT TRANSRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSRES-STATUS.
           SELECT RESINST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RS
           FILE STATUS IS RESINST-STATUS.
           SELECT TAXARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-TX
           FILE STATUS IS TAXARES-STATUS.
           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERDAS-STATUS.
           SELECT DESLIG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DESLIG-STATUS.
           SELECT RELRESV ASSIGN TO DISK.

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

       FD TRANSRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSRES.DAT".
       01 REG-TR.
           02 TIPO-TR      PIC X(01).
           02 NUMSOC-TR    PIC 9(06).
           02 CODINST-TR   PIC 9(03).
           02 DATA-TR      PIC 9(08).
           02 HORA-INI-TR  PIC 9(02).
           02 HORA-FIM-TR  PIC 9(02).
           02 PESSOAS-TR   PIC 9(04).

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

       FD TAXARES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TAXARES.DAT".
       01 REG-TX.
           02 CHAVE-TX.
            03 NUMSOC-TX   PIC 9(06).
            03 DATA-TX     PIC 9(08).
            03 CODINST-TX  PIC 9(03).
            03 HORA-TX     PIC 9(02).
           02 VALOR-TX     PIC 9(07)V9(02).
           02 SITUACAO-TX  PIC X(01).
           02 DTVENC-TX    PIC 9(08).

       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
       01 REG-PER.
           02 NUMSOC-PER   PIC 9(06).
           02 NOMESOC-PER  PIC X(30).
           02 VALOR-PER    PIC 9(09)V9(02).
           02 ENCARGOS-PER PIC 9(10)V9(02).
           02 DATA-BAIXA   PIC 9(08).

       FD DESLIG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESLIG.DAT".
       01 REG-DES.
           02 NUMSOC-DES   PIC 9(06).
           02 DTPEDIDO-DES PIC 9(08).
           02 MOTIVO-DES   PIC X(20).

       FD RELRESV
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-INST         PIC X(03) VALUE "NAO".
       77 FIM-BLOQ         PIC X(03) VALUE "NAO".
       77 FIM-RS           PIC X(03) VALUE "NAO".
       77 INSTAL-STATUS    PIC X(02) VALUE ZEROES.
       77 TRANSRES-STATUS  PIC X(02) VALUE ZEROES.
       77 RESINST-STATUS   PIC X(02) VALUE ZEROES.
       77 TAXARES-STATUS   PIC X(02) VALUE ZEROES.
       77 PERDAS-STATUS    PIC X(02) VALUE ZEROES.
       77 DESLIG-STATUS    PIC X(02) VALUE ZEROES.
       77 DADOS-VALIDOS    PIC X(03) VALUE "SIM".
       77 CONFLITO         PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-INST         PIC 9(03) VALUE ZEROES.
       77 IND-INST         PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU        PIC 9(03) VALUE ZEROES.
       77 QTD-BLOQ         PIC 9(04) VALUE ZEROES.
       77 IND-BLOQ         PIC 9(04) VALUE ZEROES.
       77 IND-ACHOU-BLOQ   PIC 9(04) VALUE ZEROES.
       77 TOTAL-LIDAS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-RESINST   PIC 9(05) VALUE ZEROES.
       77 TOTAL-CANCELADAS PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
       77 SOMA-TAXAS       PIC 9(10)V9(02) VALUE ZEROES.
       77 SOMA-ESTORNOS    PIC 9(10)V9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 VENC-SOCIO       PIC 9(08) VALUE ZEROES.

       01 MOTIVO-WS        PIC X(30) VALUE SPACES.

       01 TABELA-INST.
           02 ITEM-INST OCCURS 100 TIMES.
              03 CODINST-TAB    PIC 9(03).
              03 DESCINST-TAB   PIC X(20).
              03 CAPACIDADE-TAB PIC 9(04).
              03 TAXA-TAB       PIC 9(07)V9(02).
              03 ABRE-TAB       PIC 9(02).
              03 FECHA-TAB      PIC 9(02).

       01 TABELA-BLOQ.
           02 ITEM-BLOQ OCCURS 3000 TIMES.
              03 NUMSOC-BLOQ    PIC 9(06).
              03 MOTIVO-BLOQ    PIC X(30).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "RELATORIO DE RESERVAS DE INS".
           02 FILLER    PIC X(11) VALUE "TALACOES".
           02 FILLER    PIC X(20) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(5) VALUE "SOCIO".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "INST".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "DATA".
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(7) VALUE "HORARIO".
           02 FILLER    PIC X(3) VALUE SPACES.
           02 FILLER    PIC X(4) VALUE "TAXA".
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 NUMSOC-REL   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TIPO-REL     PIC X(1).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 INST-REL     PIC 9(3).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DATA-REL     PIC 99/99/9999.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 HORA-INI-REL PIC 99.
           02 FILLER       PIC X(3) VALUE "H -".
           02 HORA-FIM-REL PIC 99.
           02 FILLER       PIC X(1) VALUE "H".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TAXA-REL     PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SITUACAO-REL PIC X(30).

       01 DATA-INV.
           02 DIA-INV   PIC 9(02).
           02 MES-INV   PIC 9(02).
           02 ANO-INV   PIC 9(04).
       01 DATA-INV-R REDEFINES DATA-INV PIC 9(08).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES LIDAS         : ".
           02 TOTAL-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESERVAS EFETUADAS       : ".
           02 TOTAL-RES-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RESERVAS CANCELADAS      : ".
           02 TOTAL-CAN-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TRANSACOES REJEITADAS    : ".
           02 TOTAL-REJ-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TAXAS GERADAS            : ".
           02 SOMA-TAXA-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TAXAS ESTORNADAS         : ".
           02 SOMA-EST-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX90".
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
       IF QTD-INST NOT EQUAL ZEROES
          AND TRANSRES-STATUS NOT EQUAL "35"
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
           MOVE TOTAL-LIDAS      TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = TOTAL-RESINST + TOTAL-CANCELADAS.
           MOVE TOTAL-REJEITADAS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM CARREGA-INSTALACOES.
           IF FIM-ARQ NOT EQUAL "SIM"
              OPEN INPUT TRANSRES
              IF TRANSRES-STATUS EQUAL "35"
                 DISPLAY "TRANSRES.DAT NAO ENCONTRADO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM CARREGA-BLOQUEIOS
                 OPEN INPUT CADSOC1
                 PERFORM ABRE-RESINST
                 PERFORM ABRE-TAXARES
                 OPEN OUTPUT RELRESV
                 PERFORM LEITURA
              END-IF
           END-IF.

       ABRE-RESINST.
           OPEN I-O RESINST.
           IF RESINST-STATUS EQUAL "35"
              OPEN OUTPUT RESINST
              CLOSE RESINST
              OPEN I-O RESINST.

       ABRE-TAXARES.
           OPEN I-O TAXARES.
           IF TAXARES-STATUS EQUAL "35"
              OPEN OUTPUT TAXARES
              CLOSE TAXARES
              OPEN I-O TAXARES.

       CARREGA-INSTALACOES.
           OPEN INPUT INSTAL.
           IF INSTAL-STATUS EQUAL "35"
              DISPLAY "INSTAL.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-INSTAL
              PERFORM GUARDA-INSTAL
                 UNTIL FIM-INST EQUAL "SIM"
                    OR QTD-INST NOT LESS THAN 100
              CLOSE INSTAL
              IF FIM-INST NOT EQUAL "SIM"
                 DISPLAY "TABELA DE INSTALACOES CHEIA - LIMITE 100"
                 MOVE 12 TO RETURN-CODE
              END-IF
              IF QTD-INST EQUAL ZEROES
                 DISPLAY "INSTAL.DAT VAZIO - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       LE-INSTAL.
           READ INSTAL AT END MOVE "SIM" TO FIM-INST.

       GUARDA-INSTAL.
           ADD 1 TO QTD-INST.
           MOVE CODINST    TO CODINST-TAB(QTD-INST).
           MOVE DESCINST   TO DESCINST-TAB(QTD-INST).
           MOVE CAPACIDADE TO CAPACIDADE-TAB(QTD-INST).
           MOVE TAXA-INST  TO TAXA-TAB(QTD-INST).
           MOVE HORA-ABRE  TO ABRE-TAB(QTD-INST).
           MOVE HORA-FECHA TO FECHA-TAB(QTD-INST).
           PERFORM LE-INSTAL.

       CARREGA-BLOQUEIOS.
           OPEN INPUT PERDAS.
           IF PERDAS-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-BLOQ
              PERFORM LE-PERDAS
              PERFORM GUARDA-PERDA
                 UNTIL FIM-BLOQ EQUAL "SIM"
              CLOSE PERDAS.
           OPEN INPUT DESLIG.
           IF DESLIG-STATUS NOT EQUAL "35"
              MOVE "NAO" TO FIM-BLOQ
              PERFORM LE-DESLIG
              PERFORM GUARDA-DESLIG
                 UNTIL FIM-BLOQ EQUAL "SIM"
              CLOSE DESLIG.

       LE-PERDAS.
           READ PERDAS AT END MOVE "SIM" TO FIM-BLOQ.

       GUARDA-PERDA.
           IF QTD-BLOQ LESS THAN 3000
              ADD 1 TO QTD-BLOQ
              MOVE NUMSOC-PER TO NUMSOC-BLOQ(QTD-BLOQ)
              MOVE "SOCIO COM DEBITO BAIXADO" TO MOTIVO-BLOQ(QTD-BLOQ)
           ELSE
              DISPLAY "TABELA DE BLOQUEIOS CHEIA - SOCIO " NUMSOC-PER
              MOVE 12 TO RETURN-CODE.
           PERFORM LE-PERDAS.

       LE-DESLIG.
           READ DESLIG AT END MOVE "SIM" TO FIM-BLOQ.

       GUARDA-DESLIG.
           IF QTD-BLOQ LESS THAN 3000
              ADD 1 TO QTD-BLOQ
              MOVE NUMSOC-DES TO NUMSOC-BLOQ(QTD-BLOQ)
              MOVE "SOCIO DESLIGADO" TO MOTIVO-BLOQ(QTD-BLOQ)
           ELSE
              DISPLAY "TABELA DE BLOQUEIOS CHEIA - SOCIO " NUMSOC-DES
              MOVE 12 TO RETURN-CODE.
           PERFORM LE-DESLIG.

       LEITURA.
           READ TRANSRES AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOTAL-LIDAS.
           MOVE ZEROES TO TAXA-REL.
           EVALUATE TIPO-TR
              WHEN "R"
                 PERFORM RESERVA
              WHEN "C"
                 PERFORM CANCELA
              WHEN OTHER
                 MOVE "TRANSACAO INVALIDA" TO MOTIVO-WS
                 PERFORM REJEITA
           END-EVALUATE.
           PERFORM LEITURA.

       RESERVA.
           PERFORM VALIDA-RESERVA.
           IF DADOS-VALIDOS EQUAL "NAO"
              PERFORM REJEITA
           ELSE
              PERFORM VERIFICA-CONFLITO
              IF CONFLITO EQUAL "SIM"
                 MOVE "HORARIO JA RESERVADO" TO MOTIVO-WS
                 PERFORM REJEITA
              ELSE
                 PERFORM GRAVA-RESERVA.

       VALIDA-RESERVA.
           MOVE "SIM" TO DADOS-VALIDOS.
           PERFORM PROCURA-INSTAL.
           IF IND-ACHOU EQUAL ZEROES
              MOVE "NAO" TO DADOS-VALIDOS
              MOVE "INSTALACAO INEXISTENTE" TO MOTIVO-WS
           ELSE
              IF DATA-TR NOT NUMERIC
                 OR DATA-TR LESS THAN WS-HOJE
                 MOVE "NAO" TO DADOS-VALIDOS
                 MOVE "DATA INVALIDA" TO MOTIVO-WS
              ELSE
                 IF HORA-INI-TR LESS THAN ABRE-TAB(IND-ACHOU)
                    OR HORA-FIM-TR GREATER THAN FECHA-TAB(IND-ACHOU)
                    OR HORA-INI-TR NOT LESS THAN HORA-FIM-TR
                    MOVE "NAO" TO DADOS-VALIDOS
                    MOVE "HORARIO FORA DO FUNCIONAMENTO" TO MOTIVO-WS
                 ELSE
                    IF PESSOAS-TR GREATER THAN
                       CAPACIDADE-TAB(IND-ACHOU)
                       MOVE "NAO" TO DADOS-VALIDOS
                       MOVE "CAPACIDADE EXCEDIDA" TO MOTIVO-WS.
           IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM VERIFICA-SOCIO.

       VERIFICA-SOCIO.
           MOVE NUMSOC-TR TO NUMSOC1.
           READ CADSOC1
              INVALID KEY
                 MOVE "NAO" TO DADOS-VALIDOS
                 MOVE "SOCIO INEXISTENTE" TO MOTIVO-WS
           END-READ.
           IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PROCURA-BLOQUEIO
              IF IND-ACHOU-BLOQ NOT EQUAL ZEROES
                 MOVE "NAO" TO DADOS-VALIDOS
                 MOVE MOTIVO-BLOQ(IND-ACHOU-BLOQ) TO MOTIVO-WS
              ELSE
                 COMPUTE VENC-SOCIO = ANO-VENC1 * 10000
                                    + MES-VENC1 * 100
                                    + DIA-VENC1
                 IF CODPAG NOT EQUAL 1
                    AND VENC-SOCIO LESS THAN WS-HOJE
                    MOVE "NAO" TO DADOS-VALIDOS
                    MOVE "SOCIO EM ATRASO" TO MOTIVO-WS.

       PROCURA-INSTAL.
           MOVE ZEROES TO IND-ACHOU.
           MOVE 1      TO IND-INST.
           PERFORM TESTA-INSTAL
              UNTIL IND-INST GREATER THAN QTD-INST
                 OR IND-ACHOU NOT EQUAL ZEROES.

       TESTA-INSTAL.
           IF CODINST-TAB(IND-INST) EQUAL CODINST-TR
              MOVE IND-INST TO IND-ACHOU.
           ADD 1 TO IND-INST.

       PROCURA-BLOQUEIO.
           MOVE ZEROES TO IND-ACHOU-BLOQ.
           MOVE 1      TO IND-BLOQ.
           PERFORM TESTA-BLOQUEIO
              UNTIL IND-BLOQ GREATER THAN QTD-BLOQ
                 OR IND-ACHOU-BLOQ NOT EQUAL ZEROES.

       TESTA-BLOQUEIO.
           IF NUMSOC-BLOQ(IND-BLOQ) EQUAL NUMSOC-TR
              MOVE IND-BLOQ TO IND-ACHOU-BLOQ.
           ADD 1 TO IND-BLOQ.

       VERIFICA-CONFLITO.
           MOVE "NAO"      TO CONFLITO.
           MOVE "NAO"      TO FIM-RS.
           MOVE CODINST-TR TO CODINST-RS.
           MOVE DATA-TR    TO DATA-RS.
           MOVE ZEROES     TO HORA-INI-RS.
           START RESINST KEY IS NOT LESS THAN CHAVE-RS
              INVALID KEY
                 MOVE "SIM" TO FIM-RS
           END-START.
           PERFORM LE-RESERVA.
           PERFORM TESTA-CONFLITO
              UNTIL FIM-RS EQUAL "SIM"
                 OR CONFLITO EQUAL "SIM".

       LE-RESERVA.
           IF FIM-RS NOT EQUAL "SIM"
              READ RESINST NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-RS
              END-READ
              IF FIM-RS NOT EQUAL "SIM"
                 IF CODINST-RS NOT EQUAL CODINST-TR
                    OR DATA-RS NOT EQUAL DATA-TR
                    MOVE "SIM" TO FIM-RS.

       TESTA-CONFLITO.
           IF HORA-INI-TR LESS THAN HORA-FIM-RS
              AND HORA-FIM-TR GREATER THAN HORA-INI-RS
              MOVE "SIM" TO CONFLITO.
           PERFORM LE-RESERVA.

       GRAVA-RESERVA.
           MOVE CODINST-TR  TO CODINST-RS.
           MOVE DATA-TR     TO DATA-RS.
           MOVE HORA-INI-TR TO HORA-INI-RS.
           MOVE HORA-FIM-TR TO HORA-FIM-RS.
           MOVE NUMSOC-TR   TO NUMSOC-RS.
           MOVE NOMESOC1    TO NOME-RS.
           MOVE PESSOAS-TR  TO PESSOAS-RS.
           MOVE TAXA-TAB(IND-ACHOU) TO TAXA-RS.
           MOVE WS-HOJE     TO DATA-INC-RS.
           WRITE REG-RS
              INVALID KEY
                 MOVE "HORARIO JA RESERVADO" TO MOTIVO-WS
                 PERFORM REJEITA
              NOT INVALID KEY
                 PERFORM GRAVA-TAXA
                 ADD 1 TO TOTAL-RESINST
                 MOVE TAXA-RS TO TAXA-REL
                 MOVE "RESERVADO" TO MOTIVO-WS
                 PERFORM IMPRESSAO
           END-WRITE.

       GRAVA-TAXA.
           IF TAXA-RS GREATER THAN ZEROES
              MOVE NUMSOC-TR   TO NUMSOC-TX
              MOVE DATA-TR     TO DATA-TX
              MOVE CODINST-TR  TO CODINST-TX
              MOVE HORA-INI-TR TO HORA-TX
              MOVE TAXA-RS     TO VALOR-TX
              MOVE "P"         TO SITUACAO-TX
              MOVE ZEROES      TO DTVENC-TX
              WRITE REG-TX
                 INVALID KEY
                    DISPLAY "TAXARES.DAT - TAXA DUPLICADA " NUMSOC-TX
              END-WRITE
              ADD TAXA-RS TO SOMA-TAXAS.

       CANCELA.
           MOVE CODINST-TR  TO CODINST-RS.
           MOVE DATA-TR     TO DATA-RS.
           MOVE HORA-INI-TR TO HORA-INI-RS.
           READ RESINST
              INVALID KEY
                 MOVE "RESERVA INEXISTENTE" TO MOTIVO-WS
                 PERFORM REJEITA
              NOT INVALID KEY
                 PERFORM VALIDA-CANCELAMENTO
           END-READ.

       VALIDA-CANCELAMENTO.
           IF NUMSOC-RS NOT EQUAL NUMSOC-TR
              MOVE "RESERVA DE OUTRO SOCIO" TO MOTIVO-WS
              PERFORM REJEITA
           ELSE
              MOVE "NAO"       TO DADOS-VALIDOS
              MOVE NUMSOC-RS   TO NUMSOC-TX
              MOVE DATA-RS     TO DATA-TX
              MOVE CODINST-RS  TO CODINST-TX
              MOVE HORA-INI-RS TO HORA-TX
              READ TAXARES
                 INVALID KEY
                    MOVE "SIM" TO DADOS-VALIDOS
                 NOT INVALID KEY
                    IF SITUACAO-TX EQUAL "P"
                       MOVE "SIM" TO DADOS-VALIDOS
                       DELETE TAXARES
                       ADD VALOR-TX TO SOMA-ESTORNOS
                    END-IF
              END-READ
              IF DADOS-VALIDOS EQUAL "NAO"
                 MOVE "TAXA JA FATURADA" TO MOTIVO-WS
                 PERFORM REJEITA
              ELSE
                 DELETE RESINST
                 ADD 1 TO TOTAL-CANCELADAS
                 MOVE TAXA-RS TO TAXA-REL
                 MOVE "CANCELADO" TO MOTIVO-WS
                 PERFORM IMPRESSAO.

       REJEITA.
           ADD 1 TO TOTAL-REJEITADAS.
           PERFORM IMPRESSAO.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
           MOVE NUMSOC-TR   TO NUMSOC-REL.
           MOVE TIPO-TR     TO TIPO-REL.
           MOVE CODINST-TR  TO INST-REL.
           MOVE DATA-TR(7:2) TO DIA-INV.
           MOVE DATA-TR(5:2) TO MES-INV.
           MOVE DATA-TR(1:4) TO ANO-INV.
           MOVE DATA-INV-R  TO DATA-REL.
           MOVE HORA-INI-TR TO HORA-INI-REL.
           MOVE HORA-FIM-TR TO HORA-FIM-REL.
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
           MOVE TOTAL-LIDAS      TO TOTAL-LID-ED.
           MOVE TOTAL-RESINST   TO TOTAL-RES-ED.
           MOVE TOTAL-CANCELADAS TO TOTAL-CAN-ED.
           MOVE TOTAL-REJEITADAS TO TOTAL-REJ-ED.
           MOVE SOMA-TAXAS       TO SOMA-TAXA-ED.
           MOVE SOMA-ESTORNOS    TO SOMA-EST-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.

       FIM.
           IF QTD-INST NOT EQUAL ZEROES
              AND TRANSRES-STATUS NOT EQUAL "35"
              CLOSE CADSOC1
                    TRANSRES
                    RESINST
                    TAXARES
                    RELRESV.
