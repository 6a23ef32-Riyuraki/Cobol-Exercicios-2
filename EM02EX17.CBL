           SELECT RELFAT ASSIGN TO DISK.
           SELECT FATCICLO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FATHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FATHIST-STATUS.
           SELECT DEPSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DP
           FILE STATUS IS DEPSOC-STATUS.
           SELECT TAXARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-TX
           FILE STATUS IS TAXARES-STATUS.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           02 CODPLANO     PIC 9(03).
           02 DESCPLANO    PIC X(20).
           02 MENSALIDADE  PIC 9(07)V9(02).
           02 ADICIONAL-DEP PIC 9(07)V9(02).

       FD SOCPLANO
           LABEL RECORD ARE STANDARD
           02 VALOR-FAT    PIC 9(09)V9(02).
           02 DTVENC-FAT   PIC 9(08).

       FD FATHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FATHIST.DAT".
       01 REG-FH.
           02 NUMSOC-FH    PIC 9(06).
           02 CODPLANO-FH  PIC 9(03).
           02 VALOR-FH     PIC 9(09)V9(02).
           02 DTVENC-FH    PIC 9(08).

       FD DEPSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPSOC.DAT".
       01 REG-DP.
           02 CHAVE-DP.
            03 NUMSOC-DP  PIC 9(06).
            03 SEQ-DP     PIC 9(02).
           02 NOME-DP       PIC X(30).
           02 CPF-DP        PIC 9(11).
           02 DTNASC-DP     PIC 9(08).
           02 PARENTESCO-DP PIC X(01).
           02 SITUACAO-DP   PIC X(01).
           02 DATA-INEL-DP  PIC 9(08).

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

       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       77 SOMA-FATURADO    PIC 9(12)V9(02) VALUE ZEROES.
       77 CREDSOC-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CREDSOC      PIC X(03) VALUE "NAO".
       77 FATHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 TOTAL-COM-CRED   PIC 9(05) VALUE ZEROES.
       77 SOMA-CRED-USADO  PIC 9(12)V9(02) VALUE ZEROES.
       77 DEPSOC-STATUS    PIC X(02) VALUE ZEROES.
       77 TEM-DEPSOC       PIC X(03) VALUE "NAO".
       77 FIM-DEP          PIC X(03) VALUE "NAO".
       77 QTD-DEP-SOCIO    PIC 9(02) VALUE ZEROES.
       77 TOTAL-DEPENDENTES PIC 9(05) VALUE ZEROES.
       77 SOMA-ADICIONAL   PIC 9(12)V9(02) VALUE ZEROES.
       77 TAXARES-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-TAXARES      PIC X(03) VALUE "NAO".
       77 FIM-TX           PIC X(03) VALUE "NAO".
       77 PLANO-TAXA-RES   PIC 9(03) VALUE 999.
       77 TOTAL-TAXAS-RES  PIC 9(05) VALUE ZEROES.
       77 SOMA-TAXAS-RES   PIC 9(12)V9(02) VALUE ZEROES.
       77 MESTRE-RESERVADO PIC X(03) VALUE "NAO".
       77 SITUACAO-RESERVA PIC X(08) VALUE SPACES.

       01 DIAU-AREA.
           02 DIAU-FUNCAO  PIC X(01).
              03 CODPLANO-TAB    PIC 9(03).
              03 DESCPLANO-TAB   PIC X(20).
              03 MENSALIDADE-TAB PIC 9(07)V9(02).
              03 ADICIONAL-TAB   PIC 9(07)V9(02).
              03 QTD-FAT-TAB     PIC 9(05).
              03 VAL-FAT-TAB     PIC 9(12)V9(02).

           02 FILLER    PIC X(27) VALUE "CREDITO ABATIDO (CREDSOC): ".
           02 SOMA-CRUSADO-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-08.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "DEPENDENTES FATURADOS    : ".
           02 TOTAL-DEP-ED PIC ZZ.ZZ9.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "ADICIONAL DE DEPENDENTES : ".
           02 SOMA-ADIC-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TAXAS RESERVA FATURADAS  : ".
           02 TOTAL-TXR-ED PIC ZZ.ZZ9.

       01 CAB-11.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALOR TAXAS DE RESERVA   : ".
           02 SOMA-TXR-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX17".
           02 LOG-EVENTO     PIC X(03) VALUE SPACES.
           02 LOG-LIDOS      PIC 9(05) VALUE ZEROES.
           02 LOG-GRAVADOS   PIC 9(05) VALUE ZEROES.
           02 LOG-REJEITADOS PIC 9(05) VALUE ZEROES.
           02 LOG-STATUS     PIC X(08) VALUE SPACES.
           02 LOG-RETCODE    PIC 9(04) VALUE ZEROES.

       01 LOCK-AREA.
           02 LOCK-FUNCAO    PIC X(01) VALUE SPACES.
           02 LOCK-ARQUIVO   PIC X(08) VALUE "CADSOC1".
           02 LOCK-PROGRAMA  PIC X(08) VALUE SPACES.
           02 LOCK-DONO      PIC X(08) VALUE SPACES.
           02 LOCK-DATA      PIC 9(08) VALUE ZEROES.
           02 LOCK-HORA      PIC 9(06) VALUE ZEROES.
           02 LOCK-RETORNO   PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       PERFORM GRAVA-LOG-INI.
       PERFORM RESERVA-MESTRE.
       IF MESTRE-RESERVADO EQUAL "SIM"
          PERFORM INICIO
          PERFORM PRINCIPAL
              UNTIL FIM-ARQ EQUAL "SIM"
          IF QTD-PLANOS NOT EQUAL ZEROES
             PERFORM RODAPE
          END-IF
          PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-INI.
           MOVE "INI"    TO LOG-EVENTO.
           MOVE "INICIO" TO LOG-STATUS.
           CALL "EM02LOG" USING LOG-CHAMADA.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           MOVE TOTAL-FATURADOS  TO LOG-LIDOS.
           MOVE TOTAL-FATURADOS  TO LOG-GRAVADOS.
           MOVE ZEROES           TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           IF SITUACAO-RESERVA NOT EQUAL SPACES
              MOVE SITUACAO-RESERVA TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.
           IF MESTRE-RESERVADO EQUAL "SIM"
              PERFORM LIBERA-MESTRE.

       RESERVA-MESTRE.
           MOVE "R"          TO LOCK-FUNCAO.
           MOVE LOG-PROGRAMA TO LOCK-PROGRAMA.
           CALL "EM02LOCK" USING LOCK-AREA.
           IF LOCK-RETORNO EQUAL "00"
              MOVE "SIM" TO MESTRE-RESERVADO
           ELSE
              DISPLAY LOCK-ARQUIVO " EM USO POR " LOCK-DONO
                 " DESDE " LOCK-DATA " " LOCK-HORA
              IF LOCK-RETORNO EQUAL "11"
                 DISPLAY "RESERVA VENCIDA - LIBERAR PELO EM02EXA7"
                 MOVE "BLOQVENC" TO SITUACAO-RESERVA
              ELSE
                 MOVE "BLOQUEIO" TO SITUACAO-RESERVA
              END-IF
              DISPLAY "PROGRAMA NAO INICIADO"
              MOVE 12 TO RETURN-CODE.

       LIBERA-MESTRE.
           MOVE "L"          TO LOCK-FUNCAO.
           MOVE LOG-PROGRAMA TO LOCK-PROGRAMA.
           CALL "EM02LOCK" USING LOCK-AREA.
           IF LOCK-RETORNO NOT EQUAL "00"
              DISPLAY "RESERVA DE " LOCK-ARQUIVO
                 " NAO ENCONTRADA NA LIBERACAO".
           MOVE "NAO" TO MESTRE-RESERVADO.

       INICIO.
           PERFORM CARREGA-PLANOS.
           IF FIM-ARQ NOT EQUAL "SIM"
              PERFORM ABRE-SOCPLANO
              OPEN OUTPUT RELFAT
              OPEN OUTPUT FATCICLO
              PERFORM ABRE-FATHIST
              PERFORM ABRE-CREDSOC
              PERFORM ABRE-DEPSOC
              PERFORM ABRE-TAXARES
              PERFORM LEITURA
           END-IF.

       ABRE-FATHIST.
           OPEN EXTEND FATHIST.
           IF FATHIST-STATUS EQUAL "35"
              OPEN OUTPUT FATHIST.

       ABRE-CREDSOC.
           OPEN I-O CREDSOC.
           IF CREDSOC-STATUS EQUAL "35"
           ELSE
              MOVE "SIM" TO TEM-CREDSOC.

       ABRE-DEPSOC.
           OPEN INPUT DEPSOC.
           IF DEPSOC-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-DEPSOC
           ELSE
              MOVE "SIM" TO TEM-DEPSOC.

       ABRE-TAXARES.
           OPEN I-O TAXARES.
           IF TAXARES-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-TAXARES
           ELSE
              MOVE "SIM" TO TEM-TAXARES.

       ABRE-SOCPLANO.
           OPEN INPUT SOCPLANO.
           IF SOCPLANO-STATUS EQUAL "35"
           MOVE CODPLANO    TO CODPLANO-TAB(QTD-PLANOS).
           MOVE DESCPLANO   TO DESCPLANO-TAB(QTD-PLANOS).
           MOVE MENSALIDADE TO MENSALIDADE-TAB(QTD-PLANOS).
           IF ADICIONAL-DEP NUMERIC
              MOVE ADICIONAL-DEP TO ADICIONAL-TAB(QTD-PLANOS)
           ELSE
              MOVE ZEROES TO ADICIONAL-TAB(QTD-PLANOS).
           MOVE ZEROES      TO QTD-FAT-TAB(QTD-PLANOS).
           MOVE ZEROES      TO VAL-FAT-TAB(QTD-PLANOS).
           PERFORM LE-PLANO.
              ADD 1 TO TOTAL-SEM-PLANO
           ELSE
              MOVE MENSALIDADE-TAB(IND-ACHOU) TO VALPAG1
              PERFORM ADICIONA-DEPENDENTES
              PERFORM CONSOME-CREDITO
              PERFORM AVANCA-VENCIMENTO
              PERFORM GRAVA-FATURAMENTO
              PERFORM FATURA-RESERVAS
              IF VALPAG1 EQUAL ZEROES
                 MOVE 1 TO CODPAG
              ELSE
              ADD VALPAG1 TO SOMA-FATURADO
              ADD 1 TO QTD-FAT-TAB(IND-ACHOU)
              ADD VALPAG1 TO VAL-FAT-TAB(IND-ACHOU)
              PERFORM IMPRESSAO
           END-IF.

       ADICIONA-DEPENDENTES.
           MOVE ZEROES TO QTD-DEP-SOCIO.
           IF TEM-DEPSOC EQUAL "SIM"
              AND ADICIONAL-TAB(IND-ACHOU) GREATER THAN ZEROES
              MOVE "NAO"   TO FIM-DEP
              MOVE NUMSOC1 TO NUMSOC-DP
              MOVE ZEROES  TO SEQ-DP
              START DEPSOC KEY IS NOT LESS THAN CHAVE-DP
                 INVALID KEY
                    MOVE "SIM" TO FIM-DEP
              END-START
              PERFORM LE-DEPENDENTE
              PERFORM CONTA-DEPENDENTE
                 UNTIL FIM-DEP EQUAL "SIM"
              COMPUTE VALPAG1 = VALPAG1
                      + QTD-DEP-SOCIO * ADICIONAL-TAB(IND-ACHOU)
              ADD QTD-DEP-SOCIO TO TOTAL-DEPENDENTES
              COMPUTE SOMA-ADICIONAL = SOMA-ADICIONAL
                      + QTD-DEP-SOCIO * ADICIONAL-TAB(IND-ACHOU).

       LE-DEPENDENTE.
           IF FIM-DEP NOT EQUAL "SIM"
              READ DEPSOC NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-DEP
              END-READ
              IF FIM-DEP NOT EQUAL "SIM"
                 AND NUMSOC-DP NOT EQUAL NUMSOC1
                 MOVE "SIM" TO FIM-DEP.

       CONTA-DEPENDENTE.
           IF SITUACAO-DP EQUAL "A"
              ADD 1 TO QTD-DEP-SOCIO.
           PERFORM LE-DEPENDENTE.

       FATURA-RESERVAS.
           IF TEM-TAXARES EQUAL "SIM"
              MOVE "NAO"   TO FIM-TX
              MOVE NUMSOC1 TO NUMSOC-TX
              MOVE ZEROES  TO DATA-TX CODINST-TX HORA-TX
              START TAXARES KEY IS NOT LESS THAN CHAVE-TX
                 INVALID KEY
                    MOVE "SIM" TO FIM-TX
              END-START
              PERFORM LE-TAXA-RESERVA
              PERFORM COBRA-TAXA-RESERVA
                 UNTIL FIM-TX EQUAL "SIM".

       LE-TAXA-RESERVA.
           IF FIM-TX NOT EQUAL "SIM"
              READ TAXARES NEXT RECORD
                 AT END
                    MOVE "SIM" TO FIM-TX
              END-READ
              IF FIM-TX NOT EQUAL "SIM"
                 AND NUMSOC-TX NOT EQUAL NUMSOC1
                 MOVE "SIM" TO FIM-TX.

       COBRA-TAXA-RESERVA.
           IF SITUACAO-TX EQUAL "P"
              MOVE NUMSOC1        TO NUMSOC-FAT
              MOVE PLANO-TAXA-RES TO CODPLANO-FAT
              MOVE VALOR-TX       TO VALOR-FAT
              COMPUTE DTVENC-FAT = ANO-VENC1 * 10000
                                 + MES-VENC1 * 100
                                 + DIA-VENC1
              WRITE REG-FAT
              MOVE REG-FAT TO REG-FH
              WRITE REG-FH
              MOVE "F"        TO SITUACAO-TX
              MOVE DTVENC-FAT TO DTVENC-TX
              REWRITE REG-TX
              ADD VALOR-TX TO VALPAG1
              ADD 1        TO TOTAL-TAXAS-RES
              ADD VALOR-TX TO SOMA-TAXAS-RES.
           PERFORM LE-TAXA-RESERVA.

       GRAVA-FATURAMENTO.
           MOVE NUMSOC1     TO NUMSOC-FAT.
           MOVE PLANO-SOCIO TO CODPLANO-FAT.
                              + MES-VENC1 * 100
                              + DIA-VENC1.
           WRITE REG-FAT.
           MOVE REG-FAT TO REG-FH.
           WRITE REG-FH.

       CONSOME-CREDITO.
           IF TEM-CREDSOC EQUAL "SIM"
           MOVE SOMA-CRED-USADO TO SOMA-CRUSADO-ED.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.
           MOVE TOTAL-DEPENDENTES TO TOTAL-DEP-ED.
           MOVE SOMA-ADICIONAL    TO SOMA-ADIC-ED.
           WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE.
           MOVE TOTAL-TAXAS-RES TO TOTAL-TXR-ED.
           MOVE SOMA-TAXAS-RES  TO SOMA-TXR-ED.
           WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-11 AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAL-PLANO.
           MOVE CODPLANO-TAB(IND-PLANO)  TO PLANO-SUBT.
              CLOSE CADSOC1
                    RELFAT
                    FATCICLO
                    FATHIST
              IF TEM-SOCPLANO EQUAL "SIM"
                 CLOSE SOCPLANO
              END-IF
              IF TEM-CREDSOC EQUAL "SIM"
                 CLOSE CREDSOC
              END-IF
              IF TEM-DEPSOC EQUAL "SIM"
                 CLOSE DEPSOC
              END-IF
              IF TEM-TAXARES EQUAL "SIM"
                 CLOSE TAXARES
              END-IF
           END-IF.
