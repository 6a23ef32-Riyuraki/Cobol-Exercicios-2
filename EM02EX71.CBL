       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX71.
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
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CADENT-STATUS.
           SELECT PARM13 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM13-STATUS.
           SELECT PARMINSS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMINSS-STATUS.
           SELECT PARMIRRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMIRRF-STATUS.
           SELECT FOLHA13 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHA13-STATUS.
           SELECT FOLHA13-NOVO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTRA13 ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       COPY "CADENT.CPY".

       FD PARM13
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM13.DAT".
       01 REG-PARM-13.
           02 PARCELA-PARM  PIC X(01).
           02 ANO-PARM      PIC 9(04).

       FD PARMINSS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMINSS.DAT".
       01 REG-PARM-INSS.
           02 LIMITE-INSS-PARM PIC 9(05)V9(02).
           02 ALIQ-INSS-PARM   PIC 9(02)V9(02).

       FD PARMIRRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMIRRF.DAT".
       01 REG-PARM-IRRF.
           02 LIMITE-IRRF-PARM PIC 9(05)V9(02).
           02 ALIQ-IRRF-PARM   PIC 9(02)V9(02).
           02 DEDUC-IRRF-PARM  PIC 9(05)V9(02).

       FD FOLHA13
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHA13.DAT".
       01 REG-F13.
           02 COD-F13      PIC 9(07).
           02 NOME-F13     PIC X(30).
           02 DEPTO-F13    PIC 9(03).
           02 ANO-F13      PIC 9(04).
           02 PARCELA-F13  PIC X(01).
           02 MESES-F13    PIC 9(02).
           02 VALOR13-F13  PIC 9(05)V9(02).
           02 BRUTO-F13    PIC 9(05)V9(02).
           02 ADIANT-F13   PIC 9(05)V9(02).
           02 INSS-F13     PIC 9(05)V9(02).
           02 IRRF-F13     PIC 9(05)V9(02).
           02 LIQUIDO-F13  PIC 9(05)V9(02).

       FD FOLHA13-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHA13_NOVO.DAT".
       01 REG-F13-N    PIC X(89).

       FD CONTRA13
           LABEL RECORD IS OMITTED.
       01 REG-CARTA     PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 PARM13-STATUS    PIC X(02) VALUE ZEROES.
       77 PARMINSS-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMIRRF-STATUS  PIC X(02) VALUE ZEROES.
       77 FOLHA13-STATUS   PIC X(02) VALUE ZEROES.
       77 QTD-FX-INSS      PIC 9(01) VALUE ZEROES.
       77 QTD-FX-IRRF      PIC 9(01) VALUE ZEROES.
       77 IND-FX           PIC 9(01) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 PARCELA-WS       PIC X(01) VALUE SPACES.
       77 ANO-WS           PIC 9(04) VALUE ZEROES.
       77 MESES-WS         PIC 9(02) VALUE ZEROES.
       77 VALOR-13         PIC 9(05)V9(02) VALUE ZEROES.
       77 VAL-BRUTO        PIC 9(05)V9(02) VALUE ZEROES.
       77 VAL-ADIANT       PIC 9(05)V9(02) VALUE ZEROES.
       77 VAL-INSS         PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-IRRF         PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-LIQUIDO      PIC S9(06)V9(02) VALUE ZEROES.
       77 BASE-INSS        PIC 9(06)V9(02) VALUE ZEROES.
       77 BASE-IRRF        PIC 9(06)V9(02) VALUE ZEROES.
       77 LIMITE-ANT       PIC 9(05)V9(02) VALUE ZEROES.
       77 FAIXA-VALOR      PIC 9(05)V9(02) VALUE ZEROES.
       77 FAIXA-ACHADA     PIC X(03) VALUE "NAO".
       77 TEM-ADIANT       PIC X(03) VALUE "NAO".
       77 ADIANT-ACHADO    PIC X(03) VALUE "NAO".
       77 ADIANT-ESTOURO   PIC X(03) VALUE "NAO".
       77 DEPTOS-ESTOURO   PIC X(03) VALUE "NAO".
       77 QTD-ADIANT       PIC 9(03) VALUE ZEROES.
       77 IND-ADT          PIC 9(03) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-FUNC         PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-DIREITO  PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 SOMA-BRUTO       PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-ADIANT      PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-INSS        PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-IRRF        PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-LIQUIDO     PIC 9(12)V9(02) VALUE ZEROES.
       77 QTD-DEPTOS       PIC 9(02) VALUE ZEROES.
       77 IND-DEP          PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-DEP    PIC 9(02) VALUE ZEROES.

       01 DATA-ADM-WS.
           02 ANO-ADM      PIC 9(04).
           02 MES-ADM      PIC 9(02).
           02 DIA-ADM      PIC 9(02).

       01 TABELA-ADIANT.
           02 ITEM-ADIANT OCCURS 500 TIMES.
              03 COD-ADT     PIC 9(07).
              03 VALOR-ADT   PIC 9(05)V9(02).

       01 TABELA-DEPT-TOT.
           02 ITEM-DEPT-TAB OCCURS 20 TIMES.
              03 DEPTO-DT    PIC 9(03).
              03 QTD-DT      PIC 9(05).
              03 BRUTO-DT    PIC 9(12)V9(02).
              03 LIQUIDO-DT  PIC 9(12)V9(02).

       01 TABELA-INSS.
           02 FAIXA-INSS OCCURS 8 TIMES.
              03 LIMITE-INSS PIC 9(05)V9(02).
              03 ALIQ-INSS   PIC 9(02)V9(02).

       01 TABELA-IRRF.
           02 FAIXA-IRRF OCCURS 8 TIMES.
              03 LIMITE-IRRF PIC 9(05)V9(02).
              03 ALIQ-IRRF   PIC 9(02)V9(02).
              03 DEDUC-IRRF  PIC 9(05)V9(02).

       01 DATA-CARTA-GRP.
           02 ANO-C     PIC 9999.
           02 FILLER    PIC X VALUE "/".
           02 MES-C     PIC 99.
           02 FILLER    PIC X VALUE "/".
           02 DIA-C     PIC 99.

       01 CARTA-TITULO.
           02 FILLER       PIC X(49)
              VALUE "TURISMAR TURISMOS - DECIMO TERCEIRO SALARIO ANO ".
           02 ANO-CARTA    PIC 9999.
           02 FILLER       PIC X(27) VALUE SPACES.

       01 CARTA-PARCELA.
           02 FILLER       PIC X(09) VALUE "PARCELA: ".
           02 PARCELA-CARTA PIC X(01).
           02 FILLER       PIC X(03) VALUE " - ".
           02 DESCR-PARC-CARTA PIC X(30).
           02 FILLER       PIC X(37) VALUE SPACES.

       01 CARTA-DATA.
           02 FILLER       PIC X(06) VALUE "DATA: ".
           02 DATA-CARTA-ED PIC X(10).
           02 FILLER       PIC X(64) VALUE SPACES.

       01 CARTA-FUNC.
           02 FILLER       PIC X(13) VALUE "FUNCIONARIO: ".
           02 COD-CARTA    PIC 9(07).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-CARTA   PIC X(30).
           02 FILLER       PIC X(7) VALUE "  DEP. ".
           02 DEPTO-CARTA  PIC 999.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 CARTA-MESES.
           02 FILLER       PIC X(20) VALUE "  MESES TRABALHADOS:".
           02 MESES-CARTA  PIC Z9.
           02 FILLER       PIC X(04) VALUE "/12".
           02 FILLER       PIC X(54) VALUE SPACES.

       01 CARTA-VALOR13.
           02 FILLER       PIC X(20) VALUE "  VALOR DO 13o    : ".
           02 VALOR13-CARTA PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-BRUTO.
           02 FILLER       PIC X(20) VALUE "  VALOR DA PARCELA: ".
           02 BRUTO-CARTA  PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-ADIANT.
           02 FILLER       PIC X(20) VALUE "  ADIANTAMENTO PAGO:".
           02 ADIANT-CARTA PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-INSS.
           02 FILLER       PIC X(20) VALUE "  DESCONTO INSS   : ".
           02 INSS-CARTA   PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-IRRF.
           02 FILLER       PIC X(20) VALUE "  DESCONTO IRRF   : ".
           02 IRRF-CARTA   PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-LIQUIDO.
           02 FILLER       PIC X(20) VALUE "  VALOR LIQUIDO   : ".
           02 LIQUIDO-CARTA PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-FECHO PIC X(80) VALUE "TURISMAR TURISMOS".

       01 TOT-00.
           02 FILLER    PIC X(33)
              VALUE "RESUMO DO DECIMO TERCEIRO - PARC.".
           02 PARCELA-TOT PIC X(01).
           02 FILLER    PIC X(05) VALUE " ANO ".
           02 ANO-TOT   PIC 9999.

       01 TOT-01.
           02 FILLER    PIC X(27) VALUE "FUNCIONARIOS CALCULADOS  : ".
           02 TOT-FUNC-ED PIC ZZ.ZZ9.

       01 TOT-01A.
           02 FILLER    PIC X(27) VALUE "ADMITIDOS APOS O PERIODO : ".
           02 TOT-SEM-ED PIC ZZ.ZZ9.

       01 TOT-02.
           02 FILLER    PIC X(27) VALUE "TOTAL BRUTO DA PARCELA   : ".
           02 SOMA-BRUTO-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-02A.
           02 FILLER    PIC X(27) VALUE "TOTAL ADIANTAMENTOS      : ".
           02 SOMA-ADIANT-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-03.
           02 FILLER    PIC X(27) VALUE "TOTAL INSS               : ".
           02 SOMA-INSS-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-04.
           02 FILLER    PIC X(27) VALUE "TOTAL IRRF               : ".
           02 SOMA-IRRF-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-05.
           02 FILLER    PIC X(27) VALUE "TOTAL LIQUIDO            : ".
           02 SOMA-LIQ-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-06.
           02 FILLER    PIC X(27) VALUE "SEM 1A PARCELA (EXCECAO) : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 TOT-DEP-CAB PIC X(80)
          VALUE "TOTAIS POR DEPARTAMENTO".

       01 TOT-DEP-DET.
           02 FILLER      PIC X(13) VALUE "DEPARTAMENTO ".
           02 DEPTO-TOT-REL PIC 999.
           02 FILLER      PIC X(9) VALUE "  FUNC.: ".
           02 QTD-DEP-REL PIC ZZ.ZZ9.
           02 FILLER      PIC X(9) VALUE "  BRUTO: ".
           02 BRUTO-DEP-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(8) VALUE "  LIQ.: ".
           02 LIQ-DEP-REL PIC ZZZ.ZZZ.ZZ9,99.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX71".
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
       IF CADENT-STATUS NOT EQUAL "35"
          AND ADIANT-ESTOURO EQUAL "NAO"
          PERFORM PAGINA-TOTAIS.
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
           MOVE TOT-FUNC        TO LOG-GRAVADOS.
           COMPUTE LOG-REJEITADOS = TOT-SEM-DIREITO + TOT-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           OPEN INPUT CADENT.
           IF CADENT-STATUS EQUAL "35"
              DISPLAY "CADENT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
              MOVE WS-HOJE(1:4) TO ANO-C
              MOVE WS-HOJE(5:2) TO MES-C
              MOVE WS-HOJE(7:2) TO DIA-C
              MOVE DATA-CARTA-GRP TO DATA-CARTA-ED
              PERFORM LE-PARM13
              PERFORM MONTA-TABELAS-PADRAO
              PERFORM LE-PARMINSS
              PERFORM LE-PARMIRRF
              IF PARCELA-WS EQUAL "2"
                 PERFORM CARREGA-ADIANTAMENTOS
              END-IF
              IF ADIANT-ESTOURO EQUAL "SIM"
                 MOVE "SIM" TO FIM-ARQ
              ELSE
                 PERFORM PRESERVA-FOLHA13
                 OPEN OUTPUT CONTRA13
                 MOVE ANO-WS     TO ANO-CARTA ANO-TOT
                 MOVE PARCELA-WS TO PARCELA-CARTA PARCELA-TOT
                 IF PARCELA-WS EQUAL "1"
                    MOVE "ADIANTAMENTO (SEM DESCONTOS)"
                       TO DESCR-PARC-CARTA
                 ELSE
                    MOVE "PARCELA FINAL" TO DESCR-PARC-CARTA
                 END-IF
                 PERFORM LEITURA
              END-IF
           END-IF.

       LE-PARM13.
           MOVE WS-HOJE(1:4) TO ANO-WS.
           IF WS-HOJE(5:2) EQUAL "12"
              MOVE "2" TO PARCELA-WS
           ELSE
              MOVE "1" TO PARCELA-WS.
           OPEN INPUT PARM13.
           IF PARM13-STATUS EQUAL "35"
              DISPLAY "PARM13.DAT NAO ENCONTRADO - PARCELA PELO MES"
           ELSE
              READ PARM13
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARCELA-PARM EQUAL "1" OR "2"
                       MOVE PARCELA-PARM TO PARCELA-WS
                    END-IF
                    IF ANO-PARM NOT EQUAL ZEROES
                       MOVE ANO-PARM TO ANO-WS
                    END-IF
              END-READ
              CLOSE PARM13.

       CARREGA-ADIANTAMENTOS.
           OPEN INPUT FOLHA13.
           IF FOLHA13-STATUS EQUAL "35"
              DISPLAY "FOLHA13.DAT NAO ENCONTRADO - ADIANTAMENTO"
                      " CALCULADO"
           ELSE
              MOVE "SIM" TO TEM-ADIANT
              PERFORM LE-ADIANT
              PERFORM GUARDA-ADIANT
                 UNTIL FIM-ARQ EQUAL "SIM"
                    OR ADIANT-ESTOURO EQUAL "SIM"
              CLOSE FOLHA13
              MOVE "NAO" TO FIM-ARQ.

       LE-ADIANT.
           READ FOLHA13 AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-ADIANT.
           IF PARCELA-F13 EQUAL "1"
              AND ANO-F13 EQUAL ANO-WS
              IF QTD-ADIANT LESS THAN 500
                 ADD 1 TO QTD-ADIANT
                 MOVE COD-F13     TO COD-ADT(QTD-ADIANT)
                 MOVE LIQUIDO-F13 TO VALOR-ADT(QTD-ADIANT)
              ELSE
                 DISPLAY "TABELA DE ADIANTAMENTOS CHEIA - PARCELA"
                         " FINAL NAO CALCULADA"
                 MOVE "SIM" TO ADIANT-ESTOURO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
           IF ADIANT-ESTOURO EQUAL "NAO"
              PERFORM LE-ADIANT.

       PRESERVA-FOLHA13.
           OPEN OUTPUT FOLHA13-NOVO.
           OPEN INPUT FOLHA13.
           IF FOLHA13-STATUS NOT EQUAL "35"
              PERFORM LE-ADIANT
              PERFORM SEPARA-OUTRA-PARCELA
                 UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE FOLHA13
              MOVE "NAO" TO FIM-ARQ.
           CLOSE FOLHA13-NOVO.
           OPEN INPUT FOLHA13-NOVO.
           OPEN OUTPUT FOLHA13.
           PERFORM LE-NOVO.
           PERFORM COPIA-NOVO
              UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FOLHA13-NOVO.
           MOVE "NAO" TO FIM-ARQ.

       SEPARA-OUTRA-PARCELA.
           IF ANO-F13 EQUAL ANO-WS
              AND PARCELA-F13 NOT EQUAL PARCELA-WS
              WRITE REG-F13-N FROM REG-F13.
           PERFORM LE-ADIANT.

       LE-NOVO.
           READ FOLHA13-NOVO AT END MOVE "SIM" TO FIM-ARQ.

       COPIA-NOVO.
           WRITE REG-F13 FROM REG-F13-N.
           PERFORM LE-NOVO.

       MONTA-TABELAS-PADRAO.
           MOVE 4 TO QTD-FX-INSS.
           MOVE 1412,00  TO LIMITE-INSS(1).
           MOVE 7,50     TO ALIQ-INSS(1).
           MOVE 2666,68  TO LIMITE-INSS(2).
           MOVE 9,00     TO ALIQ-INSS(2).
           MOVE 4000,03  TO LIMITE-INSS(3).
           MOVE 12,00    TO ALIQ-INSS(3).
           MOVE 99999,99 TO LIMITE-INSS(4).
           MOVE 14,00    TO ALIQ-INSS(4).
           MOVE 5 TO QTD-FX-IRRF.
           MOVE 2259,20  TO LIMITE-IRRF(1).
           MOVE 0,00     TO ALIQ-IRRF(1).
           MOVE 0,00     TO DEDUC-IRRF(1).
           MOVE 2826,65  TO LIMITE-IRRF(2).
           MOVE 7,50     TO ALIQ-IRRF(2).
           MOVE 169,44   TO DEDUC-IRRF(2).
           MOVE 3751,05  TO LIMITE-IRRF(3).
           MOVE 15,00    TO ALIQ-IRRF(3).
           MOVE 381,44   TO DEDUC-IRRF(3).
           MOVE 4664,68  TO LIMITE-IRRF(4).
           MOVE 22,50    TO ALIQ-IRRF(4).
           MOVE 662,77   TO DEDUC-IRRF(4).
           MOVE 99999,99 TO LIMITE-IRRF(5).
           MOVE 27,50    TO ALIQ-IRRF(5).
           MOVE 896,00   TO DEDUC-IRRF(5).

       LE-PARMINSS.
           OPEN INPUT PARMINSS.
           IF PARMINSS-STATUS EQUAL "35"
              DISPLAY "PARMINSS.DAT NAO ENCONTRADO - TABELA PADRAO"
           ELSE
              MOVE ZEROES TO QTD-FX-INSS
              PERFORM LE-FAIXA-INSS
              PERFORM GUARDA-FAIXA-INSS
                 UNTIL FIM-ARQ EQUAL "SIM"
                    OR QTD-FX-INSS NOT LESS THAN 8
              CLOSE PARMINSS
              MOVE "NAO" TO FIM-ARQ.

       LE-FAIXA-INSS.
           READ PARMINSS AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-FAIXA-INSS.
           ADD 1 TO QTD-FX-INSS.
           MOVE LIMITE-INSS-PARM TO LIMITE-INSS(QTD-FX-INSS).
           MOVE ALIQ-INSS-PARM   TO ALIQ-INSS(QTD-FX-INSS).
           PERFORM LE-FAIXA-INSS.

       LE-PARMIRRF.
           OPEN INPUT PARMIRRF.
           IF PARMIRRF-STATUS EQUAL "35"
              DISPLAY "PARMIRRF.DAT NAO ENCONTRADO - TABELA PADRAO"
           ELSE
              MOVE ZEROES TO QTD-FX-IRRF
              PERFORM LE-FAIXA-IRRF
              PERFORM GUARDA-FAIXA-IRRF
                 UNTIL FIM-ARQ EQUAL "SIM"
                    OR QTD-FX-IRRF NOT LESS THAN 8
              CLOSE PARMIRRF
              MOVE "NAO" TO FIM-ARQ.

       LE-FAIXA-IRRF.
           READ PARMIRRF AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-FAIXA-IRRF.
           ADD 1 TO QTD-FX-IRRF.
           MOVE LIMITE-IRRF-PARM TO LIMITE-IRRF(QTD-FX-IRRF).
           MOVE ALIQ-IRRF-PARM   TO ALIQ-IRRF(QTD-FX-IRRF).
           MOVE DEDUC-IRRF-PARM  TO DEDUC-IRRF(QTD-FX-IRRF).
           PERFORM LE-FAIXA-IRRF.

       LEITURA.
           READ CADENT AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           PERFORM CALCULA-MESES.
           IF MESES-WS EQUAL ZEROES
              ADD 1 TO TOT-SEM-DIREITO
           ELSE
              COMPUTE VALOR-13 ROUNDED = SALARIO * MESES-WS / 12
              IF PARCELA-WS EQUAL "1"
                 PERFORM CALCULA-PRIMEIRA
              ELSE
                 PERFORM CALCULA-SEGUNDA
              END-IF
              IF ADIANT-ACHADO EQUAL "SIM"
                 PERFORM GRAVA-FOLHA13
                 PERFORM GERA-CONTRACHEQUE
                 PERFORM ACUMULA-TOTAIS
              ELSE
                 PERFORM REJEITA-FUNCIONARIO
              END-IF
           END-IF.
           PERFORM LEITURA.

       REJEITA-FUNCIONARIO.
           DISPLAY "FUNCIONARIO " COD
                   " SEM 1A PARCELA EM FOLHA13 - NAO CALCULADO".
           ADD 1 TO TOT-REJEITADOS.
           IF RETURN-CODE LESS THAN 8
              MOVE 8 TO RETURN-CODE.

       CALCULA-MESES.
           MOVE 12 TO MESES-WS.
           IF DTADMISSAO NUMERIC
              AND DTADMISSAO NOT EQUAL ZEROES
              MOVE DTADMISSAO TO DATA-ADM-WS
              IF ANO-ADM GREATER THAN ANO-WS
                 MOVE ZEROES TO MESES-WS
              ELSE
                 IF ANO-ADM EQUAL ANO-WS
                    COMPUTE MESES-WS = 12 - MES-ADM
                    IF DIA-ADM NOT GREATER THAN 16
                       ADD 1 TO MESES-WS.

       CALCULA-PRIMEIRA.
           COMPUTE VAL-BRUTO ROUNDED = VALOR-13 / 2.
           MOVE "SIM"     TO ADIANT-ACHADO.
           MOVE ZEROES    TO VAL-ADIANT VAL-INSS VAL-IRRF.
           MOVE VAL-BRUTO TO VAL-LIQUIDO.

       CALCULA-SEGUNDA.
           MOVE VALOR-13 TO VAL-BRUTO.
           PERFORM BUSCA-ADIANTAMENTO.
           IF ADIANT-ACHADO EQUAL "SIM"
              MOVE VALOR-13 TO BASE-INSS
              PERFORM CALCULA-INSS
              PERFORM CALCULA-IRRF
              COMPUTE VAL-LIQUIDO = VAL-BRUTO - VAL-ADIANT
                                  - VAL-INSS - VAL-IRRF
              IF VAL-LIQUIDO LESS THAN ZEROES
                 MOVE ZEROES TO VAL-LIQUIDO.

       BUSCA-ADIANTAMENTO.
           IF TEM-ADIANT NOT EQUAL "SIM"
              COMPUTE VAL-ADIANT ROUNDED = VALOR-13 / 2
              MOVE "SIM" TO ADIANT-ACHADO
           ELSE
              MOVE ZEROES TO VAL-ADIANT
              MOVE "NAO" TO ADIANT-ACHADO
              MOVE 1 TO IND-ADT
              PERFORM TESTA-ADIANTAMENTO
                 UNTIL IND-ADT GREATER THAN QTD-ADIANT
                    OR ADIANT-ACHADO EQUAL "SIM".

       TESTA-ADIANTAMENTO.
           IF COD-ADT(IND-ADT) EQUAL COD
              MOVE "SIM" TO ADIANT-ACHADO
              MOVE VALOR-ADT(IND-ADT) TO VAL-ADIANT.
           ADD 1 TO IND-ADT.

       CALCULA-INSS.
           MOVE ZEROES TO VAL-INSS LIMITE-ANT.
           MOVE 1 TO IND-FX.
           PERFORM SOMA-FAIXA-INSS
              UNTIL IND-FX GREATER THAN QTD-FX-INSS.

       SOMA-FAIXA-INSS.
           IF BASE-INSS GREATER THAN LIMITE-ANT
              IF BASE-INSS NOT GREATER THAN LIMITE-INSS(IND-FX)
                 MOVE BASE-INSS TO FAIXA-VALOR
              ELSE
                 MOVE LIMITE-INSS(IND-FX) TO FAIXA-VALOR
              END-IF
              COMPUTE VAL-INSS ROUNDED = VAL-INSS
                 + (FAIXA-VALOR - LIMITE-ANT)
                 * ALIQ-INSS(IND-FX) / 100
           END-IF.
           MOVE LIMITE-INSS(IND-FX) TO LIMITE-ANT.
           ADD 1 TO IND-FX.

       CALCULA-IRRF.
           MOVE ZEROES TO VAL-IRRF.
           COMPUTE BASE-IRRF = BASE-INSS - VAL-INSS.
           MOVE "NAO" TO FAIXA-ACHADA.
           MOVE 1 TO IND-FX.
           PERFORM ACHA-FAIXA-IRRF
              UNTIL IND-FX GREATER THAN QTD-FX-IRRF
                 OR FAIXA-ACHADA EQUAL "SIM".

       ACHA-FAIXA-IRRF.
           IF BASE-IRRF NOT GREATER THAN LIMITE-IRRF(IND-FX)
              MOVE "SIM" TO FAIXA-ACHADA
              COMPUTE VAL-IRRF ROUNDED =
                 BASE-IRRF * ALIQ-IRRF(IND-FX) / 100
               - DEDUC-IRRF(IND-FX)
              IF VAL-IRRF LESS THAN ZEROES
                 MOVE ZEROES TO VAL-IRRF
              END-IF
           END-IF.
           ADD 1 TO IND-FX.

       GRAVA-FOLHA13.
           MOVE COD         TO COD-F13.
           MOVE NOME        TO NOME-F13.
           MOVE DEPTO       TO DEPTO-F13.
           MOVE ANO-WS      TO ANO-F13.
           MOVE PARCELA-WS  TO PARCELA-F13.
           MOVE MESES-WS    TO MESES-F13.
           MOVE VALOR-13    TO VALOR13-F13.
           MOVE VAL-BRUTO   TO BRUTO-F13.
           MOVE VAL-ADIANT  TO ADIANT-F13.
           MOVE VAL-INSS    TO INSS-F13.
           MOVE VAL-IRRF    TO IRRF-F13.
           MOVE VAL-LIQUIDO TO LIQUIDO-F13.
           WRITE REG-F13.

       GERA-CONTRACHEQUE.
           MOVE DEPTO       TO DEPTO-CARTA.
           MOVE COD         TO COD-CARTA.
           MOVE NOME        TO NOME-CARTA.
           MOVE MESES-WS    TO MESES-CARTA.
           MOVE VALOR-13    TO VALOR13-CARTA.
           MOVE VAL-BRUTO   TO BRUTO-CARTA.
           MOVE VAL-ADIANT  TO ADIANT-CARTA.
           MOVE VAL-INSS    TO INSS-CARTA.
           MOVE VAL-IRRF    TO IRRF-CARTA.
           MOVE VAL-LIQUIDO TO LIQUIDO-CARTA.
           WRITE REG-CARTA FROM CARTA-TITULO AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CARTA-PARCELA AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-DATA AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-FUNC AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-MESES AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-VALOR13 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-BRUTO AFTER ADVANCING 1 LINE.
           IF PARCELA-WS EQUAL "2"
              WRITE REG-CARTA FROM CARTA-ADIANT AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM CARTA-INSS AFTER ADVANCING 1 LINE
              WRITE REG-CARTA FROM CARTA-IRRF AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-LIQUIDO AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FECHO AFTER ADVANCING 2 LINES.

       ACUMULA-TOTAIS.
           ADD 1 TO TOT-FUNC.
           ADD VAL-BRUTO    TO SOMA-BRUTO.
           ADD VAL-ADIANT   TO SOMA-ADIANT.
           ADD VAL-INSS     TO SOMA-INSS.
           ADD VAL-IRRF     TO SOMA-IRRF.
           ADD VAL-LIQUIDO  TO SOMA-LIQUIDO.
           PERFORM ACUMULA-DEPTO.

       ACUMULA-DEPTO.
           MOVE ZEROES TO IND-ACHOU-DEP.
           MOVE 1      TO IND-DEP.
           PERFORM TESTA-DEPTO
              UNTIL IND-DEP GREATER THAN QTD-DEPTOS
                 OR IND-ACHOU-DEP NOT EQUAL ZEROES.
           IF IND-ACHOU-DEP EQUAL ZEROES
              IF QTD-DEPTOS LESS THAN 20
                 ADD 1 TO QTD-DEPTOS
                 MOVE QTD-DEPTOS TO IND-ACHOU-DEP
                 MOVE DEPTO TO DEPTO-DT(IND-ACHOU-DEP)
                 MOVE ZEROES TO QTD-DT(IND-ACHOU-DEP)
                 MOVE ZEROES TO BRUTO-DT(IND-ACHOU-DEP)
                 MOVE ZEROES TO LIQUIDO-DT(IND-ACHOU-DEP)
              ELSE
                 IF DEPTOS-ESTOURO EQUAL "NAO"
                    DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - DEPTO "
                            DEPTO
                    MOVE "SIM" TO DEPTOS-ESTOURO
                    MOVE 12 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              ADD 1           TO QTD-DT(IND-ACHOU-DEP)
              ADD VAL-BRUTO   TO BRUTO-DT(IND-ACHOU-DEP)
              ADD VAL-LIQUIDO TO LIQUIDO-DT(IND-ACHOU-DEP).

       TESTA-DEPTO.
           IF DEPTO-DT(IND-DEP) EQUAL DEPTO
              MOVE IND-DEP TO IND-ACHOU-DEP.
           ADD 1 TO IND-DEP.

       PAGINA-TOTAIS.
           MOVE TOT-FUNC        TO TOT-FUNC-ED.
           MOVE TOT-SEM-DIREITO TO TOT-SEM-ED.
           MOVE TOT-REJEITADOS  TO TOT-REJ-ED.
           MOVE SOMA-BRUTO      TO SOMA-BRUTO-ED.
           MOVE SOMA-ADIANT     TO SOMA-ADIANT-ED.
           MOVE SOMA-INSS       TO SOMA-INSS-ED.
           MOVE SOMA-IRRF       TO SOMA-IRRF-ED.
           MOVE SOMA-LIQUIDO    TO SOMA-LIQ-ED.
           WRITE REG-CARTA FROM TOT-00 AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM TOT-01 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM TOT-01A AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-02 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-02A AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-DEP-CAB AFTER ADVANCING 2 LINES.
           MOVE 1 TO IND-DEP.
           PERFORM IMPRIME-TOT-DEPTO
              UNTIL IND-DEP GREATER THAN QTD-DEPTOS.

       IMPRIME-TOT-DEPTO.
           MOVE DEPTO-DT(IND-DEP)   TO DEPTO-TOT-REL.
           MOVE QTD-DT(IND-DEP)     TO QTD-DEP-REL.
           MOVE BRUTO-DT(IND-DEP)   TO BRUTO-DEP-REL.
           MOVE LIQUIDO-DT(IND-DEP) TO LIQ-DEP-REL.
           WRITE REG-CARTA FROM TOT-DEP-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO IND-DEP.

       FIM.
           IF CADENT-STATUS NOT EQUAL "35"
              IF ADIANT-ESTOURO EQUAL "SIM"
                 CLOSE CADENT
              ELSE
                 CLOSE CADENT
                       FOLHA13
                       CONTRA13.
