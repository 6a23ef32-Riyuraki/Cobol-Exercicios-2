           SELECT PARMIRRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMIRRF-STATUS.
           SELECT EVENVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENVAL-STATUS.
           SELECT FOLHAPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHACTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTRACH ASSIGN TO DISK.

       DATA DIVISION.
           02 ALIQ-IRRF-PARM   PIC 9(02)V9(02).
           02 DEDUC-IRRF-PARM  PIC 9(05)V9(02).

       FD EVENVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EVENVAL.DAT".
       01 REG-EV.
           02 COD-EV         PIC 9(07).
           02 COMPET-EV      PIC 9(06).
           02 EVENTO-EV      PIC 9(03).
           02 DESCR-EV       PIC X(20).
           02 NATUREZA-EV    PIC X(01).
           02 QTDE-EV        PIC 9(03)V9(02).
           02 VALOR-EV       PIC 9(05)V9(02).

       FD FOLHAPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAPAG.DAT".
       01 REG-FOL.
           02 COD-FOL      PIC 9(07).
           02 NOME-FOL     PIC X(30).
           02 BRUTO-FOL    PIC 9(06)V9(02).
           02 INSS-FOL     PIC 9(06)V9(02).
           02 IRRF-FOL     PIC 9(06)V9(02).
           02 LIQUIDO-FOL  PIC 9(06)V9(02).

       FD FOLHACTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHACTL.DAT".
       01 REG-CTL-FOL.
           02 QTD-ESPERADA-FOL PIC 9(05).
           02 VAL-ESPERADO-FOL PIC 9(12)V9(02).

       FD CONTRACH
           LABEL RECORD IS OMITTED.
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 PARMINSS-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMIRRF-STATUS  PIC X(02) VALUE ZEROES.
       77 EVENVAL-STATUS   PIC X(02) VALUE ZEROES.
       77 QTD-FX-INSS      PIC 9(01) VALUE ZEROES.
       77 QTD-FX-IRRF      PIC 9(01) VALUE ZEROES.
       77 IND-FX           PIC 9(01) VALUE ZEROES.
       77 QTD-DEPTOS       PIC 9(02) VALUE ZEROES.
       77 IND-DEP          PIC 9(02) VALUE ZEROES.
       77 IND-ACHOU-DEP    PIC 9(02) VALUE ZEROES.
       77 QTD-EVEN         PIC 9(04) VALUE ZEROES.
       77 IND-EVE          PIC 9(04) VALUE ZEROES.
       77 VAL-BRUTO        PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-PROVENTOS    PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-DESCONTOS    PIC 9(06)V9(02) VALUE ZEROES.
       77 BRUTO-ESTOURADO  PIC X(03) VALUE "NAO".
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.

       01 TABELA-EVENTOS.
           02 ITEM-EVEN OCCURS 1000 TIMES.
              03 COD-TEV      PIC 9(07).
              03 DESCR-TEV    PIC X(20).
              03 NATUREZA-TEV PIC X(01).
              03 QTDE-TEV     PIC 9(03)V9(02).
              03 VALOR-TEV    PIC 9(05)V9(02).

       01 TABELA-DEPT-TOT.
           02 ITEM-DEPT-TAB OCCURS 20 TIMES.
           02 DEPTO-CARTA  PIC 999.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 CARTA-BASE.
           02 FILLER       PIC X(20) VALUE "  SALARIO BASE    : ".
           02 BASE-CARTA   PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-EVENTO.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DESCR-CARTA  PIC X(16).
           02 FILLER       PIC X(2) VALUE ": ".
           02 VALOR-CARTA  PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 SINAL-CARTA  PIC X(1).
           02 FILLER       PIC X(7) VALUE "  QTDE ".
           02 QTDE-CARTA   PIC ZZ9,99.
           02 FILLER       PIC X(36) VALUE SPACES.

       01 CARTA-BRUTO.
           02 FILLER       PIC X(20) VALUE "  SALARIO BRUTO   : ".
           02 BRUTO-CARTA  PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(50) VALUE SPACES.

       01 CARTA-INSS.
           02 FILLER       PIC X(20) VALUE "  DESCONTO INSS   : ".
           02 INSS-CARTA   PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(50) VALUE SPACES.

       01 CARTA-IRRF.
           02 FILLER       PIC X(20) VALUE "  DESCONTO IRRF   : ".
           02 IRRF-CARTA   PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(50) VALUE SPACES.

       01 CARTA-LIQUIDO.
           02 FILLER       PIC X(20) VALUE "  SALARIO LIQUIDO : ".
           02 LIQUIDO-CARTA PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(50) VALUE SPACES.

       01 CARTA-FECHO PIC X(80) VALUE "TURISMAR TURISMOS".

           02 FILLER    PIC X(27) VALUE "TOTAL LIQUIDO            : ".
           02 SOMA-LIQ-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 TOT-06.
           02 FILLER    PIC X(27) VALUE "FUNCIONARIOS REJEITADOS  : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 TOT-DEP-CAB PIC X(80)
          VALUE "TOTAIS POR DEPARTAMENTO".

       PERFORM PRINCIPAL
           UNTIL FIM-ARQ EQUAL "SIM".
       IF CADENT-STATUS NOT EQUAL "35"
          PERFORM PAGINA-TOTAIS
          PERFORM GRAVA-FOLHACTL.
       PERFORM FIM.
       PERFORM GRAVA-LOG-FIM.
       STOP RUN.

       GRAVA-LOG-FIM.
           MOVE "FIM" TO LOG-EVENTO.
           ADD TOT-FUNC TOT-REJEITADOS GIVING LOG-LIDOS.
           MOVE TOT-FUNC       TO LOG-GRAVADOS.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              PERFORM MONTA-TABELAS-PADRAO
              PERFORM LE-PARMINSS
              PERFORM LE-PARMIRRF
              PERFORM CARREGA-EVENTOS
              OPEN OUTPUT FOLHAPAG
              OPEN OUTPUT CONTRACH
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE DEDUC-IRRF-PARM  TO DEDUC-IRRF(QTD-FX-IRRF).
           PERFORM LE-FAIXA-IRRF.

       CARREGA-EVENTOS.
           OPEN INPUT EVENVAL.
           IF EVENVAL-STATUS EQUAL "35"
              DISPLAY "EVENVAL.DAT NAO ENCONTRADO - FOLHA SEM EVENTOS"
           ELSE
              PERFORM LE-EVENVAL
              PERFORM GUARDA-EVENTO
                 UNTIL FIM-ARQ EQUAL "SIM"
                    OR QTD-EVEN NOT LESS THAN 1000
              CLOSE EVENVAL
              MOVE "NAO" TO FIM-ARQ.

       LE-EVENVAL.
           READ EVENVAL AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-EVENTO.
           ADD 1 TO QTD-EVEN.
           MOVE COD-EV      TO COD-TEV(QTD-EVEN).
           MOVE DESCR-EV    TO DESCR-TEV(QTD-EVEN).
           MOVE NATUREZA-EV TO NATUREZA-TEV(QTD-EVEN).
           MOVE QTDE-EV     TO QTDE-TEV(QTD-EVEN).
           MOVE VALOR-EV    TO VALOR-TEV(QTD-EVEN).
           PERFORM LE-EVENVAL.

       LEITURA.
           READ CADENT AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM CALCULA-BRUTO.
           IF BRUTO-ESTOURADO EQUAL "SIM"
              PERFORM REJEITA-FUNCIONARIO
           ELSE
              PERFORM CALCULA-INSS
              PERFORM CALCULA-IRRF
              COMPUTE VAL-LIQUIDO = VAL-BRUTO - VAL-INSS - VAL-IRRF
              PERFORM GRAVA-FOLHA
              PERFORM GERA-CONTRACHEQUE
              PERFORM ACUMULA-TOTAIS.
           PERFORM LEITURA.

       REJEITA-FUNCIONARIO.
           DISPLAY "FUNCIONARIO " COD
                   " REJEITADO - SALARIO BRUTO EXCEDE O LIMITE".
           ADD 1 TO TOT-REJEITADOS.
           MOVE 8 TO RETURN-CODE.

       CALCULA-BRUTO.
           MOVE "NAO" TO BRUTO-ESTOURADO.
           MOVE ZEROES TO VAL-PROVENTOS VAL-DESCONTOS.
           MOVE 1 TO IND-EVE.
           PERFORM SOMA-EVENTO
              UNTIL IND-EVE GREATER THAN QTD-EVEN.
           IF SALARIO + VAL-PROVENTOS GREATER THAN VAL-DESCONTOS
              COMPUTE VAL-BRUTO = SALARIO + VAL-PROVENTOS
                                - VAL-DESCONTOS
                 ON SIZE ERROR
                    MOVE "SIM" TO BRUTO-ESTOURADO
              END-COMPUTE
           ELSE
              MOVE ZEROES TO VAL-BRUTO.

       SOMA-EVENTO.
           IF COD-TEV(IND-EVE) EQUAL COD
              IF NATUREZA-TEV(IND-EVE) EQUAL "D"
                 ADD VALOR-TEV(IND-EVE) TO VAL-DESCONTOS
                    ON SIZE ERROR
                       MOVE "SIM" TO BRUTO-ESTOURADO
                 END-ADD
              ELSE
                 ADD VALOR-TEV(IND-EVE) TO VAL-PROVENTOS
                    ON SIZE ERROR
                       MOVE "SIM" TO BRUTO-ESTOURADO
                 END-ADD.
           ADD 1 TO IND-EVE.

       CALCULA-INSS.
           MOVE ZEROES TO VAL-INSS LIMITE-ANT.
           MOVE 1 TO IND-FX.
              UNTIL IND-FX GREATER THAN QTD-FX-INSS.

       SOMA-FAIXA-INSS.
           IF VAL-BRUTO GREATER THAN LIMITE-ANT
              IF VAL-BRUTO NOT GREATER THAN LIMITE-INSS(IND-FX)
                 MOVE VAL-BRUTO TO FAIXA-VALOR
              ELSE
                 MOVE LIMITE-INSS(IND-FX) TO FAIXA-VALOR
              END-IF

       CALCULA-IRRF.
           MOVE ZEROES TO VAL-IRRF.
           COMPUTE BASE-IRRF = VAL-BRUTO - VAL-INSS.
           MOVE "NAO" TO FAIXA-ACHADA.
           MOVE 1 TO IND-FX.
           PERFORM ACHA-FAIXA-IRRF
              UNTIL IND-FX GREATER THAN QTD-FX-IRRF
                 OR FAIXA-ACHADA EQUAL "SIM".
           IF FAIXA-ACHADA EQUAL "NAO"
              AND QTD-FX-IRRF GREATER THAN ZEROES
              MOVE QTD-FX-IRRF TO IND-FX
              COMPUTE VAL-IRRF ROUNDED =
                 BASE-IRRF * ALIQ-IRRF(IND-FX) / 100
               - DEDUC-IRRF(IND-FX).

       ACHA-FAIXA-IRRF.
           IF BASE-IRRF NOT GREATER THAN LIMITE-IRRF(IND-FX)
       GRAVA-FOLHA.
           MOVE COD         TO COD-FOL.
           MOVE NOME        TO NOME-FOL.
           MOVE VAL-BRUTO   TO BRUTO-FOL.
           MOVE VAL-INSS    TO INSS-FOL.
           MOVE VAL-IRRF    TO IRRF-FOL.
           MOVE VAL-LIQUIDO TO LIQUIDO-FOL.
           MOVE DEPTO       TO DEPTO-CARTA.
           MOVE COD         TO COD-CARTA.
           MOVE NOME        TO NOME-CARTA.
           MOVE SALARIO     TO BASE-CARTA.
           MOVE VAL-BRUTO   TO BRUTO-CARTA.
           MOVE VAL-INSS    TO INSS-CARTA.
           MOVE VAL-IRRF    TO IRRF-CARTA.
           MOVE VAL-LIQUIDO TO LIQUIDO-CARTA.
           WRITE REG-CARTA FROM CARTA-TITULO AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CARTA-DATA AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FUNC AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-BASE AFTER ADVANCING 2 LINES.
           MOVE 1 TO IND-EVE.
           PERFORM IMPRIME-EVENTO
              UNTIL IND-EVE GREATER THAN QTD-EVEN.
           WRITE REG-CARTA FROM CARTA-BRUTO AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-INSS AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-IRRF AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-LIQUIDO AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FECHO AFTER ADVANCING 2 LINES.

       IMPRIME-EVENTO.
           IF COD-TEV(IND-EVE) EQUAL COD
              MOVE DESCR-TEV(IND-EVE) TO DESCR-CARTA
              MOVE VALOR-TEV(IND-EVE) TO VALOR-CARTA
              MOVE QTDE-TEV(IND-EVE)  TO QTDE-CARTA
              IF NATUREZA-TEV(IND-EVE) EQUAL "D"
                 MOVE "-" TO SINAL-CARTA
              ELSE
                 MOVE "+" TO SINAL-CARTA
              END-IF
              WRITE REG-CARTA FROM CARTA-EVENTO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO IND-EVE.

       ACUMULA-TOTAIS.
           ADD 1 TO TOT-FUNC.
           ADD VAL-BRUTO    TO SOMA-BRUTO.
           ADD VAL-INSS     TO SOMA-INSS.
           ADD VAL-IRRF     TO SOMA-IRRF.
           ADD VAL-LIQUIDO  TO SOMA-LIQUIDO.
              MOVE ZEROES TO LIQUIDO-DT(IND-ACHOU-DEP).
           IF IND-ACHOU-DEP NOT EQUAL ZEROES
              ADD 1           TO QTD-DT(IND-ACHOU-DEP)
              ADD VAL-BRUTO   TO BRUTO-DT(IND-ACHOU-DEP)
              ADD VAL-LIQUIDO TO LIQUIDO-DT(IND-ACHOU-DEP).

       TESTA-DEPTO.
           MOVE SOMA-INSS    TO SOMA-INSS-ED.
           MOVE SOMA-IRRF    TO SOMA-IRRF-ED.
           MOVE SOMA-LIQUIDO TO SOMA-LIQ-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           WRITE REG-CARTA FROM TOT-00 AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM TOT-01 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM TOT-02 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM TOT-DEP-CAB AFTER ADVANCING 2 LINES.
           MOVE 1 TO IND-DEP.
           PERFORM IMPRIME-TOT-DEPTO
           WRITE REG-CARTA FROM TOT-DEP-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO IND-DEP.

       GRAVA-FOLHACTL.
           MOVE TOT-FUNC     TO QTD-ESPERADA-FOL.
           MOVE SOMA-LIQUIDO TO VAL-ESPERADO-FOL.
           OPEN OUTPUT FOLHACTL.
           WRITE REG-CTL-FOL.
           CLOSE FOLHACTL.

       FIM.
           IF CADENT-STATUS NOT EQUAL "35"
              CLOSE CADENT
