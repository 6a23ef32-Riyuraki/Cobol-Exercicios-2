       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX72.
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
           SELECT PERAQFER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PA
           FILE STATUS IS PERAQFER-STATUS.
           SELECT PARMFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMFER-STATUS.
           SELECT RELVFER ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       COPY "CADENT.CPY".

       FD PERAQFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERAQFER.DAT".
       01 REG-PA.
           02 CHAVE-PA.
            03 COD-PA        PIC 9(07).
            03 INICIO-PA     PIC 9(08).
           02 FIM-PA         PIC 9(08).
           02 LIMITE-PA      PIC 9(08).
           02 DIAS-DIREITO-PA PIC 9(02).
           02 DIAS-GOZADOS-PA PIC 9(02).
           02 SITUACAO-PA    PIC X(01).

       FD PARMFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMFER.DAT".
       01 REG-PARM-FER.
           02 ANTECEDENCIA-PARM PIC 9(03).

       FD RELVFER
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-PER          PIC X(03) VALUE "NAO".
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 PERAQFER-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMFER-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 ANTECEDENCIA-WS  PIC 9(03) VALUE 60.
       77 QTD-FUNC         PIC 9(03) VALUE ZEROES.
       77 IND-FUN          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-FUN    PIC 9(03) VALUE ZEROES.
       77 INICIO-WS        PIC 9(08) VALUE ZEROES.
       77 FIM-WS           PIC 9(08) VALUE ZEROES.
       77 LIMITE-WS        PIC 9(08) VALUE ZEROES.
       77 ANIVERSARIO-WS   PIC 9(08) VALUE ZEROES.
       77 INT-DATA         PIC 9(07) VALUE ZEROES.
       77 COD-ANT          PIC 9(07) VALUE ZEROES.
       77 QTD-ABERTOS      PIC 9(02) VALUE ZEROES.
       77 SALDO-WS         PIC 9(02) VALUE ZEROES.
       77 SALDO-TOTAL-WS   PIC 9(03) VALUE ZEROES.
       77 DIAS-RESTANTES   PIC S9(05) VALUE ZEROES.
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-NOVOS        PIC 9(05) VALUE ZEROES.
       77 TOT-SEM-ADMISSAO PIC 9(05) VALUE ZEROES.
       77 TOT-AVISOS       PIC 9(05) VALUE ZEROES.
       77 TOT-VENCIDOS     PIC 9(05) VALUE ZEROES.

       01 DATA-AUX.
           02 ANO-AUX      PIC 9(04).
           02 MES-AUX      PIC 9(02).
           02 DIA-AUX      PIC 9(02).
       01 DATA-AUX-N REDEFINES DATA-AUX PIC 9(08).

       01 DATA-FMT.
           02 DIA-FMT      PIC 99.
           02 FILLER       PIC X VALUE "/".
           02 MES-FMT      PIC 99.
           02 FILLER       PIC X VALUE "/".
           02 ANO-FMT      PIC 9999.

       01 TABELA-FUNC.
           02 ITEM-FUNC OCCURS 500 TIMES.
              03 COD-TAB       PIC 9(07).
              03 NOME-TAB      PIC X(30).
              03 ADMISSAO-TAB  PIC 9(08).

       01 PERIODO-ANTIGO.
           02 INICIO-ANT   PIC 9(08).
           02 FIM-ANT      PIC 9(08).
           02 LIMITE-ANT   PIC 9(08).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(30)
              VALUE "FERIAS - FUNCIONARIOS COM DOIS".
           02 FILLER    PIC X(29) VALUE " PERIODOS VENCIDOS".
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CODIGO  NOME              ".
           02 FILLER    PIC X(26) VALUE "FIM AQUIS. LIMITE GOZO PER".
           02 FILLER    PIC X(26) VALUE " SALDO  DIAS SITUACAO     ".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-REL       PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(18).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 FIM-REL       PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 LIMITE-REL    PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 QTD-PER-REL   PIC Z9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 SALDO-REL     PIC ZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DIAS-REL      PIC -ZZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(15).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "FUNCIONARIOS LIDOS           : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "SEM DATA DE ADMISSAO         : ".
           02 TOT-SAD-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "PERIODOS AQUISITIVOS NOVOS   : ".
           02 TOT-NOV-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "FUNCIONARIOS COM DOIS PERIODOS: ".
           02 TOT-AVI-ED PIC ZZ.ZZ9.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(32)
              VALUE "LIMITE JA ULTRAPASSADO (DOBRO): ".
           02 TOT-VEN-ED PIC ZZ.ZZ9.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX72".
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
          MOVE 1 TO IND-FUN
          PERFORM GERA-PERIODOS-FUNC
             UNTIL IND-FUN GREATER THAN QTD-FUNC
          PERFORM LISTA-VENCIMENTOS
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
           MOVE TOT-LIDOS        TO LOG-LIDOS.
           MOVE TOT-NOVOS        TO LOG-GRAVADOS.
           MOVE TOT-SEM-ADMISSAO TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN INPUT CADENT.
           IF CADENT-STATUS EQUAL "35"
              DISPLAY "CADENT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-PARMFER
              PERFORM LEITURA
              PERFORM GUARDA-FUNCIONARIO
                 UNTIL FIM-ARQ EQUAL "SIM"
                    OR QTD-FUNC NOT LESS THAN 500
              CLOSE CADENT
              IF FIM-ARQ NOT EQUAL "SIM"
                 DISPLAY "TABELA DE FUNCIONARIOS CHEIA - LIMITE 500"
                 MOVE 12 TO RETURN-CODE
              END-IF
              MOVE "NAO" TO FIM-ARQ
              OPEN I-O PERAQFER
              IF PERAQFER-STATUS EQUAL "35"
                 OPEN OUTPUT PERAQFER
                 CLOSE PERAQFER
                 OPEN I-O PERAQFER
              END-IF
              OPEN OUTPUT RELVFER
           END-IF.

       LE-PARMFER.
           OPEN INPUT PARMFER.
           IF PARMFER-STATUS EQUAL "35"
              DISPLAY "PARMFER.DAT NAO ENCONTRADO - ANTECEDENCIA 60"
           ELSE
              READ PARMFER
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ANTECEDENCIA-PARM GREATER THAN ZEROES
                       MOVE ANTECEDENCIA-PARM TO ANTECEDENCIA-WS
                    END-IF
              END-READ
              CLOSE PARMFER.

       LEITURA.
           READ CADENT AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-FUNCIONARIO.
           ADD 1 TO TOT-LIDOS.
           ADD 1 TO QTD-FUNC.
           MOVE COD  TO COD-TAB(QTD-FUNC).
           MOVE NOME TO NOME-TAB(QTD-FUNC).
           IF DTADMISSAO NUMERIC
              MOVE DTADMISSAO TO ADMISSAO-TAB(QTD-FUNC)
           ELSE
              MOVE ZEROES TO ADMISSAO-TAB(QTD-FUNC).
           PERFORM LEITURA.

       GERA-PERIODOS-FUNC.
           IF ADMISSAO-TAB(IND-FUN) EQUAL ZEROES
              ADD 1 TO TOT-SEM-ADMISSAO
           ELSE
              MOVE ADMISSAO-TAB(IND-FUN) TO INICIO-WS
              PERFORM CALCULA-PERIODO
              PERFORM GRAVA-PERIODO
                 UNTIL FIM-WS NOT LESS THAN WS-HOJE.
           ADD 1 TO IND-FUN.

       CALCULA-PERIODO.
           MOVE INICIO-WS TO DATA-AUX-N.
           PERFORM SOMA-UM-ANO.
           MOVE DATA-AUX-N TO ANIVERSARIO-WS.
           COMPUTE INT-DATA =
              FUNCTION INTEGER-OF-DATE(ANIVERSARIO-WS) - 1.
           COMPUTE FIM-WS = FUNCTION DATE-OF-INTEGER(INT-DATA).
           PERFORM SOMA-UM-ANO.
           COMPUTE INT-DATA =
              FUNCTION INTEGER-OF-DATE(DATA-AUX-N) - 1.
           COMPUTE LIMITE-WS = FUNCTION DATE-OF-INTEGER(INT-DATA).

       SOMA-UM-ANO.
           ADD 1 TO ANO-AUX.
           IF MES-AUX EQUAL 2 AND DIA-AUX EQUAL 29
              MOVE 28 TO DIA-AUX.

       GRAVA-PERIODO.
           MOVE COD-TAB(IND-FUN) TO COD-PA.
           MOVE INICIO-WS        TO INICIO-PA.
           READ PERAQFER
              INVALID KEY
                 MOVE FIM-WS    TO FIM-PA
                 MOVE LIMITE-WS TO LIMITE-PA
                 MOVE 30        TO DIAS-DIREITO-PA
                 MOVE ZEROES    TO DIAS-GOZADOS-PA
                 MOVE "A"       TO SITUACAO-PA
                 WRITE REG-PA
                 ADD 1 TO TOT-NOVOS
           END-READ.
           MOVE ANIVERSARIO-WS TO INICIO-WS.
           PERFORM CALCULA-PERIODO.

       LISTA-VENCIMENTOS.
           MOVE ZEROES TO CHAVE-PA.
           START PERAQFER KEY IS NOT LESS THAN CHAVE-PA
              INVALID KEY
                 MOVE "SIM" TO FIM-PER
           END-START.
           IF FIM-PER NOT EQUAL "SIM"
              PERFORM LE-PERIODO.
           IF FIM-PER NOT EQUAL "SIM"
              MOVE COD-PA TO COD-ANT.
           PERFORM TRATA-PERIODO
              UNTIL FIM-PER EQUAL "SIM".
           IF QTD-ABERTOS GREATER THAN ZEROES
              PERFORM AVALIA-FUNCIONARIO.

       LE-PERIODO.
           READ PERAQFER NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-PER
           END-READ.

       TRATA-PERIODO.
           IF COD-PA NOT EQUAL COD-ANT
              PERFORM AVALIA-FUNCIONARIO
              MOVE COD-PA TO COD-ANT.
           IF SITUACAO-PA EQUAL "A"
              AND DIAS-GOZADOS-PA LESS THAN DIAS-DIREITO-PA
              ADD 1 TO QTD-ABERTOS
              COMPUTE SALDO-WS = DIAS-DIREITO-PA - DIAS-GOZADOS-PA
              ADD SALDO-WS TO SALDO-TOTAL-WS
              IF QTD-ABERTOS EQUAL 1
                 MOVE INICIO-PA TO INICIO-ANT
                 MOVE FIM-PA    TO FIM-ANT
                 MOVE LIMITE-PA TO LIMITE-ANT
              END-IF
           END-IF.
           PERFORM LE-PERIODO.

       AVALIA-FUNCIONARIO.
           IF QTD-ABERTOS NOT LESS THAN 2
              PERFORM IMPRIME-AVISO.
           MOVE ZEROES TO QTD-ABERTOS SALDO-TOTAL-WS.

       IMPRIME-AVISO.
           ADD 1 TO TOT-AVISOS.
           PERFORM BUSCA-NOME.
           MOVE COD-ANT TO COD-REL.
           IF IND-ACHOU-FUN NOT EQUAL ZEROES
              MOVE NOME-TAB(IND-ACHOU-FUN) TO NOME-REL
           ELSE
              MOVE "*** NAO CADASTRADO ***" TO NOME-REL.
           MOVE FIM-ANT TO DATA-AUX-N.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT TO FIM-REL.
           MOVE LIMITE-ANT TO DATA-AUX-N.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT TO LIMITE-REL.
           MOVE QTD-ABERTOS    TO QTD-PER-REL.
           MOVE SALDO-TOTAL-WS TO SALDO-REL.
           COMPUTE DIAS-RESTANTES =
              FUNCTION INTEGER-OF-DATE(LIMITE-ANT)
            - FUNCTION INTEGER-OF-DATE(WS-HOJE).
           MOVE DIAS-RESTANTES TO DIAS-REL.
           IF DIAS-RESTANTES LESS THAN ZEROES
              MOVE "VENCIDO - DOBRO" TO SITUACAO-REL
              ADD 1 TO TOT-VENCIDOS
           ELSE
              IF DIAS-RESTANTES NOT GREATER THAN ANTECEDENCIA-WS
                 MOVE "PROGRAMAR JA" TO SITUACAO-REL
              ELSE
                 MOVE "A VENCER" TO SITUACAO-REL.
           PERFORM IMPRESSAO.

       BUSCA-NOME.
           MOVE ZEROES TO IND-ACHOU-FUN.
           MOVE 1 TO IND-FUN.
           PERFORM TESTA-FUNCIONARIO
              UNTIL IND-FUN GREATER THAN QTD-FUNC
                 OR IND-ACHOU-FUN NOT EQUAL ZEROES.

       TESTA-FUNCIONARIO.
           IF COD-TAB(IND-FUN) EQUAL COD-ANT
              MOVE IND-FUN TO IND-ACHOU-FUN.
           ADD 1 TO IND-FUN.

       FORMATA-DATA.
           MOVE DIA-AUX TO DIA-FMT.
           MOVE MES-AUX TO MES-FMT.
           MOVE ANO-AUX TO ANO-FMT.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 25
              PERFORM CABECALHO.
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
           IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
           MOVE TOT-LIDOS        TO TOT-LID-ED.
           MOVE TOT-SEM-ADMISSAO TO TOT-SAD-ED.
           MOVE TOT-NOVOS        TO TOT-NOV-ED.
           MOVE TOT-AVISOS       TO TOT-AVI-ED.
           MOVE TOT-VENCIDOS     TO TOT-VEN-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE PERAQFER
                 RELVFER.
