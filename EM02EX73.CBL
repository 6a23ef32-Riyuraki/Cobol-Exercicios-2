       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02EX73.
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
           SELECT PROGFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGFER-STATUS.
           SELECT AGENDFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGENDFER-STATUS.
           SELECT PARMINSS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMINSS-STATUS.
           SELECT PARMIRRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMIRRF-STATUS.
           SELECT FOLHAFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTRAFE ASSIGN TO DISK.
           SELECT RELPFER ASSIGN TO DISK.

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

       FD PROGFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROGFER.DAT".
       01 REG-PF.
           02 COD-PF        PIC 9(07).
           02 INICIO-PF     PIC 9(08).
           02 DIAS-PF       PIC 9(02).

       FD AGENDFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AGENDFER.DAT".
       01 REG-AG.
           02 COD-AG        PIC 9(07).
           02 INICIO-AG     PIC 9(08).
           02 FIM-AG        PIC 9(08).
           02 DIAS-AG       PIC 9(02).
           02 PERIODO-AG    PIC 9(08).
           02 DATA-PROG-AG  PIC 9(08).

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

       FD FOLHAFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAFER.DAT".
       01 REG-FFE.
           02 COD-FFE      PIC 9(07).
           02 NOME-FFE     PIC X(30).
           02 DEPTO-FFE    PIC 9(03).
           02 INICIO-FFE   PIC 9(08).
           02 DIAS-FFE     PIC 9(02).
           02 FERIAS-FFE   PIC 9(05)V9(02).
           02 TERCO-FFE    PIC 9(05)V9(02).
           02 BRUTO-FFE    PIC 9(05)V9(02).
           02 INSS-FFE     PIC 9(05)V9(02).
           02 IRRF-FFE     PIC 9(05)V9(02).
           02 LIQUIDO-FFE  PIC 9(05)V9(02).

       FD CONTRAFE
           LABEL RECORD IS OMITTED.
       01 REG-CARTA     PIC X(80).

       FD RELPFER
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-AUX          PIC X(03) VALUE "NAO".
       77 FIM-PER          PIC X(03) VALUE "NAO".
       77 CADENT-STATUS    PIC X(02) VALUE ZEROES.
       77 PERAQFER-STATUS  PIC X(02) VALUE ZEROES.
       77 PROGFER-STATUS   PIC X(02) VALUE ZEROES.
       77 AGENDFER-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMINSS-STATUS  PIC X(02) VALUE ZEROES.
       77 PARMIRRF-STATUS  PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 QTD-FX-INSS      PIC 9(01) VALUE ZEROES.
       77 QTD-FX-IRRF      PIC 9(01) VALUE ZEROES.
       77 IND-FX           PIC 9(01) VALUE ZEROES.
       77 QTD-FUNC         PIC 9(03) VALUE ZEROES.
       77 IND-FUN          PIC 9(03) VALUE ZEROES.
       77 IND-ACHOU-FUN    PIC 9(03) VALUE ZEROES.
       77 QTD-AGENDA       PIC 9(04) VALUE ZEROES.
       77 IND-AGE          PIC 9(04) VALUE ZEROES.
       77 PERIODO-ACHADO   PIC X(03) VALUE "NAO".
       77 CONFLITO         PIC X(03) VALUE "NAO".
       77 TRANSACAO-OK     PIC X(03) VALUE "SIM".
       77 SALDO-PER        PIC 9(02) VALUE ZEROES.
       77 FIM-FERIAS-WS    PIC 9(08) VALUE ZEROES.
       77 INT-DATA         PIC 9(07) VALUE ZEROES.
       77 MOTIVO-WS        PIC X(30) VALUE SPACES.
       77 VAL-FERIAS       PIC 9(05)V9(02) VALUE ZEROES.
       77 VAL-TERCO        PIC 9(05)V9(02) VALUE ZEROES.
       77 VAL-BRUTO        PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-INSS         PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-IRRF         PIC 9(06)V9(02) VALUE ZEROES.
       77 VAL-LIQUIDO      PIC S9(06)V9(02) VALUE ZEROES.
       77 BASE-IRRF        PIC 9(06)V9(02) VALUE ZEROES.
       77 LIMITE-ANT       PIC 9(05)V9(02) VALUE ZEROES.
       77 FAIXA-VALOR      PIC 9(05)V9(02) VALUE ZEROES.
       77 FAIXA-ACHADA     PIC X(03) VALUE "NAO".
       77 TOT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 TOT-ACEITOS      PIC 9(05) VALUE ZEROES.
       77 TOT-REJEITADOS   PIC 9(05) VALUE ZEROES.
       77 SOMA-BRUTO       PIC 9(12)V9(02) VALUE ZEROES.
       77 SOMA-LIQUIDO     PIC 9(12)V9(02) VALUE ZEROES.

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
              03 SALARIO-TAB   PIC 9(05)V9(02).
              03 DEPTO-TAB     PIC 9(03).

       01 TABELA-AGENDA.
           02 ITEM-AGENDA OCCURS 2000 TIMES.
              03 COD-AGE-TAB    PIC 9(07).
              03 INICIO-AGE-TAB PIC 9(08).
              03 FIM-AGE-TAB    PIC 9(08).

       01 TABELA-INSS.
           02 FAIXA-INSS OCCURS 8 TIMES.
              03 LIMITE-INSS PIC 9(05)V9(02).
              03 ALIQ-INSS   PIC 9(02)V9(02).

       01 TABELA-IRRF.
           02 FAIXA-IRRF OCCURS 8 TIMES.
              03 LIMITE-IRRF PIC 9(05)V9(02).
              03 ALIQ-IRRF   PIC 9(02)V9(02).
              03 DEDUC-IRRF  PIC 9(05)V9(02).

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(30) VALUE "PROGRAMACAO DE FERIAS".
           02 FILLER    PIC X(29) VALUE SPACES.
           02 FILLER    PIC X(05) VALUE "PAG. ".
           02 VAR-PAG   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "CODIGO  NOME             ".
           02 FILLER    PIC X(23) VALUE "INICIO     DIAS LIQUIDO".
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 FILLER    PIC X(8)  VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 COD-REL       PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 NOME-REL      PIC X(17).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 INICIO-REL    PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 DIAS-REL      PIC Z9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 LIQUIDO-REL   PIC ZZ.ZZ9,99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 SITUACAO-REL  PIC X(29).

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PROGRAMACOES LIDAS       : ".
           02 TOT-LID-ED PIC ZZ.ZZ9.

       01 CAB-04.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PROGRAMACOES ACEITAS     : ".
           02 TOT-ACE-ED PIC ZZ.ZZ9.

       01 CAB-05.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "PROGRAMACOES REJEITADAS  : ".
           02 TOT-REJ-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOTAL BRUTO DE FERIAS    : ".
           02 SOMA-BRU-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "TOTAL LIQUIDO DE FERIAS  : ".
           02 SOMA-LIQ-ED PIC ZZZ.ZZZ.ZZ9,99.

       01 CARTA-TITULO PIC X(80)
          VALUE "TURISMAR TURISMOS - RECIBO DE FERIAS".

       01 CARTA-FUNC.
           02 FILLER       PIC X(13) VALUE "FUNCIONARIO: ".
           02 COD-CARTA    PIC 9(07).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NOME-CARTA   PIC X(30).
           02 FILLER       PIC X(7) VALUE "  DEP. ".
           02 DEPTO-CARTA  PIC 999.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 CARTA-GOZO.
           02 FILLER       PIC X(20) VALUE "  GOZO DE         : ".
           02 INICIO-CARTA PIC X(10).
           02 FILLER       PIC X(03) VALUE " A ".
           02 FIM-CARTA    PIC X(10).
           02 FILLER       PIC X(03) VALUE " - ".
           02 DIAS-CARTA   PIC Z9.
           02 FILLER       PIC X(05) VALUE " DIAS".
           02 FILLER       PIC X(27) VALUE SPACES.

       01 CARTA-FERIAS.
           02 FILLER       PIC X(20) VALUE "  FERIAS          : ".
           02 FERIAS-CARTA PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-TERCO.
           02 FILLER       PIC X(20) VALUE "  1/3 CONSTITUC.  : ".
           02 TERCO-CARTA  PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(51) VALUE SPACES.

       01 CARTA-BRUTO.
           02 FILLER       PIC X(20) VALUE "  TOTAL BRUTO     : ".
           02 BRUTO-CARTA  PIC ZZ.ZZ9,99.
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

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX73".
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
           MOVE TOT-LIDOS      TO LOG-LIDOS.
           MOVE TOT-ACEITOS    TO LOG-GRAVADOS.
           MOVE TOT-REJEITADOS TO LOG-REJEITADOS.
           IF RETURN-CODE EQUAL 0
              MOVE "NORMAL" TO LOG-STATUS
           ELSE
              MOVE "ERRO" TO LOG-STATUS.
           MOVE RETURN-CODE TO LOG-RETCODE.
           CALL "EM02LOG" USING LOG-CHAMADA.

       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN INPUT PROGFER.
           IF PROGFER-STATUS EQUAL "35"
              DISPLAY "PROGFER.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
           ELSE
              PERFORM CARREGA-FUNCIONARIOS
              IF FIM-ARQ NOT EQUAL "SIM"
                 OPEN I-O PERAQFER
                 IF PERAQFER-STATUS EQUAL "35"
                    DISPLAY "PERAQFER.DAT NAO ENCONTRADO - EXECUTAR"
                            " EM02EX72"
                    MOVE "SIM" TO FIM-ARQ
                    MOVE 16 TO RETURN-CODE
                    CLOSE PROGFER
                 ELSE
                    PERFORM MONTA-TABELAS-PADRAO
                    PERFORM LE-PARMINSS
                    PERFORM LE-PARMIRRF
                    PERFORM CARREGA-AGENDA
                    OPEN OUTPUT FOLHAFER
                    OPEN OUTPUT CONTRAFE
                    OPEN OUTPUT RELPFER
                 END-IF
              ELSE
                 CLOSE PROGFER
              END-IF
           END-IF.

       CARREGA-FUNCIONARIOS.
           OPEN INPUT CADENT.
           IF CADENT-STATUS EQUAL "35"
              DISPLAY "CADENT.DAT NAO ENCONTRADO - ENCERRANDO"
              MOVE "SIM" TO FIM-ARQ
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM LE-CADENT
              PERFORM GUARDA-FUNCIONARIO
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FUNC NOT LESS THAN 500
              CLOSE CADENT
              IF FIM-AUX NOT EQUAL "SIM"
                 DISPLAY "TABELA DE FUNCIONARIOS CHEIA - ENCERRANDO"
                 MOVE "SIM" TO FIM-ARQ
                 MOVE 12 TO RETURN-CODE.

       LE-CADENT.
           READ CADENT AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FUNCIONARIO.
           ADD 1 TO QTD-FUNC.
           MOVE COD     TO COD-TAB(QTD-FUNC).
           MOVE NOME    TO NOME-TAB(QTD-FUNC).
           MOVE SALARIO TO SALARIO-TAB(QTD-FUNC).
           MOVE DEPTO   TO DEPTO-TAB(QTD-FUNC).
           PERFORM LE-CADENT.

       CARREGA-AGENDA.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT AGENDFER.
           IF AGENDFER-STATUS EQUAL "35"
              OPEN OUTPUT AGENDFER
           ELSE
              PERFORM LE-AGENDA
              PERFORM GUARDA-AGENDA
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-AGENDA NOT LESS THAN 2000
              CLOSE AGENDFER
              OPEN EXTEND AGENDFER.

       LE-AGENDA.
           READ AGENDFER AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-AGENDA.
           ADD 1 TO QTD-AGENDA.
           MOVE COD-AG    TO COD-AGE-TAB(QTD-AGENDA).
           MOVE INICIO-AG TO INICIO-AGE-TAB(QTD-AGENDA).
           MOVE FIM-AG    TO FIM-AGE-TAB(QTD-AGENDA).
           PERFORM LE-AGENDA.

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
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT PARMINSS.
           IF PARMINSS-STATUS EQUAL "35"
              DISPLAY "PARMINSS.DAT NAO ENCONTRADO - TABELA PADRAO"
           ELSE
              MOVE ZEROES TO QTD-FX-INSS
              PERFORM LE-FAIXA-INSS
              PERFORM GUARDA-FAIXA-INSS
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FX-INSS NOT LESS THAN 8
              CLOSE PARMINSS.

       LE-FAIXA-INSS.
           READ PARMINSS AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FAIXA-INSS.
           ADD 1 TO QTD-FX-INSS.
           MOVE LIMITE-INSS-PARM TO LIMITE-INSS(QTD-FX-INSS).
           MOVE ALIQ-INSS-PARM   TO ALIQ-INSS(QTD-FX-INSS).
           PERFORM LE-FAIXA-INSS.

       LE-PARMIRRF.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT PARMIRRF.
           IF PARMIRRF-STATUS EQUAL "35"
              DISPLAY "PARMIRRF.DAT NAO ENCONTRADO - TABELA PADRAO"
           ELSE
              MOVE ZEROES TO QTD-FX-IRRF
              PERFORM LE-FAIXA-IRRF
              PERFORM GUARDA-FAIXA-IRRF
                 UNTIL FIM-AUX EQUAL "SIM"
                    OR QTD-FX-IRRF NOT LESS THAN 8
              CLOSE PARMIRRF.

       LE-FAIXA-IRRF.
           READ PARMIRRF AT END MOVE "SIM" TO FIM-AUX.

       GUARDA-FAIXA-IRRF.
           ADD 1 TO QTD-FX-IRRF.
           MOVE LIMITE-IRRF-PARM TO LIMITE-IRRF(QTD-FX-IRRF).
           MOVE ALIQ-IRRF-PARM   TO ALIQ-IRRF(QTD-FX-IRRF).
           MOVE DEDUC-IRRF-PARM  TO DEDUC-IRRF(QTD-FX-IRRF).
           PERFORM LE-FAIXA-IRRF.

       LEITURA.
           READ PROGFER AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO TOT-LIDOS.
           PERFORM VALIDA-PROGRAMACAO.
           IF TRANSACAO-OK EQUAL "SIM"
              PERFORM ACEITA-PROGRAMACAO
           ELSE
              ADD 1 TO TOT-REJEITADOS
              MOVE ZEROES    TO LIQUIDO-REL
              MOVE MOTIVO-WS TO SITUACAO-REL
              PERFORM IMPRESSAO.
           PERFORM LEITURA.

       VALIDA-PROGRAMACAO.
           MOVE "SIM" TO TRANSACAO-OK.
           MOVE SPACES TO MOTIVO-WS.
           MOVE COD-PF TO COD-REL.
           MOVE SPACES TO NOME-REL INICIO-REL.
           MOVE DIAS-PF TO DIAS-REL.
           PERFORM BUSCA-FUNCIONARIO.
           IF IND-ACHOU-FUN EQUAL ZEROES
              MOVE "NAO" TO TRANSACAO-OK
              MOVE "FUNCIONARIO INEXISTENTE" TO MOTIVO-WS
           ELSE
              MOVE NOME-TAB(IND-ACHOU-FUN) TO NOME-REL
              PERFORM VALIDA-DATA-DIAS.
           IF TRANSACAO-OK EQUAL "SIM"
              PERFORM BUSCA-PERIODO
              IF PERIODO-ACHADO NOT EQUAL "SIM"
                 MOVE "NAO" TO TRANSACAO-OK
                 MOVE "SEM PERIODO AQUISITIVO" TO MOTIVO-WS
              ELSE
                 IF DIAS-PF GREATER THAN SALDO-PER
                    MOVE "NAO" TO TRANSACAO-OK
                    MOVE "EXCEDE SALDO DO PERIODO" TO MOTIVO-WS
                 ELSE
                    IF INICIO-PF NOT GREATER THAN FIM-PA
                       MOVE "NAO" TO TRANSACAO-OK
                       MOVE "PERIODO AQUISITIVO NAO CONCLUIDO"
                          TO MOTIVO-WS
                    END-IF
                 END-IF
              END-IF.
           IF TRANSACAO-OK EQUAL "SIM"
              PERFORM VERIFICA-CONFLITO
              IF CONFLITO EQUAL "SIM"
                 MOVE "NAO" TO TRANSACAO-OK
                 MOVE "CONFLITO COM FERIAS PROGRAMADAS" TO MOTIVO-WS.

       VALIDA-DATA-DIAS.
           MOVE INICIO-PF TO DATA-AUX-N.
           IF INICIO-PF NOT NUMERIC
              OR MES-AUX LESS THAN 1 OR MES-AUX GREATER THAN 12
              OR DIA-AUX LESS THAN 1 OR DIA-AUX GREATER THAN 31
              MOVE "NAO" TO TRANSACAO-OK
              MOVE "DATA DE INICIO INVALIDA" TO MOTIVO-WS
           ELSE
              PERFORM FORMATA-DATA
              MOVE DATA-FMT TO INICIO-REL
              IF DIAS-PF NOT NUMERIC
                 OR DIAS-PF LESS THAN 5 OR DIAS-PF GREATER THAN 30
                 MOVE "NAO" TO TRANSACAO-OK
                 MOVE "QUANTIDADE DE DIAS INVALIDA" TO MOTIVO-WS
              ELSE
                 COMPUTE INT-DATA =
                    FUNCTION INTEGER-OF-DATE(INICIO-PF) + DIAS-PF - 1
                 COMPUTE FIM-FERIAS-WS =
                    FUNCTION DATE-OF-INTEGER(INT-DATA).

       BUSCA-FUNCIONARIO.
           MOVE ZEROES TO IND-ACHOU-FUN.
           MOVE 1 TO IND-FUN.
           PERFORM TESTA-FUNCIONARIO
              UNTIL IND-FUN GREATER THAN QTD-FUNC
                 OR IND-ACHOU-FUN NOT EQUAL ZEROES.

       TESTA-FUNCIONARIO.
           IF COD-TAB(IND-FUN) EQUAL COD-PF
              MOVE IND-FUN TO IND-ACHOU-FUN.
           ADD 1 TO IND-FUN.

       BUSCA-PERIODO.
           MOVE "NAO" TO PERIODO-ACHADO.
           MOVE "NAO" TO FIM-PER.
           MOVE COD-PF TO COD-PA.
           MOVE ZEROES TO INICIO-PA.
           START PERAQFER KEY IS NOT LESS THAN CHAVE-PA
              INVALID KEY
                 MOVE "SIM" TO FIM-PER
           END-START.
           IF FIM-PER NOT EQUAL "SIM"
              PERFORM LE-PERIODO.
           PERFORM TESTA-PERIODO
              UNTIL FIM-PER EQUAL "SIM"
                 OR PERIODO-ACHADO EQUAL "SIM".

       LE-PERIODO.
           READ PERAQFER NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-PER
           END-READ.
           IF FIM-PER NOT EQUAL "SIM"
              AND COD-PA NOT EQUAL COD-PF
              MOVE "SIM" TO FIM-PER.

       TESTA-PERIODO.
           IF SITUACAO-PA EQUAL "A"
              AND DIAS-GOZADOS-PA LESS THAN DIAS-DIREITO-PA
              MOVE "SIM" TO PERIODO-ACHADO
              COMPUTE SALDO-PER = DIAS-DIREITO-PA - DIAS-GOZADOS-PA
           ELSE
              PERFORM LE-PERIODO.

       VERIFICA-CONFLITO.
           MOVE "NAO" TO CONFLITO.
           MOVE 1 TO IND-AGE.
           PERFORM TESTA-CONFLITO
              UNTIL IND-AGE GREATER THAN QTD-AGENDA
                 OR CONFLITO EQUAL "SIM".

       TESTA-CONFLITO.
           IF COD-AGE-TAB(IND-AGE) EQUAL COD-PF
              AND INICIO-PF NOT GREATER THAN FIM-AGE-TAB(IND-AGE)
              AND FIM-FERIAS-WS NOT LESS THAN INICIO-AGE-TAB(IND-AGE)
              MOVE "SIM" TO CONFLITO.
           ADD 1 TO IND-AGE.

       ACEITA-PROGRAMACAO.
           ADD DIAS-PF TO DIAS-GOZADOS-PA.
           IF DIAS-GOZADOS-PA NOT LESS THAN DIAS-DIREITO-PA
              MOVE "Q" TO SITUACAO-PA.
           REWRITE REG-PA.
           MOVE COD-PF        TO COD-AG.
           MOVE INICIO-PF     TO INICIO-AG.
           MOVE FIM-FERIAS-WS TO FIM-AG.
           MOVE DIAS-PF       TO DIAS-AG.
           MOVE INICIO-PA     TO PERIODO-AG.
           MOVE WS-HOJE       TO DATA-PROG-AG.
           WRITE REG-AG.
           IF QTD-AGENDA LESS THAN 2000
              ADD 1 TO QTD-AGENDA
              MOVE COD-PF        TO COD-AGE-TAB(QTD-AGENDA)
              MOVE INICIO-PF     TO INICIO-AGE-TAB(QTD-AGENDA)
              MOVE FIM-FERIAS-WS TO FIM-AGE-TAB(QTD-AGENDA).
           PERFORM CALCULA-FERIAS.
           PERFORM GRAVA-FOLHAFER.
           PERFORM GERA-RECIBO.
           ADD 1 TO TOT-ACEITOS.
           ADD VAL-BRUTO   TO SOMA-BRUTO.
           ADD VAL-LIQUIDO TO SOMA-LIQUIDO.
           MOVE VAL-LIQUIDO TO LIQUIDO-REL.
           MOVE "PROGRAMADA" TO SITUACAO-REL.
           PERFORM IMPRESSAO.

       CALCULA-FERIAS.
           COMPUTE VAL-FERIAS ROUNDED =
              SALARIO-TAB(IND-ACHOU-FUN) / 30 * DIAS-PF.
           COMPUTE VAL-TERCO ROUNDED = VAL-FERIAS / 3.
           COMPUTE VAL-BRUTO = VAL-FERIAS + VAL-TERCO.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           COMPUTE VAL-LIQUIDO = VAL-BRUTO - VAL-INSS - VAL-IRRF.

       CALCULA-INSS.
           MOVE ZEROES TO VAL-INSS LIMITE-ANT.
           MOVE 1 TO IND-FX.
           PERFORM SOMA-FAIXA-INSS
              UNTIL IND-FX GREATER THAN QTD-FX-INSS.

       SOMA-FAIXA-INSS.
           IF VAL-BRUTO GREATER THAN LIMITE-ANT
              IF VAL-BRUTO NOT GREATER THAN LIMITE-INSS(IND-FX)
                 MOVE VAL-BRUTO TO FAIXA-VALOR
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
           COMPUTE BASE-IRRF = VAL-BRUTO - VAL-INSS.
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

       GRAVA-FOLHAFER.
           MOVE COD-PF                     TO COD-FFE.
           MOVE NOME-TAB(IND-ACHOU-FUN)    TO NOME-FFE.
           MOVE DEPTO-TAB(IND-ACHOU-FUN)   TO DEPTO-FFE.
           MOVE INICIO-PF                  TO INICIO-FFE.
           MOVE DIAS-PF                    TO DIAS-FFE.
           MOVE VAL-FERIAS                 TO FERIAS-FFE.
           MOVE VAL-TERCO                  TO TERCO-FFE.
           MOVE VAL-BRUTO                  TO BRUTO-FFE.
           MOVE VAL-INSS                   TO INSS-FFE.
           MOVE VAL-IRRF                   TO IRRF-FFE.
           MOVE VAL-LIQUIDO                TO LIQUIDO-FFE.
           WRITE REG-FFE.

       GERA-RECIBO.
           MOVE COD-PF                   TO COD-CARTA.
           MOVE NOME-TAB(IND-ACHOU-FUN)  TO NOME-CARTA.
           MOVE DEPTO-TAB(IND-ACHOU-FUN) TO DEPTO-CARTA.
           MOVE INICIO-REL               TO INICIO-CARTA.
           MOVE FIM-FERIAS-WS            TO DATA-AUX-N.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT                 TO FIM-CARTA.
           MOVE DIAS-PF                  TO DIAS-CARTA.
           MOVE VAL-FERIAS               TO FERIAS-CARTA.
           MOVE VAL-TERCO                TO TERCO-CARTA.
           MOVE VAL-BRUTO                TO BRUTO-CARTA.
           MOVE VAL-INSS                 TO INSS-CARTA.
           MOVE VAL-IRRF                 TO IRRF-CARTA.
           MOVE VAL-LIQUIDO              TO LIQUIDO-CARTA.
           WRITE REG-CARTA FROM CARTA-TITULO AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CARTA-FUNC AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-GOZO AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FERIAS AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-TERCO AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-BRUTO AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-INSS AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-IRRF AFTER ADVANCING 1 LINE.
           WRITE REG-CARTA FROM CARTA-LIQUIDO AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-FECHO AFTER ADVANCING 2 LINES.

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
           MOVE TOT-LIDOS      TO TOT-LID-ED.
           MOVE TOT-ACEITOS    TO TOT-ACE-ED.
           MOVE TOT-REJEITADOS TO TOT-REJ-ED.
           MOVE SOMA-BRUTO     TO SOMA-BRU-ED.
           MOVE SOMA-LIQUIDO   TO SOMA-LIQ-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE PROGFER
                 PERAQFER
                 AGENDFER
                 FOLHAFER
                 CONTRAFE
                 RELPFER.
