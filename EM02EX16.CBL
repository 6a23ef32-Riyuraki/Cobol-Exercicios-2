       77 EXCCONT-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-CADCONT      PIC X(03) VALUE "NAO".
       77 TEM-CONTATO      PIC X(03) VALUE "NAO".
       77 MESTRE-RESERVADO PIC X(03) VALUE "NAO".
       77 SITUACAO-RESERVA PIC X(08) VALUE SPACES.

       01 DATA-CARTA-GRP.
           02 ANO-C     PIC 9999.
           02 FILLER    PIC X VALUE "/".
           02 ANO-FMT   PIC 9999.

       01 LOG-CHAMADA.
           02 LOG-PROGRAMA   PIC X(08) VALUE "EM02EX16".
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
          IF ADESAO-STATUS NOT EQUAL "35"
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
           COMPUTE LOG-LIDOS = TOTAL-ADMITIDOS + TOTAL-REJEITADOS.
           MOVE TOTAL-ADMITIDOS  TO LOG-GRAVADOS.
           MOVE TOTAL-REJEITADOS TO LOG-REJEITADOS.
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
           OPEN INPUT ADESAO.
           IF ADESAO-STATUS EQUAL "35"
