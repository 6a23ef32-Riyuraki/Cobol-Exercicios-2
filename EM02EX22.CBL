           SELECT LISTAESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTAESP-STATUS.
           SELECT VALECRED ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VC
           FILE STATUS IS VALECRED-STATUS.
           SELECT VALEUSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALEUSO-STATUS.

       DATA DIVISION.

           02 LUGARES-ESP  PIC 9(03).
           02 VALOR-ESP    PIC 9(07)V9(02).

       FD VALECRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALECRED.DAT".
       01 REG-VC.
           02 CHAVE-VC.
            03 CPF-VC       PIC 9(11).
            03 NUM-VC       PIC 9(07).
           02 VALOR-VC      PIC 9(07)V9(02).
           02 SALDO-VC      PIC 9(07)V9(02).
           02 EMISSAO-VC    PIC 9(08).
           02 VALIDADE-VC   PIC 9(08).
           02 DESTINO-OR-VC PIC X(03).
           02 DTVIAGEM-OR-VC PIC 9(08).
           02 SITUACAO-VC   PIC X(01).

       FD VALEUSO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALEUSO.DAT".
       01 REG-VU.
           02 CPF-VU       PIC 9(11).
           02 NUM-VU       PIC 9(07).
           02 DESTINO-VU   PIC X(03).
           02 DTVIAGEM-VU  PIC 9(08).
           02 VALOR-VU     PIC 9(07)V9(02).
           02 DATA-VU      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-ORD          PIC X(03) VALUE "NAO".
       77 TOTAL-LOTADAS    PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-VIAGEM PIC 9(05) VALUE ZEROES.
       77 ABEND-WS         PIC X(03) VALUE "NAO".
       77 VALECRED-STATUS  PIC X(02) VALUE ZEROES.
       77 VALEUSO-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-VALECRED     PIC X(03) VALUE "NAO".
       77 FIM-VALE         PIC X(03) VALUE "NAO".
       77 WS-HOJE          PIC 9(08) VALUE ZEROES.
       77 A-PAGAR          PIC 9(07)V9(02) VALUE ZEROES.
       77 VAL-USO-VALE     PIC 9(07)V9(02) VALUE ZEROES.
       77 TOTAL-VALES      PIC 9(05) VALUE ZEROES.
       77 VAL-VALES        PIC 9(11)V9(02) VALUE ZEROES.

       01 CAB-01.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "RECEITA TOTAL (GERAL)    : ".
           02 VAL-GERAL-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-09.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "VALES DE CREDITO USADOS  : ".
           02 TOTAL-VALES-ED PIC ZZ.ZZ9.

       01 CAB-10.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CREDITO ABATIDO (VALES)  : ".
           02 VAL-VALES-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-REJ.
           02 FILLER      PIC X(1) VALUE SPACES.
           02 CPF-REJ     PIC 9(11).
                 OPEN OUTPUT RESERLOT
                 OPEN OUTPUT RELVEN
                 PERFORM ABRE-LISTAESP
                 PERFORM ABRE-VALECRED
                 PERFORM LEITURA
              END-IF
           END-IF.
           IF LISTAESP-STATUS EQUAL "35"
              OPEN OUTPUT LISTAESP.

       ABRE-VALECRED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN I-O VALECRED.
           IF VALECRED-STATUS EQUAL "35"
              DISPLAY "VALECRED.DAT NAO ENCONTRADO - SEM VALES"
           ELSE
              MOVE "SIM" TO TEM-VALECRED
              OPEN EXTEND VALEUSO
              IF VALEUSO-STATUS EQUAL "35"
                 OPEN OUTPUT VALEUSO.

       LEITURA.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.

           MOVE VALOR-RSV   TO VALOR-RLT.
           WRITE REG-RLT.
           ADD 1 TO TOTAL-ACEITAS.
           IF TEM-VALECRED EQUAL "SIM"
              PERFORM APLICA-VALES.

       APLICA-VALES.
           MOVE VALOR-RSV TO A-PAGAR.
           MOVE CPF-RSV   TO CPF-VC.
           MOVE ZEROES    TO NUM-VC.
           MOVE "NAO"     TO FIM-VALE.
           START VALECRED KEY IS NOT LESS THAN CHAVE-VC
              INVALID KEY
                 MOVE "SIM" TO FIM-VALE
           END-START.
           PERFORM USA-VALE
              UNTIL FIM-VALE EQUAL "SIM".

       USA-VALE.
           READ VALECRED NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-VALE
           END-READ.
           IF FIM-VALE NOT EQUAL "SIM"
              IF CPF-VC NOT EQUAL CPF-RSV
                 OR A-PAGAR EQUAL ZEROES
                 MOVE "SIM" TO FIM-VALE
              ELSE
                 IF SITUACAO-VC EQUAL "A"
                    AND SALDO-VC GREATER THAN ZEROES
                    AND VALIDADE-VC NOT LESS THAN WS-HOJE
                    PERFORM ABATE-VALE.

       ABATE-VALE.
           IF SALDO-VC GREATER THAN A-PAGAR
              MOVE A-PAGAR TO VAL-USO-VALE
           ELSE
              MOVE SALDO-VC TO VAL-USO-VALE.
           SUBTRACT VAL-USO-VALE FROM SALDO-VC A-PAGAR.
           IF SALDO-VC EQUAL ZEROES
              MOVE "U" TO SITUACAO-VC.
           REWRITE REG-VC.
           MOVE CPF-RSV      TO CPF-VU.
           MOVE NUM-VC       TO NUM-VU.
           MOVE DESTINO-RSV  TO DESTINO-VU.
           COMPUTE DTVIAGEM-VU = ANO-RSV * 10000
                               + MES-RSV * 100
                               + DIA-RSV.
           MOVE VAL-USO-VALE TO VALOR-VU.
           MOVE WS-HOJE      TO DATA-VU.
           WRITE REG-VU.
           ADD 1            TO TOTAL-VALES.
           ADD VAL-USO-VALE TO VAL-VALES.

       REJEITA-RESERVA.
           ADD 1 TO TOTAL-REJEITADAS.
              MOVE TOTAL-SEM-VIAGEM TO TOTAL-SV-ED
              MOVE LUG-GERAL        TO LUG-GERAL-ED
              MOVE VAL-GERAL        TO VAL-GERAL-ED
              MOVE TOTAL-VALES      TO TOTAL-VALES-ED
              MOVE VAL-VALES        TO VAL-VALES-ED
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES
              WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-07 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-08 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-09 AFTER ADVANCING 1 LINE
              WRITE REG-REL FROM CAB-10 AFTER ADVANCING 1 LINE.

       FIM.
           IF RESERVAS-STATUS NOT EQUAL "35"
                    CADOK
                    RELVEN
                    VIAGENS
                    LISTAESP
              IF TEM-VALECRED EQUAL "SIM"
                 CLOSE VALECRED
                       VALEUSO.
