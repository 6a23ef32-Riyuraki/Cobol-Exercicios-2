           RECORD KEY IS CHAVE-VIAG
           FILE STATUS IS VIAGENS-STATUS.
           SELECT REEMBFIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REEMBFIN-STATUS.
           SELECT RECRESV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RR
           FILE STATUS IS RECRESV-STATUS.
           SELECT RELCAN ASSIGN TO DISK.

       DATA DIVISION.
           02 PCT-MULTA-REE PIC 9(03).
           02 REEMBOLSO-REE PIC 9(07)V9(02).

       FD RECRESV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECRESV.DAT".
       01 REG-RR.
           02 CHAVE-RR.
            03 CPF-RR       PIC 9(11).
            03 DESTINO-RR   PIC X(03).
            03 DTVIAGEM-RR  PIC 9(08).
            03 PARCELA-RR   PIC 9(02).
           02 VENC-RR       PIC 9(08).
           02 VALOR-RR      PIC 9(07)V9(02).
           02 PAGO-RR       PIC 9(07)V9(02).
           02 DATA-PAG-RR   PIC 9(08).
           02 SITUACAO-RR   PIC X(01).

       FD RELCAN
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CANRSV-STATUS    PIC X(02) VALUE ZEROES.
       77 RESEROK-STATUS   PIC X(02) VALUE ZEROES.
       77 REEMBFIN-STATUS  PIC X(02) VALUE ZEROES.
       77 VIAGENS-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-VIAGENS      PIC X(03) VALUE "NAO".
       77 RECRESV-STATUS   PIC X(02) VALUE ZEROES.
       77 TEM-RECRESV      PIC X(03) VALUE "NAO".
       77 TEM-PARCELAS     PIC X(03) VALUE "NAO".
       77 FIM-PARC         PIC X(03) VALUE "NAO".
       77 VAL-BASE         PIC 9(09)V9(02) VALUE ZEROES.
       77 VAL-EM-ABERTO    PIC 9(09)V9(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-CANCEL       PIC 9(03) VALUE ZEROES.
                 CLOSE CANRSV
              ELSE
                 OPEN OUTPUT RESEROK-NOVO
                 OPEN EXTEND REEMBFIN
                 IF REEMBFIN-STATUS EQUAL "35"
                    OPEN OUTPUT REEMBFIN
                 END-IF
                 OPEN OUTPUT RELCAN
                 PERFORM ABRE-VIAGENS
                 PERFORM ABRE-RECRESV
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
              END-IF
           END-IF.
           ELSE
              MOVE "SIM" TO TEM-VIAGENS.

       ABRE-RECRESV.
           OPEN I-O RECRESV.
           IF RECRESV-STATUS EQUAL "35"
              MOVE "NAO" TO TEM-RECRESV
           ELSE
              MOVE "SIM" TO TEM-RECRESV.

       CARREGA-CANCELAMENTOS.
           PERFORM LE-CANCELAMENTO.
           PERFORM GUARDA-CANCELAMENTO

       CANCELA-RESERVA.
           PERFORM CALCULA-MULTA.
           PERFORM APURA-RECEBIDO.
           COMPUTE VAL-MULTA ROUNDED =
              VALOR-ROK * PCT-MULTA / 100.
           IF VAL-MULTA GREATER THAN VAL-BASE
              MOVE VAL-BASE TO VAL-MULTA.
           COMPUTE VAL-REEMBOLSO = VAL-BASE - VAL-MULTA.
           PERFORM GRAVA-REEMBOLSO.
           PERFORM LIBERA-LUGARES.
           PERFORM ACUMULA-MULTA-DESTINO.
                 MOVE 100 TO PCT-MULTA
           END-EVALUATE.

       APURA-RECEBIDO.
           MOVE VALOR-ROK TO VAL-BASE.
           MOVE ZEROES    TO VAL-EM-ABERTO.
           MOVE "NAO"     TO TEM-PARCELAS.
           IF TEM-RECRESV EQUAL "SIM"
              MOVE CPF-ROK     TO CPF-RR
              MOVE DESTINO-ROK TO DESTINO-RR
              MOVE WS-VIAGEM   TO DTVIAGEM-RR
              MOVE ZEROES      TO PARCELA-RR
              MOVE "NAO"       TO FIM-PARC
              START RECRESV KEY IS NOT LESS THAN CHAVE-RR
                 INVALID KEY
                    MOVE "SIM" TO FIM-PARC
              END-START
              PERFORM SOMA-PARCELA
                 UNTIL FIM-PARC EQUAL "SIM".
           IF TEM-PARCELAS EQUAL "SIM"
              IF VAL-EM-ABERTO LESS THAN VAL-BASE
                 SUBTRACT VAL-EM-ABERTO FROM VAL-BASE
              ELSE
                 MOVE ZEROES TO VAL-BASE.

       SOMA-PARCELA.
           READ RECRESV NEXT RECORD
              AT END
                 MOVE "SIM" TO FIM-PARC
           END-READ.
           IF FIM-PARC NOT EQUAL "SIM"
              IF CPF-RR NOT EQUAL CPF-ROK
                 OR DESTINO-RR NOT EQUAL DESTINO-ROK
                 OR DTVIAGEM-RR NOT EQUAL WS-VIAGEM
                 MOVE "SIM" TO FIM-PARC
              ELSE
                 MOVE "SIM" TO TEM-PARCELAS
                 IF SITUACAO-RR NOT EQUAL "Q"
                    COMPUTE VAL-EM-ABERTO = VAL-EM-ABERTO
                                          + VALOR-RR - PAGO-RR
                    IF SITUACAO-RR EQUAL "A"
                       MOVE "C" TO SITUACAO-RR
                       REWRITE REG-RR.

       GRAVA-REEMBOLSO.
           MOVE CPF-ROK       TO CPF-REE.
           MOVE DESTINO-ROK   TO DESTINO-REE.
           MOVE WS-VIAGEM     TO DTVIAGEM-REE.
           MOVE VAL-BASE      TO VALOR-REE.
           MOVE PCT-MULTA     TO PCT-MULTA-REE.
           MOVE VAL-REEMBOLSO TO REEMBOLSO-REE.
           WRITE REG-REE.
              IF TEM-VIAGENS EQUAL "SIM"
                 CLOSE VIAGENS
              END-IF
              IF TEM-RECRESV EQUAL "SIM"
                 CLOSE RECRESV
              END-IF
           END-IF.
