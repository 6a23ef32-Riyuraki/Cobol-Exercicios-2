       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02LOCK.
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
           SELECT LOCKREG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARQUIVO-LK
           FILE STATUS IS LOCKREG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD LOCKREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOCKREG.DAT".
       01 REG-LK.
           02 ARQUIVO-LK     PIC X(08).
           02 PROGRAMA-LK    PIC X(08).
           02 DATA-LK        PIC 9(08).
           02 HORA-LK        PIC 9(06).

       WORKING-STORAGE SECTION.
       77 LOCKREG-STATUS   PIC X(02) VALUE ZEROES.
       77 LIMITE-MINUTOS   PIC 9(05) VALUE 480.
       77 MINUTOS-DECORR   PIC S9(09) VALUE ZEROES.
       77 RESERVA-VENCIDA  PIC X(03) VALUE "NAO".

       01 DATA-HORA-ATUAL.
           02 DATA-ATUAL     PIC 9(08).
           02 HORA-ATUAL.
              03 HH-ATUAL    PIC 9(02).
              03 MM-ATUAL    PIC 9(02).
              03 SS-ATUAL    PIC 9(02).
           02 FILLER         PIC X(07).

       01 HORA-RESERVA.
           02 HH-RESERVA     PIC 9(02).
           02 MM-RESERVA     PIC 9(02).
           02 SS-RESERVA     PIC 9(02).

       LINKAGE SECTION.
       01 LOCK-AREA.
           02 LOCK-FUNCAO    PIC X(01).
           02 LOCK-ARQUIVO   PIC X(08).
           02 LOCK-PROGRAMA  PIC X(08).
           02 LOCK-DONO      PIC X(08).
           02 LOCK-DATA      PIC 9(08).
           02 LOCK-HORA      PIC 9(06).
           02 LOCK-RETORNO   PIC X(02).

       PROCEDURE DIVISION USING LOCK-AREA.

       PERFORM ABRE-LOCKREG.
       PERFORM EXECUTA-FUNCAO.
       CLOSE LOCKREG.
       GOBACK.

       ABRE-LOCKREG.
           MOVE SPACES TO LOCK-DONO.
           MOVE ZEROES TO LOCK-DATA LOCK-HORA.
           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-ATUAL.
           OPEN I-O LOCKREG.
           IF LOCKREG-STATUS EQUAL "35"
              OPEN OUTPUT LOCKREG
              CLOSE LOCKREG
              OPEN I-O LOCKREG.

       EXECUTA-FUNCAO.
           EVALUATE LOCK-FUNCAO
              WHEN "R"
                 PERFORM RESERVA-ARQUIVO
              WHEN "L"
                 PERFORM LIBERA-ARQUIVO
              WHEN "F"
                 PERFORM LIBERA-VENCIDA
              WHEN OTHER
                 MOVE "99" TO LOCK-RETORNO
           END-EVALUATE.

       RESERVA-ARQUIVO.
           MOVE LOCK-ARQUIVO  TO ARQUIVO-LK.
           MOVE LOCK-PROGRAMA TO PROGRAMA-LK.
           MOVE DATA-ATUAL    TO DATA-LK.
           MOVE HORA-ATUAL    TO HORA-LK.
           WRITE REG-LK
              INVALID KEY
                 PERFORM CONSULTA-RESERVA
              NOT INVALID KEY
                 MOVE "00"          TO LOCK-RETORNO
                 MOVE LOCK-PROGRAMA TO LOCK-DONO
                 MOVE DATA-ATUAL    TO LOCK-DATA
                 MOVE HORA-ATUAL    TO LOCK-HORA
           END-WRITE.

       CONSULTA-RESERVA.
           MOVE LOCK-ARQUIVO TO ARQUIVO-LK.
           READ LOCKREG
              INVALID KEY
                 MOVE "23" TO LOCK-RETORNO
              NOT INVALID KEY
                 MOVE PROGRAMA-LK TO LOCK-DONO
                 MOVE DATA-LK     TO LOCK-DATA
                 MOVE HORA-LK     TO LOCK-HORA
                 PERFORM TESTA-VENCIMENTO
                 IF RESERVA-VENCIDA EQUAL "SIM"
                    MOVE "11" TO LOCK-RETORNO
                 ELSE
                    MOVE "10" TO LOCK-RETORNO
                 END-IF
           END-READ.

       TESTA-VENCIMENTO.
           MOVE "SIM" TO RESERVA-VENCIDA.
           IF DATA-LK NUMERIC
              AND DATA-LK NOT EQUAL ZEROES
              AND HORA-LK NUMERIC
              MOVE HORA-LK TO HORA-RESERVA
              COMPUTE MINUTOS-DECORR =
                 (FUNCTION INTEGER-OF-DATE(DATA-ATUAL)
                - FUNCTION INTEGER-OF-DATE(DATA-LK)) * 1440
                + HH-ATUAL * 60 + MM-ATUAL
                - HH-RESERVA * 60 - MM-RESERVA
              IF MINUTOS-DECORR NOT GREATER THAN LIMITE-MINUTOS
                 MOVE "NAO" TO RESERVA-VENCIDA.

       LIBERA-ARQUIVO.
           MOVE LOCK-ARQUIVO TO ARQUIVO-LK.
           READ LOCKREG
              INVALID KEY
                 MOVE "23" TO LOCK-RETORNO
              NOT INVALID KEY
                 MOVE PROGRAMA-LK TO LOCK-DONO
                 MOVE DATA-LK     TO LOCK-DATA
                 MOVE HORA-LK     TO LOCK-HORA
                 IF PROGRAMA-LK EQUAL LOCK-PROGRAMA
                    DELETE LOCKREG RECORD
                    MOVE "00" TO LOCK-RETORNO
                 ELSE
                    MOVE "12" TO LOCK-RETORNO
                 END-IF
           END-READ.

       LIBERA-VENCIDA.
           PERFORM CONSULTA-RESERVA.
           IF LOCK-RETORNO EQUAL "11"
              DELETE LOCKREG RECORD
              MOVE "00" TO LOCK-RETORNO.
