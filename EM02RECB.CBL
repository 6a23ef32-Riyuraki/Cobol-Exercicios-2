       IDENTIFICATION DIVISION.
       PROGRAM-ID.      EM02RECB.
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
           SELECT CTLRECIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLRECIB-STATUS.
           SELECT RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-RB
           FILE STATUS IS RECIBOS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD CTLRECIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLRECIB.DAT".
       01 REG-CTL-RB.
           02 ULTIMO-RB-CTL  PIC 9(07).

       FD RECIBOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECIBOS.DAT".
       01 REG-RB.
           02 NUM-RB         PIC 9(07).
           02 NUMSOC-RB      PIC 9(06).
           02 NOME-RB        PIC X(30).
           02 DATA-PAG-RB    PIC 9(08).
           02 SEQ-HP-RB      PIC 9(02).
           02 VALOR-RB       PIC 9(09)V9(02).
           02 ORIGEM-RB      PIC X(08).
           02 DATA-EMIS-RB   PIC 9(08).
           02 SITUACAO-RB    PIC X(01).
           02 QTD-IMPR-RB    PIC 9(02).
           02 DATA-CANC-RB   PIC 9(08).
           02 MOTIVO-CANC-RB PIC X(30).

       WORKING-STORAGE SECTION.
       77 CTLRECIB-STATUS  PIC X(02) VALUE ZEROES.
       77 RECIBOS-STATUS   PIC X(02) VALUE ZEROES.
       77 ULTIMO-RECIBO    PIC 9(07) VALUE ZEROES.

       LINKAGE SECTION.
       01 RECB-AREA.
           02 RECB-NUMSOC    PIC 9(06).
           02 RECB-NOME      PIC X(30).
           02 RECB-DATA      PIC 9(08).
           02 RECB-SEQ       PIC 9(02).
           02 RECB-VALOR     PIC 9(09)V9(02).
           02 RECB-ORIGEM    PIC X(08).
           02 RECB-NUMERO    PIC 9(07).
           02 RECB-RETORNO   PIC X(02).

       PROCEDURE DIVISION USING RECB-AREA.

       PERFORM LE-CONTROLE.
       PERFORM GRAVA-RECIBO.
       GOBACK.

       LE-CONTROLE.
           MOVE ZEROES TO ULTIMO-RECIBO.
           OPEN INPUT CTLRECIB.
           IF CTLRECIB-STATUS NOT EQUAL "35"
              READ CTLRECIB
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ULTIMO-RB-CTL TO ULTIMO-RECIBO
              END-READ
              CLOSE CTLRECIB.

       GRAVA-RECIBO.
           OPEN I-O RECIBOS.
           IF RECIBOS-STATUS EQUAL "35"
              OPEN OUTPUT RECIBOS
              CLOSE RECIBOS
              OPEN I-O RECIBOS.
           ADD 1 TO ULTIMO-RECIBO.
           MOVE ULTIMO-RECIBO TO NUM-RB.
           MOVE RECB-NUMSOC   TO NUMSOC-RB.
           MOVE RECB-NOME     TO NOME-RB.
           MOVE RECB-DATA     TO DATA-PAG-RB.
           MOVE RECB-SEQ      TO SEQ-HP-RB.
           MOVE RECB-VALOR    TO VALOR-RB.
           MOVE RECB-ORIGEM   TO ORIGEM-RB.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EMIS-RB.
           MOVE "P"           TO SITUACAO-RB.
           MOVE ZEROES        TO QTD-IMPR-RB DATA-CANC-RB.
           MOVE SPACES        TO MOTIVO-CANC-RB.
           WRITE REG-RB
              INVALID KEY
                 MOVE "22" TO RECB-RETORNO
                 MOVE ZEROES TO RECB-NUMERO
              NOT INVALID KEY
                 MOVE "00" TO RECB-RETORNO
                 MOVE ULTIMO-RECIBO TO RECB-NUMERO
                 PERFORM GRAVA-CONTROLE
           END-WRITE.
           CLOSE RECIBOS.

       GRAVA-CONTROLE.
           MOVE ULTIMO-RECIBO TO ULTIMO-RB-CTL.
           OPEN OUTPUT CTLRECIB.
           WRITE REG-CTL-RB.
           CLOSE CTLRECIB.
