           SELECT PARMFOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMFOR-STATUS.
           SELECT DEVHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEVHIST-STATUS.
           SELECT RELFORN ASSIGN TO DISK.

       DATA DIVISION.
       01 REG-PARM-FOR.
           02 DIAS-ABERTO-PARM PIC 9(03).

       FD DEVHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVHIST.DAT".
       01 REG-DH.
           02 NUMPED-DH    PIC 9(06).
           02 CODFORN-DH   PIC 9(04).
           02 COD-ITEM-DH  PIC 9(05).
           02 LOTE-DH      PIC X(08).
           02 QTDE-DH      PIC 9(05).
           02 VALOR-DH     PIC 9(10)V9(02).
           02 REPOE-DH     PIC X(01).
           02 MOTIVO-DH    PIC X(20).
           02 NUMND-DH     PIC 9(06).
           02 DATA-DH      PIC 9(08).
           02 OPERADOR-DH  PIC X(08).

       FD RELFORN
           LABEL RECORD IS OMITTED.
       01 REG-REL       PIC X(80).
       77 RECHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 CADFORN-STATUS   PIC X(02) VALUE ZEROES.
       77 PARMFOR-STATUS   PIC X(02) VALUE ZEROES.
       77 DEVHIST-STATUS   PIC X(02) VALUE ZEROES.
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 DIAS-ABERTO-WS   PIC 9(03) VALUE 30.
       77 MELHOR-PCT       PIC S9(03)V9(02) VALUE ZEROES.
       77 IND-MELHOR       PIC 9(02) VALUE ZEROES.
       77 POSICAO          PIC 9(02) VALUE ZEROES.
       77 PCT-DEVOL        PIC 9(03)V9(02) VALUE ZEROES.

       01 TABELA-LINHAS.
           02 ITEM-LIN-TAB OCCURS 500 TIMES.
              03 QTDE-PED-FT  PIC 9(07).
              03 QTDE-REC-FT  PIC 9(07).
              03 QTD-ATRAS-FT PIC 9(05).
              03 QTDE-ENT-FT  PIC 9(07).
              03 QTDE-DEV-FT  PIC 9(07).
              03 IMPRESSO-FT  PIC X(03).

       01 CAB-01.
           02 FILLER    PIC X(10) VALUE "MEDIA DIAS".
           02 FILLER    PIC X(2) VALUE SPACES.
           02 FILLER    PIC X(12) VALUE "PED.ABERTOS ".
           02 FILLER    PIC X(1) VALUE SPACES.
           02 FILLER    PIC X(8) VALUE "% DEVOL.".

       01 DETALHE.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DIAS-REL     PIC ZZZ9,9.
           02 FILLER       PIC X(8) VALUE SPACES.
           02 ATRAS-REL    PIC ZZ.ZZ9.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 DEV-REL      PIC ZZ9,99.

       01 CAB-03.
           02 FILLER    PIC X(8) VALUE SPACES.
       PERFORM INICIO.
       IF FIM-ARQ NOT EQUAL "SIM"
          PERFORM APURA-ENTREGAS
          PERFORM APURA-DEVOLUCOES
          PERFORM IMPRIME-SCORECARD
          PERFORM RODAPE.
       PERFORM FIM.
           MOVE ZEROES TO QTDE-PED-FT(QTD-FORN).
           MOVE ZEROES TO QTDE-REC-FT(QTD-FORN).
           MOVE ZEROES TO QTD-ATRAS-FT(QTD-FORN).
           MOVE ZEROES TO QTDE-ENT-FT(QTD-FORN).
           MOVE ZEROES TO QTDE-DEV-FT(QTD-FORN).
           MOVE "NAO"  TO IMPRESSO-FT(QTD-FORN).
           PERFORM LE-FORNECEDOR.

                 END-IF
                 ADD DIAS-ENTREGA TO SOMA-DIAS-FT(IND-ACHOU-FORN)
                 ADD 1 TO QTD-RECEB-FT(IND-ACHOU-FORN)
                 ADD QTDE-RH TO QTDE-ENT-FT(IND-ACHOU-FORN)
              END-IF
           END-IF.
           PERFORM LE-ENTREGA.

       APURA-DEVOLUCOES.
           OPEN INPUT DEVHIST.
           IF DEVHIST-STATUS EQUAL "35"
              DISPLAY "DEVHIST.DAT NAO ENCONTRADO - SEM DEVOLUCOES"
           ELSE
              PERFORM LE-DEVOLUCAO
              PERFORM TRATA-DEVOLUCAO
                 UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE DEVHIST
              MOVE "NAO" TO FIM-ARQ.

       LE-DEVOLUCAO.
           READ DEVHIST AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-DEVOLUCAO.
           MOVE CODFORN-DH TO FORN-BUSCA.
           PERFORM PROCURA-FORNECEDOR.
           IF IND-ACHOU-FORN NOT EQUAL ZEROES
              ADD QTDE-DH TO QTDE-DEV-FT(IND-ACHOU-FORN).
           PERFORM LE-DEVOLUCAO.

       PROCURA-LINHA.
           MOVE ZEROES TO IND-ACHOU-LIN.
           MOVE 1      TO IND-LIN.
              MOVE ZEROES TO MEDIA-DIAS.
           MOVE MEDIA-DIAS TO DIAS-REL.
           MOVE QTD-ATRAS-FT(IND-MELHOR) TO ATRAS-REL.
           IF QTDE-ENT-FT(IND-MELHOR) GREATER THAN ZEROES
              COMPUTE PCT-DEVOL ROUNDED =
                 QTDE-DEV-FT(IND-MELHOR) * 100
               / QTDE-ENT-FT(IND-MELHOR)
           ELSE
              MOVE ZEROES TO PCT-DEVOL.
           MOVE PCT-DEVOL TO DEV-REL.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

