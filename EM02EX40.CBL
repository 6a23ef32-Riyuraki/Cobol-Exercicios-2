           02 DEP-DEST-MOV PIC 9(02).
           02 VALIDADE-MOV PIC 9(08).
           02 DATA-MOV     PIC 9(08).
           02 DEPTO-MOV    PIC 9(03).
           02 LOTE-ORIG-MOV PIC X(08).

       FD PARMCTB
           LABEL RECORD ARE STANDARD
       77 CONTA-FORNEC     PIC 9(05) VALUE 21101.
       77 CONTA-RECEITA    PIC 9(05) VALUE 41101.
       77 CONTA-AJUSTE     PIC 9(05) VALUE 51101.
       77 CONTA-RECUPERA   PIC 9(05) VALUE 42101.

       01 CTB-DETALHE.
           02 FILLER        PIC X(01) VALUE "D".
           02 CRD-REL      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 TABELA-ORIGENS.
           02 ITEM-ORIG OCCURS 5 TIMES.
              03 NOME-ORIG-TAB PIC X(08).
              03 QTD-ORIG-TAB  PIC 9(05).
              03 DEB-ORIG-TAB  PIC 9(13)V9(02).
           MOVE "FATURA"  TO NOME-ORIG-TAB(2).
           MOVE "AJUSTE"  TO NOME-ORIG-TAB(3).
           MOVE "COMPRAS" TO NOME-ORIG-TAB(4).
           MOVE "RECPERDA" TO NOME-ORIG-TAB(5).
           MOVE 1 TO IND-ORIG.
           PERFORM ZERA-ORIGEM
              UNTIL IND-ORIG GREATER THAN 5.

       LE-PARMCTB.
           MOVE FUNCTION CURRENT-DATE(1:6) TO ANOMES-CTB-WS.
              MOVE REF-SOCIO TO REF-CTB
              MOVE ORIGEM-HP TO ORIGEM-CTB
              MOVE CONTA-CAIXA   TO CONTA-CTB
              IF ORIGEM-HP EQUAL "RECPERDA"
                 MOVE 5 TO IND-ORIG
                 PERFORM GRAVA-DEBITO
                 MOVE CONTA-RECUPERA TO CONTA-CTB
                 PERFORM GRAVA-CREDITO
              ELSE
                 PERFORM GRAVA-DEBITO
                 MOVE CONTA-RECEBER TO CONTA-CTB
                 PERFORM GRAVA-CREDITO.
           PERFORM LE-HISTPAG.

       EXPORTA-FATURAMENTO.
           PERFORM CABECALHO.
           MOVE 1 TO IND-ORIG.
           PERFORM IMPRIME-ORIGEM
              UNTIL IND-ORIG GREATER THAN 5.
           MOVE TOT-DEBITOS  TO TOT-DEB-ED.
           MOVE TOT-CREDITOS TO TOT-CRD-ED.
           MOVE TOT-LANCTOS  TO TOT-LCT-ED.
