           ACCESS MODE IS RANDOM
           RECORD KEY IS MATRICULA-CON
           FILE STATUS IS CONCLUSAO-STATUS.
           SELECT REVCONC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVCONC-STATUS.
           SELECT CERTCONC ASSIGN TO DISK.
           SELECT RELPEND ASSIGN TO DISK.

           02 CURSO-CON     PIC X(03).
           02 DATA-CON      PIC 9(08).

       FD REVCONC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REVCONC.DAT".
       01 REG-RC.
           02 MATRICULA-RC   PIC 9(07).
           02 TERMO-RC       PIC X(06).
           02 DISCIPLINA-RC  PIC X(03).
           02 RES-ANT-RC     PIC X(10).
           02 RES-NOVO-RC    PIC X(10).
           02 DATA-RC        PIC 9(08).

       FD CERTCONC
           LABEL RECORD IS OMITTED.
       01 REG-CERT      PIC X(80).
       77 GRADECUR-STATUS  PIC X(02) VALUE ZEROES.
       77 HISTALU-STATUS   PIC X(02) VALUE ZEROES.
       77 CONCLUSAO-STATUS PIC X(02) VALUE ZEROES.
       77 REVCONC-STATUS   PIC X(02) VALUE ZEROES.
       77 FIM-REV          PIC X(03) VALUE "NAO".
       77 TEM-REVCONC      PIC X(03) VALUE "NAO".
       77 QTD-REVISADOS    PIC 9(03) VALUE ZEROES.
       77 IND-REV          PIC 9(03) VALUE ZEROES.
       77 ALUNO-REVISADO   PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 26.
       77 CT-PAG           PIC 9(02) VALUE ZEROES.
       77 QTD-GRADE        PIC 9(03) VALUE ZEROES.
       77 TOT-CONCLUIDOS   PIC 9(05) VALUE ZEROES.
       77 TOT-PENDENTES    PIC 9(05) VALUE ZEROES.
       77 TOT-JA-EMITIDOS  PIC 9(05) VALUE ZEROES.
       77 TOT-REVOGADOS    PIC 9(05) VALUE ZEROES.

       01 TABELA-REVISADOS.
           02 MATRIC-REV-TAB OCCURS 500 TIMES PIC 9(07).

       01 TABELA-GRADE.
           02 ITEM-GRD-TAB OCCURS 200 TIMES.
           02 FILLER    PIC X(27) VALUE "CERTIFICADOS JA EMITIDOS : ".
           02 TOT-JAE-ED PIC ZZ.ZZ9.

       01 CAB-06.
           02 FILLER    PIC X(8) VALUE SPACES.
           02 FILLER    PIC X(27) VALUE "CONCLUSOES REVOGADAS     : ".
           02 TOT-REVG-ED PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PERFORM INICIO.
              IF FIM-ARQ NOT EQUAL "SIM"
                 PERFORM ABRE-HISTALU
                 PERFORM ABRE-CONCLUSAO
                 PERFORM CARREGA-REVCONC
                 OPEN OUTPUT CERTCONC
                 OPEN OUTPUT RELPEND
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
              CLOSE CONCLUSAO
              OPEN I-O CONCLUSAO.

       CARREGA-REVCONC.
           OPEN INPUT REVCONC.
           IF REVCONC-STATUS NOT EQUAL "35"
              MOVE "SIM" TO TEM-REVCONC
              PERFORM LE-REVCONC
              PERFORM GUARDA-REVCONC
                 UNTIL FIM-REV EQUAL "SIM"
                    OR QTD-REVISADOS NOT LESS THAN 500
              CLOSE REVCONC.

       LE-REVCONC.
           READ REVCONC AT END MOVE "SIM" TO FIM-REV.

       GUARDA-REVCONC.
           ADD 1 TO QTD-REVISADOS.
           MOVE MATRICULA-RC TO MATRIC-REV-TAB(QTD-REVISADOS).
           PERFORM LE-REVCONC.

       LEITURA.
           READ CURSOALU AT END MOVE "SIM" TO FIM-ARQ.

              INVALID KEY
                 PERFORM VERIFICA-CONCLUSAO
              NOT INVALID KEY
                 PERFORM PROCURA-REVISADO
                 IF ALUNO-REVISADO EQUAL "SIM"
                    PERFORM REVISA-CONCLUSAO
                 ELSE
                    ADD 1 TO TOT-JA-EMITIDOS
                 END-IF
           END-READ.

       PROCURA-REVISADO.
           MOVE "NAO" TO ALUNO-REVISADO.
           MOVE 1 TO IND-REV.
           PERFORM TESTA-REVISADO
              UNTIL IND-REV GREATER THAN QTD-REVISADOS.

       TESTA-REVISADO.
           IF MATRIC-REV-TAB(IND-REV) EQUAL MATRICULA-CAL
              MOVE "SIM" TO ALUNO-REVISADO.
           ADD 1 TO IND-REV.

       REVISA-CONCLUSAO.
           PERFORM CARREGA-APROVADAS.
           MOVE ZEROES TO QTD-PENDENTES QTD-EXIGIDAS.
           PERFORM IMPRIME-CAB-ALUNO.
           MOVE 1 TO IND-GRD.
           PERFORM CONFERE-DISCIPLINA
              UNTIL IND-GRD GREATER THAN QTD-GRADE.
           IF QTD-PENDENTES EQUAL ZEROES
              ADD 1 TO TOT-JA-EMITIDOS
              MOVE "CONCLUSAO MANTIDA APOS REVISAO DE NOTA"
                 TO SITUACAO-REL
           ELSE
              DELETE CONCLUSAO RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO TOT-REVOGADOS
              ADD 1 TO TOT-PENDENTES
              MOVE "CONCLUSAO REVOGADA APOS REVISAO DE NOTA"
                 TO SITUACAO-REL
           END-IF.
           PERFORM IMPRIME-SITUACAO.

       VERIFICA-CONCLUSAO.
           PERFORM CARREGA-APROVADAS.
           MOVE ZEROES TO QTD-PENDENTES QTD-EXIGIDAS.
           MOVE TOT-CONCLUIDOS  TO TOT-CONC-ED.
           MOVE TOT-PENDENTES   TO TOT-PEND-ED.
           MOVE TOT-JA-EMITIDOS TO TOT-JAE-ED.
           MOVE TOT-REVOGADOS   TO TOT-REVG-ED.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-06 AFTER ADVANCING 1 LINE.

       FIM.
           IF CURSOALU-STATUS NOT EQUAL "35"
                    HISTALU
                    CONCLUSAO
                    CERTCONC
                    RELPEND
              IF TEM-REVCONC EQUAL "SIM"
                 AND FIM-REV EQUAL "SIM"
                 OPEN OUTPUT REVCONC
                 CLOSE REVCONC
              END-IF
           END-IF.
