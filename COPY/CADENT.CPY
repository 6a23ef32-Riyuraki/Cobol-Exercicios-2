      *> compartilhado entre os programas de pessoal do sistema EM02.
      *> DEPTO: codigo do departamento (CADDEPTO.DAT); zeros nos
      *> registros anteriores a criacao do campo.
      *> DTADMISSAO: data de admissao AAAAMMDD; zeros nos registros
      *> anteriores a criacao do campo.
       01 REG-ENT.
           02 COD      PIC 9(07).
           02 NOME     PIC X(30).
           02 SALARIO  PIC 9(05)V9(02).
           02 SEXO     PIC X(01).
           02 DEPTO    PIC 9(03).
           02 DTADMISSAO PIC 9(08).
