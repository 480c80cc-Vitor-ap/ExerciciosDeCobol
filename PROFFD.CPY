           03  PROF-NOME             PIC A(025).
           03  PROF-REGISTRO         PIC X(010).
           03  PROF-TELEFONE         PIC X(013).
           03  PROF-VALOR-AULA       PIC 9(003)V99.
