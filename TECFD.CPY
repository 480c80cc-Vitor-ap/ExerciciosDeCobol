       FD TECNICOS.
       01 REG-TECNICO.
           03 TEC-CODIGO           PIC 9(03).
           03 TEC-NOME             PIC X(25).
           03 TEC-TELEFONE         PIC X(13).
           03 TEC-ESPECIALIDADE    PIC X(20).
           03 TEC-SITUACAO         PIC X(07).
