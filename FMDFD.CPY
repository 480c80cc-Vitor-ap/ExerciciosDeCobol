       FD FICHAS-MEDICAS.
       01 REG-FICHA-MEDICA.
           03  FMD-RGM               PIC 9(005).
           03  FMD-TIPO-SANGUINEO    PIC X(003).
           03  FMD-ALERGIAS          PIC X(060).
           03  FMD-CONDICOES         PIC X(060).
           03  FMD-MEDICAMENTO OCCURS 4 TIMES.
               05  FMD-MED-NOME      PIC X(025).
               05  FMD-MED-DOSAGEM   PIC X(030).
           03  FMD-CONTATO OCCURS 3 TIMES.
               05  FMD-CTT-RESP      PIC 9(004).
               05  FMD-CTT-NOME      PIC X(025).
               05  FMD-CTT-PARENTESCO PIC X(015).
               05  FMD-CTT-TELEFONE  PIC X(013).
           03  FMD-DATA-ATUALIZACAO  PIC 9(008).
           03  FMD-OPERADOR          PIC X(005).
