       FD CANDIDATOS.
       01 REG-CANDIDATO.
           03  CND-CHAVE.
               05  CND-ANO           PIC 9(004).
               05  CND-INSCRICAO     PIC 9(005).
           03  CND-NOME              PIC A(020).
           03  CND-DATA-NASC         PIC 9(008).
           03  CND-DOCUMENTO         PIC X(014).
           03  CND-RESP              PIC 9(004).
           03  CND-TURMA             PIC X(007).
           03  CND-PERIODO           PIC X(010).
           03  CND-DATA-INSCRICAO    PIC 9(008).
           03  CND-NOTAS-LANCADAS    PIC X(001).
           03  CND-NOTA              PIC 9(002)V99 OCCURS 5 TIMES.
           03  CND-MEDIA             PIC 9(002)V99.
           03  CND-CLASSIFICACAO     PIC 9(003).
           03  CND-RESULTADO         PIC X(010).
           03  CND-RGM               PIC 9(005).
