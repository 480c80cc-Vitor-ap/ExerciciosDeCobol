           FD DEPENDENCIAS.
       01 REG-DEPENDENCIA.
           03  DPD-CHAVE.
               05  DPD-RGM           PIC 9(005).
               05  DPD-ANO-ORIGEM    PIC 9(004).
               05  DPD-DISCIPLINA    PIC 9(003).
           03  DPD-NOME              PIC A(020).
           03  DPD-TURMA-ORIGEM      PIC X(007).
           03  DPD-MEDIA-ORIGEM      PIC 9(002)V99.
           03  DPD-ANO-CURSO         PIC 9(004).
           03  DPD-NOTA1             PIC 9(002)V99.
           03  DPD-NOTA2             PIC 9(002)V99.
           03  DPD-NOTA3             PIC 9(002)V99.
           03  DPD-MEDIA             PIC 9(002)V99.
           03  DPD-FALTAS            PIC 9(003).
           03  DPD-STATUS            PIC X(010).
           03  DPD-DATA-CONCLUSAO    PIC 9(008).
