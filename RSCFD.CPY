       FD RISCO-ALUNOS.
       01 REG-RISCO.
           03  RSC-CHAVE.
               05  RSC-RGM           PIC 9(005).
               05  RSC-DATA          PIC 9(008).
           03  RSC-NOME              PIC A(020).
           03  RSC-TURMA             PIC X(007).
           03  RSC-PONTOS            PIC 9(003).
           03  RSC-DISC-ABAIXO       PIC 9(002).
           03  RSC-FREQ-RECENTE      PIC 9(003)V99.
           03  RSC-FREQ-ANTERIOR     PIC 9(003)V99.
           03  RSC-QTDE-OCORRENCIAS  PIC 9(002).
           03  RSC-QTDE-SUSPENSOES   PIC 9(002).
           03  RSC-QTDE-MENS-ATRASO  PIC 9(002).
