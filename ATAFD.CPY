       FD ATAS-RESULTADOS.
       01 REG-ATA-RESULTADOS.
           03  ATA-CHAVE.
               05  ATA-TURMA         PIC X(007).
               05  ATA-ANO           PIC 9(004).
               05  ATA-EMISSAO       PIC 9(002).
           03  ATA-DATA              PIC 9(008).
           03  ATA-OPERADOR          PIC X(005).
           03  ATA-MOTIVO            PIC X(030).
           03  ATA-QTDE-ALUNOS       PIC 9(003).
           03  ATA-QTDE-APROVADOS    PIC 9(003).
           03  ATA-QTDE-RETIDOS      PIC 9(003).
           03  ATA-QTDE-TRANSFERIDOS PIC 9(003).
