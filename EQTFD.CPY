       FD EMISSOES-QUITACAO.
       01 REG-EMISSAO-QUITACAO.
           03  EQT-CHAVE.
               05  EQT-ANO           PIC 9(004).
               05  EQT-RESP          PIC 9(004).
               05  EQT-TIPO          PIC X(001).
           03  EQT-DATA-EMISSAO      PIC 9(008).
           03  EQT-QTDE-ALUNOS       PIC 9(002).
           03  EQT-QTDE-COMPETENCIAS PIC 9(003).
           03  EQT-VALOR-PAGO        PIC 9(009)V99.
           03  EQT-VALOR-PENDENTE    PIC 9(009)V99.
