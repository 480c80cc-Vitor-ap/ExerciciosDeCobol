       FD ACORDOS.
       01 REG-ACORDO.
           03 ACD-NUMERO                   PIC 9(08).
           03 ACD-CODIGO-CLIENTE           PIC 9(05).
           03 ACD-NOME                     PIC X(25).
           03 ACD-DATA                     PIC 9(08).
           03 ACD-VALOR-ORIGINAL           PIC 9(09)V99.
           03 ACD-VALOR-ENCARGOS           PIC 9(09)V99.
           03 ACD-VALOR-DESCONTO           PIC 9(09)V99.
           03 ACD-VALOR-JUROS              PIC 9(09)V99.
           03 ACD-VALOR-ACORDO             PIC 9(09)V99.
           03 ACD-QTDE-PARCELAS            PIC 9(02).
           03 ACD-NUM-NOTA-FISCAL          PIC 9(06).
           03 ACD-PRIMEIRO-VENCIMENTO      PIC 9(08).
           03 ACD-AUTORIZADO-POR           PIC X(05).
           03 ACD-STATUS                   PIC X(10).
           03 ACD-DATA-SITUACAO            PIC 9(08).
