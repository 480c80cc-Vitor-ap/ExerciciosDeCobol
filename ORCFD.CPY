           03 CODIGO-ORCAMENTO.
               05 ORC-ANO                  PIC 9(04).
               05 ORC-SEQ                  PIC 9(06).
           03 ORC-CODIGO-CLIENTE           PIC 9(05).
           03 ORC-NOME                     PIC X(25).
           03 ORC-DATA-EMISSAO             PIC 9(08).
           03 ORC-DATA-VALIDADE            PIC 9(08).
           03 ORC-VALOR-TOTAL              PIC 9(09)V99.
           03 ORC-STATUS                   PIC X(10).
           03 ORC-CODIGO-VENDEDOR          PIC 9(03).
           03 ORC-DATA-ENCERRAMENTO        PIC 9(08).
           03 ORC-MOTIVO-PERDA             PIC X(02).
