       FD COTACOES.
       01 REG-COTACAO.
           03 COT-CHAVE.
               05 COT-NUMERO               PIC 9(10).
               05 COT-FORNECEDOR           PIC 9(03).
               05 COT-CODIGO-PRODUTO       PIC 9(05).
           03 COT-PRODUTO                  PIC X(25).
           03 COT-QTDE                     PIC 9(05).
           03 COT-PRECO-UNITARIO           PIC 9(06)V99.
           03 COT-PRAZO-DIAS               PIC 9(03).
           03 COT-DATA-EMISSAO             PIC 9(08).
           03 COT-STATUS                   PIC X(10).
