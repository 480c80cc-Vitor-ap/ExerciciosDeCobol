       FD ORCAMENTOS-CONTATOS.
       01 REG-ORCAMENTO-CONTATO.
           03 ORCC-CHAVE.
               05 ORCC-CODIGO-ORCAMENTO    PIC 9(10).
               05 ORCC-SEQ                 PIC 9(03).
           03 ORCC-CODIGO-VENDEDOR         PIC 9(03).
           03 ORCC-DATA-PREVISTA           PIC 9(08).
           03 ORCC-DATA-CONTATO            PIC 9(08).
           03 ORCC-RESULTADO               PIC X(12).
           03 ORCC-PROXIMO-PASSO           PIC X(40).
           03 ORCC-STATUS                  PIC X(09).
