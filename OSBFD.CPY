      *    SITUACAO DA ORDEM NA BANCADA: TECNICO RESPONSAVEL, PRAZO
      *    PROMETIDO AO CLIENTE, DESDE QUANDO ESTA NO STATUS ATUAL E O
      *    CONTRATO DE MANUTENCAO QUE COBRE O REPARO (ZERO SE NENHUM)
       FD OS-BANCADA.
       01 REG-OS-BANCADA.
           03 OSB-CODIGO-OS.
               05 OSB-ANO                  PIC 9(04).
               05 OSB-SEQ                  PIC 9(06).
           03 OSB-CODIGO-TECNICO           PIC 9(03).
           03 OSB-DATA-PROMETIDA           PIC 9(08).
           03 OSB-STATUS                   PIC X(10).
           03 OSB-DATA-STATUS              PIC 9(08).
           03 OSB-HORA-STATUS              PIC 9(06).
           03 OSB-ULTIMO-EVENTO            PIC 9(03).
           03 OSB-CODIGO-CONTRATO          PIC 9(05).
