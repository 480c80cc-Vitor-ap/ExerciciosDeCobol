      * ZONA DE ENTREGA - FAIXA DE CEP (SEM O HIFEN) ATENDIDA PELA ZONA
      * O CODIGO DA ZONA DEFINE A ORDEM DAS PARADAS NA ROTA
       FD ZONAS-ENTREGA.
       01 REG-ZONA-ENTREGA.
           03 ZON-CODIGO           PIC 9(03).
           03 ZON-DESCRICAO        PIC X(25).
           03 ZON-CEP-INICIAL      PIC 9(08).
           03 ZON-CEP-FINAL        PIC 9(08).
