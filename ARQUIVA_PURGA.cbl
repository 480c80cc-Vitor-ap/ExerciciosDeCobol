       COPY PEDIFD.

       FD PEDIDOS-ARQMORTO.
       01 ARQ-PEDIDO                   PIC X(146).

       FD ITENS-ARQMORTO.
       01 ARQ-PEDIDO-ITEM              PIC X(072).

           COPY ALU21FD.

