       COPY PEDIFD.

       FD CLIENTES-BKP.
       01 BKP-CLIENTE                  PIC X(160).

       FD PRODUTOS-BKP.
       01 BKP-PRODUTO                  PIC X(114).

       FD PEDIDOS-BKP.
       01 BKP-PEDIDO                   PIC X(146).

       FD ITENS-BKP.
       01 BKP-PEDIDO-ITEM              PIC X(72).

       COPY AUDITFD.

