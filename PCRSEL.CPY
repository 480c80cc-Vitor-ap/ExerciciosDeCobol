       SELECT PEDIDOS-CREDITO ASSIGN TO WS-ARQ-PEDIDOS-CREDITO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCR-CODIGO-PEDIDO
           FILE STATUS IS WS-FS-PEDCRED.
