       SELECT PEDIDOS-ESCOLA ASSIGN TO WS-ARQ-PEDIDOS-ESCOLA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PES-CODIGO-PEDIDO
           FILE STATUS IS WS-FS-PEDESC.
