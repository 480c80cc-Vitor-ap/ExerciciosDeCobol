       SELECT RECEBIVEIS-CARTAO ASSIGN TO WS-ARQ-RECEBIVEIS-CARTAO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RCC-CODIGO-PEDIDO
           FILE STATUS IS WS-FS-RECCARTAO.
