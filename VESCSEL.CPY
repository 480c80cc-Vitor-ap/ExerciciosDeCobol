       SELECT VENDAS-ESCOLA ASSIGN TO WS-ARQ-VENDAS-ESCOLA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VES-CHAVE
           FILE STATUS IS WS-FS-VENDESC.
