       SELECT CONSIGNACAO ASSIGN TO WS-ARQ-CONSIGNACAO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS WS-FS-CONSIGNACAO.
