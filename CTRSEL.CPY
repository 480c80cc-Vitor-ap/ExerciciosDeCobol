       SELECT CONTRATOS-MANUTENCAO ASSIGN TO WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTR-CODIGO
           ALTERNATE RECORD KEY IS CTR-CODIGO-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-FS-CONTRATOS.
