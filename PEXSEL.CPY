       SELECT  PRESENCAS-EXTRA ASSIGN TO WS-ARQ-PRESENCAS-EXTRA
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS PEX-CHAVE
           FILE STATUS IS WS-FS-PRESENCAS-EXTRA.
