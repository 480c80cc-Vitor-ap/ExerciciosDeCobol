       SELECT  EXTRA-COBRANCAS ASSIGN TO WS-ARQ-EXTRA-COBRANCAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS ECB-CHAVE
           FILE STATUS IS WS-FS-EXTRA-COBR.
