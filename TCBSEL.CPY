       SELECT  TRANSPORTE-COBRANCAS
           ASSIGN TO WS-ARQ-TRANSPORTE-COBRANCAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS TCB-CHAVE
           FILE STATUS IS WS-FS-TRANSP-COBR.
