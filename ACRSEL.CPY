       SELECT  ACOES-RISCO ASSIGN TO WS-ARQ-ACOES-RISCO
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS ACR-CHAVE
           FILE STATUS IS WS-FS-ACOES.
