       SELECT ORCAMENTO-DESPESAS ASSIGN TO WS-ARQ-ORCAMENTO-DESPESAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORCD-CHAVE
           FILE STATUS IS WS-FS-ORCDESP.
