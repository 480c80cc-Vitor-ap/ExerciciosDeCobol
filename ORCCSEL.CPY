       SELECT ORCAMENTOS-CONTATOS ASSIGN TO WS-ARQ-ORCAMENTOS-CONTATOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORCC-CHAVE
           FILE STATUS IS WS-FS-ORCCONT.
