       SELECT ALTERACOES-PENDENTES ASSIGN TO
           WS-ARQ-ALTERACOES-PENDENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ALP-CHAVE
           FILE STATUS IS WS-FS-ALTPEND.
