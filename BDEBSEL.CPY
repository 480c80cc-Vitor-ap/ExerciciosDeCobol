       SELECT  BIBLIOTECA-DEBITOS ASSIGN TO WS-ARQ-BIBLIOTECA-DEBITOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS BDB-CHAVE
           FILE STATUS IS WS-FS-BIBDEB.
