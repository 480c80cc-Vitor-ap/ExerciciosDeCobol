       SELECT  CANDIDATOS ASSIGN TO WS-ARQ-CANDIDATOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS CND-CHAVE
           FILE STATUS IS WS-FS-CANDIDATOS.
