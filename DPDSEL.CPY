           SELECT  DEPENDENCIAS ASSIGN TO WS-ARQ-DEPENDENCIAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS WS-FS-DEPENDENCIAS.
