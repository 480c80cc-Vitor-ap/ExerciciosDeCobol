       SELECT  ATAS-RESULTADOS ASSIGN TO WS-ARQ-ATAS-RESULTADOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS ATA-CHAVE
           FILE STATUS IS WS-FS-ATAS.
