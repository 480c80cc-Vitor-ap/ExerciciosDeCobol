       SELECT  BOLSAS ASSIGN TO WS-ARQ-BOLSAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS BOL-RGM
           FILE STATUS IS WS-FS-BOLSAS.
