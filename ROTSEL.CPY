       SELECT  ROTAS-TRANSPORTE ASSIGN TO WS-ARQ-ROTAS-TRANSPORTE
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS ROT-CODIGO
           FILE STATUS IS WS-FS-ROTAS.
