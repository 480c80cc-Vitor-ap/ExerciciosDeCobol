       SELECT  REVISAO-BOLSAS ASSIGN TO WS-ARQ-REVISAO-BOLSAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS RVB-CHAVE
           FILE STATUS IS WS-FS-REVISAO.
