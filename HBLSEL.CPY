       SELECT  BOLSAS-HISTORICO ASSIGN TO WS-ARQ-BOLSAS-HISTORICO
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS HBL-CHAVE
           FILE STATUS IS WS-FS-BOLSAS-HIST.
