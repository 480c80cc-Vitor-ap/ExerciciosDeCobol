       SELECT PEDIDOS-WEB-CONTROLE ASSIGN TO WS-ARQ-PEDIDOS-WEB-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PWB-NUM-WEB
           FILE STATUS IS WS-FS-PWEBCTL.
