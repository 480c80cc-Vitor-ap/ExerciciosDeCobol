       SELECT ACORDOS-CONTROLE ASSIGN TO WS-ARQ-ACORDOS-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACC-ANO
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-ACDCTL.
