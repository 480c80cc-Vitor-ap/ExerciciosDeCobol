       SELECT NDEBITO-CONTROLE ASSIGN TO WS-ARQ-NDEBITO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NDT-ANO
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-NDEBCTL.
