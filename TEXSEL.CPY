       SELECT  TRANSF-EXPEDIDAS ASSIGN TO WS-ARQ-TRANSF-EXPEDIDAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS TEX-RGM
           FILE STATUS IS WS-FS-TRANSF-EXPED.
