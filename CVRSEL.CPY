       SELECT  CONVITES-REUNIAO ASSIGN TO WS-ARQ-CONVITES-REUNIAO
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS CVR-CHAVE
           FILE STATUS IS WS-FS-CONVITES.
