       SELECT  ATIVIDADES-EXTRA ASSIGN TO WS-ARQ-ATIVIDADES-EXTRA
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS ATV-CODIGO
           FILE STATUS IS WS-FS-ATIVIDADES.
