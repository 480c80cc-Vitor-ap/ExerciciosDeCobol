       SELECT TECNICOS ASSIGN TO WS-ARQ-TECNICOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TEC-CODIGO
           FILE STATUS IS WS-FS-TECNICOS.
