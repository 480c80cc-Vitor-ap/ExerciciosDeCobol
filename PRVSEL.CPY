       SELECT  CALENDARIO-PROVAS ASSIGN TO WS-ARQ-CALENDARIO-PROVAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS PRV-CHAVE
           FILE STATUS IS WS-FS-PROVAS.
