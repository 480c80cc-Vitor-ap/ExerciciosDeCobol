       SELECT  DIARIO-CLASSE ASSIGN TO WS-ARQ-DIARIO-CLASSE
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS DCL-CHAVE
           FILE STATUS IS WS-FS-DIARIO.
