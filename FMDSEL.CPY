       SELECT  FICHAS-MEDICAS ASSIGN TO WS-ARQ-FICHAS-MEDICAS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS FMD-RGM
           FILE STATUS IS WS-FS-FICHAS.
