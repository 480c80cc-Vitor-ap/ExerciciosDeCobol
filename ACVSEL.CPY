       SELECT  ACERVO ASSIGN TO WS-ARQ-ACERVO
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS ACV-CODIGO
           FILE STATUS IS WS-FS-ACERVO.
