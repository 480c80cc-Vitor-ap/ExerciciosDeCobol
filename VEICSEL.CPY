       SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEI-CODIGO
           FILE STATUS IS WS-FS-VEICULOS.
