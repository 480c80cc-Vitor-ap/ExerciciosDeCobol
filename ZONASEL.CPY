       SELECT ZONAS-ENTREGA ASSIGN TO WS-ARQ-ZONAS-ENTREGA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ZON-CODIGO
           FILE STATUS IS WS-FS-ZONAS.
