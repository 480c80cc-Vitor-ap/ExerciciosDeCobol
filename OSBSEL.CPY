       SELECT OS-BANCADA ASSIGN TO WS-ARQ-OS-BANCADA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OSB-CODIGO-OS
           FILE STATUS IS WS-FS-OSBANCADA.
