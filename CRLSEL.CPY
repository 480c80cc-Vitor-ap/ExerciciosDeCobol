       SELECT CREDITO-LOJA ASSIGN TO WS-ARQ-CREDITO-LOJA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRL-DOCUMENTO
           ALTERNATE RECORD KEY IS CRL-CODIGO-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-FS-CREDLOJA.
