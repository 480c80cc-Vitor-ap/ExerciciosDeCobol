       SELECT PLANO-CONTAS ASSIGN TO WS-ARQ-PLANO-CONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLC-CONTA
           FILE STATUS IS WS-FS-PLANO.
