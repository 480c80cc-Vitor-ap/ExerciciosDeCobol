       SELECT NUMEROS-SERIE ASSIGN TO WS-ARQ-NUMEROS-SERIE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SER-CHAVE
           FILE STATUS IS WS-FS-SERIES.

       SELECT HISTORICO-SERIE ASSIGN TO WS-ARQ-HISTORICO-SERIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SERHIST.
