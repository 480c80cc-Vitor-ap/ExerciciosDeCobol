       SELECT LIQUIDACAO-CARTAO ASSIGN TO WS-ARQ-LIQUIDACAO-CARTAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-LIQCARTAO.
