       SELECT SCORE-FORNECEDORES ASSIGN TO WS-ARQ-SCORE-FORNECEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCF-FORNECEDOR
           FILE STATUS IS WS-FS-SCORE.
