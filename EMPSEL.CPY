       SELECT  EMPRESTIMOS ASSIGN TO WS-ARQ-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS EMP-CHAVE
           FILE STATUS IS WS-FS-EMPRESTIMOS.
