       SELECT  INSCRICOES-EXTRA ASSIGN TO WS-ARQ-INSCRICOES-EXTRA
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS IEX-CHAVE
           FILE STATUS IS WS-FS-INSCRICOES.
