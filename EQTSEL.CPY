       SELECT  EMISSOES-QUITACAO ASSIGN TO WS-ARQ-EMISSOES-QUITACAO
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS EQT-CHAVE
           FILE STATUS IS WS-FS-EMISSOES.
