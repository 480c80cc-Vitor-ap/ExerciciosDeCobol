       SELECT  RISCO-ALUNOS ASSIGN TO WS-ARQ-RISCO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS RSC-CHAVE
           FILE STATUS IS WS-FS-RISCO.
