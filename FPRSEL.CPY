       SELECT  FALTAS-PROFESSORES ASSIGN TO WS-ARQ-FALTAS-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS FPR-CHAVE
           FILE STATUS IS WS-FS-FALTAS-PROF.
