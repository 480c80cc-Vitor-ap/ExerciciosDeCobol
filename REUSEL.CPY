       SELECT  REUNIOES-PAIS ASSIGN TO WS-ARQ-REUNIOES-PAIS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS REU-CHAVE
           FILE STATUS IS WS-FS-REUNIOES.
