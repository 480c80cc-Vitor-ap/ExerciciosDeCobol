       SELECT  TRANSPORTE-ALUNOS ASSIGN TO WS-ARQ-TRANSPORTE-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS TAL-RGM
           FILE STATUS IS WS-FS-TRANSP-ALUNOS.
