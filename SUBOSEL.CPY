       SELECT SUBST-OCORRENCIAS ASSIGN TO WS-ARQ-SUBST-OCORRENCIAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SUBSTOCOR.
