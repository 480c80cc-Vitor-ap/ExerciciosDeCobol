       SELECT CHECKPOINT-LOTE ASSIGN TO WS-ARQ-CHECKPOINT-LOTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CKL.
