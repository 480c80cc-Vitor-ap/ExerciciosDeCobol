      * ALUNO COM TRANSFERENCIA EXPEDIDA NAO RECEBE NOTA, CHAMADA NEM
      * COBRANCA COM DATA POSTERIOR A DA TRANSFERENCIA
       VERIFICA-TRANSF-EXPEDIDA-PROCEDURE.
           MOVE 'N' TO WS-TEX-BLOQUEADO
           MOVE ZEROS TO WS-TEX-DATA-SAIDA

           MOVE ZEROS TO WS-FS-TRANSF-EXPED
           OPEN INPUT TRANSF-EXPEDIDAS
           IF WS-FS-TRANSF-EXPED EQUAL ZEROS
               MOVE WS-TEX-RGM-TESTE TO TEX-RGM
               READ TRANSF-EXPEDIDAS RECORD
                   KEY IS TEX-RGM
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE TEX-DATA TO WS-TEX-DATA-SAIDA
                   IF WS-TEX-DATA-TESTE GREATER THAN TEX-DATA
                       MOVE 'S' TO WS-TEX-BLOQUEADO
                   END-IF
               END-READ
               CLOSE TRANSF-EXPEDIDAS
           END-IF
           .
