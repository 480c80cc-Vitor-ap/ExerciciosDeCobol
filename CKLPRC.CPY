       LE-CHECKPOINT-LOTE-PROCEDURE.
           MOVE 'N' TO WS-CKL-RETOMADA
           MOVE ZEROS TO WS-CKL-ULTIMA-CHAVE
           MOVE ZEROS TO WS-CKL-QTDE-PROCESSADOS
           MOVE SPACES TO WS-CKL-AREA-PROGRAMA
           ACCEPT WS-CKL-DATA-INICIO FROM DATE YYYYMMDD

           MOVE ZEROS TO WS-FS-CKL
           OPEN INPUT CHECKPOINT-LOTE
           IF WS-FS-CKL EQUAL ZEROS
               READ CHECKPOINT-LOTE
                   AT END
                   CONTINUE
                   NOT AT END
                   IF CKL-SITUACAO EQUAL 'EM-CURSO'
                       AND CKL-PROGRAMA EQUAL WS-CKL-PROGRAMA
                       MOVE 'S' TO WS-CKL-RETOMADA
                       MOVE CKL-DATA-INICIO TO WS-CKL-DATA-INICIO
                       MOVE CKL-ULTIMA-CHAVE TO WS-CKL-ULTIMA-CHAVE
                       MOVE CKL-QTDE-PROCESSADOS TO
                           WS-CKL-QTDE-PROCESSADOS
                       MOVE CKL-AREA-PROGRAMA TO WS-CKL-AREA-PROGRAMA
                       DISPLAY 'EXECUCAO DE ' CKL-DATA-INICIO
                           ' NAO FOI CONCLUIDA - ULTIMO PONTO DE '
                           'CONTROLE EM ' CKL-DATA ' ' CKL-HORA
                       DISPLAY 'RETOMANDO APOS A CHAVE '
                           CKL-ULTIMA-CHAVE ' ('
                           CKL-QTDE-PROCESSADOS ' JA PROCESSADOS)'
                   END-IF
               END-READ
               CLOSE CHECKPOINT-LOTE
           END-IF
           MOVE ZEROS TO WS-CKL-DESDE-ULTIMO
           .

       CONTA-CHECKPOINT-LOTE-PROCEDURE.
           ADD 1 TO WS-CKL-QTDE-PROCESSADOS
           ADD 1 TO WS-CKL-DESDE-ULTIMO
           IF WS-CKL-DESDE-ULTIMO NOT LESS THAN WS-CKL-INTERVALO
               PERFORM GRAVA-CHECKPOINT-LOTE-PROCEDURE
           END-IF
           .

       GRAVA-CHECKPOINT-LOTE-PROCEDURE.
           MOVE 'EM-CURSO' TO CKL-SITUACAO
           PERFORM ESCREVE-CHECKPOINT-LOTE-PROCEDURE
           MOVE ZEROS TO WS-CKL-DESDE-ULTIMO
           .

       ENCERRA-CHECKPOINT-LOTE-PROCEDURE.
           MOVE 'CONCLUIDO' TO CKL-SITUACAO
           PERFORM ESCREVE-CHECKPOINT-LOTE-PROCEDURE
           .

       ESCREVE-CHECKPOINT-LOTE-PROCEDURE.
           MOVE WS-CKL-PROGRAMA TO CKL-PROGRAMA
           MOVE WS-CKL-DATA-INICIO TO CKL-DATA-INICIO
           ACCEPT CKL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-CKL-HORA-AGORA FROM TIME
           COMPUTE CKL-HORA = WS-CKL-HORA-AGORA / 100
           MOVE WS-CKL-ULTIMA-CHAVE TO CKL-ULTIMA-CHAVE
           MOVE WS-CKL-QTDE-PROCESSADOS TO CKL-QTDE-PROCESSADOS
           MOVE WS-CKL-AREA-PROGRAMA TO CKL-AREA-PROGRAMA

           MOVE ZEROS TO WS-FS-CKL
           OPEN OUTPUT CHECKPOINT-LOTE
           WRITE REG-CHECKPOINT-LOTE
           CLOSE CHECKPOINT-LOTE
           .
