                       END-DELETE

                       DISPLAY "ALUNO DA ESPERA MATRICULADO!"
                       MOVE ESP-RGM TO WS-RGM-BUSCA
                       PERFORM CRIA-CHECKLIST-PROCEDURE
                       MOVE "MATRICULA" TO WS-AUD-PROGRAMA
                       MOVE "PROM-ESPERA" TO WS-AUD-OPERACAO
                       MOVE ESP-RGM TO WS-AUD-CHAVE
