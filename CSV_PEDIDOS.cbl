       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           MOVE 'CSV-PEDIDOS' TO WS-MAN-INTERFACE
           PERFORM VERIFICA-AMBIENTE-INTERFACE-PROCEDURE
           IF WS-MAN-BLOQUEADA EQUAL 'S'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'EXPORTA-CSV-PEDIDOS' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
