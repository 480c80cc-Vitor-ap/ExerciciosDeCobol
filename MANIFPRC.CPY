               CLOSE MANIFESTOS
           END-IF
           .

      * INTERFACE EXTERNA NAO E GERADA A PARTIR DO AMBIENTE DE
      * TREINAMENTO - O CHAMADOR DESISTE QUANDO WS-MAN-BLOQUEADA = 'S'
       VERIFICA-AMBIENTE-INTERFACE-PROCEDURE.
           MOVE 'N' TO WS-MAN-BLOQUEADA
           IF WS-AMB-NOME EQUAL 'TREINO'
               MOVE 'S' TO WS-MAN-BLOQUEADA
               DISPLAY '*** TREINAMENTO ***'
               DISPLAY 'INTERFACE ' WS-MAN-INTERFACE
                   ' NAO E GERADA NO AMBIENTE DE TREINAMENTO'
           END-IF
           .
