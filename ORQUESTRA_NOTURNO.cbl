       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-IDX               PIC 9(02) VALUE ZEROS.
       77 WS-FALHOU            PIC X(01) VALUE 'N'.
       77 WS-PASSO5-LIDO       PIC X(01) VALUE 'N'.

       COPY FERWS.
       COPY JOBJWS.

       01 WS-CADEIA.
           03 WS-PASSOS OCCURS 5 TIMES.
               05 WS-PASSO-PROGRAMA    PIC X(25).
               05 WS-PASSO-RESULTADO   PIC X(08).

           MOVE 'BACKUP-ARQUIVOS-CRUD' TO WS-PASSO-PROGRAMA(2)
           MOVE 'RELATORIO-VENDAS-DIARIO' TO WS-PASSO-PROGRAMA(3)
           MOVE 'RECONCILIACAO-PEDIDOS' TO WS-PASSO-PROGRAMA(4)
           MOVE 'VERIFICA-INTEGRIDADE' TO WS-PASSO-PROGRAMA(5)
           MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(1)
           MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(2)
           MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(3)
           MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(4)
           MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(5)

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               STOP RUN
           END-IF

           MOVE 'ORQUESTRA-NOTURNO' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           PERFORM CARREGA-STATUS-ANTERIOR-PROCEDURE

           IF WS-PASSO-INICIAL GREATER THAN 1

           MOVE 'N' TO WS-FALHOU
           PERFORM VARYING WS-PASSO-CORRENTE FROM WS-PASSO-INICIAL
               BY 1 UNTIL WS-PASSO-CORRENTE GREATER THAN 5
               OR WS-FALHOU EQUAL 'S'
               PERFORM EXECUTA-PASSO-PROCEDURE
           END-PERFORM

           MOVE 'ORQUESTRA-NOTURNO' TO WS-JOB-PROGRAMA
           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 5
               IF WS-PASSO-RESULTADO(WS-IDX) EQUAL 'OK'
                   ADD 1 TO WS-JOB-CONTAGEM
               END-IF
           END-PERFORM

           IF WS-FALHOU EQUAL 'S'
               DISPLAY 'CADEIA INTERROMPIDA - CORRIJA E EXECUTE'
               DISPLAY 'NOVAMENTE PARA RETOMAR DO PASSO COM ERRO'
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CADEIA NOTURNA CONCLUIDA COM SUCESSO'
               MOVE 'OK' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 0 TO RETURN-CODE
           END-IF

           IF WS-FS-BATCH NOT EQUAL ZEROS
               CONTINUE
           ELSE
               MOVE 'N' TO WS-PASSO5-LIDO
               PERFORM UNTIL WS-FS-BATCH EQUAL 1
                   READ BATCH-STATUS
                       AT END MOVE 1 TO WS-FS-BATCH
                       NOT AT END
                       IF BST-PASSO NOT LESS THAN 1
                           AND BST-PASSO NOT GREATER THAN 5
                           MOVE BST-RESULTADO
                               TO WS-PASSO-RESULTADO(BST-PASSO)
                       END-IF
                       IF BST-PASSO EQUAL 5
                           MOVE 'S' TO WS-PASSO5-LIDO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-STATUS

      * STATUS GRAVADO PELA CADEIA ANTIGA, DE QUATRO PASSOS, NAO TEM O
      * PASSO 5; ELE NAO PODE SEGURAR A RETOMADA DOS DEMAIS
               IF WS-PASSO5-LIDO NOT EQUAL 'S'
                   MOVE 'OK' TO WS-PASSO-RESULTADO(5)
               END-IF

               IF WS-PASSO-RESULTADO(1) EQUAL 'OK'
                   AND WS-PASSO-RESULTADO(2) EQUAL 'OK'
                   AND WS-PASSO-RESULTADO(3) EQUAL 'OK'
                   AND WS-PASSO-RESULTADO(4) EQUAL 'OK'
                   AND WS-PASSO-RESULTADO(5) EQUAL 'OK'
                   MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(1)
                   MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(2)
                   MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(3)
                   MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(4)
                   MOVE 'PENDENTE' TO WS-PASSO-RESULTADO(5)
                   MOVE 1 TO WS-PASSO-INICIAL
               ELSE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER THAN 5
                       IF WS-PASSO-RESULTADO(WS-IDX) NOT EQUAL 'OK'
                           AND WS-PASSO-INICIAL EQUAL 1
                           AND WS-IDX GREATER THAN 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER THAN 5
                       IF WS-PASSO-RESULTADO(WS-IDX) NOT EQUAL 'OK'
                           MOVE WS-IDX TO WS-PASSO-INICIAL
                           MOVE 5 TO WS-IDX
                   CALL 'RELATORIO-VENDAS-DIARIO'
               WHEN 4
                   CALL 'RECONCILIACAO-PEDIDOS'
               WHEN 5
                   CALL 'VERIFICA-INTEGRIDADE'
           END-EVALUATE

           IF RETURN-CODE GREATER THAN 4
       GRAVA-STATUS-PROCEDURE.
           OPEN OUTPUT BATCH-STATUS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 5
               MOVE WS-IDX TO BST-PASSO
               MOVE WS-PASSO-PROGRAMA(WS-IDX) TO BST-PROGRAMA
               MOVE WS-DATA-HOJE TO BST-DATA
