      * ABATE A NOTA DE DEBITO (REG-NOTA-DEBITO) DO TITULO A PAGAR
      * (REG-CPAGAR), AMBOS EM MEMORIA - QUEM CHAMA REGRAVA OS DOIS.
      * O ABATIMENTO REDUZ O VALOR DO TITULO, NAO E PAGAMENTO
       APLICA-NOTA-DEBITO-PROCEDURE.
           MOVE ZEROS TO WS-NDB-ABATER
           COMPUTE WS-NDB-SALDO-NOTA =
               ND-VALOR - ND-VALOR-UTILIZADO
           IF CP-VALOR-TOTAL GREATER THAN CP-VALOR-PAGO
               COMPUTE WS-NDB-SALDO-TITULO =
                   CP-VALOR-TOTAL - CP-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-NDB-SALDO-TITULO
           END-IF

           IF WS-NDB-SALDO-NOTA GREATER THAN WS-NDB-SALDO-TITULO
               MOVE WS-NDB-SALDO-TITULO TO WS-NDB-ABATER
           ELSE
               MOVE WS-NDB-SALDO-NOTA TO WS-NDB-ABATER
           END-IF

           IF WS-NDB-ABATER GREATER THAN ZEROS
               SUBTRACT WS-NDB-ABATER FROM CP-VALOR-TOTAL
               IF CP-VALOR-PAGO NOT LESS THAN CP-VALOR-TOTAL
                   MOVE 'QUITADO' TO CP-STATUS
               END-IF
               ADD WS-NDB-ABATER TO ND-VALOR-UTILIZADO
               MOVE CP-NUM-NOTA TO ND-TITULO-ABATIDO
               IF ND-VALOR-UTILIZADO NOT LESS THAN ND-VALOR
                   MOVE 'UTILIZADA' TO ND-STATUS
               END-IF
           END-IF.

      * CREDITOS DE DEVOLUCAO EM ABERTO COM O FORNECEDOR DO TITULO
      * (REG-CPAGAR, JA GRAVADO E COM CONTAS-PAGAR ABERTO EM I-O) SAO
      * ABATIDOS DO TITULO, DA NOTA DE DEBITO MAIS ANTIGA PARA A MAIS
      * NOVA
       APLICA-CREDITOS-FORNECEDOR-PROCEDURE.
           MOVE ZEROS TO WS-NDB-TOTAL-ABATIDO
           MOVE ZEROS TO WS-FS-NDEBITO
           OPEN I-O NOTAS-DEBITO
           IF WS-FS-NDEBITO EQUAL ZEROS
               PERFORM UNTIL WS-FS-NDEBITO EQUAL 10
                   OR CP-STATUS EQUAL 'QUITADO'
                   READ NOTAS-DEBITO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-NDEBITO
                       NOT AT END
                       IF ND-FORNECEDOR EQUAL CP-FORNECEDOR
                           AND ND-STATUS EQUAL 'CREDITO'
                           PERFORM APLICA-NOTA-DEBITO-PROCEDURE
                           IF WS-NDB-ABATER GREATER THAN ZEROS
                               REWRITE REG-CPAGAR
                               END-REWRITE
                               IF WS-FS-CPAGAR EQUAL ZEROS
                                   REWRITE REG-NOTA-DEBITO
                                   END-REWRITE
                                   ADD WS-NDB-ABATER
                                       TO WS-NDB-TOTAL-ABATIDO
                                   DISPLAY 'CREDITO DA NOTA DE DEBITO '
                                       ND-NUMERO ' ABATIDO: '
                                       WS-NDB-ABATER
                               ELSE
                                   MOVE 10 TO WS-FS-NDEBITO
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-DEBITO
           END-IF

           IF WS-NDB-TOTAL-ABATIDO GREATER THAN ZEROS
               DISPLAY 'TOTAL DE CREDITOS ABATIDOS DO TITULO: '
                   WS-NDB-TOTAL-ABATIDO
               DISPLAY 'VALOR A PAGAR DO TITULO: ' CP-VALOR-TOTAL
           END-IF.
