      * CADA BAIXA DE TITULO (REC = RECEBER, PAG = PAGAR, MEN =
      * MENSALIDADE) FICA COM A SUA DATA E O SEU VALOR; O VALOR PAGO
      * DO TITULO E ACUMULADO
       GRAVA-BAIXA-TITULO-PROCEDURE.
           MOVE ZEROS TO WS-FS-BAIXAS
           OPEN EXTEND BAIXAS-TITULOS
           IF WS-FS-BAIXAS EQUAL 35
               OPEN OUTPUT BAIXAS-TITULOS
           END-IF

           MOVE WS-BXT-ORIGEM         TO BXT-ORIGEM
           MOVE WS-BXT-CHAVE          TO BXT-CHAVE
           MOVE WS-BXT-DATA-PAGAMENTO TO BXT-DATA-PAGAMENTO
           MOVE WS-BXT-VALOR          TO BXT-VALOR
           WRITE REG-BAIXA-TITULO

           CLOSE BAIXAS-TITULOS
           .
