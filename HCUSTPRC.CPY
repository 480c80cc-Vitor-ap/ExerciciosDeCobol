       GRAVA-HISTCUSTO-PROCEDURE.
           MOVE ZEROS TO WS-FS-HISTCUSTO
           OPEN EXTEND HISTORICO-CUSTO
           IF WS-FS-HISTCUSTO EQUAL 35
               OPEN OUTPUT HISTORICO-CUSTO
           END-IF

           ACCEPT WS-HCU-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HCU-HORA-AGORA FROM TIME

           MOVE WS-HCU-DATA-AGORA      TO HCU-DATA
           COMPUTE HCU-HORA = WS-HCU-HORA-AGORA / 100
           MOVE WS-HCU-CODIGO-PRODUTO  TO HCU-CODIGO-PRODUTO
           MOVE WS-HCU-ORIGEM          TO HCU-ORIGEM
           MOVE WS-HCU-DOCUMENTO       TO HCU-DOCUMENTO
           MOVE WS-HCU-FORNECEDOR      TO HCU-FORNECEDOR
           MOVE WS-HCU-SALDO-ANTERIOR  TO HCU-SALDO-ANTERIOR
           MOVE WS-HCU-CUSTO-ANTERIOR  TO HCU-CUSTO-ANTERIOR
           MOVE WS-HCU-QTDE-ENTRADA    TO HCU-QTDE-ENTRADA
           MOVE WS-HCU-CUSTO-ENTRADA   TO HCU-CUSTO-ENTRADA
           MOVE WS-HCU-RATEIO-UNITARIO TO HCU-RATEIO-UNITARIO
           MOVE WS-HCU-CUSTO-NOVO      TO HCU-CUSTO-NOVO
           WRITE REG-HIST-CUSTO

           CLOSE HISTORICO-CUSTO
           .
