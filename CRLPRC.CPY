      * SALDO DE CREDITO DE LOJA DO CLIENTE - SOMENTE DOCUMENTOS
      * EM ABERTO E DENTRO DA VALIDADE
       SALDO-CREDITO-LOJA-PROCEDURE.
           MOVE ZEROS TO WS-CRL-SALDO
           ACCEPT WS-CRL-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN INPUT CREDITO-LOJA
           IF WS-FS-CREDLOJA EQUAL ZEROS
               MOVE WS-CRL-CLIENTE TO CRL-CODIGO-CLIENTE
               START CREDITO-LOJA KEY IS EQUAL TO CRL-CODIGO-CLIENTE
                   INVALID KEY
                       MOVE 10 TO WS-FS-CREDLOJA
               END-START
               PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
                   READ CREDITO-LOJA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CREDLOJA
                       NOT AT END
                       IF CRL-CODIGO-CLIENTE NOT EQUAL WS-CRL-CLIENTE
                           MOVE 10 TO WS-FS-CREDLOJA
                       ELSE
                           IF CRL-STATUS EQUAL 'ABERTO'
                               AND CRL-DATA-VALIDADE NOT LESS THAN
                                   WS-CRL-DATA-HOJE
                               ADD CRL-SALDO TO WS-CRL-SALDO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITO-LOJA
           END-IF.

      * EMITE UM DOCUMENTO DE CREDITO (NOTA DE CREDITO OU VALE-PRESENTE)
      * COM VALIDADE DE WS-CRL-VALIDADE-DIAS A PARTIR DE HOJE
       EMITE-CREDITO-LOJA-PROCEDURE.
           MOVE 'N' TO WS-CRL-EMITIDO
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN I-O CREDITO-LOJA
           IF WS-FS-CREDLOJA EQUAL 35
               OPEN OUTPUT CREDITO-LOJA
               CLOSE CREDITO-LOJA
               OPEN I-O CREDITO-LOJA
           END-IF

           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CREDITO DE LOJA'
               MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               ACCEPT WS-CRL-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-CRL-ORIGEM         TO CRL-ORIGEM
               MOVE WS-CRL-NUMERO         TO CRL-NUMERO
               MOVE WS-CRL-CLIENTE        TO CRL-CODIGO-CLIENTE
               MOVE WS-CRL-DATA-HOJE      TO CRL-DATA-EMISSAO
               COMPUTE WS-CRL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-CRL-DATA-HOJE)
                   + WS-CRL-VALIDADE-DIAS
               COMPUTE CRL-DATA-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(WS-CRL-DIAS)
               MOVE WS-CRL-VALOR          TO CRL-VALOR-ORIGINAL
               MOVE WS-CRL-VALOR          TO CRL-SALDO
               MOVE 'ABERTO'              TO CRL-STATUS
               MOVE WS-CRL-REFERENCIA     TO CRL-REFERENCIA
               MOVE WS-CRL-TIPO-PAGAMENTO TO CRL-TIPO-PAGAMENTO
               WRITE REG-CREDITO-LOJA
               IF WS-FS-CREDLOJA NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR O CREDITO DE LOJA '
                       CRL-DOCUMENTO
                   MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   MOVE 'S' TO WS-CRL-EMITIDO
                   MOVE 'EMISSAO' TO WS-CRL-MOV-TIPO
                   MOVE WS-CRL-VALOR TO WS-CRL-MOV-VALOR
                   MOVE SPACES TO WS-CRL-PEDIDO
                   PERFORM GRAVA-CREDITO-MOV-PROCEDURE
                   DISPLAY 'CREDITO DE LOJA ' CRL-DOCUMENTO
                       ' VALIDO ATE ' CRL-DATA-VALIDADE
               END-IF
               CLOSE CREDITO-LOJA
           END-IF
           MOVE SPACES TO WS-CRL-TIPO-PAGAMENTO.

      * CONSOME ATE WS-CRL-VALOR DO SALDO DO CLIENTE, DOS DOCUMENTOS
      * MAIS ANTIGOS PARA OS MAIS NOVOS - DEVOLVE WS-CRL-CONSUMIDO
       CONSOME-CREDITO-LOJA-PROCEDURE.
           MOVE ZEROS TO WS-CRL-CONSUMIDO
           MOVE WS-CRL-VALOR TO WS-CRL-RESTA
           ACCEPT WS-CRL-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN I-O CREDITO-LOJA
           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CREDITO DE LOJA'
               MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE WS-CRL-CLIENTE TO CRL-CODIGO-CLIENTE
               START CREDITO-LOJA KEY IS EQUAL TO CRL-CODIGO-CLIENTE
                   INVALID KEY
                       MOVE 10 TO WS-FS-CREDLOJA
               END-START
               PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
                   OR WS-CRL-RESTA EQUAL ZEROS
                   READ CREDITO-LOJA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CREDLOJA
                       NOT AT END
                       IF CRL-CODIGO-CLIENTE NOT EQUAL WS-CRL-CLIENTE
                           MOVE 10 TO WS-FS-CREDLOJA
                       ELSE
                           IF CRL-STATUS EQUAL 'ABERTO'
                               AND CRL-DATA-VALIDADE NOT LESS THAN
                                   WS-CRL-DATA-HOJE
                               AND CRL-SALDO GREATER THAN ZEROS
                               PERFORM CONSOME-UM-CREDITO-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITO-LOJA
           END-IF.

       CONSOME-UM-CREDITO-PROCEDURE.
           IF CRL-SALDO GREATER THAN WS-CRL-RESTA
               MOVE WS-CRL-RESTA TO WS-CRL-MOV-VALOR
           ELSE
               MOVE CRL-SALDO TO WS-CRL-MOV-VALOR
           END-IF
           SUBTRACT WS-CRL-MOV-VALOR FROM CRL-SALDO
           IF CRL-SALDO EQUAL ZEROS
               MOVE 'UTILIZADO' TO CRL-STATUS
           END-IF
           REWRITE REG-CREDITO-LOJA
           END-REWRITE
           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO BAIXAR O CREDITO ' CRL-DOCUMENTO
               MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 10 TO WS-FS-CREDLOJA
           ELSE
               ADD WS-CRL-MOV-VALOR TO WS-CRL-CONSUMIDO
               SUBTRACT WS-CRL-MOV-VALOR FROM WS-CRL-RESTA
               MOVE 'USO' TO WS-CRL-MOV-TIPO
               COMPUTE WS-CRL-MOV-VALOR = ZERO - WS-CRL-MOV-VALOR
               PERFORM GRAVA-CREDITO-MOV-PROCEDURE
           END-IF.

      * DEVOLVE AO CLIENTE O CREDITO CONSUMIDO PELO PEDIDO WS-CRL-PEDIDO
      * (CANCELAMENTO) - DEVOLVE O TOTAL ESTORNADO EM WS-CRL-CONSUMIDO
       ESTORNA-CREDITO-LOJA-PROCEDURE.
           MOVE ZEROS TO WS-CRL-CONSUMIDO
           MOVE ZEROS TO WS-CRL-QTDE-EST

           MOVE ZEROS TO WS-FS-CREDMOV
           OPEN INPUT CREDITO-MOVIMENTOS
           IF WS-FS-CREDMOV EQUAL ZEROS
               PERFORM UNTIL WS-FS-CREDMOV EQUAL 10
                   READ CREDITO-MOVIMENTOS
                       AT END
                       MOVE 10 TO WS-FS-CREDMOV
                       NOT AT END
                       IF CRM-CODIGO-PEDIDO EQUAL WS-CRL-PEDIDO
                           AND (CRM-TIPO EQUAL 'USO'
                               OR CRM-TIPO EQUAL 'ESTORNO')
                           PERFORM ACUMULA-ESTORNO-CREDITO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITO-MOVIMENTOS
           END-IF

           IF WS-CRL-QTDE-EST GREATER THAN ZEROS
               MOVE ZEROS TO WS-FS-CREDLOJA
               OPEN I-O CREDITO-LOJA
               IF WS-FS-CREDLOJA NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CREDITO DE LOJA'
                   MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   PERFORM VARYING WS-CRL-IDX FROM 1 BY 1
                       UNTIL WS-CRL-IDX GREATER THAN WS-CRL-QTDE-EST
                       IF WS-CRL-EST-VALOR(WS-CRL-IDX) LESS THAN ZEROS
                           PERFORM ESTORNA-UM-CREDITO-PROCEDURE
                       END-IF
                   END-PERFORM
                   CLOSE CREDITO-LOJA
               END-IF
           END-IF.

       ACUMULA-ESTORNO-CREDITO-PROCEDURE.
           MOVE ZEROS TO WS-CRL-ACHOU
           PERFORM VARYING WS-CRL-IDX FROM 1 BY 1
               UNTIL WS-CRL-IDX GREATER THAN WS-CRL-QTDE-EST
               IF WS-CRL-EST-DOCUMENTO(WS-CRL-IDX) EQUAL CRM-DOCUMENTO
                   MOVE WS-CRL-IDX TO WS-CRL-ACHOU
               END-IF
           END-PERFORM

           IF WS-CRL-ACHOU EQUAL ZEROS
               AND WS-CRL-QTDE-EST LESS THAN 50
               ADD 1 TO WS-CRL-QTDE-EST
               MOVE WS-CRL-QTDE-EST TO WS-CRL-ACHOU
               MOVE CRM-DOCUMENTO
                   TO WS-CRL-EST-DOCUMENTO(WS-CRL-ACHOU)
               MOVE ZEROS TO WS-CRL-EST-VALOR(WS-CRL-ACHOU)
           END-IF

           IF WS-CRL-ACHOU GREATER THAN ZEROS
               ADD CRM-VALOR TO WS-CRL-EST-VALOR(WS-CRL-ACHOU)
           END-IF.

       ESTORNA-UM-CREDITO-PROCEDURE.
           MOVE WS-CRL-EST-DOCUMENTO(WS-CRL-IDX) TO CRL-DOCUMENTO
           READ CREDITO-LOJA RECORD
               KEY IS CRL-DOCUMENTO
               INVALID KEY
               DISPLAY 'CREDITO DE LOJA ' CRL-DOCUMENTO
                   ' NAO ENCONTRADO - ESTORNO NAO EFETUADO'
               NOT INVALID KEY
               COMPUTE WS-CRL-MOV-VALOR =
                   ZERO - WS-CRL-EST-VALOR(WS-CRL-IDX)
               ADD WS-CRL-MOV-VALOR TO CRL-SALDO
               IF CRL-STATUS EQUAL 'UTILIZADO'
                   MOVE 'ABERTO' TO CRL-STATUS
               END-IF
               REWRITE REG-CREDITO-LOJA
               END-REWRITE
               IF WS-FS-CREDLOJA EQUAL ZEROS
                   ADD WS-CRL-MOV-VALOR TO WS-CRL-CONSUMIDO
                   MOVE 'ESTORNO' TO WS-CRL-MOV-TIPO
                   PERFORM GRAVA-CREDITO-MOV-PROCEDURE
               END-IF
           END-READ.

      * REGISTRA O MOVIMENTO DO DOCUMENTO CORRENTE DE CREDITO-LOJA
       GRAVA-CREDITO-MOV-PROCEDURE.
           MOVE ZEROS TO WS-FS-CREDMOV
           OPEN EXTEND CREDITO-MOVIMENTOS
           IF WS-FS-CREDMOV EQUAL 35
               OPEN OUTPUT CREDITO-MOVIMENTOS
           END-IF

           ACCEPT CRM-DATA FROM DATE YYYYMMDD
           MOVE WS-CRL-MOV-TIPO    TO CRM-TIPO
           MOVE CRL-DOCUMENTO      TO CRM-DOCUMENTO
           MOVE CRL-CODIGO-CLIENTE TO CRM-CODIGO-CLIENTE
           MOVE WS-CRL-MOV-VALOR   TO CRM-VALOR
           MOVE WS-CRL-PEDIDO      TO CRM-CODIGO-PEDIDO
           WRITE REG-CREDITO-MOVIMENTO

           CLOSE CREDITO-MOVIMENTOS.
