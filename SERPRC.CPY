      * LE OS NUMEROS DE SERIE DE UM LANCAMENTO (WS-SER-QTDE UNIDADES)
      * E CONFERE CADA UM CONFORME WS-SER-MODO:
      *   E - ENTRADA   : NUMERO AINDA NAO CADASTRADO
      *   V - VENDA     : UNIDADE EM ESTOQUE OU DEVOLVIDA
      *   D - DEVOLUCAO : UNIDADE VENDIDA NO PEDIDO/ITEM INFORMADO
      *   R - REPARO    : IDEM DEVOLUCAO (GARANTIA DO ITEM VENDIDO)
      *   S - SAIDA     : DEVOLUCAO AO FORNECEDOR, UNIDADE EM ESTOQUE
       CAPTURA-SERIES-PROCEDURE.
           MOVE 'S' TO WS-SER-OK
           MOVE ZEROS TO WS-SER-QTDE-LIDA

           IF WS-SER-QTDE GREATER THAN 50
               DISPLAY 'MAXIMO DE 50 UNIDADES SERIALIZADAS POR '
                   'LANCAMENTO'
               MOVE 'N' TO WS-SER-OK
           ELSE
               MOVE ZEROS TO WS-FS-SERIES
               OPEN I-O NUMEROS-SERIE
               IF WS-FS-SERIES EQUAL 35
                   OPEN OUTPUT NUMEROS-SERIE
                   CLOSE NUMEROS-SERIE
                   OPEN I-O NUMEROS-SERIE
               END-IF

               PERFORM UNTIL WS-SER-QTDE-LIDA NOT LESS THAN WS-SER-QTDE
                   OR WS-SER-OK NOT EQUAL 'S'
                   COMPUTE WS-SER-PROXIMO = WS-SER-QTDE-LIDA + 1
                   DISPLAY 'NUMERO DE SERIE ' WS-SER-PROXIMO ' DE '
                       WS-SER-QTDE ' (BRANCO CANCELA): '
                   MOVE SPACES TO WS-SER-DIGITADO
                   ACCEPT WS-SER-DIGITADO
                   IF WS-SER-DIGITADO EQUAL SPACES
                       MOVE 'N' TO WS-SER-OK
                   ELSE
                       PERFORM VALIDA-SERIE-PROCEDURE
                       IF WS-SER-VALIDO EQUAL 'S'
                           ADD 1 TO WS-SER-QTDE-LIDA
                           MOVE WS-SER-DIGITADO
                               TO WS-SER-CAPTURADO(WS-SER-QTDE-LIDA)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE NUMEROS-SERIE
           END-IF.

       VALIDA-SERIE-PROCEDURE.
           MOVE 'S' TO WS-SER-VALIDO

           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
               UNTIL WS-SER-IDX GREATER THAN WS-SER-QTDE-LIDA
               IF WS-SER-CAPTURADO(WS-SER-IDX) EQUAL WS-SER-DIGITADO
                   MOVE 'N' TO WS-SER-VALIDO
               END-IF
           END-PERFORM
           IF WS-SER-VALIDO NOT EQUAL 'S'
               DISPLAY 'NUMERO DE SERIE JA INFORMADO NESTE LANCAMENTO'
           ELSE
           MOVE WS-SER-PRODUTO TO SER-CODIGO-PRODUTO
           MOVE WS-SER-DIGITADO TO SER-NUMERO
           READ NUMEROS-SERIE RECORD
               KEY IS SER-CHAVE
               INVALID KEY
               IF WS-SER-MODO NOT EQUAL 'E'
                   DISPLAY 'NUMERO DE SERIE NAO CADASTRADO PARA O '
                       'PRODUTO'
                   MOVE 'N' TO WS-SER-VALIDO
               END-IF
               NOT INVALID KEY
               IF WS-SER-MODO EQUAL 'E'
                   DISPLAY 'NUMERO DE SERIE JA CADASTRADO - STATUS: '
                       SER-STATUS
                   MOVE 'N' TO WS-SER-VALIDO
               ELSE IF WS-SER-MODO EQUAL 'V' OR WS-SER-MODO EQUAL 'S'
                   IF SER-STATUS NOT EQUAL 'ESTOQUE'
                       AND SER-STATUS NOT EQUAL 'DEVOLVIDO'
                       DISPLAY 'UNIDADE NAO DISPONIVEL - STATUS: '
                           SER-STATUS
                       MOVE 'N' TO WS-SER-VALIDO
                   END-IF
               ELSE
                   IF SER-STATUS NOT EQUAL 'VENDIDO'
                       OR SER-CODIGO-PEDIDO NOT EQUAL WS-SER-PEDIDO
                       OR SER-NUM-ITEM NOT EQUAL WS-SER-ITEM
                       DISPLAY 'UNIDADE NAO FOI VENDIDA NESTE PEDIDO/'
                           'ITEM - STATUS: ' SER-STATUS
                           ' PEDIDO: ' SER-CODIGO-PEDIDO
                       MOVE 'N' TO WS-SER-VALIDO
                   END-IF
               END-IF
           END-READ
           END-IF.

      * LOCALIZA UMA UNIDADE (WS-SER-PRODUTO + WS-SER-DIGITADO) NO
      * CADASTRO DE NUMEROS DE SERIE
       BUSCA-SERIE-PROCEDURE.
           MOVE 'N' TO WS-SER-ACHOU
           MOVE ZEROS TO WS-FS-SERIES
           OPEN INPUT NUMEROS-SERIE
           IF WS-FS-SERIES EQUAL ZEROS
               MOVE WS-SER-PRODUTO TO SER-CODIGO-PRODUTO
               MOVE WS-SER-DIGITADO TO SER-NUMERO
               READ NUMEROS-SERIE RECORD
                   KEY IS SER-CHAVE
                   INVALID KEY
                   MOVE 'N' TO WS-SER-ACHOU
                   NOT INVALID KEY
                   MOVE 'S' TO WS-SER-ACHOU
               END-READ
               CLOSE NUMEROS-SERIE
           END-IF.

      * APLICA O MOVIMENTO (WS-SER-MODO) A TODOS OS NUMEROS CAPTURADOS
       ATUALIZA-SERIES-PROCEDURE.
           MOVE ZEROS TO WS-FS-SERIES
           OPEN I-O NUMEROS-SERIE
           IF WS-FS-SERIES EQUAL 35
               OPEN OUTPUT NUMEROS-SERIE
               CLOSE NUMEROS-SERIE
               OPEN I-O NUMEROS-SERIE
           END-IF

           ACCEPT WS-SER-DATA-AGORA FROM DATE YYYYMMDD
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
               UNTIL WS-SER-IDX GREATER THAN WS-SER-QTDE-LIDA
               MOVE WS-SER-PRODUTO TO SER-CODIGO-PRODUTO
               MOVE WS-SER-CAPTURADO(WS-SER-IDX) TO SER-NUMERO
               READ NUMEROS-SERIE RECORD
                   KEY IS SER-CHAVE
                   INVALID KEY
                   PERFORM MOVIMENTA-SERIE-PROCEDURE
                   WRITE REG-NUMERO-SERIE
                   END-WRITE
                   NOT INVALID KEY
                   PERFORM MOVIMENTA-SERIE-PROCEDURE
                   REWRITE REG-NUMERO-SERIE
                   END-REWRITE
               END-READ
               PERFORM GRAVA-HISTORICO-SERIE-PROCEDURE
           END-PERFORM

           CLOSE NUMEROS-SERIE.

       MOVIMENTA-SERIE-PROCEDURE.
           IF WS-SER-MODO EQUAL 'E'
               MOVE 'ESTOQUE' TO SER-STATUS
               MOVE SPACES TO SER-STATUS-ANTERIOR
               MOVE WS-SER-FORNECEDOR TO SER-FORNECEDOR
               MOVE WS-SER-DOCUMENTO TO SER-DOC-ENTRADA
               MOVE WS-SER-DATA-AGORA TO SER-DATA-ENTRADA
               MOVE ZEROS TO SER-CODIGO-PEDIDO
               MOVE ZEROS TO SER-NUM-ITEM
               MOVE ZEROS TO SER-CODIGO-CLIENTE
               MOVE ZEROS TO SER-DATA-VENDA
               MOVE ZEROS TO SER-CODIGO-OS
               MOVE 'ENTRADA' TO WS-SER-EVENTO
           ELSE IF WS-SER-MODO EQUAL 'V'
               MOVE 'VENDIDO' TO SER-STATUS
               MOVE WS-SER-PEDIDO TO SER-CODIGO-PEDIDO
               MOVE WS-SER-ITEM TO SER-NUM-ITEM
               MOVE WS-SER-CLIENTE TO SER-CODIGO-CLIENTE
               MOVE WS-SER-DATA-AGORA TO SER-DATA-VENDA
               MOVE 'VENDA' TO WS-SER-EVENTO
           ELSE IF WS-SER-MODO EQUAL 'D'
               MOVE 'DEVOLVIDO' TO SER-STATUS
               MOVE 'DEVOLUCAO' TO WS-SER-EVENTO
           ELSE IF WS-SER-MODO EQUAL 'S'
               MOVE 'DEV-FORN' TO SER-STATUS
               MOVE 'DEV-FORN' TO WS-SER-EVENTO
           ELSE IF WS-SER-MODO EQUAL 'R'
               MOVE SER-STATUS TO SER-STATUS-ANTERIOR
               MOVE 'REPARO' TO SER-STATUS
               MOVE WS-SER-OS TO SER-CODIGO-OS
               MOVE 'REPARO' TO WS-SER-EVENTO
           END-IF
           MOVE WS-SER-DATA-AGORA TO SER-DATA-STATUS.

      * NA ENTREGA DA ORDEM DE SERVICO A UNIDADE VOLTA A SITUACAO QUE
      * TINHA ANTES DE ENTRAR EM REPARO
       LIBERA-SERIES-OS-PROCEDURE.
           MOVE ZEROS TO WS-FS-SERIES
           OPEN I-O NUMEROS-SERIE
           IF WS-FS-SERIES EQUAL ZEROS
               ACCEPT WS-SER-DATA-AGORA FROM DATE YYYYMMDD
               MOVE 'FIM-REPARO' TO WS-SER-EVENTO
               PERFORM UNTIL WS-FS-SERIES EQUAL 10
                   READ NUMEROS-SERIE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SERIES
                       NOT AT END
                       IF SER-CODIGO-OS EQUAL WS-SER-OS
                           AND SER-STATUS EQUAL 'REPARO'
                           IF SER-STATUS-ANTERIOR EQUAL SPACES
                               MOVE 'VENDIDO' TO SER-STATUS
                           ELSE
                               MOVE SER-STATUS-ANTERIOR TO SER-STATUS
                           END-IF
                           MOVE SPACES TO SER-STATUS-ANTERIOR
                           MOVE WS-SER-DATA-AGORA TO SER-DATA-STATUS
                           REWRITE REG-NUMERO-SERIE
                           END-REWRITE
                           PERFORM GRAVA-HISTORICO-SERIE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NUMEROS-SERIE
           END-IF.

      * PEDIDO CANCELADO OU ITENS DESCARTADOS - AS UNIDADES VENDIDAS NO
      * PEDIDO WS-SER-PEDIDO VOLTAM PARA O ESTOQUE
       ESTORNA-SERIES-PEDIDO-PROCEDURE.
           MOVE ZEROS TO WS-FS-SERIES
           OPEN I-O NUMEROS-SERIE
           IF WS-FS-SERIES EQUAL ZEROS
               ACCEPT WS-SER-DATA-AGORA FROM DATE YYYYMMDD
               MOVE 'ESTORNO' TO WS-SER-EVENTO
               MOVE WS-SER-PEDIDO TO WS-SER-DOCUMENTO
               PERFORM UNTIL WS-FS-SERIES EQUAL 10
                   READ NUMEROS-SERIE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SERIES
                       NOT AT END
                       IF SER-CODIGO-PEDIDO EQUAL WS-SER-PEDIDO
                           AND SER-STATUS EQUAL 'VENDIDO'
                           MOVE 'ESTOQUE' TO SER-STATUS
                           MOVE ZEROS TO SER-CODIGO-PEDIDO
                           MOVE ZEROS TO SER-NUM-ITEM
                           MOVE ZEROS TO SER-CODIGO-CLIENTE
                           MOVE ZEROS TO SER-DATA-VENDA
                           MOVE WS-SER-DATA-AGORA TO SER-DATA-STATUS
                           REWRITE REG-NUMERO-SERIE
                           END-REWRITE
                           PERFORM GRAVA-HISTORICO-SERIE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NUMEROS-SERIE
           END-IF.

       GRAVA-HISTORICO-SERIE-PROCEDURE.
           MOVE ZEROS TO WS-FS-SERHIST
           OPEN EXTEND HISTORICO-SERIE
           IF WS-FS-SERHIST EQUAL 35
               OPEN OUTPUT HISTORICO-SERIE
           END-IF

           ACCEPT WS-SER-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-SER-HORA-AGORA FROM TIME

           MOVE WS-SER-DATA-AGORA      TO SRH-DATA
           COMPUTE SRH-HORA = WS-SER-HORA-AGORA / 100
           MOVE SER-CODIGO-PRODUTO     TO SRH-CODIGO-PRODUTO
           MOVE SER-NUMERO             TO SRH-NUMERO
           MOVE WS-SER-EVENTO          TO SRH-EVENTO
           MOVE WS-SER-DOCUMENTO       TO SRH-DOCUMENTO
           MOVE SER-STATUS             TO SRH-STATUS
           WRITE REG-HISTORICO-SERIE

           CLOSE HISTORICO-SERIE
           .
