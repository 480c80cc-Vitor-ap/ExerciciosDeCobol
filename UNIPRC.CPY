      *    UNIDADES DO PRODUTO LIDO EM REG-PRODUTO - CADASTRO SEM
      *    UNIDADE INFORMADA VALE COMO 'UN' COM FATOR 1
       CARREGA-UNIDADES-PRODUTO-PROCEDURE.
           MOVE PROD-UNIDADE-VENDA TO WS-UNI-VENDA
           MOVE PROD-UNIDADE-COMPRA TO WS-UNI-COMPRA
           MOVE PROD-FATOR-COMPRA TO WS-UNI-FATOR
           IF WS-UNI-VENDA EQUAL SPACES
               MOVE 'UN' TO WS-UNI-VENDA
           END-IF
           IF WS-UNI-COMPRA EQUAL SPACES
               MOVE WS-UNI-VENDA TO WS-UNI-COMPRA
           END-IF
           IF WS-UNI-FATOR NOT NUMERIC
               OR WS-UNI-FATOR EQUAL ZEROS
               MOVE 1 TO WS-UNI-FATOR
           END-IF

      *    DESCRICAO DA EMBALAGEM DE COMPRA, EX: 'CX C/100 UN'
           MOVE SPACES TO WS-UNI-EMBALAGEM
           IF WS-UNI-FATOR EQUAL 1
               MOVE WS-UNI-COMPRA TO WS-UNI-EMBALAGEM
           ELSE
               MOVE WS-UNI-FATOR TO WS-UNI-FATOR-ED
               MOVE ZEROS TO WS-UNI-BRANCOS
               INSPECT WS-UNI-FATOR-ED TALLYING WS-UNI-BRANCOS
                   FOR LEADING SPACES
               STRING WS-UNI-COMPRA DELIMITED BY SPACE
                   ' C/' DELIMITED BY SIZE
                   WS-UNI-FATOR-ED(WS-UNI-BRANCOS + 1:)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-UNI-VENDA DELIMITED BY SPACE
                   INTO WS-UNI-EMBALAGEM
           END-IF.

      *    QUANTIDADE EM UNIDADES DE VENDA (WS-UNI-QTDE-VENDA) PARA
      *    EMBALAGENS DE COMPRA, ARREDONDANDO PARA CIMA
       CALCULA-EMBALAGENS-PROCEDURE.
           DIVIDE WS-UNI-QTDE-VENDA BY WS-UNI-FATOR
               GIVING WS-UNI-QTDE-COMPRA
               REMAINDER WS-UNI-RESTO
           IF WS-UNI-RESTO GREATER THAN ZEROS
               ADD 1 TO WS-UNI-QTDE-COMPRA
           END-IF.

      *    EMBALAGENS DE COMPRA (WS-UNI-QTDE-COMPRA) PARA UNIDADES DE
      *    VENDA
       CALCULA-UNIDADES-VENDA-PROCEDURE.
           COMPUTE WS-UNI-QTDE-VENDA =
               WS-UNI-QTDE-COMPRA * WS-UNI-FATOR.
