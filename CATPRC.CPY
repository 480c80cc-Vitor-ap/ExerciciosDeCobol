       VALIDA-CATEGORIA-PROCEDURE.
           MOVE 'N' TO WS-CTG-OK
           MOVE SPACES TO WS-CTG-DESC-CAT
           MOVE SPACES TO WS-CTG-DESC-DEPTO
           MOVE ZEROS TO WS-FS-CATEGORIAS
           OPEN INPUT CATEGORIAS
           IF WS-FS-CATEGORIAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CATEGORIAS'
               DISPLAY 'FILE STATUS: ' WS-FS-CATEGORIAS
           ELSE
               MOVE 'C' TO CAT-TIPO
               MOVE WS-CTG-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS RECORD
                   KEY IS CAT-CHAVE
                   INVALID KEY
                   DISPLAY 'CATEGORIA NAO CADASTRADA'
                   NOT INVALID KEY
                   MOVE 'S' TO WS-CTG-OK
                   MOVE CAT-DESCRICAO TO WS-CTG-DESC-CAT
                   MOVE 'D' TO CAT-TIPO
                   MOVE CAT-DEPTO TO CAT-CODIGO
                   READ CATEGORIAS RECORD
                       KEY IS CAT-CHAVE
                       INVALID KEY
                       MOVE 'SEM DEPARTAMENTO' TO WS-CTG-DESC-DEPTO
                       NOT INVALID KEY
                       MOVE CAT-DESCRICAO TO WS-CTG-DESC-DEPTO
                   END-READ
               END-READ
               CLOSE CATEGORIAS
           END-IF.

      *    CARREGA DEPARTAMENTOS E CATEGORIAS NA TABELA DE TOTAIS E
      *    MONTA A ORDEM DE IMPRESSAO: CADA DEPARTAMENTO SEGUIDO DAS
      *    SUAS CATEGORIAS. AS POSICOES 1 E 2 ACUMULAM OS PRODUTOS SEM
      *    CATEGORIA E SAO IMPRESSAS POR ULTIMO
       CARREGA-TAB-CATEGORIAS-PROCEDURE.
           INITIALIZE WS-CTG-TABELA
           MOVE 'D' TO WS-CTG-TIPO(1)
           MOVE ZEROS TO WS-CTG-CODIGO(1)
           MOVE ZEROS TO WS-CTG-DEPTO(1)
           MOVE 'SEM DEPARTAMENTO' TO WS-CTG-DESCRICAO(1)
           MOVE 'C' TO WS-CTG-TIPO(2)
           MOVE ZEROS TO WS-CTG-CODIGO(2)
           MOVE ZEROS TO WS-CTG-DEPTO(2)
           MOVE 'SEM CATEGORIA' TO WS-CTG-DESCRICAO(2)
           MOVE 2 TO WS-CTG-QTDE-TAB

           MOVE ZEROS TO WS-FS-CATEGORIAS
           OPEN INPUT CATEGORIAS
           IF WS-FS-CATEGORIAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-CATEGORIAS EQUAL 10
                   READ CATEGORIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CATEGORIAS
                       NOT AT END
                       IF CAT-CODIGO NOT EQUAL ZEROS
                           IF WS-CTG-QTDE-TAB < 300
                               ADD 1 TO WS-CTG-QTDE-TAB
                               MOVE CAT-TIPO TO
                                   WS-CTG-TIPO(WS-CTG-QTDE-TAB)
                               MOVE CAT-CODIGO TO
                                   WS-CTG-CODIGO(WS-CTG-QTDE-TAB)
                               MOVE CAT-DEPTO TO
                                   WS-CTG-DEPTO(WS-CTG-QTDE-TAB)
                               MOVE CAT-DESCRICAO TO
                                   WS-CTG-DESCRICAO(WS-CTG-QTDE-TAB)
                           ELSE
                               DISPLAY 'MAIS DE 300 CATEGORIAS - '
                                   CAT-TIPO CAT-CODIGO
                                   ' TOTALIZADA EM SEM CATEGORIA'
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORIAS
           END-IF

      *    CATEGORIA CUJO DEPARTAMENTO NAO EXISTE MAIS FICA EM
      *    SEM DEPARTAMENTO
           PERFORM VARYING WS-CTG-POS FROM 3 BY 1
               UNTIL WS-CTG-POS > WS-CTG-QTDE-TAB
               IF WS-CTG-TIPO(WS-CTG-POS) EQUAL 'C'
                   MOVE WS-CTG-POS TO WS-CTG-IDX-CAT
                   PERFORM LOCALIZA-DEPTO-TAB-PROCEDURE
                   IF WS-CTG-IDX-DEPTO EQUAL 1
                       MOVE ZEROS TO WS-CTG-DEPTO(WS-CTG-POS)
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CTG-QTDE-ORDEM
           PERFORM VARYING WS-CTG-IDX-DEPTO FROM 3 BY 1
               UNTIL WS-CTG-IDX-DEPTO > WS-CTG-QTDE-TAB
               IF WS-CTG-TIPO(WS-CTG-IDX-DEPTO) EQUAL 'D'
                   PERFORM ORDENA-DEPTO-TAB-PROCEDURE
               END-IF
           END-PERFORM
           MOVE 1 TO WS-CTG-IDX-DEPTO
           PERFORM ORDENA-DEPTO-TAB-PROCEDURE.

       ORDENA-DEPTO-TAB-PROCEDURE.
           ADD 1 TO WS-CTG-QTDE-ORDEM
           MOVE WS-CTG-IDX-DEPTO TO WS-CTG-ORDEM(WS-CTG-QTDE-ORDEM)
           PERFORM VARYING WS-CTG-IDX-CAT FROM 2 BY 1
               UNTIL WS-CTG-IDX-CAT > WS-CTG-QTDE-TAB
               IF WS-CTG-TIPO(WS-CTG-IDX-CAT) EQUAL 'C'
                   AND WS-CTG-DEPTO(WS-CTG-IDX-CAT) EQUAL
                       WS-CTG-CODIGO(WS-CTG-IDX-DEPTO)
                   ADD 1 TO WS-CTG-QTDE-ORDEM
                   MOVE WS-CTG-IDX-CAT TO
                       WS-CTG-ORDEM(WS-CTG-QTDE-ORDEM)
               END-IF
           END-PERFORM.

       LOCALIZA-CATEGORIA-TAB-PROCEDURE.
           MOVE 2 TO WS-CTG-IDX-CAT
           PERFORM VARYING WS-CTG-IDX FROM 3 BY 1
               UNTIL WS-CTG-IDX > WS-CTG-QTDE-TAB
               IF WS-CTG-TIPO(WS-CTG-IDX) EQUAL 'C'
                   AND WS-CTG-CODIGO(WS-CTG-IDX) EQUAL WS-CTG-CATEGORIA
                   MOVE WS-CTG-IDX TO WS-CTG-IDX-CAT
               END-IF
           END-PERFORM.

       LOCALIZA-DEPTO-TAB-PROCEDURE.
           MOVE 1 TO WS-CTG-IDX-DEPTO
           PERFORM VARYING WS-CTG-IDX FROM 3 BY 1
               UNTIL WS-CTG-IDX > WS-CTG-QTDE-TAB
               IF WS-CTG-TIPO(WS-CTG-IDX) EQUAL 'D'
                   AND WS-CTG-CODIGO(WS-CTG-IDX) EQUAL
                       WS-CTG-DEPTO(WS-CTG-IDX-CAT)
                   MOVE WS-CTG-IDX TO WS-CTG-IDX-DEPTO
               END-IF
           END-PERFORM.

      *    SOMA O MOVIMENTO NA CATEGORIA WS-CTG-CATEGORIA E NO SEU
      *    DEPARTAMENTO
       ACUMULA-CATEGORIA-PROCEDURE.
           PERFORM LOCALIZA-CATEGORIA-TAB-PROCEDURE
           PERFORM LOCALIZA-DEPTO-TAB-PROCEDURE

           ADD WS-CTG-MOV-QTDE  TO WS-CTG-QTDE(WS-CTG-IDX-CAT)
           ADD WS-CTG-MOV-VALOR TO WS-CTG-VALOR(WS-CTG-IDX-CAT)
           ADD WS-CTG-MOV-CUSTO TO WS-CTG-CUSTO(WS-CTG-IDX-CAT)
           ADD WS-CTG-MOV-QTDE  TO WS-CTG-QTDE(WS-CTG-IDX-DEPTO)
           ADD WS-CTG-MOV-VALOR TO WS-CTG-VALOR(WS-CTG-IDX-DEPTO)
           ADD WS-CTG-MOV-CUSTO TO WS-CTG-CUSTO(WS-CTG-IDX-DEPTO).

       MONTA-CABECALHO-CATEGORIA-PROCEDURE.
           MOVE SPACES TO WS-CTG-LINHA
           MOVE 'DEPARTAMENTO / CATEGORIA' TO WS-CTG-LINHA(1:24)
           MOVE 'QTDE' TO WS-CTG-LINHA(35:4)
           MOVE 'VALOR' TO WS-CTG-LINHA(48:5)
           IF WS-CTG-COM-CUSTO EQUAL 'S'
               MOVE 'MARGEM' TO WS-CTG-LINHA(61:6)
               MOVE 'PCT' TO WS-CTG-LINHA(72:3)
           END-IF.

      *    MONTA EM WS-CTG-LINHA O SUBTOTAL DA POSICAO WS-CTG-IDX.
      *    WS-CTG-IMPRIME FICA 'N' QUANDO NAO HOUVE MOVIMENTO
       MONTA-LINHA-CATEGORIA-PROCEDURE.
           MOVE SPACES TO WS-CTG-LINHA
           IF WS-CTG-QTDE(WS-CTG-IDX) EQUAL ZEROS
               AND WS-CTG-VALOR(WS-CTG-IDX) EQUAL ZEROS
               MOVE 'N' TO WS-CTG-IMPRIME
           ELSE
               MOVE 'S' TO WS-CTG-IMPRIME
               IF WS-CTG-TIPO(WS-CTG-IDX) EQUAL 'D'
                   MOVE 'DEPTO' TO WS-CTG-LINHA(1:5)
               ELSE
                   MOVE 'CAT' TO WS-CTG-LINHA(3:3)
               END-IF
               MOVE WS-CTG-CODIGO(WS-CTG-IDX) TO WS-CTG-LINHA(7:3)
               MOVE WS-CTG-DESCRICAO(WS-CTG-IDX) TO
                   WS-CTG-LINHA(11:20)
               MOVE WS-CTG-QTDE(WS-CTG-IDX) TO WS-CTG-ED-QTDE
               MOVE WS-CTG-ED-QTDE TO WS-CTG-LINHA(31:8)
               MOVE WS-CTG-VALOR(WS-CTG-IDX) TO WS-CTG-ED-VALOR
               MOVE WS-CTG-ED-VALOR TO WS-CTG-LINHA(40:13)
               IF WS-CTG-COM-CUSTO EQUAL 'S'
                   COMPUTE WS-CTG-MARGEM =
                       WS-CTG-VALOR(WS-CTG-IDX) -
                       WS-CTG-CUSTO(WS-CTG-IDX)
                   IF WS-CTG-VALOR(WS-CTG-IDX) GREATER THAN ZEROS
                       COMPUTE WS-CTG-PCT ROUNDED =
                           (WS-CTG-MARGEM / WS-CTG-VALOR(WS-CTG-IDX))
                           * 100
                   ELSE
                       MOVE ZEROS TO WS-CTG-PCT
                   END-IF
                   MOVE WS-CTG-MARGEM TO WS-CTG-ED-MARGEM
                   MOVE WS-CTG-ED-MARGEM TO WS-CTG-LINHA(54:13)
                   MOVE WS-CTG-PCT TO WS-CTG-ED-PCT
                   MOVE WS-CTG-ED-PCT TO WS-CTG-LINHA(68:7)
               END-IF
           END-IF.
