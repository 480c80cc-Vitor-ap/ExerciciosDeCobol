
       COPY PEDISEL.

       COPY CATSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY PEDIFD.

       COPY CATFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.

       01 WS-MARGEM-TABELA.
           03 WS-MG OCCURS 300 TIMES.
               05 WS-MG-CODIGO PIC 9(05) VALUE ZEROS.
               05 WS-MG-NOME   PIC X(25) VALUE SPACES.
               05 WS-MG-QTDE   PIC 9(07) VALUE ZEROS.
               05 WS-MG-VALOR  PIC 9(11)V99 VALUE ZEROS.

       COPY CATWS.

       PROCEDURE DIVISION.


           CLOSE PEDIDOS

           PERFORM IMPRIME-MARGEM-PROCEDURE
           PERFORM IMPRIME-MARGEM-CATEGORIA-PROCEDURE
           PERFORM VALORIZA-ESTOQUE-PROCEDURE

           STOP RUN.
           DISPLAY 'PRODUTO                  QTDE    RECEITA'
               '      CUSTO        MARGEM       PCT'

           PERFORM CARREGA-TAB-CATEGORIAS-PROCEDURE
           OPEN INPUT PRODUTOS

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE ZEROS TO PROD-PRECO-CUSTO
                   MOVE ZEROS TO PROD-CATEGORIA
                   NOT INVALID KEY
                   CONTINUE
               END-READ

               ADD WS-MG-VALOR(WS-IDX) TO WS-RECEITA-TOTAL
               ADD WS-CUSTO-PRODUTO TO WS-CUSTO-TOTAL

               MOVE PROD-CATEGORIA TO WS-CTG-CATEGORIA
               MOVE WS-MG-QTDE(WS-IDX) TO WS-CTG-MOV-QTDE
               MOVE WS-MG-VALOR(WS-IDX) TO WS-CTG-MOV-VALOR
               MOVE WS-CUSTO-PRODUTO TO WS-CTG-MOV-CUSTO
               PERFORM ACUMULA-CATEGORIA-PROCEDURE
           END-PERFORM

           CLOSE PRODUTOS
           DISPLAY 'MARGEM TOTAL.: ' WS-MARGEM-TOTAL
           DISPLAY 'ITENS COM MARGEM LIBERADA: ' WS-QTDE-MARGENS-LIB.

       IMPRIME-MARGEM-CATEGORIA-PROCEDURE.
           DISPLAY ' '
           DISPLAY '----- RENTABILIDADE POR DEPARTAMENTO E CATEGORIA '
               '-----'
           MOVE 'S' TO WS-CTG-COM-CUSTO
           PERFORM MONTA-CABECALHO-CATEGORIA-PROCEDURE
           DISPLAY WS-CTG-LINHA

           PERFORM VARYING WS-CTG-POS FROM 1 BY 1
               UNTIL WS-CTG-POS > WS-CTG-QTDE-ORDEM
               MOVE WS-CTG-ORDEM(WS-CTG-POS) TO WS-CTG-IDX
               PERFORM MONTA-LINHA-CATEGORIA-PROCEDURE
               IF WS-CTG-IMPRIME EQUAL 'S'
                   DISPLAY WS-CTG-LINHA
               END-IF
           END-PERFORM.

       VALORIZA-ESTOQUE-PROCEDURE.
           DISPLAY ' '
           DISPLAY '----- VALORIZACAO DO ESTOQUE -----'

           DISPLAY 'ESTOQUE A PRECO DE CUSTO: ' WS-VALOR-ESTQ-CUSTO
           DISPLAY 'ESTOQUE A PRECO DE VENDA: ' WS-VALOR-ESTQ-VENDA.
       COPY CATPRC.
       COPY AMBPRC.


