
       COPY PEDISEL.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY RESVSEL.

       DATA DIVISION.

       COPY PEDIFD.

       COPY PRODFD.

       COPY RESVFD.

       WORKING-STORAGE SECTION.
       COPY AMBWS.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-QTDE-PEDIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-REGISTROS    PIC 9(05) VALUE ZEROS.

           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS

           PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
               READ PEDIDOS NEXT RECORD
                   AT END
               END-READ
           END-PERFORM

           CLOSE PRODUTOS
           CLOSE PEDIDOS-ITENS
           CLOSE PEDIDOS

                           (1 - (PVI-DESCONTO / 100))
                       MOVE PVI-QTDE TO WS-RSM-QTDE
                       PERFORM ATUALIZA-RESUMO-VENDA-PROCEDURE
                       PERFORM ATUALIZA-RESUMO-CATEGORIA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM.

       ATUALIZA-RESUMO-CATEGORIA-PROCEDURE.
           MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE ZEROS TO PROD-CATEGORIA
           END-READ
           MOVE 'G' TO WS-RSM-TIPO
           MOVE PROD-CATEGORIA TO WS-RSM-CODIGO
           PERFORM ATUALIZA-RESUMO-VENDA-PROCEDURE.

       CONTA-REGISTROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-RESUMO
           OPEN INPUT RESUMO-VENDAS
