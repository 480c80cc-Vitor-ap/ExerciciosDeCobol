
       COPY PEDISEL.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY CATSEL.

       COPY SPOOLSEL.

       COPY JOBJSEL.

       COPY PEDIFD.

       COPY PRODFD.

       COPY CATFD.

       COPY SPOOLFD.

       COPY JOBJFD.

       FD TOTAIS-PRODUTOS.
       01 REG-TOTAL-PRODUTO.
           03 TP-CODIGO        PIC 9(05).
           03 TP-NOME          PIC X(25).
           03 TP-QTDE          PIC 9(07).
           03 TP-VALOR         PIC 9(11)V99.
       SD ORDENACAO.
       01 REG-ORDENACAO.
           03 SRT-VALOR        PIC 9(11)V99.
           03 SRT-CODIGO       PIC 9(05).
           03 SRT-NOME         PIC X(25).
           03 SRT-QTDE         PIC 9(07).

       COPY AMBWS.
       COPY SPOOLWS.
       COPY JOBJWS.
       COPY CATWS.

       77 WS-FS-PEDIDOS    PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-TOTPROD    PIC 99.
       77 WS-FS-PRODUTOS   PIC 99.
       77 WS-FS-SORT       PIC 99.
       77 WS-QTD-PRODUTOS  PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GERAL   PIC 9(11)V99 VALUE ZEROS.
           PERFORM ABRE-SPOOL-PROCEDURE

           PERFORM IMPRIME-RELATORIO
           PERFORM IMPRIME-CATEGORIAS-PROCEDURE

           SORT ORDENACAO
               ON DESCENDING KEY SRT-VALOR
           DISPLAY 'VALOR TOTAL GERAL DE VENDAS: ' WS-TOTAL-GERAL
           DISPLAY 'PRODUTOS PROCESSADOS: ' WS-QTD-PRODUTOS.

       IMPRIME-CATEGORIAS-PROCEDURE.
           PERFORM CARREGA-TAB-CATEGORIAS-PROCEDURE
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS - VENDAS '
                   'POR CATEGORIA NAO IMPRESSAS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRODUTOS
           ELSE
               MOVE ZEROS TO WS-FS-TOTPROD
               MOVE ZEROS TO TP-CODIGO
               START TOTAIS-PRODUTOS KEY IS GREATER THAN TP-CODIGO
                   INVALID KEY
                       MOVE 10 TO WS-FS-TOTPROD
               END-START

               PERFORM UNTIL WS-FS-TOTPROD EQUAL 10
                   READ TOTAIS-PRODUTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TOTPROD
                       NOT AT END
                       MOVE TP-CODIGO TO CODIGO-PRODUTO
                       READ PRODUTOS RECORD
                           KEY IS CODIGO-PRODUTO
                           INVALID KEY
                           MOVE ZEROS TO PROD-CATEGORIA
                       END-READ
                       MOVE PROD-CATEGORIA TO WS-CTG-CATEGORIA
                       MOVE TP-QTDE TO WS-CTG-MOV-QTDE
                       MOVE TP-VALOR TO WS-CTG-MOV-VALOR
                       MOVE ZEROS TO WS-CTG-MOV-CUSTO
                       PERFORM ACUMULA-CATEGORIA-PROCEDURE
                   END-READ
               END-PERFORM

               CLOSE PRODUTOS

               MOVE SPACES TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE '----- VENDAS POR DEPARTAMENTO E CATEGORIA -----'
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE 'N' TO WS-CTG-COM-CUSTO
               PERFORM MONTA-CABECALHO-CATEGORIA-PROCEDURE
               MOVE WS-CTG-LINHA TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               PERFORM VARYING WS-CTG-POS FROM 1 BY 1
                   UNTIL WS-CTG-POS > WS-CTG-QTDE-ORDEM
                   MOVE WS-CTG-ORDEM(WS-CTG-POS) TO WS-CTG-IDX
                   PERFORM MONTA-LINHA-CATEGORIA-PROCEDURE
                   IF WS-CTG-IMPRIME EQUAL 'S'
                       MOVE WS-CTG-LINHA TO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.

       SELECIONA-TOTAIS-PROCEDURE.
           MOVE ZEROS TO WS-FS-TOTPROD
           MOVE ZEROS TO TP-CODIGO

       COPY SPOOLPRC.
       COPY JOBJPRC.
       COPY CATPRC.
       COPY AMBPRC.


