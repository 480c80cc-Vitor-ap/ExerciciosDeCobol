      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACERTO-CONSIGNACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CSGSEL.

       COPY PEDSEL.

       COPY PEDISEL.

       COPY FORNSEL.

       COPY CPAGSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CSGFD.

       COPY PEDFD.

       COPY PEDIFD.

       COPY FORNFD.

       COPY CPAGFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CONSIGNACAO   PIC 99.
       77 WS-FS-PEDIDOS       PIC 99.
       77 WS-FS-PEDIDOS-ITENS PIC 99.
       77 WS-FS-FORNECEDORES  PIC 99.
       77 WS-FS-CPAGAR        PIC 99.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE       PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-DIAS       PIC 9(03) VALUE ZEROS.
       77 WS-DATA-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WS-NUM-TITULO       PIC X(10) VALUE SPACES.
       77 WS-IDX              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-INI          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CSG          PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-VENDIDA     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-LIVRE       PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-ALOCADA     PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ITEM       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-FORN       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-GERAL      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-TITULOS     PIC 9(03) VALUE ZEROS.
       77 WS-FORN-ATUAL       PIC 9(03) VALUE ZEROS.
       77 WS-PEDIDOS-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-ED-QTDE          PIC ZZZZZZ9.
       77 WS-ED-CUSTO         PIC ZZZ,ZZ9.99.
       77 WS-ED-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TAB-CONSIGNACAO.
           03 WS-CSG OCCURS 500 TIMES.
               05 WS-CSG-FORNECEDOR    PIC 9(03).
               05 WS-CSG-PRODUTO       PIC 9(05).
               05 WS-CSG-CUSTO         PIC 9(06)V99.
               05 WS-CSG-SALDO         PIC 9(07).
               05 WS-CSG-ULT-ACERTO    PIC 9(08).
               05 WS-CSG-APURADA       PIC 9(07).

       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- ACERTO DE MERCADORIA EM CONSIGNACAO -----'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME A DATA DE CORTE DAS VENDAS (AAAAMMDD - 0 '
               'PARA HOJE): '
           ACCEPT WS-DATA-CORTE
           IF WS-DATA-CORTE EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           END-IF
           DISPLAY 'INFORME O PRAZO DE PAGAMENTO EM DIAS (0 PARA 30): '
           ACCEPT WS-PRAZO-DIAS
           IF WS-PRAZO-DIAS EQUAL ZEROS
               MOVE 30 TO WS-PRAZO-DIAS
           END-IF
           COMPUTE WS-DATA-VENCTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + WS-PRAZO-DIAS)
           MOVE SPACES TO WS-NUM-TITULO
           STRING 'AC' WS-DATA-CORTE DELIMITED BY SIZE
               INTO WS-NUM-TITULO

           PERFORM CARREGA-CONSIGNACAO-PROCEDURE
           IF WS-QTD-CSG EQUAL ZEROS
               DISPLAY 'NENHUM SALDO CONSIGNADO PENDENTE DE ACERTO'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM APURA-VENDAS-PROCEDURE

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'acerto-consignacao-' WS-DATA-CORTE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'ACERTO DE MERCADORIA EM CONSIGNACAO'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VENDAS ATE ' WS-DATA-CORTE ' - TITULO ' WS-NUM-TITULO
               ' VENCIMENTO ' WS-DATA-VENCTO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM GRAVA-ACERTO-PROCEDURE

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-VALOR-GERAL TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL ACERTADO: ' WS-ED-VALOR
               '   TITULOS GERADOS: ' WS-QTDE-TITULOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'PEDIDOS ANALISADOS: ' WS-PEDIDOS-LIDOS
           DISPLAY 'TITULOS GERADOS...: ' WS-QTDE-TITULOS
           DISPLAY 'TOTAL ACERTADO....: ' WS-ED-VALOR
           DISPLAY 'RELATORIO: ' WS-ARQ-SPOOL

           MOVE 'ACERTO-CONSIG' TO WS-AUD-PROGRAMA
           MOVE 'ACERTO' TO WS-AUD-OPERACAO
           MOVE WS-NUM-TITULO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * SO ENTRAM NO ACERTO AS POSICOES COM SALDO E AINDA NAO ACERTADAS
      * ATE A DATA DE CORTE
       CARREGA-CONSIGNACAO-PROCEDURE.
           MOVE ZEROS TO WS-QTD-CSG
           MOVE ZEROS TO WS-FS-CONSIGNACAO
           OPEN INPUT CONSIGNACAO
           IF WS-FS-CONSIGNACAO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONSIGNACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-CONSIGNACAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-FS-CONSIGNACAO EQUAL 10
               READ CONSIGNACAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONSIGNACAO
                   NOT AT END
                   IF CSG-SALDO GREATER THAN ZEROS
                       AND CSG-DATA-ULT-ACERTO LESS THAN WS-DATA-CORTE
                       IF WS-QTD-CSG NOT LESS THAN 500
                           DISPLAY 'LIMITE DE 500 POSICOES ATINGIDO - '
                               'FORNECEDOR ' CSG-FORNECEDOR
                               ' PRODUTO ' CSG-CODIGO-PRODUTO
                               ' FICA PARA O PROXIMO ACERTO'
                       ELSE
                           ADD 1 TO WS-QTD-CSG
                           MOVE CSG-FORNECEDOR
                               TO WS-CSG-FORNECEDOR(WS-QTD-CSG)
                           MOVE CSG-CODIGO-PRODUTO
                               TO WS-CSG-PRODUTO(WS-QTD-CSG)
                           MOVE CSG-CUSTO-UNITARIO
                               TO WS-CSG-CUSTO(WS-QTD-CSG)
                           MOVE CSG-SALDO TO WS-CSG-SALDO(WS-QTD-CSG)
                           MOVE CSG-DATA-ULT-ACERTO
                               TO WS-CSG-ULT-ACERTO(WS-QTD-CSG)
                           MOVE ZEROS TO WS-CSG-APURADA(WS-QTD-CSG)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONSIGNACAO.

      * VENDAS EFETIVAS (PEDIDO APROVADO, FATURADO OU ENTREGUE) DESDE O
      * ULTIMO ACERTO, LIQUIDAS DE DEVOLUCAO. A VENDA CONSOME PRIMEIRO
      * O SALDO CONSIGNADO, NA ORDEM DE FORNECEDOR
       APURA-VENDAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
               OR WS-FS-PEDIDOS-ITENS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE VENDA'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDIDOS ' '
                   WS-FS-PEDIDOS-ITENS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
               READ PEDIDOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS
                   NOT AT END
                   IF PV-STATUS NOT EQUAL 'ORCAMENTO'
                       AND PV-STATUS NOT EQUAL 'CANCELADO'
                       AND PV-DATA-EMISSAO NOT GREATER THAN
                           WS-DATA-CORTE
                       ADD 1 TO WS-PEDIDOS-LIDOS
                       PERFORM APURA-ITENS-PEDIDO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS-ITENS
           CLOSE PEDIDOS.

       APURA-ITENS-PEDIDO-PROCEDURE.
           MOVE CODIGO-PEDIDO TO PVI-CODIGO-PEDIDO
           MOVE ZEROS TO PVI-NUM-ITEM
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           START PEDIDOS-ITENS KEY IS GREATER THAN PVI-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
           END-START

           PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
               READ PEDIDOS-ITENS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   NOT AT END
                   IF PVI-CODIGO-PEDIDO NOT EQUAL CODIGO-PEDIDO
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   ELSE
                       PERFORM ALOCA-VENDA-ITEM-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM.

       ALOCA-VENDA-ITEM-PROCEDURE.
           IF PVI-QTDE GREATER THAN PVI-QTDE-DEVOLVIDA
               COMPUTE WS-QTDE-VENDIDA =
                   PVI-QTDE - PVI-QTDE-DEVOLVIDA
           ELSE
               MOVE ZEROS TO WS-QTDE-VENDIDA
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTD-CSG
               OR WS-QTDE-VENDIDA EQUAL ZEROS
               IF WS-CSG-PRODUTO(WS-IDX) EQUAL PVI-CODIGO-PRODUTO
                   AND PV-DATA-EMISSAO GREATER THAN
                       WS-CSG-ULT-ACERTO(WS-IDX)
                   COMPUTE WS-QTDE-LIVRE =
                       WS-CSG-SALDO(WS-IDX) - WS-CSG-APURADA(WS-IDX)
                   IF WS-QTDE-LIVRE GREATER THAN ZEROS
                       IF WS-QTDE-VENDIDA GREATER THAN WS-QTDE-LIVRE
                           MOVE WS-QTDE-LIVRE TO WS-QTDE-ALOCADA
                       ELSE
                           MOVE WS-QTDE-VENDIDA TO WS-QTDE-ALOCADA
                       END-IF
                       ADD WS-QTDE-ALOCADA TO WS-CSG-APURADA(WS-IDX)
                       SUBTRACT WS-QTDE-ALOCADA FROM WS-QTDE-VENDIDA
                   END-IF
               END-IF
           END-PERFORM.

      * UM TITULO A PAGAR POR FORNECEDOR COM O VALOR VENDIDO A CUSTO
      * COMBINADO; TODAS AS POSICOES APURADAS AVANCAM A DATA DO ACERTO
       GRAVA-ACERTO-PROCEDURE.
           MOVE ZEROS TO WS-FS-CONSIGNACAO
           OPEN I-O CONSIGNACAO
           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR EQUAL 35
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF
           IF WS-FS-CONSIGNACAO NOT EQUAL ZEROS
               OR WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR CONSIGNACAO / CONTAS A PAGAR'
               DISPLAY 'FILE STATUS: ' WS-FS-CONSIGNACAO ' '
                   WS-FS-CPAGAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-FS-FORNECEDORES
           OPEN INPUT FORNECEDORES

           MOVE ZEROS TO WS-VALOR-GERAL
           MOVE 1 TO WS-IDX-INI
           PERFORM UNTIL WS-IDX-INI GREATER THAN WS-QTD-CSG
               MOVE WS-CSG-FORNECEDOR(WS-IDX-INI) TO WS-FORN-ATUAL
               PERFORM ACERTA-FORNECEDOR-PROCEDURE
           END-PERFORM

           CLOSE FORNECEDORES
           CLOSE CONTAS-PAGAR
           CLOSE CONSIGNACAO.

       ACERTA-FORNECEDOR-PROCEDURE.
           MOVE SPACES TO FORN-NOME
           IF WS-FS-FORNECEDORES EQUAL ZEROS
               MOVE WS-FORN-ATUAL TO FORN-CODIGO
               READ FORNECEDORES RECORD
                   KEY IS FORN-CODIGO
                   INVALID KEY
                   MOVE SPACES TO FORN-NOME
               END-READ
           END-IF
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'FORNECEDOR ' WS-FORN-ATUAL ' ' FORN-NOME
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'PROD  VENDIDO   CUSTO UNIT           VALOR  SALDO REST'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-VALOR-FORN
           PERFORM VARYING WS-IDX FROM WS-IDX-INI BY 1
               UNTIL WS-IDX GREATER THAN WS-QTD-CSG
               OR WS-CSG-FORNECEDOR(WS-IDX) NOT EQUAL WS-FORN-ATUAL
               PERFORM ACERTA-POSICAO-PROCEDURE
           END-PERFORM
           MOVE WS-IDX TO WS-IDX-INI

           IF WS-VALOR-FORN GREATER THAN ZEROS
               PERFORM GRAVA-TITULO-ACERTO-PROCEDURE
           END-IF
           MOVE WS-VALOR-FORN TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '   VALOR A PAGAR NO ACERTO: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       ACERTA-POSICAO-PROCEDURE.
           COMPUTE WS-VALOR-ITEM ROUNDED =
               WS-CSG-APURADA(WS-IDX) * WS-CSG-CUSTO(WS-IDX)
           ADD WS-VALOR-ITEM TO WS-VALOR-FORN
           ADD WS-VALOR-ITEM TO WS-VALOR-GERAL

           MOVE WS-CSG-FORNECEDOR(WS-IDX) TO CSG-FORNECEDOR
           MOVE WS-CSG-PRODUTO(WS-IDX) TO CSG-CODIGO-PRODUTO
           READ CONSIGNACAO RECORD
               KEY IS CSG-CHAVE
               INVALID KEY
               DISPLAY 'POSICAO ' CSG-CHAVE ' NAO ENCONTRADA'
               NOT INVALID KEY
               SUBTRACT WS-CSG-APURADA(WS-IDX) FROM CSG-SALDO
               ADD WS-CSG-APURADA(WS-IDX) TO CSG-QTDE-ACERTADA
               ADD WS-VALOR-ITEM TO CSG-VALOR-ACERTADO
               MOVE WS-DATA-CORTE TO CSG-DATA-ULT-ACERTO
               REWRITE REG-CONSIGNACAO
               END-REWRITE
           END-READ

           IF WS-CSG-APURADA(WS-IDX) GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-CSG-PRODUTO(WS-IDX) TO WS-SPOOL-LINHA(1:5)
               MOVE WS-CSG-APURADA(WS-IDX) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(6:7)
               MOVE WS-CSG-CUSTO(WS-IDX) TO WS-ED-CUSTO
               MOVE WS-ED-CUSTO TO WS-SPOOL-LINHA(16:10)
               MOVE WS-VALOR-ITEM TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(28:14)
               MOVE CSG-SALDO TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(45:7)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       GRAVA-TITULO-ACERTO-PROCEDURE.
           MOVE WS-FORN-ATUAL TO CP-FORNECEDOR
           MOVE WS-NUM-TITULO TO CP-NUM-NOTA
           READ CONTAS-PAGAR RECORD
               KEY IS CP-CHAVE
               INVALID KEY
               MOVE FORN-NOME      TO CP-NOME-FORNECEDOR
               MOVE WS-DATA-HOJE   TO CP-DATA-EMISSAO
               MOVE WS-DATA-VENCTO TO CP-DATA-VENCIMENTO
               MOVE WS-VALOR-FORN  TO CP-VALOR-TOTAL
               MOVE ZEROS          TO CP-VALOR-PAGO
               MOVE ZEROS          TO CP-DATA-ULT-PAGTO
               MOVE 'ABERTO'       TO CP-STATUS
               MOVE 'MERC'         TO CP-CATEGORIA
               WRITE REG-CPAGAR
               END-WRITE
               NOT INVALID KEY
               ADD WS-VALOR-FORN TO CP-VALOR-TOTAL
               REWRITE REG-CPAGAR
               END-REWRITE
           END-READ
           IF WS-FS-CPAGAR EQUAL ZEROS
               ADD 1 TO WS-QTDE-TITULOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O TITULO DO FORNECEDOR '
                   WS-FORN-ATUAL
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM ACERTO-CONSIGNACAO.
