
       COPY CCTLSEL.

       COPY COTSEL.

       COPY SCFSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       COPY CCTLFD.

       COPY COTFD.

       COPY SCFFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-PENDENTE     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-LINHAS       PIC 9(03) VALUE ZEROS.
       77 WS-FS-COTACOES       PIC 99.
       77 WS-PRAZO-PEDIDO      PIC 9(03) VALUE ZEROS.
       77 WS-FS-SCORE          PIC 99.
       77 WS-TEM-SCORE         PIC X(01) VALUE 'N'.
       77 WS-ED-NOTA-FORN      PIC ZZ9.99.
       77 WS-NUMERO-COTACAO    PIC 9(10) VALUE ZEROS.
       77 WS-FORN-ESCOLHIDO    PIC 9(03) VALUE ZEROS.
       77 WS-COTACAO-JULGADA   PIC X(01) VALUE 'N'.
       77 WS-QTDE-CONVIDADOS   PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-ITENS-COT    PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-OFERTAS      PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-PEDIDOS-GER  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FORN          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ITEM          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OFERTA        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-VENCEDOR      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO        PIC 9(03) VALUE ZEROS.

       01 WS-TAB-CONVIDADOS.
           03 WS-CONVIDADO OCCURS 20 TIMES.
               05 WS-CONV-CODIGO       PIC 9(03).
               05 WS-CONV-NOME         PIC X(25).

       01 WS-TAB-ITENS-COTACAO.
           03 WS-ITEM-COTACAO OCCURS 200 TIMES.
               05 WS-ICT-CODIGO        PIC 9(05).
               05 WS-ICT-PRODUTO       PIC X(25).
               05 WS-ICT-QTDE          PIC 9(05).
               05 WS-ICT-EMBALAGEM     PIC X(14).

       01 WS-TAB-OFERTAS.
           03 WS-OFERTA OCCURS 600 TIMES.
               05 WS-OFT-FORNECEDOR    PIC 9(03).
               05 WS-OFT-PRODUTO       PIC 9(05).
               05 WS-OFT-PRECO         PIC 9(06)V99.
               05 WS-OFT-PRAZO         PIC 9(03).
               05 WS-OFT-STATUS        PIC X(10).

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.
       COPY UNIWS.

       PROCEDURE DIVISION.

           DISPLAY 'G - GERAR PEDIDO A PARTIR DAS SUGESTOES'
           DISPLAY 'C - CONSULTAR PEDIDO (PEDIDO X RECEBIDO)'
           DISPLAY 'L - LISTAR PEDIDOS EM ABERTO POR FORNECEDOR'
           DISPLAY 'Q - ABRIR COTACAO COM FORNECEDORES'
           DISPLAY 'P - REGISTRAR PRECOS DE UM FORNECEDOR NA COTACAO'
           DISPLAY 'M - MAPA COMPARATIVO DA COTACAO'
           DISPLAY 'F - JULGAR COTACAO E GERAR PEDIDOS'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO G,C,L,Q,P,M OU F... OU V PARA SAIR'

           ACCEPT WS-OPC

               GO TO CONSULTA-PEDIDO
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTA-PEDIDOS-ABERTOS
               ELSE IF WS-OPC IS EQUAL TO 'Q'
               GO TO ABRE-COTACAO
               ELSE IF WS-OPC IS EQUAL TO 'P'
               GO TO REGISTRA-PRECOS-COTACAO
               ELSE IF WS-OPC IS EQUAL TO 'M'
               GO TO MAPA-COTACAO
               ELSE IF WS-OPC IS EQUAL TO 'F'
               GO TO CONFIRMA-COTACAO
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           END-READ
           CLOSE FORNECEDORES

           DISPLAY 'PRAZO DE ENTREGA COMBINADO (DIAS): '
           ACCEPT WS-PRAZO-PEDIDO

           PERFORM PROXIMO-NUMERO-COMPRA-PROCEDURE
           IF WS-NUMERO-PEDIDO EQUAL ZEROS
               DISPLAY 'PEDIDO DE COMPRA NAO INICIADO - TENTE NOVAMENTE'
                   PROD-ESTOQUE-MINIMO - WS-ESTOQUE-TOTAL + 1
           END-IF

      *    O PEDIDO E FEITO EM EMBALAGENS DE COMPRA - QUANTIDADE E PRECO
      *    DA LINHA SE REFEREM A EMBALAGEM, NAO A UNIDADE DE VENDA
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
           MOVE WS-QTDE-COMPRAR TO WS-UNI-QTDE-VENDA
           PERFORM CALCULA-EMBALAGENS-PROCEDURE
           MOVE WS-UNI-QTDE-COMPRA TO WS-QTDE-COMPRAR

           DISPLAY 'PRODUTO ' CODIGO-PRODUTO ' ' PRODUTO
           DISPLAY 'ESTOQUE: ' WS-ESTOQUE-TOTAL ' ' WS-UNI-VENDA
               ' MINIMO: ' PROD-ESTOQUE-MINIMO
               ' SUGERIDO: ' WS-QTDE-COMPRAR ' ' WS-UNI-EMBALAGEM
           DISPLAY 'INCLUIR NO PEDIDO DE COMPRA? (S/N)'
           ACCEPT WS-ACEITA-LINHA

           IF WS-ACEITA-LINHA EQUAL 'S'
               DISPLAY 'EMBALAGENS (' WS-UNI-EMBALAGEM
                   ') A PEDIR (0 ACEITA A SUGERIDA): '
               ACCEPT WS-QTDE-PENDENTE
               IF WS-QTDE-PENDENTE GREATER THAN ZEROS
                   MOVE WS-QTDE-PENDENTE TO WS-QTDE-COMPRAR
               MOVE ZEROS            TO PC-QTDE-RECEBIDA
               MOVE WS-DATA-HOJE     TO PC-DATA-EMISSAO
               MOVE 'ABERTO'         TO PC-STATUS
               COMPUTE PC-PRECO-UNITARIO =
                   PROD-PRECO-CUSTO * WS-UNI-FATOR
               MOVE WS-PRAZO-PEDIDO  TO PC-PRAZO-DIAS
               MOVE ZEROS            TO PC-DATA-PRIM-RECEB
               MOVE ZEROS            TO PC-DATA-ULT-RECEB
               MOVE ZEROS            TO PC-VALOR-FATURADO

               WRITE REG-PEDIDO-COMPRA


           GO TO MENU-COMPRAS-PROCEDURE.

      * ABRE UMA RODADA DE COTACAO: OS ITENS SUGERIDOS (ESTOQUE NO
      * MINIMO, DE QUALQUER FORNECEDOR) SAO SOLICITADOS A TODOS OS
      * FORNECEDORES CONVIDADOS
       ABRE-COTACAO.
           MOVE ZEROS TO WS-QTDE-CONVIDADOS
           MOVE 999 TO WS-FORN-PEDIDO
           PERFORM UNTIL WS-FORN-PEDIDO EQUAL ZEROS
               DISPLAY 'INFORME O FORNECEDOR CONVIDADO (000 ENCERRA): '
               ACCEPT WS-FORN-PEDIDO
               IF WS-FORN-PEDIDO NOT EQUAL ZEROS
                   PERFORM INCLUI-CONVIDADO-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-QTDE-CONVIDADOS EQUAL ZEROS
               DISPLAY 'NENHUM FORNECEDOR CONVIDADO - COTACAO CANCELADA'
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-ITENS-COT
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF
           PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
               READ PRODUTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PRODUTOS
                   NOT AT END
                   COMPUTE WS-ESTOQUE-TOTAL =
                       ESTOQUE + PROD-ESTOQUE-DEP
                   IF WS-ESTOQUE-TOTAL NOT GREATER THAN
                       PROD-ESTOQUE-MINIMO
                       AND WS-QTDE-ITENS-COT LESS THAN 200
                       PERFORM INCLUI-ITEM-COTACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTOS

           IF WS-QTDE-ITENS-COT EQUAL ZEROS
               DISPLAY 'NENHUM ITEM SUGERIDO PARA COMPRA'
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF

           PERFORM PROXIMO-NUMERO-COMPRA-PROCEDURE
           IF WS-NUMERO-PEDIDO EQUAL ZEROS
               DISPLAY 'COTACAO NAO INICIADA - TENTE NOVAMENTE'
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-COTACOES
           OPEN I-O COTACOES
           IF WS-FS-COTACOES EQUAL 35
               OPEN OUTPUT COTACOES
               CLOSE COTACOES
               OPEN I-O COTACOES
           END-IF
           IF WS-FS-COTACOES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COTACOES'
               MOVE WS-FS-COTACOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM VARYING WS-IDX-FORN FROM 1 BY 1
               UNTIL WS-IDX-FORN GREATER THAN WS-QTDE-CONVIDADOS
               PERFORM EMITE-SOLICITACAO-PROCEDURE
           END-PERFORM

           CLOSE COTACOES

           DISPLAY 'COTACAO ' WS-NUMERO-PEDIDO ' ABERTA COM '
               WS-QTDE-ITENS-COT ' ITENS PARA ' WS-QTDE-CONVIDADOS
               ' FORNECEDORES'
           MOVE 'GERA-PED-COMPRA' TO WS-AUD-PROGRAMA
           MOVE 'COTACAO' TO WS-AUD-OPERACAO
           MOVE WS-NUMERO-PEDIDO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-COMPRAS-PROCEDURE.

       INCLUI-CONVIDADO-PROCEDURE.
           MOVE ZEROS TO WS-FS-FORNECEDORES
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FORNECEDORES'
               MOVE WS-FS-FORNECEDORES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE WS-FORN-PEDIDO TO FORN-CODIGO
               READ FORNECEDORES RECORD
                   KEY IS FORN-CODIGO
                   INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                   IF WS-QTDE-CONVIDADOS LESS THAN 20
                       ADD 1 TO WS-QTDE-CONVIDADOS
                       MOVE FORN-CODIGO
                           TO WS-CONV-CODIGO(WS-QTDE-CONVIDADOS)
                       MOVE FORN-NOME
                           TO WS-CONV-NOME(WS-QTDE-CONVIDADOS)
                       DISPLAY 'CONVIDADO: ' FORN-NOME
                   ELSE
                       DISPLAY 'LIMITE DE 20 FORNECEDORES POR COTACAO'
                   END-IF
               END-READ
               CLOSE FORNECEDORES
           END-IF.

       INCLUI-ITEM-COTACAO-PROCEDURE.
           IF PROD-QTDE-REPOSICAO GREATER THAN ZEROS
               MOVE PROD-QTDE-REPOSICAO TO WS-QTDE-COMPRAR
           ELSE
               COMPUTE WS-QTDE-COMPRAR =
                   PROD-ESTOQUE-MINIMO - WS-ESTOQUE-TOTAL + 1
           END-IF
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
           MOVE WS-QTDE-COMPRAR TO WS-UNI-QTDE-VENDA
           PERFORM CALCULA-EMBALAGENS-PROCEDURE
           ADD 1 TO WS-QTDE-ITENS-COT
           MOVE CODIGO-PRODUTO TO WS-ICT-CODIGO(WS-QTDE-ITENS-COT)
           MOVE PRODUTO TO WS-ICT-PRODUTO(WS-QTDE-ITENS-COT)
           MOVE WS-UNI-QTDE-COMPRA TO WS-ICT-QTDE(WS-QTDE-ITENS-COT)
           MOVE WS-UNI-EMBALAGEM
               TO WS-ICT-EMBALAGEM(WS-QTDE-ITENS-COT).

       EMITE-SOLICITACAO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'cotacao-' WS-NUMERO-PEDIDO '-'
               WS-CONV-CODIGO(WS-IDX-FORN) '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'SOLICITACAO DE COTACAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COTACAO ' WS-NUMERO-PEDIDO ' FORNECEDOR '
               WS-CONV-CODIGO(WS-IDX-FORN) ' '
               WS-CONV-NOME(WS-IDX-FORN)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'INFORME PRECO POR EMBALAGEM E PRAZO DE ENTREGA EM DIAS'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'COD   PRODUTO                   QTDE  PRECO      PRAZO'
               TO WS-SPOOL-LINHA
           MOVE 'EMBALAGEM' TO WS-SPOOL-LINHA(56:9)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM GREATER THAN WS-QTDE-ITENS-COT
               MOVE WS-NUMERO-PEDIDO TO COT-NUMERO
               MOVE WS-CONV-CODIGO(WS-IDX-FORN) TO COT-FORNECEDOR
               MOVE WS-ICT-CODIGO(WS-IDX-ITEM) TO COT-CODIGO-PRODUTO
               MOVE WS-ICT-PRODUTO(WS-IDX-ITEM) TO COT-PRODUTO
               MOVE WS-ICT-QTDE(WS-IDX-ITEM) TO COT-QTDE
               MOVE ZEROS TO COT-PRECO-UNITARIO
               MOVE ZEROS TO COT-PRAZO-DIAS
               MOVE WS-DATA-HOJE TO COT-DATA-EMISSAO
               MOVE 'SOLICITADA' TO COT-STATUS
               WRITE REG-COTACAO
               END-WRITE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING COT-CODIGO-PRODUTO ' ' COT-PRODUTO ' '
                   COT-QTDE ' __________ _____ '
                   WS-ICT-EMBALAGEM(WS-IDX-ITEM)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE.

      * DIGITACAO DA RESPOSTA DE UM FORNECEDOR - PRECO ZERO SIGNIFICA
      * QUE ELE NAO COTOU O ITEM
       REGISTRA-PRECOS-COTACAO.
           DISPLAY 'INFORME O NUMERO DA COTACAO: '
           ACCEPT WS-NUMERO-PEDIDO
           DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
           ACCEPT WS-FORN-PEDIDO

           MOVE ZEROS TO WS-FS-COTACOES
           OPEN I-O COTACOES
           IF WS-FS-COTACOES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COTACOES'
               MOVE WS-FS-COTACOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF

           MOVE WS-NUMERO-PEDIDO TO COT-NUMERO
           MOVE WS-FORN-PEDIDO   TO COT-FORNECEDOR
           MOVE ZEROS            TO COT-CODIGO-PRODUTO
           START COTACOES KEY IS GREATER THAN COT-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-COTACOES
           END-START

           MOVE ZEROS TO WS-QTDE-LINHAS
           PERFORM UNTIL WS-FS-COTACOES EQUAL 10
               READ COTACOES NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-COTACOES
                   NOT AT END
                   IF COT-NUMERO NOT EQUAL WS-NUMERO-PEDIDO
                       OR COT-FORNECEDOR NOT EQUAL WS-FORN-PEDIDO
                       MOVE 10 TO WS-FS-COTACOES
                   ELSE
                       ADD 1 TO WS-QTDE-LINHAS
                       PERFORM DIGITA-PRECO-ITEM-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE COTACOES

           IF WS-QTDE-LINHAS EQUAL ZEROS
               DISPLAY 'FORNECEDOR NAO CONVIDADO PARA ESTA COTACAO'
           ELSE
               MOVE 'GERA-PED-COMPRA' TO WS-AUD-PROGRAMA
               MOVE 'RESPOSTA' TO WS-AUD-OPERACAO
               MOVE COT-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           GO TO MENU-COMPRAS-PROCEDURE.

       DIGITA-PRECO-ITEM-PROCEDURE.
           IF COT-STATUS EQUAL 'VENCEDORA'
               OR COT-STATUS EQUAL 'PERDEDORA'
               DISPLAY 'ITEM ' COT-CODIGO-PRODUTO
                   ' JA JULGADO - NAO PODE SER ALTERADO'
           ELSE
               DISPLAY 'PRODUTO ' COT-CODIGO-PRODUTO ' ' COT-PRODUTO
                   ' EMBALAGENS ' COT-QTDE
               DISPLAY 'PRECO POR EMBALAGEM (0 = NAO COTOU): '
               ACCEPT COT-PRECO-UNITARIO
               IF COT-PRECO-UNITARIO EQUAL ZEROS
                   MOVE ZEROS TO COT-PRAZO-DIAS
                   MOVE 'SEM-OFERTA' TO COT-STATUS
               ELSE
                   DISPLAY 'PRAZO DE ENTREGA (DIAS): '
                   ACCEPT COT-PRAZO-DIAS
                   MOVE 'RESPONDIDA' TO COT-STATUS
               END-IF
               REWRITE REG-COTACAO
               END-REWRITE
           END-IF.

      * MAPA COMPARATIVO: POR ITEM, TODAS AS OFERTAS E O VENCEDOR
      * (MENOR PRECO; EMPATE DECIDIDO PELO MENOR PRAZO)
       MAPA-COTACAO.
           DISPLAY 'INFORME O NUMERO DA COTACAO: '
           ACCEPT WS-NUMERO-PEDIDO

           PERFORM CARREGA-COTACAO-PROCEDURE
           IF WS-QTDE-OFERTAS EQUAL ZEROS
               DISPLAY 'COTACAO NAO ENCONTRADA'
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'mapa-cotacao-' WS-NUMERO-PEDIDO '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'MAPA COMPARATIVO DE COTACAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COTACAO ' WS-NUMERO-PEDIDO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

      *    A NOTA DA ULTIMA AVALIACAO DE FORNECEDORES ACOMPANHA A OFERTA
           MOVE 'N' TO WS-TEM-SCORE
           MOVE ZEROS TO WS-FS-SCORE
           OPEN INPUT SCORE-FORNECEDORES
           IF WS-FS-SCORE EQUAL ZEROS
               MOVE 'S' TO WS-TEM-SCORE
           END-IF

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM GREATER THAN WS-QTDE-ITENS-COT
               PERFORM IMPRIME-MAPA-ITEM-PROCEDURE
           END-PERFORM

           IF WS-TEM-SCORE EQUAL 'S'
               CLOSE SCORE-FORNECEDORES
           END-IF
           PERFORM FECHA-SPOOL-PROCEDURE
           GO TO MENU-COMPRAS-PROCEDURE.

       IMPRIME-MAPA-ITEM-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PRODUTO ' WS-ICT-CODIGO(WS-IDX-ITEM) ' '
               WS-ICT-PRODUTO(WS-IDX-ITEM) ' QTDE '
               WS-ICT-QTDE(WS-IDX-ITEM)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-OFERTA FROM 1 BY 1
               UNTIL WS-IDX-OFERTA GREATER THAN WS-QTDE-OFERTAS
               IF WS-OFT-PRODUTO(WS-IDX-OFERTA)
                   EQUAL WS-ICT-CODIGO(WS-IDX-ITEM)
                   MOVE SPACES TO WS-SPOOL-LINHA
                   IF WS-OFT-PRECO(WS-IDX-OFERTA) EQUAL ZEROS
                       STRING '   FORN '
                           WS-OFT-FORNECEDOR(WS-IDX-OFERTA)
                           ' SEM OFERTA (' WS-OFT-STATUS(WS-IDX-OFERTA)
                           ')'
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   ELSE
                       PERFORM BUSCA-NOTA-FORNECEDOR-PROCEDURE
                       STRING '   FORN '
                           WS-OFT-FORNECEDOR(WS-IDX-OFERTA)
                           ' PRECO ' WS-OFT-PRECO(WS-IDX-OFERTA)
                           ' PRAZO ' WS-OFT-PRAZO(WS-IDX-OFERTA)
                           ' DIAS ' WS-OFT-STATUS(WS-IDX-OFERTA)
                           ' NOTA FORN ' WS-ED-NOTA-FORN
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-IF
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM APURA-VENCEDOR-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-IDX-VENCEDOR EQUAL ZEROS
               MOVE '   SEM OFERTAS - ITEM NAO SERA COMPRADO'
                   TO WS-SPOOL-LINHA
           ELSE
               STRING '   VENCEDOR: FORN '
                   WS-OFT-FORNECEDOR(WS-IDX-VENCEDOR)
                   ' PRECO ' WS-OFT-PRECO(WS-IDX-VENCEDOR)
                   ' PRAZO ' WS-OFT-PRAZO(WS-IDX-VENCEDOR)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       BUSCA-NOTA-FORNECEDOR-PROCEDURE.
           MOVE ZEROS TO WS-ED-NOTA-FORN
           IF WS-TEM-SCORE EQUAL 'S'
               MOVE WS-OFT-FORNECEDOR(WS-IDX-OFERTA) TO SCF-FORNECEDOR
               READ SCORE-FORNECEDORES RECORD
                   KEY IS SCF-FORNECEDOR
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE SCF-NOTA TO WS-ED-NOTA-FORN
               END-READ
           END-IF.

      * WS-IDX-ITEM INDICA O ITEM; DEVOLVE EM WS-IDX-VENCEDOR A MELHOR
      * OFERTA (ZERO QUANDO NINGUEM COTOU)
       APURA-VENCEDOR-PROCEDURE.
           MOVE ZEROS TO WS-IDX-VENCEDOR
           PERFORM VARYING WS-IDX-OFERTA FROM 1 BY 1
               UNTIL WS-IDX-OFERTA GREATER THAN WS-QTDE-OFERTAS
               IF WS-OFT-PRODUTO(WS-IDX-OFERTA)
                   EQUAL WS-ICT-CODIGO(WS-IDX-ITEM)
                   AND WS-OFT-PRECO(WS-IDX-OFERTA) GREATER THAN ZEROS
                   IF WS-IDX-VENCEDOR EQUAL ZEROS
                       MOVE WS-IDX-OFERTA TO WS-IDX-VENCEDOR
                   ELSE IF WS-OFT-PRECO(WS-IDX-OFERTA) LESS THAN
                       WS-OFT-PRECO(WS-IDX-VENCEDOR)
                       MOVE WS-IDX-OFERTA TO WS-IDX-VENCEDOR
                   ELSE IF WS-OFT-PRECO(WS-IDX-OFERTA) EQUAL
                       WS-OFT-PRECO(WS-IDX-VENCEDOR)
                       AND WS-OFT-PRAZO(WS-IDX-OFERTA) LESS THAN
                           WS-OFT-PRAZO(WS-IDX-VENCEDOR)
                       MOVE WS-IDX-OFERTA TO WS-IDX-VENCEDOR
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-COTACAO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-OFERTAS
           MOVE ZEROS TO WS-QTDE-ITENS-COT
           MOVE 'N' TO WS-COTACAO-JULGADA

           MOVE ZEROS TO WS-FS-COTACOES
           OPEN INPUT COTACOES
           IF WS-FS-COTACOES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COTACOES'
               MOVE WS-FS-COTACOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE WS-NUMERO-PEDIDO TO COT-NUMERO
               MOVE ZEROS TO COT-FORNECEDOR
               MOVE ZEROS TO COT-CODIGO-PRODUTO
               START COTACOES KEY IS GREATER THAN COT-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-COTACOES
               END-START
               PERFORM UNTIL WS-FS-COTACOES EQUAL 10
                   READ COTACOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-COTACOES
                       NOT AT END
                       IF COT-NUMERO NOT EQUAL WS-NUMERO-PEDIDO
                           MOVE 10 TO WS-FS-COTACOES
                       ELSE IF WS-QTDE-OFERTAS LESS THAN 600
                           PERFORM GUARDA-OFERTA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COTACOES
           END-IF.

       GUARDA-OFERTA-PROCEDURE.
           ADD 1 TO WS-QTDE-OFERTAS
           MOVE COT-FORNECEDOR TO WS-OFT-FORNECEDOR(WS-QTDE-OFERTAS)
           MOVE COT-CODIGO-PRODUTO TO WS-OFT-PRODUTO(WS-QTDE-OFERTAS)
           MOVE COT-PRECO-UNITARIO TO WS-OFT-PRECO(WS-QTDE-OFERTAS)
           MOVE COT-PRAZO-DIAS TO WS-OFT-PRAZO(WS-QTDE-OFERTAS)
           MOVE COT-STATUS TO WS-OFT-STATUS(WS-QTDE-OFERTAS)
           IF COT-STATUS EQUAL 'VENCEDORA'
               OR COT-STATUS EQUAL 'PERDEDORA'
               MOVE 'S' TO WS-COTACAO-JULGADA
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM GREATER THAN WS-QTDE-ITENS-COT
               IF WS-ICT-CODIGO(WS-IDX-ITEM) EQUAL COT-CODIGO-PRODUTO
                   MOVE WS-IDX-ITEM TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO EQUAL ZEROS
               AND WS-QTDE-ITENS-COT LESS THAN 200
               ADD 1 TO WS-QTDE-ITENS-COT
               MOVE COT-CODIGO-PRODUTO
                   TO WS-ICT-CODIGO(WS-QTDE-ITENS-COT)
               MOVE COT-PRODUTO TO WS-ICT-PRODUTO(WS-QTDE-ITENS-COT)
               MOVE COT-QTDE TO WS-ICT-QTDE(WS-QTDE-ITENS-COT)
           END-IF.

      * O COMPRADOR CONFIRMA (OU TROCA) O VENCEDOR DE CADA ITEM E OS
      * PEDIDOS DE COMPRA SAEM UM POR FORNECEDOR VENCEDOR
       CONFIRMA-COTACAO.
           DISPLAY 'INFORME O NUMERO DA COTACAO: '
           ACCEPT WS-NUMERO-PEDIDO

           PERFORM CARREGA-COTACAO-PROCEDURE
           IF WS-QTDE-OFERTAS EQUAL ZEROS
               DISPLAY 'COTACAO NAO ENCONTRADA'
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF
           IF WS-COTACAO-JULGADA EQUAL 'S'
               DISPLAY 'COTACAO JA JULGADA - PEDIDOS JA GERADOS'
               GO TO MENU-COMPRAS-PROCEDURE
           END-IF
           MOVE WS-NUMERO-PEDIDO TO WS-NUMERO-COTACAO

           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM GREATER THAN WS-QTDE-ITENS-COT
               PERFORM JULGA-ITEM-PROCEDURE
           END-PERFORM

           MOVE ZEROS TO WS-FS-PEDCOMPRA
           OPEN I-O PEDIDOS-COMPRA
           IF WS-FS-PEDCOMPRA EQUAL 35
               OPEN OUTPUT PEDIDOS-COMPRA
               CLOSE PEDIDOS-COMPRA
               OPEN I-O PEDIDOS-COMPRA
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-FORN-PEDIDO
           MOVE ZEROS TO WS-QTDE-PEDIDOS-GER
           PERFORM VARYING WS-IDX-OFERTA FROM 1 BY 1
               UNTIL WS-IDX-OFERTA GREATER THAN WS-QTDE-OFERTAS
               IF WS-OFT-STATUS(WS-IDX-OFERTA) EQUAL 'VENCEDORA'
                   PERFORM GERA-LINHA-VENCEDORA-PROCEDURE
               END-IF
           END-PERFORM

           CLOSE PEDIDOS-COMPRA

           PERFORM GRAVA-JULGAMENTO-PROCEDURE

           DISPLAY 'COTACAO ' WS-NUMERO-COTACAO ' JULGADA - '
               WS-QTDE-PEDIDOS-GER ' PEDIDO(S) DE COMPRA GERADO(S)'
           MOVE 'GERA-PED-COMPRA' TO WS-AUD-PROGRAMA
           MOVE 'JULGAMENTO' TO WS-AUD-OPERACAO
           MOVE WS-NUMERO-COTACAO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-COMPRAS-PROCEDURE.

       JULGA-ITEM-PROCEDURE.
           PERFORM APURA-VENCEDOR-PROCEDURE
           IF WS-IDX-VENCEDOR EQUAL ZEROS
               DISPLAY 'PRODUTO ' WS-ICT-CODIGO(WS-IDX-ITEM) ' '
                   WS-ICT-PRODUTO(WS-IDX-ITEM)
                   ' SEM OFERTAS - FICA FORA DOS PEDIDOS'
           ELSE
               DISPLAY 'PRODUTO ' WS-ICT-CODIGO(WS-IDX-ITEM) ' '
                   WS-ICT-PRODUTO(WS-IDX-ITEM)
               DISPLAY '   VENCEDOR PROPOSTO: FORN '
                   WS-OFT-FORNECEDOR(WS-IDX-VENCEDOR)
                   ' PRECO ' WS-OFT-PRECO(WS-IDX-VENCEDOR)
                   ' PRAZO ' WS-OFT-PRAZO(WS-IDX-VENCEDOR)
               DISPLAY 'FORNECEDOR VENCEDOR (000 ACEITA O PROPOSTO): '
               ACCEPT WS-FORN-ESCOLHIDO
               IF WS-FORN-ESCOLHIDO NOT EQUAL ZEROS
                   PERFORM TROCA-VENCEDOR-PROCEDURE
               END-IF
           END-IF

           PERFORM VARYING WS-IDX-OFERTA FROM 1 BY 1
               UNTIL WS-IDX-OFERTA GREATER THAN WS-QTDE-OFERTAS
               IF WS-OFT-PRODUTO(WS-IDX-OFERTA)
                   EQUAL WS-ICT-CODIGO(WS-IDX-ITEM)
                   IF WS-IDX-OFERTA EQUAL WS-IDX-VENCEDOR
                       MOVE 'VENCEDORA' TO WS-OFT-STATUS(WS-IDX-OFERTA)
                   ELSE
                       MOVE 'PERDEDORA' TO WS-OFT-STATUS(WS-IDX-OFERTA)
                   END-IF
               END-IF
           END-PERFORM.

       TROCA-VENCEDOR-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-OFERTA FROM 1 BY 1
               UNTIL WS-IDX-OFERTA GREATER THAN WS-QTDE-OFERTAS
               IF WS-OFT-PRODUTO(WS-IDX-OFERTA)
                   EQUAL WS-ICT-CODIGO(WS-IDX-ITEM)
                   AND WS-OFT-FORNECEDOR(WS-IDX-OFERTA)
                       EQUAL WS-FORN-ESCOLHIDO
                   AND WS-OFT-PRECO(WS-IDX-OFERTA) GREATER THAN ZEROS
                   MOVE WS-IDX-OFERTA TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO EQUAL ZEROS
               DISPLAY 'FORNECEDOR NAO COTOU O ITEM - MANTIDO O '
                   'VENCEDOR PROPOSTO'
           ELSE
               MOVE WS-IDX-ACHADO TO WS-IDX-VENCEDOR
           END-IF.

      * AS OFERTAS VEM EM ORDEM DE FORNECEDOR - A CADA NOVO FORNECEDOR
      * VENCEDOR ABRE-SE UM NOVO NUMERO DE PEDIDO DE COMPRA
       GERA-LINHA-VENCEDORA-PROCEDURE.
           IF WS-OFT-FORNECEDOR(WS-IDX-OFERTA) NOT EQUAL WS-FORN-PEDIDO
               MOVE WS-OFT-FORNECEDOR(WS-IDX-OFERTA) TO WS-FORN-PEDIDO
               PERFORM PROXIMO-NUMERO-COMPRA-PROCEDURE
               MOVE ZEROS TO WS-ITEM-PEDIDO
               ADD 1 TO WS-QTDE-PEDIDOS-GER
               DISPLAY 'PEDIDO DE COMPRA ' WS-NUMERO-PEDIDO
                   ' PARA O FORNECEDOR ' WS-FORN-PEDIDO
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM GREATER THAN WS-QTDE-ITENS-COT
               IF WS-ICT-CODIGO(WS-IDX-ITEM)
                   EQUAL WS-OFT-PRODUTO(WS-IDX-OFERTA)
                   MOVE WS-IDX-ITEM TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           ADD 1 TO WS-ITEM-PEDIDO
           MOVE WS-FORN-PEDIDO   TO PC-FORNECEDOR
           MOVE WS-NUMERO-PEDIDO TO PC-NUMERO
           MOVE WS-ITEM-PEDIDO   TO PC-ITEM
           MOVE WS-ICT-CODIGO(WS-IDX-ACHADO) TO PC-CODIGO-PRODUTO
           MOVE WS-ICT-PRODUTO(WS-IDX-ACHADO) TO PC-PRODUTO
           MOVE WS-ICT-QTDE(WS-IDX-ACHADO) TO PC-QTDE-PEDIDA
           MOVE ZEROS            TO PC-QTDE-RECEBIDA
           MOVE WS-DATA-HOJE     TO PC-DATA-EMISSAO
           MOVE 'ABERTO'         TO PC-STATUS
           MOVE WS-OFT-PRECO(WS-IDX-OFERTA) TO PC-PRECO-UNITARIO
           MOVE WS-OFT-PRAZO(WS-IDX-OFERTA) TO PC-PRAZO-DIAS
           MOVE ZEROS            TO PC-DATA-PRIM-RECEB
           MOVE ZEROS            TO PC-DATA-ULT-RECEB
           MOVE ZEROS            TO PC-VALOR-FATURADO

           WRITE REG-PEDIDO-COMPRA

           IF WS-FS-PEDCOMPRA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A LINHA DO PEDIDO DE COMPRA'
               MOVE WS-FS-PEDCOMPRA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               SUBTRACT 1 FROM WS-ITEM-PEDIDO
           END-IF.

       GRAVA-JULGAMENTO-PROCEDURE.
           MOVE ZEROS TO WS-FS-COTACOES
           OPEN I-O COTACOES
           IF WS-FS-COTACOES EQUAL ZEROS
               PERFORM VARYING WS-IDX-OFERTA FROM 1 BY 1
                   UNTIL WS-IDX-OFERTA GREATER THAN WS-QTDE-OFERTAS
                   MOVE WS-NUMERO-COTACAO TO COT-NUMERO
                   MOVE WS-OFT-FORNECEDOR(WS-IDX-OFERTA)
                       TO COT-FORNECEDOR
                   MOVE WS-OFT-PRODUTO(WS-IDX-OFERTA)
                       TO COT-CODIGO-PRODUTO
                   READ COTACOES RECORD
                       KEY IS COT-CHAVE
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       MOVE WS-OFT-STATUS(WS-IDX-OFERTA) TO COT-STATUS
                       REWRITE REG-COTACAO
                       END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE COTACOES
           END-IF.

       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY SPOOLPRC.
       COPY UNIPRC.
       COPY AMBPRC.


