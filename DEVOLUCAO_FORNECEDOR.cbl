      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCAO-FORNECEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.

       COPY FORNSEL.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY PEDCSEL.

       COPY CPAGSEL.

       COPY LOTESEL.

       COPY NDEBSEL.

       COPY NDCTLSEL.

       COPY LIVROSEL.

       COPY MOVESTQSEL.

       COPY SERSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.

       COPY FORNFD.

       COPY PRODFD.

       COPY PEDCFD.

       COPY CPAGFD.

       COPY LOTEFD.

       COPY NDEBFD.

       COPY NDCTLFD.

       COPY LIVROFD.

       COPY MOVESTQFD.

       COPY SERFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-FORNECEDORES  PIC 99.
       77 WS-FS-PRODUTOS      PIC 99.
       77 WS-FS-PEDCOMPRA     PIC 99.
       77 WS-FS-CPAGAR        PIC 99.
       77 WS-FS-LOTES         PIC 99.
       77 WS-FS-NDEBCTL       PIC 99.
       77 WS-FS-LIVRO         PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-FORNECEDOR       PIC 9(03) VALUE ZEROS.
       77 WS-NOME-FORNECEDOR  PIC X(25) VALUE SPACES.
       77 WS-FORN-OK          PIC X(01) VALUE 'N'.
       77 WS-DEV-OK           PIC X(01) VALUE 'N'.
       77 WS-TEM-PEDIDO       PIC X(01) VALUE 'N'.
       77 WS-LOTE-ABERTO      PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-PC-NUMERO        PIC 9(10) VALUE ZEROS.
       77 WS-PC-ITEM          PIC 9(03) VALUE ZEROS.
       77 WS-PC-PRECO         PIC 9(06)V99 VALUE ZEROS.
       77 WS-PC-RECEBIDA      PIC 9(05) VALUE ZEROS.
       77 WS-PRODUTO          PIC 9(05) VALUE ZEROS.
       77 WS-LOCAL            PIC X(01) VALUE 'L'.
       77 WS-LOTE             PIC X(10) VALUE SPACES.
       77 WS-QTDE             PIC 9(05) VALUE ZEROS.
       77 WS-DISPONIVEL       PIC 9(07) VALUE ZEROS.
       77 WS-LIMITE-PEDIDO    PIC 9(07) VALUE ZEROS.
       77 WS-JA-DEVOLVIDO     PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-DEV        PIC 9(09)V99 VALUE ZEROS.
       77 WS-IMPOSTO-DEV      PIC 9(09)V99 VALUE ZEROS.
       77 WS-NOTA-ORIGEM      PIC X(10) VALUE SPACES.
       77 WS-MOTIVO           PIC X(30) VALUE SPACES.
       77 WS-NUM-NOTA-DEBITO  PIC 9(10) VALUE ZEROS.
       77 WS-FORN-FILTRO      PIC 9(03) VALUE ZEROS.
       77 WS-SALDO-CREDITO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ABATIDO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-CREDITO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-NOTAS       PIC 9(05) VALUE ZEROS.
       77 WS-ED-QTDE          PIC ZZZZZZ9.
       77 WS-ED-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

       COPY NDEBWS.
       COPY UNIWS.
       COPY MOVESTQWS.
       COPY SERWS.
       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-DEVOLUCAO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-DEVOLUCAO-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------DEVOLUCAO DE COMPRAS AO FORNECEDOR------'
           DISPLAY 'D - REGISTRAR DEVOLUCAO / EMITIR NOTA DE DEBITO'
           DISPLAY 'L - NOTAS DE DEBITO E CREDITOS POR FORNECEDOR'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO D OU L... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'D'
               GO TO DEVOLUCAO-FORNECEDOR
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO RELATORIO-NOTAS-DEBITO
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-DEVOLUCAO-REPROMPT
               END-IF

           END-PERFORM
           STOP RUN.

      * A DEVOLUCAO REFERENCIA A LINHA DO PEDIDO DE COMPRA RECEBIDA OU,
      * SEM PEDIDO, O LOTE DO PRODUTO. A QUANTIDADE E EM UNIDADES DE
      * VENDA E SAI DO ESTOQUE DO LOCAL (E DO LOTE) INFORMADO
       DEVOLUCAO-FORNECEDOR.
           PERFORM INFORMA-FORNECEDOR-PROCEDURE
           IF WS-FORN-OK NOT EQUAL 'S'
               GO TO MENU-DEVOLUCAO-PROCEDURE
           END-IF

           PERFORM INFORMA-REFERENCIA-PROCEDURE
           IF WS-DEV-OK NOT EQUAL 'S'
               GO TO MENU-DEVOLUCAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN I-O PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-DEVOLUCAO-PROCEDURE
           END-IF
           MOVE 'N' TO WS-LOTE-ABERTO

           MOVE WS-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'PRODUTO NAO ENCONTRADO NO CADASTRO'
               MOVE 'N' TO WS-DEV-OK
               NOT INVALID KEY
               DISPLAY 'PRODUTO: ' CODIGO-PRODUTO ' ' PRODUTO
               PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
           END-READ

           IF WS-DEV-OK EQUAL 'S'
               PERFORM INFORMA-QUANTIDADE-PROCEDURE
           END-IF

           IF WS-DEV-OK EQUAL 'S'
               PERFORM CALCULA-VALOR-DEVOLUCAO-PROCEDURE
               DISPLAY 'INFORME A NOTA DO FORNECEDOR A ABATER '
                   '(BRANCO = CREDITO PARA O PROXIMO TITULO): '
               MOVE SPACES TO WS-NOTA-ORIGEM
               ACCEPT WS-NOTA-ORIGEM
               DISPLAY 'INFORME O MOTIVO DA DEVOLUCAO: '
               MOVE SPACES TO WS-MOTIVO
               ACCEPT WS-MOTIVO

               DISPLAY 'QUANTIDADE A DEVOLVER: ' WS-QTDE ' '
                   WS-UNI-VENDA
               MOVE WS-VALOR-DEV TO WS-ED-VALOR
               DISPLAY 'VALOR DA NOTA DE DEBITO: ' WS-ED-VALOR
               MOVE WS-IMPOSTO-DEV TO WS-ED-VALOR
               DISPLAY 'IMPOSTO DESTACADO......: ' WS-ED-VALOR
               DISPLAY 'CONFIRMA A DEVOLUCAO? (S/N)'
               MOVE 'N' TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                   DISPLAY 'DEVOLUCAO NAO REGISTRADA'
               ELSE
                   PERFORM EFETIVA-DEVOLUCAO-PROCEDURE
               END-IF
           END-IF

           IF WS-LOTE-ABERTO EQUAL 'S'
               CLOSE LOTES
           END-IF
           CLOSE PRODUTOS
           GO TO MENU-DEVOLUCAO-PROCEDURE.

      *    COM PEDIDO A LINHA PRECISA TER RECEBIMENTO; SEM PEDIDO O
      *    PRODUTO E INFORMADO DIRETAMENTE E O LOTE PASSA A SER EXIGIDO
       INFORMA-REFERENCIA-PROCEDURE.
           MOVE 'N' TO WS-DEV-OK
           MOVE 'N' TO WS-TEM-PEDIDO
           MOVE ZEROS TO WS-PC-PRECO
           MOVE ZEROS TO WS-PC-RECEBIDA
           MOVE ZEROS TO WS-PC-ITEM
           DISPLAY 'INFORME O NUMERO DO PEDIDO DE COMPRA '
               '(0 = DEVOLUCAO POR LOTE): '
           MOVE ZEROS TO WS-PC-NUMERO
           ACCEPT WS-PC-NUMERO

           IF WS-PC-NUMERO EQUAL ZEROS
               DISPLAY 'INFORME O CODIGO DO PRODUTO: '
               MOVE ZEROS TO WS-PRODUTO
               ACCEPT WS-PRODUTO
               IF WS-PRODUTO EQUAL ZEROS
                   DISPLAY 'PRODUTO NAO INFORMADO'
               ELSE
                   MOVE 'S' TO WS-DEV-OK
               END-IF
           ELSE
               DISPLAY 'INFORME O ITEM DO PEDIDO DE COMPRA: '
               ACCEPT WS-PC-ITEM
               MOVE ZEROS TO WS-FS-PEDCOMPRA
               OPEN INPUT PEDIDOS-COMPRA
               IF WS-FS-PEDCOMPRA NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS DE '
                       'COMPRA'
                   MOVE WS-FS-PEDCOMPRA TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   MOVE WS-FORNECEDOR TO PC-FORNECEDOR
                   MOVE WS-PC-NUMERO TO PC-NUMERO
                   MOVE WS-PC-ITEM TO PC-ITEM
                   READ PEDIDOS-COMPRA RECORD
                       KEY IS PC-CHAVE
                       INVALID KEY
                       DISPLAY 'LINHA DO PEDIDO DE COMPRA NAO '
                           'ENCONTRADA PARA O FORNECEDOR'
                       NOT INVALID KEY
                       IF PC-QTDE-RECEBIDA EQUAL ZEROS
                           DISPLAY 'LINHA SEM RECEBIMENTO - NADA A '
                               'DEVOLVER'
                       ELSE
                           MOVE 'S' TO WS-DEV-OK
                           MOVE 'S' TO WS-TEM-PEDIDO
                           MOVE PC-CODIGO-PRODUTO TO WS-PRODUTO
                           MOVE PC-PRECO-UNITARIO TO WS-PC-PRECO
                           MOVE PC-QTDE-RECEBIDA TO WS-PC-RECEBIDA
                           DISPLAY 'PEDIDO ' PC-NUMERO ' ITEM '
                               PC-ITEM ' RECEBIDO: ' PC-QTDE-RECEBIDA
                               ' EMBALAGENS'
                       END-IF
                   END-READ
                   CLOSE PEDIDOS-COMPRA
               END-IF
           END-IF.

      *    O LIMITE E O MENOR ENTRE O ESTOQUE DO LOCAL, O SALDO DO LOTE
      *    E O RECEBIDO NA LINHA DO PEDIDO MENOS O JA DEVOLVIDO
       INFORMA-QUANTIDADE-PROCEDURE.
           DISPLAY 'SAIDA DA (L)OJA OU DO (D)EPOSITO? '
           ACCEPT WS-LOCAL
           IF WS-LOCAL NOT EQUAL 'D'
               MOVE 'L' TO WS-LOCAL
           END-IF
           IF WS-LOCAL EQUAL 'D'
               MOVE PROD-ESTOQUE-DEP TO WS-DISPONIVEL
           ELSE
               MOVE ESTOQUE TO WS-DISPONIVEL
           END-IF

           IF WS-TEM-PEDIDO EQUAL 'S'
               PERFORM SOMA-JA-DEVOLVIDO-PROCEDURE
               COMPUTE WS-LIMITE-PEDIDO = WS-PC-RECEBIDA * WS-UNI-FATOR
               IF WS-JA-DEVOLVIDO NOT LESS THAN WS-LIMITE-PEDIDO
                   MOVE ZEROS TO WS-LIMITE-PEDIDO
               ELSE
                   SUBTRACT WS-JA-DEVOLVIDO FROM WS-LIMITE-PEDIDO
               END-IF
               DISPLAY 'JA DEVOLVIDO NA LINHA: ' WS-JA-DEVOLVIDO ' '
                   WS-UNI-VENDA
               IF WS-DISPONIVEL GREATER THAN WS-LIMITE-PEDIDO
                   MOVE WS-LIMITE-PEDIDO TO WS-DISPONIVEL
               END-IF
               DISPLAY 'INFORME O LOTE (BRANCO SE O PRODUTO NAO '
                   'CONTROLA LOTE): '
           ELSE
               DISPLAY 'INFORME O LOTE A DEVOLVER: '
           END-IF
           MOVE SPACES TO WS-LOTE
           ACCEPT WS-LOTE

           IF WS-LOTE EQUAL SPACES
               IF WS-TEM-PEDIDO NOT EQUAL 'S'
                   DISPLAY 'SEM PEDIDO DE COMPRA O LOTE E OBRIGATORIO'
                   MOVE 'N' TO WS-DEV-OK
               END-IF
           ELSE
               PERFORM LE-LOTE-PROCEDURE
           END-IF

           IF WS-DEV-OK EQUAL 'S'
               DISPLAY 'DISPONIVEL PARA DEVOLUCAO: ' WS-DISPONIVEL ' '
                   WS-UNI-VENDA
               DISPLAY 'INFORME A QUANTIDADE A DEVOLVER EM '
                   WS-UNI-VENDA ': '
               MOVE ZEROS TO WS-QTDE
               ACCEPT WS-QTDE
               IF WS-QTDE EQUAL ZEROS
                   OR WS-QTDE GREATER THAN WS-DISPONIVEL
                   DISPLAY 'QUANTIDADE INVALIDA - DEVOLUCAO NAO '
                       'REGISTRADA'
                   MOVE 'N' TO WS-DEV-OK
               END-IF
           END-IF

           IF WS-DEV-OK EQUAL 'S'
               AND PROD-SERIALIZADO EQUAL 'S'
               MOVE 'S' TO WS-SER-MODO
               MOVE CODIGO-PRODUTO TO WS-SER-PRODUTO
               MOVE WS-QTDE TO WS-SER-QTDE
               MOVE WS-FORNECEDOR TO WS-SER-FORNECEDOR
               MOVE SPACES TO WS-SER-DOCUMENTO
               PERFORM CAPTURA-SERIES-PROCEDURE
               IF WS-SER-OK NOT EQUAL 'S'
                   DISPLAY 'NUMEROS DE SERIE NAO INFORMADOS - '
                       'DEVOLUCAO NAO REGISTRADA'
                   MOVE 'N' TO WS-DEV-OK
               END-IF
           ELSE
               MOVE ZEROS TO WS-SER-QTDE-LIDA
           END-IF.

      *    TOTAL JA DEVOLVIDO NA LINHA, PELAS NOTAS DE DEBITO EMITIDAS
       SOMA-JA-DEVOLVIDO-PROCEDURE.
           MOVE ZEROS TO WS-JA-DEVOLVIDO
           MOVE ZEROS TO WS-FS-NDEBITO
           OPEN INPUT NOTAS-DEBITO
           IF WS-FS-NDEBITO EQUAL ZEROS
               PERFORM UNTIL WS-FS-NDEBITO EQUAL 10
                   READ NOTAS-DEBITO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-NDEBITO
                       NOT AT END
                       IF ND-FORNECEDOR EQUAL WS-FORNECEDOR
                           AND ND-PC-NUMERO EQUAL WS-PC-NUMERO
                           AND ND-PC-ITEM EQUAL WS-PC-ITEM
                           ADD ND-QTDE TO WS-JA-DEVOLVIDO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-DEBITO
           END-IF.

       LE-LOTE-PROCEDURE.
           MOVE ZEROS TO WS-FS-LOTES
           OPEN I-O LOTES
           IF WS-FS-LOTES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOTES'
               MOVE WS-FS-LOTES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 'N' TO WS-DEV-OK
           ELSE
               MOVE 'S' TO WS-LOTE-ABERTO
               MOVE CODIGO-PRODUTO TO LOT-CODIGO-PRODUTO
               MOVE WS-LOTE TO LOT-NUMERO
               MOVE WS-LOCAL TO LOT-LOCAL
               READ LOTES RECORD
                   KEY IS LOT-CHAVE
                   INVALID KEY
                   DISPLAY 'LOTE NAO ENCONTRADO PARA O PRODUTO NO '
                       'LOCAL INFORMADO'
                   MOVE 'N' TO WS-DEV-OK
                   NOT INVALID KEY
                   DISPLAY 'LOTE ' LOT-NUMERO ' VALIDADE '
                       LOT-VALIDADE ' SALDO: ' LOT-QTDE
                   IF WS-DISPONIVEL GREATER THAN LOT-QTDE
                       MOVE LOT-QTDE TO WS-DISPONIVEL
                   END-IF
               END-READ
           END-IF.

      *    VALOR PELO PRECO DA EMBALAGEM NO PEDIDO RATEADO PELO FATOR DE
      *    CONVERSAO; SEM PRECO NO PEDIDO VALE O CUSTO MEDIO DO PRODUTO
       CALCULA-VALOR-DEVOLUCAO-PROCEDURE.
           IF WS-PC-PRECO GREATER THAN ZEROS
               COMPUTE WS-VALOR-DEV ROUNDED =
                   WS-QTDE * WS-PC-PRECO / WS-UNI-FATOR
           ELSE
               COMPUTE WS-VALOR-DEV ROUNDED =
                   WS-QTDE * PROD-PRECO-CUSTO
           END-IF
           COMPUTE WS-IMPOSTO-DEV ROUNDED =
               WS-VALOR-DEV * PROD-ALIQ-IMPOSTO / 100.

       EFETIVA-DEVOLUCAO-PROCEDURE.
           PERFORM PROXIMO-NUMERO-NOTA-DEBITO-PROCEDURE
           IF WS-NUM-NOTA-DEBITO EQUAL ZEROS
               DISPLAY 'ERRO AO NUMERAR A NOTA DE DEBITO - '
                   'DEVOLUCAO NAO REGISTRADA'
               MOVE WS-FS-NDEBCTL TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               IF WS-LOCAL EQUAL 'D'
                   SUBTRACT WS-QTDE FROM PROD-ESTOQUE-DEP
               ELSE
                   SUBTRACT WS-QTDE FROM ESTOQUE
               END-IF
               REWRITE REG-PRODUTO
               END-REWRITE

               IF WS-LOTE NOT EQUAL SPACES
                   SUBTRACT WS-QTDE FROM LOT-QTDE
                   REWRITE REG-LOTE
                   END-REWRITE
               END-IF

               IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                   MOVE WS-NUM-NOTA-DEBITO TO WS-SER-DOCUMENTO
                   PERFORM ATUALIZA-SERIES-PROCEDURE
               END-IF

               MOVE CODIGO-PRODUTO TO WS-MOV-CODIGO-PRODUTO
               MOVE 'DEVOL-FORN' TO WS-MOV-TIPO
               MOVE WS-NUM-NOTA-DEBITO TO WS-MOV-DOCUMENTO
               COMPUTE WS-MOV-QTDE = ZERO - WS-QTDE
               MOVE WS-LOCAL TO WS-MOV-LOCAL
               PERFORM GRAVA-MOVESTOQUE-PROCEDURE

               PERFORM GRAVA-NOTA-DEBITO-PROCEDURE
               PERFORM GRAVA-LIVRO-DEVOLUCAO-PROCEDURE

               MOVE 'DEVOL-FORN' TO WS-AUD-PROGRAMA
               MOVE 'DEVOLUCAO' TO WS-AUD-OPERACAO
               MOVE WS-NUM-NOTA-DEBITO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE

               PERFORM IMPRIME-NOTA-DEBITO-PROCEDURE

               DISPLAY 'DEVOLUCAO REGISTRADA - NOTA DE DEBITO '
                   WS-NUM-NOTA-DEBITO
               DISPLAY 'ESTOQUE LOJA....: ' ESTOQUE
               DISPLAY 'ESTOQUE DEPOSITO: ' PROD-ESTOQUE-DEP
           END-IF.

       PROXIMO-NUMERO-NOTA-DEBITO-PROCEDURE.
           MOVE ZEROS TO WS-FS-NDEBCTL
           OPEN I-O NDEBITO-CONTROLE
           IF WS-FS-NDEBCTL EQUAL 35
               OPEN OUTPUT NDEBITO-CONTROLE
               CLOSE NDEBITO-CONTROLE
               OPEN I-O NDEBITO-CONTROLE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE NDT-ANO = WS-DATA-HOJE / 10000

           READ NDEBITO-CONTROLE RECORD
               KEY IS NDT-ANO
               INVALID KEY
               MOVE 1 TO NDT-ULTIMO-SEQ
               WRITE REG-NDEBITO-CONTROLE
               END-WRITE
               NOT INVALID KEY
               ADD 1 TO NDT-ULTIMO-SEQ
               REWRITE REG-NDEBITO-CONTROLE
               END-REWRITE
           END-READ

           CLOSE NDEBITO-CONTROLE

           IF WS-FS-NDEBCTL EQUAL ZEROS
               COMPUTE WS-NUM-NOTA-DEBITO =
                   (NDT-ANO * 1000000) + NDT-ULTIMO-SEQ
           ELSE
               MOVE ZEROS TO WS-NUM-NOTA-DEBITO
           END-IF.

      *    COM A NOTA DO FORNECEDOR AINDA EM ABERTO O DEBITO E ABATIDO
      *    DO TITULO; O QUE SOBRAR FICA COMO CREDITO COM O FORNECEDOR E
      *    E ABATIDO DO PROXIMO TITULO LANCADO PARA ELE
       GRAVA-NOTA-DEBITO-PROCEDURE.
           MOVE WS-NUM-NOTA-DEBITO TO ND-NUMERO
           MOVE WS-FORNECEDOR      TO ND-FORNECEDOR
           MOVE WS-PC-NUMERO       TO ND-PC-NUMERO
           MOVE WS-PC-ITEM         TO ND-PC-ITEM
           MOVE CODIGO-PRODUTO     TO ND-CODIGO-PRODUTO
           MOVE WS-LOTE            TO ND-LOTE
           MOVE WS-LOCAL           TO ND-LOCAL
           MOVE WS-QTDE            TO ND-QTDE
           MOVE WS-VALOR-DEV       TO ND-VALOR
           MOVE WS-IMPOSTO-DEV     TO ND-VALOR-IMPOSTO
           MOVE WS-DATA-HOJE       TO ND-DATA-EMISSAO
           MOVE WS-NOTA-ORIGEM     TO ND-NOTA-ORIGEM
           MOVE ZEROS              TO ND-VALOR-UTILIZADO
           MOVE SPACES             TO ND-TITULO-ABATIDO
           MOVE 'CREDITO'          TO ND-STATUS
           MOVE WS-MOTIVO          TO ND-MOTIVO

           IF WS-NOTA-ORIGEM NOT EQUAL SPACES
               PERFORM ABATE-TITULO-ORIGEM-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-NDEBITO
           OPEN I-O NOTAS-DEBITO
           IF WS-FS-NDEBITO EQUAL 35
               OPEN OUTPUT NOTAS-DEBITO
               CLOSE NOTAS-DEBITO
               OPEN I-O NOTAS-DEBITO
           END-IF

           IF WS-FS-NDEBITO EQUAL ZEROS
               WRITE REG-NOTA-DEBITO
               IF WS-FS-NDEBITO NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR A NOTA DE DEBITO'
                   MOVE WS-FS-NDEBITO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS DE DEBITO'
               MOVE WS-FS-NDEBITO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE NOTAS-DEBITO

           MOVE ND-VALOR-UTILIZADO TO WS-VALOR-ABATIDO
           COMPUTE WS-SALDO-CREDITO = ND-VALOR - ND-VALOR-UTILIZADO
           IF WS-SALDO-CREDITO GREATER THAN ZEROS
               MOVE WS-SALDO-CREDITO TO WS-ED-VALOR
               DISPLAY 'CREDITO COM O FORNECEDOR PARA O PROXIMO '
                   'TITULO: ' WS-ED-VALOR
           END-IF.

       ABATE-TITULO-ORIGEM-PROCEDURE.
           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'CONTAS A PAGAR INDISPONIVEL - DEBITO FICA '
                   'COMO CREDITO'
           ELSE
               MOVE WS-FORNECEDOR TO CP-FORNECEDOR
               MOVE WS-NOTA-ORIGEM TO CP-NUM-NOTA
               READ CONTAS-PAGAR RECORD
                   KEY IS CP-CHAVE
                   INVALID KEY
                   DISPLAY 'TITULO DA NOTA ' WS-NOTA-ORIGEM
                       ' NAO ENCONTRADO - DEBITO FICA COMO CREDITO'
                   NOT INVALID KEY
                   IF CP-STATUS EQUAL 'QUITADO'
                       OR CP-STATUS EQUAL 'CANCELADO'
                       DISPLAY 'TITULO ' CP-STATUS ' - DEBITO FICA '
                           'COMO CREDITO'
                   ELSE
                       PERFORM APLICA-NOTA-DEBITO-PROCEDURE
                       IF WS-NDB-ABATER GREATER THAN ZEROS
                           REWRITE REG-CPAGAR
                           END-REWRITE
                           IF WS-FS-CPAGAR EQUAL ZEROS
                               MOVE WS-NDB-ABATER TO WS-ED-VALOR
                               DISPLAY 'ABATIDO DO TITULO '
                                   CP-NUM-NOTA ': ' WS-ED-VALOR
                               MOVE 'DEVOL-FORN' TO WS-AUD-PROGRAMA
                               MOVE 'ABATE-TIT' TO WS-AUD-OPERACAO
                               MOVE CP-NUM-NOTA TO WS-AUD-CHAVE
                               PERFORM GRAVA-AUDITORIA-PROCEDURE
                           ELSE
                               DISPLAY 'ERRO AO ATUALIZAR O TITULO - '
                                   'DEBITO FICA COMO CREDITO'
                               MOVE ZEROS TO ND-VALOR-UTILIZADO
                               MOVE SPACES TO ND-TITULO-ABATIDO
                               MOVE 'CREDITO' TO ND-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-READ
               CLOSE CONTAS-PAGAR
           END-IF.

      *    A DEVOLUCAO DE COMPRA ENTRA NO LIVRO COM O SEQUENCIAL DA NOTA
      *    DE DEBITO; O FORNECEDOR NAO E PARTICIPANTE DO CADASTRO DE
      *    CLIENTES E FICA SEM CODIGO
       GRAVA-LIVRO-DEVOLUCAO-PROCEDURE.
           MOVE ZEROS TO WS-FS-LIVRO
           OPEN EXTEND LIVRO-FISCAL
           IF WS-FS-LIVRO EQUAL 35
               OPEN OUTPUT LIVRO-FISCAL
           END-IF

           IF WS-FS-LIVRO EQUAL ZEROS
               MOVE WS-NUM-NOTA-DEBITO   TO LF-NUM-NOTA-FISCAL
               MOVE 'DEVOL-FORN'         TO LF-TIPO
               MOVE WS-DATA-HOJE         TO LF-DATA
               MOVE WS-NUM-NOTA-DEBITO   TO LF-CODIGO-PEDIDO
               MOVE ZEROS                TO LF-CODIGO-CLIENTE
               MOVE WS-VALOR-DEV         TO LF-VALOR
               MOVE WS-IMPOSTO-DEV       TO LF-VALOR-IMPOSTO
               WRITE REG-LIVRO-FISCAL
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LIVRO FISCAL'
               MOVE WS-FS-LIVRO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE LIVRO-FISCAL.

       IMPRIME-NOTA-DEBITO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'nota-debito-' WS-NUM-NOTA-DEBITO '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'NOTA DE DEBITO - DEVOLUCAO AO FORNECEDOR'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'NOTA DE DEBITO: ' WS-NUM-NOTA-DEBITO
               '   EMISSAO: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'FORNECEDOR....: ' WS-FORNECEDOR ' '
               WS-NOME-FORNECEDOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-TEM-PEDIDO EQUAL 'S'
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'PEDIDO COMPRA.: ' WS-PC-NUMERO ' ITEM '
                   WS-PC-ITEM
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           IF WS-NOTA-ORIGEM NOT EQUAL SPACES
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'NOTA DE ORIGEM: ' WS-NOTA-ORIGEM
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE 'PROD   DESCRICAO                 LOTE       L'
               TO WS-SPOOL-LINHA
           MOVE '   QTDE UN           VALOR' TO WS-SPOOL-LINHA(47:26)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE CODIGO-PRODUTO TO WS-SPOOL-LINHA(1:5)
           MOVE PRODUTO TO WS-SPOOL-LINHA(8:25)
           MOVE WS-LOTE TO WS-SPOOL-LINHA(34:10)
           MOVE WS-LOCAL TO WS-SPOOL-LINHA(45:1)
           MOVE WS-QTDE TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(47:7)
           MOVE WS-UNI-VENDA TO WS-SPOOL-LINHA(55:3)
           MOVE WS-VALOR-DEV TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(59:14)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-IMPOSTO-DEV TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'IMPOSTO DESTACADO.....: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-VALOR-ABATIDO TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ABATIDO DO TITULO.....: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-SALDO-CREDITO TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CREDITO COM FORNECEDOR: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'MOTIVO: ' WS-MOTIVO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE
           DISPLAY 'NOTA DE DEBITO: ' WS-ARQ-SPOOL.

       RELATORIO-NOTAS-DEBITO.
           DISPLAY 'INFORME O FORNECEDOR (000 PARA TODOS): '
           MOVE ZEROS TO WS-FORN-FILTRO
           ACCEPT WS-FORN-FILTRO

           MOVE ZEROS TO WS-FS-NDEBITO
           OPEN INPUT NOTAS-DEBITO
           IF WS-FS-NDEBITO NOT EQUAL ZEROS
               DISPLAY 'NENHUMA NOTA DE DEBITO EMITIDA'
               MOVE WS-FS-NDEBITO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-DEVOLUCAO-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'notas-debito-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'NOTAS DE DEBITO E CREDITOS COM FORNECEDORES'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE 'NOTA DEBITO FOR EMISSAO  PRODUTO  QTDE'
               TO WS-SPOOL-LINHA
           MOVE '      VALOR    SALDO CRED STATUS' TO
               WS-SPOOL-LINHA(40:33)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-TOTAL-CREDITO
           MOVE ZEROS TO WS-QTDE-NOTAS
           PERFORM UNTIL WS-FS-NDEBITO EQUAL 10
               READ NOTAS-DEBITO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-NDEBITO
                   NOT AT END
                   IF WS-FORN-FILTRO EQUAL ZEROS
                       OR ND-FORNECEDOR EQUAL WS-FORN-FILTRO
                       PERFORM IMPRIME-NOTA-LISTA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-CREDITO TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CREDITOS EM ABERTO A ABATER: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE
           CLOSE NOTAS-DEBITO

           DISPLAY 'NOTAS LISTADAS: ' WS-QTDE-NOTAS
           DISPLAY 'CREDITOS EM ABERTO A ABATER: ' WS-ED-VALOR
           DISPLAY 'RELATORIO: ' WS-ARQ-SPOOL
           GO TO MENU-DEVOLUCAO-PROCEDURE.

       IMPRIME-NOTA-LISTA-PROCEDURE.
           COMPUTE WS-SALDO-CREDITO = ND-VALOR - ND-VALOR-UTILIZADO
           IF ND-STATUS EQUAL 'CREDITO'
               ADD WS-SALDO-CREDITO TO WS-TOTAL-CREDITO
           END-IF
           ADD 1 TO WS-QTDE-NOTAS

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE ND-NUMERO TO WS-SPOOL-LINHA(1:10)
           MOVE ND-FORNECEDOR TO WS-SPOOL-LINHA(13:3)
           MOVE ND-DATA-EMISSAO TO WS-SPOOL-LINHA(17:8)
           MOVE ND-CODIGO-PRODUTO TO WS-SPOOL-LINHA(27:5)
           MOVE ND-QTDE TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(32:7)
           MOVE ND-VALOR TO WS-ED-VALOR
           MOVE WS-ED-VALOR(4:11) TO WS-SPOOL-LINHA(40:11)
           MOVE WS-SALDO-CREDITO TO WS-ED-VALOR
           MOVE WS-ED-VALOR(4:11) TO WS-SPOOL-LINHA(52:11)
           MOVE ND-STATUS TO WS-SPOOL-LINHA(64:9)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       INFORMA-FORNECEDOR-PROCEDURE.
           MOVE 'N' TO WS-FORN-OK
           DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
           MOVE ZEROS TO WS-FORNECEDOR
           ACCEPT WS-FORNECEDOR

           MOVE ZEROS TO WS-FS-FORNECEDORES
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL'
               MOVE WS-FS-FORNECEDORES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE WS-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES RECORD
                   KEY IS FORN-CODIGO
                   INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                   MOVE FORN-NOME TO WS-NOME-FORNECEDOR
                   DISPLAY 'FORNECEDOR: ' WS-NOME-FORNECEDOR
                   MOVE 'S' TO WS-FORN-OK
               END-READ
               CLOSE FORNECEDORES
           END-IF.

       COPY NDEBPRC.
       COPY UNIPRC.
       COPY MOVESTQPRC.
       COPY SERPRC.
       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM DEVOLUCAO-FORNECEDOR.
