
       COPY CPAGSEL.

       COPY NDEBSEL.

       COPY DIVCSEL.

       SELECT CONFERENCIA-PARAM ASSIGN TO WS-ARQ-CONFERENCIA-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CONFPRM.

       COPY EANSEL.

       COPY LOTESEL.

       COPY MOVESTQSEL.

       COPY HCUSTSEL.

       COPY SERSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       COPY CPAGFD.

       COPY NDEBFD.

       COPY DIVCFD.

       FD CONFERENCIA-PARAM.
       01 REG-CONFERENCIA-PARAM.
           03 CFP-TOLER-PRECO-PCT   PIC 9(02)V99.
           03 CFP-TOLER-QTDE        PIC 9(03).

       COPY EANFD.

       COPY LOTEFD.

       COPY MOVESTQFD.

       COPY HCUSTFD.

       COPY SERFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-CONTINUA          PIC X(01) VALUE 'S'.
       77 WS-DOC-COMPRA        PIC X(10) VALUE SPACES.
       77 WS-QTDE-RECEBIDA     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ENTRADA      PIC 9(05) VALUE ZEROS.
       77 WS-LOCAL-ENTRADA     PIC X(01) VALUE 'D'.
       77 WS-QTDE-RECEBIMENTOS PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PENDENTE     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-DISP-ALOC    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ALOCADA      PIC 9(05) VALUE ZEROS.
       77 WS-PEND-RESTANTE     PIC 9(05) VALUE ZEROS.
       77 WS-NOTA-ANTERIOR     PIC X(13) VALUE SPACES.
       77 WS-NOTA-ATUAL        PIC X(13) VALUE SPACES.
       77 WS-NF-VALOR-PRODUTOS PIC 9(09)V99 VALUE ZEROS.
       77 WS-NF-DESPESAS       PIC 9(09)V99 VALUE ZEROS.
       77 WS-FATOR-RATEIO      PIC 9(03)V9(06) VALUE ZEROS.
       77 WS-CUSTO-UNIT-NOTA   PIC 9(06)V99 VALUE ZEROS.
       77 WS-SALDO-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77 WS-FS-DIVERG         PIC 99.
       77 WS-FS-CONFPRM        PIC 99.
       77 WS-TOLER-PRECO-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 WS-TOLER-QTDE        PIC 9(03) VALUE ZEROS.
       77 WS-TOLER-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTDE-FATURADA     PIC 9(05) VALUE ZEROS.
       77 WS-PRECO-FATURADO    PIC 9(06)V99 VALUE ZEROS.
       77 WS-DIFERENCA-PRECO   PIC 9(06)V99 VALUE ZEROS.
       77 WS-VALOR-ESPERADO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-DIVERGENTE        PIC X(01) VALUE 'N'.
       77 WS-TIPO-DIVERG       PIC X(10) VALUE SPACES.
       77 WS-ULTIMO-SEQ-DVG    PIC 9(03) VALUE ZEROS.

       COPY EANWS.
       COPY MOVESTQWS.
       COPY HCUSTWS.
       COPY NDEBWS.
       COPY SERWS.
       COPY AUDITWS.
       COPY FSMSGWS.
       COPY UNIWS.

       PROCEDURE DIVISION.

           ACCEPT PC-NUMERO
           MOVE PC-FORNECEDOR TO WS-FORN-BUSCA
           MOVE PC-NUMERO TO WS-NUM-BUSCA

      *    OS TOTAIS DA NOTA SAO PEDIDOS UMA VEZ POR NOTA - O FRETE E AS
      *    DEMAIS DESPESAS SAO RATEADAS PELO VALOR DOS PRODUTOS
           MOVE SPACES TO WS-NOTA-ATUAL
           STRING WS-FORN-BUSCA WS-DOC-COMPRA
               DELIMITED BY SIZE INTO WS-NOTA-ATUAL
           IF WS-NOTA-ATUAL NOT EQUAL WS-NOTA-ANTERIOR
               PERFORM INFORMA-TOTAIS-NOTA-PROCEDURE
               MOVE WS-NOTA-ATUAL TO WS-NOTA-ANTERIOR
           END-IF

           DISPLAY 'INFORME O ITEM DO PEDIDO DE COMPRA'
           DISPLAY '(000 PARA LOCALIZAR POR CODIGO/EAN DO PRODUTO): '
           ACCEPT PC-ITEM
               ELSE
                   COMPUTE WS-QTDE-PENDENTE =
                       PC-QTDE-PEDIDA - PC-QTDE-RECEBIDA
                   PERFORM CARREGA-UNIDADES-LINHA-PROCEDURE
                   DISPLAY 'PRODUTO ' PC-CODIGO-PRODUTO ' ' PC-PRODUTO
                   DISPLAY 'EMBALAGEM DE COMPRA: ' WS-UNI-EMBALAGEM
                   DISPLAY 'PEDIDO..: ' PC-QTDE-PEDIDA
                       ' RECEBIDO: ' PC-QTDE-RECEBIDA
                       ' PENDENTE: ' WS-QTDE-PENDENTE
                   DISPLAY 'INFORME A QUANTIDADE RECEBIDA EM '
                       'EMBALAGENS: '
                   ACCEPT WS-QTDE-RECEBIDA
                   DISPLAY 'ENTRADA NA (L)OJA OU NO (D)EPOSITO? '
                   ACCEPT WS-LOCAL-ENTRADA

      *            O PEDIDO E CONFERIDO EM EMBALAGENS; O ESTOQUE RECEBE
      *            A QUANTIDADE CONVERTIDA PARA A UNIDADE DE VENDA
                   MOVE WS-QTDE-RECEBIDA TO WS-UNI-QTDE-COMPRA
                   PERFORM CALCULA-UNIDADES-VENDA-PROCEDURE

                   IF WS-QTDE-RECEBIDA EQUAL ZEROS
                       DISPLAY 'QUANTIDADE INVALIDA - NADA REGISTRADO'
                   ELSE IF WS-QTDE-RECEBIDA GREATER THAN
                       WS-QTDE-PENDENTE
                       DISPLAY 'QUANTIDADE MAIOR QUE O PENDENTE DA '
                           'LINHA - NADA REGISTRADO'
                   ELSE IF WS-UNI-QTDE-VENDA GREATER THAN 99999
                       DISPLAY 'QUANTIDADE EM ' WS-UNI-VENDA
                           ' EXCEDE O LIMITE DE UMA ENTRADA - '
                           'NADA REGISTRADO'
                   ELSE
                       MOVE WS-UNI-QTDE-VENDA TO WS-QTDE-ENTRADA
                       DISPLAY 'ENTRADA NO ESTOQUE: ' WS-QTDE-ENTRADA
                           ' ' WS-UNI-VENDA
                       PERFORM LANCA-ENTRADA-ESTOQUE-PROCEDURE
                   END-IF
               END-IF
           END-READ
           END-IF.

      *    UNIDADES DO PRODUTO DA LINHA - SEM CADASTRO VALE 'UN' COM
      *    FATOR 1 E A ENTRADA E RECUSADA MAIS ADIANTE
       CARREGA-UNIDADES-LINHA-PROCEDURE.
           MOVE PC-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE SPACES TO PROD-UNIDADE-VENDA
               MOVE SPACES TO PROD-UNIDADE-COMPRA
               MOVE ZEROS TO PROD-FATOR-COMPRA
           END-READ
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE.

       INFORMA-TOTAIS-NOTA-PROCEDURE.
           DISPLAY 'INFORME O VALOR TOTAL DOS PRODUTOS DA NOTA: '
           ACCEPT WS-NF-VALOR-PRODUTOS
           DISPLAY 'INFORME FRETE E OUTRAS DESPESAS DA NOTA '
               '(0 SE NENHUMA): '
           ACCEPT WS-NF-DESPESAS

           IF WS-NF-VALOR-PRODUTOS GREATER THAN ZEROS
               COMPUTE WS-FATOR-RATEIO ROUNDED =
                   WS-NF-DESPESAS / WS-NF-VALOR-PRODUTOS
           ELSE
               MOVE ZEROS TO WS-FATOR-RATEIO
               IF WS-NF-DESPESAS GREATER THAN ZEROS
                   DISPLAY 'SEM VALOR DOS PRODUTOS NAO HA COMO RATEAR'
                       ' AS DESPESAS - CUSTO SEM RATEIO'
               END-IF
           END-IF.

       LOCALIZA-ITEM-POR-PRODUTO-PROCEDURE.
           DISPLAY 'INFORME O CODIGO DO PRODUTO OU O EAN: '
           ACCEPT WS-EAN-ENTRADA
               INVALID KEY
               DISPLAY 'PRODUTO DA LINHA NAO ENCONTRADO NO CADASTRO'
               NOT INVALID KEY
               MOVE ZEROS TO WS-SER-QTDE-LIDA
               MOVE 'S' TO WS-SER-OK
               IF PROD-SERIALIZADO EQUAL 'S'
                   MOVE 'E' TO WS-SER-MODO
                   MOVE CODIGO-PRODUTO TO WS-SER-PRODUTO
                   MOVE WS-QTDE-ENTRADA TO WS-SER-QTDE
                   MOVE PC-FORNECEDOR TO WS-SER-FORNECEDOR
                   MOVE WS-DOC-COMPRA TO WS-SER-DOCUMENTO
                   PERFORM CAPTURA-SERIES-PROCEDURE
               END-IF
               IF WS-SER-OK NOT EQUAL 'S'
                   DISPLAY 'NUMEROS DE SERIE NAO INFORMADOS - '
                       'RECEBIMENTO NAO REGISTRADO'
               ELSE
               PERFORM CALCULA-CUSTO-MEDIO-PROCEDURE

               IF WS-LOCAL-ENTRADA EQUAL 'L'
                   ADD WS-QTDE-ENTRADA TO ESTOQUE
               ELSE
                   MOVE 'D' TO WS-LOCAL-ENTRADA
                   ADD WS-QTDE-ENTRADA TO PROD-ESTOQUE-DEP
               END-IF

               REWRITE REG-PRODUTO
               END-REWRITE

               PERFORM GRAVA-HISTCUSTO-PROCEDURE

               IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                   PERFORM ATUALIZA-SERIES-PROCEDURE
               END-IF

               ADD WS-QTDE-RECEBIDA TO PC-QTDE-RECEBIDA
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               IF PC-DATA-PRIM-RECEB EQUAL ZEROS
                   MOVE WS-DATA-HOJE TO PC-DATA-PRIM-RECEB
               END-IF
               MOVE WS-DATA-HOJE TO PC-DATA-ULT-RECEB
               IF PC-QTDE-RECEBIDA NOT LESS THAN PC-QTDE-PEDIDA
                   MOVE 'RECEBIDO' TO PC-STATUS
               ELSE
               MOVE CODIGO-PRODUTO TO WS-MOV-CODIGO-PRODUTO
               MOVE 'COMPRA' TO WS-MOV-TIPO
               MOVE WS-DOC-COMPRA TO WS-MOV-DOCUMENTO
               MOVE WS-QTDE-ENTRADA TO WS-MOV-QTDE
               MOVE WS-LOCAL-ENTRADA TO WS-MOV-LOCAL
               PERFORM GRAVA-MOVESTOQUE-PROCEDURE

               END-IF

               PERFORM ATENDE-BACKORDERS-PROCEDURE
               END-IF
           END-READ.

      *    CUSTO MEDIO PONDERADO MOVEL: (SALDO x CUSTO ATUAL + QTDE
      *    RECEBIDA x CUSTO DA ENTRADA) / (SALDO + QTDE RECEBIDA), COM O
      *    CUSTO DA ENTRADA ACRESCIDO DO RATEIO DAS DESPESAS DA NOTA.
      *    A NOTA TRAZ O CUSTO DA EMBALAGEM DE COMPRA; O CUSTO MEDIO E
      *    MANTIDO POR UNIDADE DE VENDA
       CALCULA-CUSTO-MEDIO-PROCEDURE.
           COMPUTE WS-SALDO-ANTERIOR = ESTOQUE + PROD-ESTOQUE-DEP

           IF PC-PRECO-UNITARIO GREATER THAN ZEROS
               DISPLAY 'CUSTO POR EMBALAGEM NA NOTA (0 = PRECO DO '
                   'PEDIDO ' PC-PRECO-UNITARIO '): '
           ELSE
               DISPLAY 'CUSTO POR EMBALAGEM NA NOTA (0 = CUSTO ATUAL '
                   PROD-PRECO-CUSTO ' x ' WS-UNI-FATOR '): '
           END-IF
           ACCEPT WS-CUSTO-UNIT-NOTA
           IF WS-CUSTO-UNIT-NOTA EQUAL ZEROS
               IF PC-PRECO-UNITARIO GREATER THAN ZEROS
                   MOVE PC-PRECO-UNITARIO TO WS-CUSTO-UNIT-NOTA
               ELSE
                   COMPUTE WS-CUSTO-UNIT-NOTA =
                       PROD-PRECO-CUSTO * WS-UNI-FATOR
               END-IF
           END-IF

           MOVE CODIGO-PRODUTO TO WS-HCU-CODIGO-PRODUTO
           MOVE 'COMPRA' TO WS-HCU-ORIGEM
           MOVE WS-DOC-COMPRA TO WS-HCU-DOCUMENTO
           MOVE PC-FORNECEDOR TO WS-HCU-FORNECEDOR
           MOVE WS-SALDO-ANTERIOR TO WS-HCU-SALDO-ANTERIOR
           MOVE PROD-PRECO-CUSTO TO WS-HCU-CUSTO-ANTERIOR
           MOVE WS-QTDE-ENTRADA TO WS-HCU-QTDE-ENTRADA
           COMPUTE WS-HCU-RATEIO-UNITARIO ROUNDED =
               (WS-CUSTO-UNIT-NOTA * WS-FATOR-RATEIO) / WS-UNI-FATOR
           COMPUTE WS-HCU-CUSTO-ENTRADA ROUNDED =
               (WS-CUSTO-UNIT-NOTA / WS-UNI-FATOR)
               + WS-HCU-RATEIO-UNITARIO

           IF WS-SALDO-ANTERIOR EQUAL ZEROS
               OR PROD-PRECO-CUSTO EQUAL ZEROS
               MOVE WS-HCU-CUSTO-ENTRADA TO WS-HCU-CUSTO-NOVO
           ELSE
               COMPUTE WS-HCU-CUSTO-NOVO ROUNDED =
                   ((WS-SALDO-ANTERIOR * PROD-PRECO-CUSTO)
                    + (WS-QTDE-ENTRADA * WS-HCU-CUSTO-ENTRADA))
                   / (WS-SALDO-ANTERIOR + WS-QTDE-ENTRADA)
           END-IF

           MOVE WS-HCU-CUSTO-NOVO TO PROD-PRECO-CUSTO
           DISPLAY 'CUSTO DA ENTRADA: ' WS-HCU-CUSTO-ENTRADA
               ' (RATEIO ' WS-HCU-RATEIO-UNITARIO ')'
           DISPLAY 'CUSTO MEDIO.....: ' WS-HCU-CUSTO-ANTERIOR
               ' -> ' WS-HCU-CUSTO-NOVO.

       ATENDE-BACKORDERS-PROCEDURE.
           MOVE ZEROS TO WS-FS-BACKORDERS
           OPEN I-O BACKORDERS
           IF WS-FS-BACKORDERS NOT EQUAL ZEROS
               CONTINUE
           ELSE
               MOVE WS-QTDE-ENTRADA TO WS-QTDE-DISP-ALOC

               MOVE CODIGO-PRODUTO TO BCK-CODIGO-PRODUTO
               MOVE ZEROS TO BCK-DATA
                   KEY IS LOT-CHAVE
                   INVALID KEY
                   MOVE WS-VALIDADE-ENTRADA TO LOT-VALIDADE
                   MOVE WS-QTDE-ENTRADA TO LOT-QTDE
                   WRITE REG-LOTE
                   END-WRITE
                   NOT INVALID KEY
                   ADD WS-QTDE-ENTRADA TO LOT-QTDE
                   MOVE WS-VALIDADE-ENTRADA TO LOT-VALIDADE
                   REWRITE REG-LOTE
                   END-REWRITE
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'INFORME A QUANTIDADE FATURADA NA NOTA PARA '
                   'ESTA LINHA (EMBALAGENS): '
               MOVE ZEROS TO WS-QTDE-FATURADA
               ACCEPT WS-QTDE-FATURADA
               DISPLAY 'INFORME O PRECO FATURADO POR EMBALAGEM: '
               MOVE ZEROS TO WS-PRECO-FATURADO
               ACCEPT WS-PRECO-FATURADO
               COMPUTE WS-VALOR-NOTA =
                   WS-QTDE-FATURADA * WS-PRECO-FATURADO
               DISPLAY 'VALOR FATURADO DA LINHA: ' WS-VALOR-NOTA
               DISPLAY 'INFORME A DATA DE VENCIMENTO (AAAAMMDD): '
               ACCEPT WS-VENCTO-NOTA

               PERFORM CONFERE-NOTA-PEDIDO-PROCEDURE

      *        O VALOR FATURADO FICA NA LINHA DO PEDIDO PARA CONFRONTO
      *        COM O PRECO COMBINADO NA AVALIACAO DE FORNECEDORES
               ADD WS-VALOR-NOTA TO PC-VALOR-FATURADO
               REWRITE REG-PEDIDO-COMPRA
               END-REWRITE

               MOVE PC-FORNECEDOR TO CP-FORNECEDOR
               MOVE WS-DOC-COMPRA TO CP-NUM-NOTA
               READ CONTAS-PAGAR RECORD
                   MOVE ZEROS         TO CP-VALOR-PAGO
                   MOVE ZEROS         TO CP-DATA-ULT-PAGTO
                   MOVE 'ABERTO'      TO CP-STATUS
                   MOVE 'MERC'        TO CP-CATEGORIA
                   IF WS-DIVERGENTE EQUAL 'S'
                       MOVE 'BLOQUEADO' TO CP-STATUS
                   END-IF
                   WRITE REG-CPAGAR
                   END-WRITE
                   DISPLAY 'TITULO A PAGAR GRAVADO - NOTA '
                       CP-NUM-NOTA
                   IF CP-STATUS NOT EQUAL 'BLOQUEADO'
                       PERFORM APLICA-CREDITOS-FORNECEDOR-PROCEDURE
                   END-IF
                   NOT INVALID KEY
                   ADD WS-VALOR-NOTA TO CP-VALOR-TOTAL
                   MOVE WS-VENCTO-NOTA TO CP-DATA-VENCIMENTO
                   IF WS-DIVERGENTE EQUAL 'S'
                       AND CP-STATUS NOT EQUAL 'CANCELADO'
                       MOVE 'BLOQUEADO' TO CP-STATUS
                   END-IF
                   REWRITE REG-CPAGAR
                   END-REWRITE
                   DISPLAY 'TITULO A PAGAR ATUALIZADO - NOTA '
                       CP-NUM-NOTA
                   IF CP-STATUS NOT EQUAL 'CANCELADO'
                       AND CP-STATUS NOT EQUAL 'BLOQUEADO'
                       PERFORM APLICA-CREDITOS-FORNECEDOR-PROCEDURE
                   END-IF
               END-READ

               IF CP-STATUS EQUAL 'BLOQUEADO'
                   DISPLAY 'TITULO BLOQUEADO PARA PAGAMENTO ATE A '
                       'LIBERACAO DO SUPERVISOR'
               END-IF

               MOVE 'RECEBE-COMPRA' TO WS-AUD-PROGRAMA
               MOVE 'TIT-PAGAR' TO WS-AUD-OPERACAO
               MOVE WS-DOC-COMPRA TO WS-AUD-CHAVE
           END-IF
           CLOSE CONTAS-PAGAR.

      *    CONFERENCIA DA NOTA CONTRA O PEDIDO E O RECEBIMENTO: O PRECO
      *    FATURADO PODE DIFERIR DO PRECO DO PEDIDO ATE A TOLERANCIA
      *    PERCENTUAL E A QUANTIDADE FATURADA PODE PASSAR DO RECEBIDO
      *    ATE A TOLERANCIA EM EMBALAGENS (conferencia-param.txt; SEM O
      *    ARQUIVO A CONFERENCIA E EXATA). FORA DISSO O TITULO FICA
      *    BLOQUEADO E A DIVERGENCIA E REGISTRADA
       CONFERE-NOTA-PEDIDO-PROCEDURE.
           MOVE 'N' TO WS-DIVERGENTE
           MOVE SPACES TO WS-TIPO-DIVERG

           MOVE ZEROS TO WS-TOLER-PRECO-PCT
           MOVE ZEROS TO WS-TOLER-QTDE
           MOVE ZEROS TO WS-FS-CONFPRM
           OPEN INPUT CONFERENCIA-PARAM
           IF WS-FS-CONFPRM EQUAL ZEROS
               READ CONFERENCIA-PARAM
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE CFP-TOLER-PRECO-PCT TO WS-TOLER-PRECO-PCT
                   MOVE CFP-TOLER-QTDE TO WS-TOLER-QTDE
               END-READ
               CLOSE CONFERENCIA-PARAM
           END-IF

           IF PC-PRECO-UNITARIO GREATER THAN ZEROS
               COMPUTE WS-TOLER-PRECO ROUNDED =
                   PC-PRECO-UNITARIO * WS-TOLER-PRECO-PCT / 100
               IF WS-PRECO-FATURADO GREATER THAN PC-PRECO-UNITARIO
                   COMPUTE WS-DIFERENCA-PRECO =
                       WS-PRECO-FATURADO - PC-PRECO-UNITARIO
               ELSE
                   COMPUTE WS-DIFERENCA-PRECO =
                       PC-PRECO-UNITARIO - WS-PRECO-FATURADO
               END-IF
               IF WS-DIFERENCA-PRECO GREATER THAN WS-TOLER-PRECO
                   MOVE 'S' TO WS-DIVERGENTE
                   MOVE 'PRECO' TO WS-TIPO-DIVERG
                   DISPLAY 'DIVERGENCIA DE PRECO - PEDIDO: '
                       PC-PRECO-UNITARIO ' FATURADO: '
                       WS-PRECO-FATURADO
               END-IF
               COMPUTE WS-VALOR-ESPERADO =
                   WS-QTDE-RECEBIDA * PC-PRECO-UNITARIO
           ELSE
               COMPUTE WS-VALOR-ESPERADO =
                   WS-QTDE-RECEBIDA * WS-PRECO-FATURADO
           END-IF

           IF WS-QTDE-FATURADA GREATER THAN
               WS-QTDE-RECEBIDA + WS-TOLER-QTDE
               IF WS-DIVERGENTE EQUAL 'S'
                   MOVE 'PRECO+QTDE' TO WS-TIPO-DIVERG
               ELSE
                   MOVE 'QUANTIDADE' TO WS-TIPO-DIVERG
               END-IF
               MOVE 'S' TO WS-DIVERGENTE
               DISPLAY 'DIVERGENCIA DE QUANTIDADE - RECEBIDO: '
                   WS-QTDE-RECEBIDA ' FATURADO: ' WS-QTDE-FATURADA
           END-IF

           IF WS-DIVERGENTE EQUAL 'S'
               DISPLAY 'VALOR ESPERADO: ' WS-VALOR-ESPERADO
                   ' FATURADO: ' WS-VALOR-NOTA
               PERFORM GRAVA-DIVERGENCIA-PROCEDURE
           ELSE
               DISPLAY 'NOTA CONFERE COM O PEDIDO E O RECEBIMENTO'
           END-IF.

       GRAVA-DIVERGENCIA-PROCEDURE.
           MOVE ZEROS TO WS-FS-DIVERG
           OPEN I-O DIVERGENCIAS-COMPRA
           IF WS-FS-DIVERG EQUAL 35
               OPEN OUTPUT DIVERGENCIAS-COMPRA
               CLOSE DIVERGENCIAS-COMPRA
               OPEN I-O DIVERGENCIAS-COMPRA
           END-IF

           IF WS-FS-DIVERG NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DIVERGENCIAS'
               MOVE WS-FS-DIVERG TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-ULTIMO-SEQ-DVG
               MOVE PC-FORNECEDOR TO DVG-FORNECEDOR
               MOVE WS-DOC-COMPRA TO DVG-NUM-NOTA
               MOVE ZEROS TO DVG-SEQ
               START DIVERGENCIAS-COMPRA KEY IS NOT LESS THAN DVG-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-DIVERG
               END-START
               PERFORM UNTIL WS-FS-DIVERG EQUAL 10
                   READ DIVERGENCIAS-COMPRA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-DIVERG
                       NOT AT END
                       IF DVG-FORNECEDOR NOT EQUAL PC-FORNECEDOR
                           OR DVG-NUM-NOTA NOT EQUAL WS-DOC-COMPRA
                           MOVE 10 TO WS-FS-DIVERG
                       ELSE
                           MOVE DVG-SEQ TO WS-ULTIMO-SEQ-DVG
                       END-IF
                   END-READ
               END-PERFORM

               MOVE PC-FORNECEDOR      TO DVG-FORNECEDOR
               MOVE WS-DOC-COMPRA      TO DVG-NUM-NOTA
               COMPUTE DVG-SEQ = WS-ULTIMO-SEQ-DVG + 1
               MOVE PC-NUMERO          TO DVG-PC-NUMERO
               MOVE PC-ITEM            TO DVG-PC-ITEM
               MOVE PC-CODIGO-PRODUTO  TO DVG-CODIGO-PRODUTO
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE       TO DVG-DATA
               MOVE WS-TIPO-DIVERG     TO DVG-TIPO
               MOVE WS-QTDE-RECEBIDA   TO DVG-QTDE-RECEBIDA
               MOVE WS-QTDE-FATURADA   TO DVG-QTDE-FATURADA
               MOVE PC-PRECO-UNITARIO  TO DVG-PRECO-PEDIDO
               MOVE WS-PRECO-FATURADO  TO DVG-PRECO-FATURADO
               MOVE WS-VALOR-ESPERADO  TO DVG-VALOR-ESPERADO
               MOVE WS-VALOR-NOTA      TO DVG-VALOR-FATURADO
               MOVE 'PENDENTE'         TO DVG-STATUS
               MOVE SPACES             TO DVG-LIBERADO-POR
               MOVE ZEROS              TO DVG-DATA-LIBERACAO
               MOVE ZEROS TO WS-FS-DIVERG
               WRITE REG-DIVERGENCIA
               IF WS-FS-DIVERG NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR A DIVERGENCIA'
                   MOVE WS-FS-DIVERG TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
               CLOSE DIVERGENCIAS-COMPRA
           END-IF.

       COPY EANPRC.
       COPY MOVESTQPRC.
       COPY HCUSTPRC.
       COPY NDEBPRC.
       COPY SERPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY UNIPRC.
       COPY AMBPRC.


