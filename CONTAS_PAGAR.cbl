
       COPY FORNSEL.

       COPY CATDSEL.

       COPY ORCDSEL.

       COPY NDEBSEL.

       COPY DIVCSEL.

       COPY OPERSEL.

       COPY SPOOLSEL.

       COPY BXTSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       COPY FORNFD.

       COPY CATDFD.

       COPY ORCDFD.

       COPY NDEBFD.

       COPY DIVCFD.

       COPY OPERFD.

       COPY SPOOLFD.

       COPY BXTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-DIAS-VENC        PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       77 WS-QTDE-TITULOS     PIC 9(05) VALUE ZEROS.
       77 WS-FS-CATDESP       PIC 99.
       77 WS-FS-ORCDESP       PIC 99.
       77 WS-CATEGORIA-OK     PIC X(01) VALUE 'N'.
       77 WS-ANO-MES          PIC 9(06) VALUE ZEROS.
       77 WS-MES              PIC 9(02) VALUE ZEROS.
       77 WS-IDX              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO       PIC 9(03) VALUE ZEROS.
       77 WS-VARIACAO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-ORCADO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-REALIZADO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-FS-DIVERG        PIC 99.
       77 WS-FS-OPERADORES    PIC 99.
       77 WS-OPERADOR-ID      PIC X(05) VALUE SPACES.
       77 WS-SENHA-DIGITADA   PIC X(08) VALUE SPACES.
       77 WS-SENHA-HASH       PIC 9(08) VALUE ZEROS.
       77 WS-HASH-IDX         PIC 9(02) VALUE ZEROS.
       77 WS-SUPERVISOR-OK    PIC X(01) VALUE 'N'.
       77 WS-DIVERG-ABERTO    PIC X(01) VALUE 'N'.
       77 WS-VALOR-APROVADO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-DIF-COBRADA      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-DIVERG      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-BLOQUEADO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-ED-PRECO         PIC ZZZ,ZZ9.99.
       77 WS-ED-DIFERENCA     PIC -ZZZ,ZZ9.99.
       77 WS-ED-QTDE          PIC ZZZZ9.
       77 WS-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.

       01 WS-ED-ORCADO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-REALIZADO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VARIACAO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TAB-CATEGORIAS.
           03 WS-CAT-QTDE             PIC 9(03) VALUE ZEROS.
           03 WS-CAT-ITEM OCCURS 100 TIMES.
               05 WS-CAT-CODIGO       PIC X(04).
               05 WS-CAT-DESCRICAO    PIC X(30).
               05 WS-CAT-ORCADO       PIC 9(11)V99.
               05 WS-CAT-REALIZADO    PIC 9(11)V99.

       01 WS-AGING.
           03 WS-AGE-A-VENCER     PIC 9(11)V99 VALUE ZEROS.
           03 WS-AGE-MAIS-90      PIC 9(11)V99 VALUE ZEROS.
           03 WS-AGE-TOTAL        PIC 9(11)V99 VALUE ZEROS.

       COPY NDEBWS.
       COPY SPOOLWS.
       COPY BXTWS.
       COPY AUDITWS.
       COPY FSMSGWS.

           DISPLAY 'P - REGISTRAR PAGAMENTO DE TITULO'
           DISPLAY 'C - CONSULTAR TITULO'
           DISPLAY 'R - RELATORIO DE AGING (A VENCER/VENCIDOS)'
           DISPLAY 'N - CADASTRAR NATUREZA DE DESPESA'
           DISPLAY 'O - ORCAMENTO ANUAL POR NATUREZA'
           DISPLAY 'D - ORCADO X REALIZADO DO MES'
           DISPLAY 'B - LIBERAR TITULO BLOQUEADO (SUPERVISOR)'
           DISPLAY 'H - DIVERGENCIAS DE NOTAS DOS TITULOS BLOQUEADOS'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO I,P,C,R,N,O,D,B OU H... OU V PARA '
               'SAIR'

           ACCEPT WS-OPC

               GO TO CONSULTA-TITULO
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RELATORIO-AGING
               ELSE IF WS-OPC IS EQUAL TO 'N'
               GO TO CADASTRA-CATEGORIA
               ELSE IF WS-OPC IS EQUAL TO 'O'
               GO TO CADASTRA-ORCAMENTO
               ELSE IF WS-OPC IS EQUAL TO 'D'
               GO TO RELATORIO-ORCADO-REALIZADO
               ELSE IF WS-OPC IS EQUAL TO 'B'
               GO TO LIBERA-TITULO-BLOQUEADO
               ELSE IF WS-OPC IS EQUAL TO 'H'
               GO TO RELATORIO-DIVERGENCIAS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           ACCEPT CP-DATA-VENCIMENTO
           DISPLAY 'INFORME O VALOR DO TITULO: '
           ACCEPT CP-VALOR-TOTAL
           PERFORM INFORMA-CATEGORIA-PROCEDURE
           IF WS-CATEGORIA-OK NOT EQUAL 'S'
               DISPLAY 'TITULO NAO GRAVADO'
               CLOSE CONTAS-PAGAR
               GO TO MENU-PAGAR-PROCEDURE
           END-IF
           MOVE ZEROS    TO CP-VALOR-PAGO
           MOVE ZEROS    TO CP-DATA-ULT-PAGTO
           MOVE 'ABERTO' TO CP-STATUS
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE CP-NUM-NOTA TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               PERFORM APLICA-CREDITOS-FORNECEDOR-PROCEDURE
           END-IF

           CLOSE CONTAS-PAGAR
                   DISPLAY 'TITULO JA ESTA QUITADO'
               ELSE IF CP-STATUS EQUAL 'CANCELADO'
                   DISPLAY 'TITULO CANCELADO - PAGAMENTO NAO PERMITIDO'
               ELSE IF CP-STATUS EQUAL 'BLOQUEADO'
                   DISPLAY 'TITULO BLOQUEADO POR DIVERGENCIA NA NOTA - '
                       'AGUARDA LIBERACAO DO SUPERVISOR'
               ELSE
                   COMPUTE WS-SALDO-ABERTO =
                       CP-VALOR-TOTAL - CP-VALOR-PAGO
                       MOVE 'PAGAMENTO' TO WS-AUD-OPERACAO
                       MOVE CP-NUM-NOTA TO WS-AUD-CHAVE
                       PERFORM GRAVA-AUDITORIA-PROCEDURE

                       MOVE 'PAG' TO WS-BXT-ORIGEM
                       MOVE SPACES TO WS-BXT-CHAVE
                       STRING CP-FORNECEDOR '-' CP-NUM-NOTA
                           DELIMITED BY SIZE INTO WS-BXT-CHAVE
                       MOVE WS-DATA-PAGAMENTO TO WS-BXT-DATA-PAGAMENTO
                       MOVE WS-VALOR-PAGAMENTO TO WS-BXT-VALOR
                       PERFORM GRAVA-BAIXA-TITULO-PROCEDURE
                   END-IF
               END-IF
           END-READ
               DISPLAY 'SALDO EM ABERTO: ' WS-SALDO-ABERTO
               DISPLAY 'ULTIMO PAGTO...: ' CP-DATA-ULT-PAGTO
               DISPLAY 'STATUS.........: ' CP-STATUS
               DISPLAY 'NATUREZA.......: ' CP-CATEGORIA
           END-READ

           CLOSE CONTAS-PAGAR
               END-IF
           END-IF.

       INFORMA-CATEGORIA-PROCEDURE.
           MOVE 'N' TO WS-CATEGORIA-OK
           DISPLAY 'INFORME A NATUREZA DE DESPESA (MERC = MERCADORIA): '
           ACCEPT CP-CATEGORIA
           IF CP-CATEGORIA EQUAL SPACES
               MOVE 'MERC' TO CP-CATEGORIA
           END-IF

           MOVE ZEROS TO WS-FS-CATDESP
           OPEN INPUT CATEGORIAS-DESPESA
           IF WS-FS-CATDESP NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE NATUREZAS DE DESPESA INDISPONIVEL'
               MOVE WS-FS-CATDESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE CP-CATEGORIA TO CATD-CODIGO
               READ CATEGORIAS-DESPESA RECORD
                   KEY IS CATD-CODIGO
                   INVALID KEY
                   DISPLAY 'NATUREZA DE DESPESA NAO CADASTRADA'
                   NOT INVALID KEY
                   DISPLAY 'NATUREZA: ' CATD-DESCRICAO
                   MOVE 'S' TO WS-CATEGORIA-OK
               END-READ
               CLOSE CATEGORIAS-DESPESA
           END-IF.

       CADASTRA-CATEGORIA.
           MOVE ZEROS TO WS-FS-CATDESP
           OPEN I-O CATEGORIAS-DESPESA
           IF WS-FS-CATDESP EQUAL 35
               MOVE WS-FS-CATDESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               OPEN OUTPUT CATEGORIAS-DESPESA
               CLOSE CATEGORIAS-DESPESA
               OPEN I-O CATEGORIAS-DESPESA
           END-IF

           IF WS-FS-CATDESP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE NATUREZAS'
               MOVE WS-FS-CATDESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DA NATUREZA (4 POSICOES): '
           ACCEPT CATD-CODIGO
           READ CATEGORIAS-DESPESA RECORD
               KEY IS CATD-CODIGO
               INVALID KEY
               DISPLAY 'INFORME A DESCRICAO DA NATUREZA: '
               ACCEPT CATD-DESCRICAO
               WRITE REG-CATEGORIA-DESPESA
               END-WRITE
               DISPLAY 'NATUREZA DE DESPESA GRAVADA!'
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               NOT INVALID KEY
               DISPLAY 'DESCRICAO ATUAL: ' CATD-DESCRICAO
               DISPLAY 'INFORME A NOVA DESCRICAO: '
               ACCEPT CATD-DESCRICAO
               REWRITE REG-CATEGORIA-DESPESA
               END-REWRITE
               DISPLAY 'NATUREZA DE DESPESA ALTERADA!'
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
           END-READ

           MOVE 'CONTAS-PAGAR' TO WS-AUD-PROGRAMA
           MOVE CATD-CODIGO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           CLOSE CATEGORIAS-DESPESA
           GO TO MENU-PAGAR-PROCEDURE.

       CADASTRA-ORCAMENTO.
           DISPLAY 'INFORME O ANO DO ORCAMENTO (AAAA): '
           ACCEPT ORCD-ANO
           DISPLAY 'INFORME A NATUREZA DE DESPESA: '
           ACCEPT ORCD-CATEGORIA

           MOVE ZEROS TO WS-FS-CATDESP
           OPEN INPUT CATEGORIAS-DESPESA
           IF WS-FS-CATDESP NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE NATUREZAS DE DESPESA INDISPONIVEL'
               GO TO MENU-PAGAR-PROCEDURE
           END-IF
           MOVE ORCD-CATEGORIA TO CATD-CODIGO
           READ CATEGORIAS-DESPESA RECORD
               KEY IS CATD-CODIGO
               INVALID KEY
               MOVE SPACES TO CATD-DESCRICAO
           END-READ
           CLOSE CATEGORIAS-DESPESA
           IF CATD-DESCRICAO EQUAL SPACES
               DISPLAY 'NATUREZA DE DESPESA NAO CADASTRADA'
               GO TO MENU-PAGAR-PROCEDURE
           END-IF
           DISPLAY 'NATUREZA: ' CATD-DESCRICAO

           MOVE ZEROS TO WS-FS-ORCDESP
           OPEN I-O ORCAMENTO-DESPESAS
           IF WS-FS-ORCDESP EQUAL 35
               MOVE WS-FS-ORCDESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               OPEN OUTPUT ORCAMENTO-DESPESAS
               CLOSE ORCAMENTO-DESPESAS
               OPEN I-O ORCAMENTO-DESPESAS
           END-IF

           IF WS-FS-ORCDESP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ORCAMENTO DE DESPESAS'
               MOVE WS-FS-ORCDESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
           READ ORCAMENTO-DESPESAS RECORD
               KEY IS ORCD-CHAVE
               INVALID KEY
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER THAN 12
                   MOVE ZEROS TO ORCD-VALOR-MES(WS-MES)
               END-PERFORM
           END-READ

           PERFORM VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES GREATER THAN 12
               DISPLAY 'MES ' WS-MES ' - ORCADO ATUAL: '
                   ORCD-VALOR-MES(WS-MES)
               DISPLAY 'INFORME O VALOR ORCADO PARA O MES: '
               ACCEPT ORCD-VALOR-MES(WS-MES)
           END-PERFORM

           IF WS-AUD-OPERACAO EQUAL 'INCLUSAO'
               WRITE REG-ORCAMENTO-DESPESA
               END-WRITE
           ELSE
               REWRITE REG-ORCAMENTO-DESPESA
               END-REWRITE
           END-IF

           IF WS-FS-ORCDESP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ORCAMENTO'
               MOVE WS-FS-ORCDESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'ORCAMENTO GRAVADO!'
               MOVE 'CONTAS-PAGAR' TO WS-AUD-PROGRAMA
               MOVE ORCD-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE ORCAMENTO-DESPESAS
           GO TO MENU-PAGAR-PROCEDURE.

      * ORCADO DO MES CONTRA OS TITULOS EMITIDOS NO MES (COMPETENCIA),
      * DESCONSIDERANDO OS CANCELADOS
       RELATORIO-ORCADO-REALIZADO.
           DISPLAY 'INFORME O MES DO RELATORIO (AAAAMM): '
           ACCEPT WS-ANO-MES
           MOVE WS-ANO-MES(5:2) TO WS-MES
           IF WS-MES LESS THAN 1 OR WS-MES GREATER THAN 12
               DISPLAY 'MES INVALIDO'
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-CAT-QTDE
           MOVE ZEROS TO WS-FS-CATDESP
           OPEN INPUT CATEGORIAS-DESPESA
           IF WS-FS-CATDESP EQUAL ZEROS
               PERFORM UNTIL WS-FS-CATDESP EQUAL 10
                   READ CATEGORIAS-DESPESA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CATDESP
                       NOT AT END
                       IF WS-CAT-QTDE LESS THAN 99
                           ADD 1 TO WS-CAT-QTDE
                           MOVE CATD-CODIGO
                               TO WS-CAT-CODIGO(WS-CAT-QTDE)
                           MOVE CATD-DESCRICAO
                               TO WS-CAT-DESCRICAO(WS-CAT-QTDE)
                           MOVE ZEROS TO WS-CAT-ORCADO(WS-CAT-QTDE)
                           MOVE ZEROS TO WS-CAT-REALIZADO(WS-CAT-QTDE)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORIAS-DESPESA
           END-IF

      *    ULTIMA LINHA DA TABELA RECEBE OS TITULOS SEM NATUREZA VALIDA
           ADD 1 TO WS-CAT-QTDE
           MOVE '----' TO WS-CAT-CODIGO(WS-CAT-QTDE)
           MOVE 'SEM NATUREZA CADASTRADA'
               TO WS-CAT-DESCRICAO(WS-CAT-QTDE)
           MOVE ZEROS TO WS-CAT-ORCADO(WS-CAT-QTDE)
           MOVE ZEROS TO WS-CAT-REALIZADO(WS-CAT-QTDE)

           MOVE ZEROS TO WS-FS-ORCDESP
           OPEN INPUT ORCAMENTO-DESPESAS
           IF WS-FS-ORCDESP EQUAL ZEROS
               PERFORM UNTIL WS-FS-ORCDESP EQUAL 10
                   READ ORCAMENTO-DESPESAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ORCDESP
                       NOT AT END
                       IF ORCD-ANO EQUAL WS-ANO-MES(1:4)
                           MOVE ORCD-CATEGORIA TO CATD-CODIGO
                           PERFORM LOCALIZA-CATEGORIA-PROCEDURE
                           ADD ORCD-VALOR-MES(WS-MES)
                               TO WS-CAT-ORCADO(WS-IDX-ACHADO)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO-DESPESAS
           END-IF

           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPAGAR EQUAL ZEROS
               PERFORM UNTIL WS-FS-CPAGAR EQUAL 10
                   READ CONTAS-PAGAR NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CPAGAR
                       NOT AT END
                       IF CP-DATA-EMISSAO(1:6) EQUAL WS-ANO-MES
                           AND CP-STATUS NOT EQUAL 'CANCELADO'
                           MOVE CP-CATEGORIA TO CATD-CODIGO
                           PERFORM LOCALIZA-CATEGORIA-PROCEDURE
                           ADD CP-VALOR-TOTAL
                               TO WS-CAT-REALIZADO(WS-IDX-ACHADO)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'orcado-realizado-' WS-ANO-MES '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'ORCADO X REALIZADO POR NATUREZA' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'MES DE REFERENCIA ' WS-ANO-MES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'NAT. DESCRICAO            ORCADO            '
               TO WS-SPOOL-LINHA
           MOVE 'REALIZADO          VARIACAO' TO WS-SPOOL-LINHA(46:28)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-TOT-ORCADO
           MOVE ZEROS TO WS-TOT-REALIZADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-CAT-QTDE
               IF WS-CAT-ORCADO(WS-IDX) GREATER THAN ZEROS
                   OR WS-CAT-REALIZADO(WS-IDX) GREATER THAN ZEROS
                   ADD WS-CAT-ORCADO(WS-IDX) TO WS-TOT-ORCADO
                   ADD WS-CAT-REALIZADO(WS-IDX) TO WS-TOT-REALIZADO
                   COMPUTE WS-VARIACAO = WS-CAT-ORCADO(WS-IDX)
                       - WS-CAT-REALIZADO(WS-IDX)
                   MOVE WS-CAT-ORCADO(WS-IDX) TO WS-ED-ORCADO
                   MOVE WS-CAT-REALIZADO(WS-IDX) TO WS-ED-REALIZADO
                   MOVE WS-VARIACAO TO WS-ED-VARIACAO
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING WS-CAT-CODIGO(WS-IDX) ' '
                       WS-CAT-DESCRICAO(WS-IDX)(1:20)
                       WS-ED-ORCADO WS-ED-REALIZADO WS-ED-VARIACAO
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM

           COMPUTE WS-VARIACAO = WS-TOT-ORCADO - WS-TOT-REALIZADO
           MOVE WS-TOT-ORCADO TO WS-ED-ORCADO
           MOVE WS-TOT-REALIZADO TO WS-ED-REALIZADO
           MOVE WS-VARIACAO TO WS-ED-VARIACAO
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL                    '
               WS-ED-ORCADO WS-ED-REALIZADO WS-ED-VARIACAO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'TOTAL ORCADO....: ' WS-TOT-ORCADO
           DISPLAY 'TOTAL REALIZADO.: ' WS-TOT-REALIZADO
           GO TO MENU-PAGAR-PROCEDURE.

      * TITULO BLOQUEADO NA CONFERENCIA DA NOTA COM O PEDIDO E O
      * RECEBIMENTO SO VOLTA A FICAR DISPONIVEL PARA PAGAMENTO COM A
      * LIBERACAO DO SUPERVISOR, QUE PODE AJUSTAR O VALOR DO TITULO
       LIBERA-TITULO-BLOQUEADO.
           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTAS A PAGAR'
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
           ACCEPT CP-FORNECEDOR
           DISPLAY 'INFORME O NUMERO DA NOTA DO FORNECEDOR: '
           ACCEPT CP-NUM-NOTA

           READ CONTAS-PAGAR RECORD
               KEY IS CP-CHAVE
               INVALID KEY
               DISPLAY 'TITULO NAO ENCONTRADO NO CONTAS A PAGAR'
               CLOSE CONTAS-PAGAR
               GO TO MENU-PAGAR-PROCEDURE
           END-READ

           IF CP-STATUS NOT EQUAL 'BLOQUEADO'
               DISPLAY 'TITULO NAO ESTA BLOQUEADO - STATUS: ' CP-STATUS
               CLOSE CONTAS-PAGAR
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           DISPLAY 'FORNECEDOR.....: ' CP-FORNECEDOR
               ' ' CP-NOME-FORNECEDOR
           DISPLAY 'VALOR FATURADO.: ' CP-VALOR-TOTAL
           DISPLAY 'VALOR JA PAGO..: ' CP-VALOR-PAGO

           MOVE ZEROS TO WS-DIF-COBRADA
           MOVE ZEROS TO WS-QTDE-DIVERG
           MOVE 'N' TO WS-DIVERG-ABERTO
           MOVE ZEROS TO WS-FS-DIVERG
           OPEN I-O DIVERGENCIAS-COMPRA
           IF WS-FS-DIVERG EQUAL ZEROS
               MOVE 'S' TO WS-DIVERG-ABERTO
               PERFORM POSICIONA-DIVERGENCIAS-PROCEDURE
               PERFORM UNTIL WS-FS-DIVERG EQUAL 10
                   READ DIVERGENCIAS-COMPRA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-DIVERG
                       NOT AT END
                       IF DVG-FORNECEDOR NOT EQUAL CP-FORNECEDOR
                           OR DVG-NUM-NOTA NOT EQUAL CP-NUM-NOTA
                           MOVE 10 TO WS-FS-DIVERG
                       ELSE
                           IF DVG-STATUS EQUAL 'PENDENTE'
                               PERFORM EXIBE-DIVERGENCIA-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY 'DIVERGENCIAS PENDENTES: ' WS-QTDE-DIVERG
           DISPLAY 'COBRADO ACIMA DO PEDIDO/RECEBIDO: ' WS-DIF-COBRADA

           PERFORM AUTORIZA-SUPERVISOR-PROCEDURE
           IF WS-SUPERVISOR-OK NOT EQUAL 'S'
               IF WS-DIVERG-ABERTO EQUAL 'S'
                   CLOSE DIVERGENCIAS-COMPRA
               END-IF
               CLOSE CONTAS-PAGAR
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           DISPLAY 'INFORME O VALOR APROVADO DO TITULO '
               '(0 = MANTER O VALOR FATURADO): '
           MOVE ZEROS TO WS-VALOR-APROVADO
           ACCEPT WS-VALOR-APROVADO
           IF WS-VALOR-APROVADO GREATER THAN ZEROS
               IF WS-VALOR-APROVADO LESS THAN CP-VALOR-PAGO
                   DISPLAY 'VALOR APROVADO MENOR QUE O JA PAGO - '
                       'MANTIDO O VALOR FATURADO'
               ELSE
                   MOVE WS-VALOR-APROVADO TO CP-VALOR-TOTAL
               END-IF
           END-IF

           IF CP-VALOR-PAGO NOT LESS THAN CP-VALOR-TOTAL
               MOVE 'QUITADO' TO CP-STATUS
           ELSE IF CP-VALOR-PAGO GREATER THAN ZEROS
               MOVE 'PARCIAL' TO CP-STATUS
           ELSE
               MOVE 'ABERTO' TO CP-STATUS
           END-IF
           END-IF
           REWRITE REG-CPAGAR
           END-REWRITE

           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'ERRO - NAO FOI POSSIVEL LIBERAR O TITULO'
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               IF WS-DIVERG-ABERTO EQUAL 'S'
                   PERFORM MARCA-DIVERGENCIAS-LIBERADAS-PROC
               END-IF
               DISPLAY 'TITULO LIBERADO - VALOR ' CP-VALOR-TOTAL
                   ' STATUS: ' CP-STATUS
               MOVE 'CONTAS-PAGAR' TO WS-AUD-PROGRAMA
               MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
               MOVE 'LIBERA-BLQ' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING CP-FORNECEDOR '-' CP-NUM-NOTA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               MOVE SPACES TO WS-AUD-OPERADOR
               IF CP-STATUS NOT EQUAL 'QUITADO'
                   PERFORM APLICA-CREDITOS-FORNECEDOR-PROCEDURE
               END-IF
           END-IF

           IF WS-DIVERG-ABERTO EQUAL 'S'
               CLOSE DIVERGENCIAS-COMPRA
           END-IF
           CLOSE CONTAS-PAGAR
           GO TO MENU-PAGAR-PROCEDURE.

       POSICIONA-DIVERGENCIAS-PROCEDURE.
           MOVE CP-FORNECEDOR TO DVG-FORNECEDOR
           MOVE CP-NUM-NOTA TO DVG-NUM-NOTA
           MOVE ZEROS TO DVG-SEQ
           START DIVERGENCIAS-COMPRA KEY IS NOT LESS THAN DVG-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-DIVERG
           END-START.

       EXIBE-DIVERGENCIA-PROCEDURE.
           ADD 1 TO WS-QTDE-DIVERG
           IF DVG-VALOR-FATURADO GREATER THAN DVG-VALOR-ESPERADO
               COMPUTE WS-DIF-COBRADA = WS-DIF-COBRADA +
                   DVG-VALOR-FATURADO - DVG-VALOR-ESPERADO
           END-IF
           DISPLAY 'PEDIDO ' DVG-PC-NUMERO ' ITEM ' DVG-PC-ITEM
               ' PRODUTO ' DVG-CODIGO-PRODUTO ' - ' DVG-TIPO
           DISPLAY '   QTDE RECEBIDA ' DVG-QTDE-RECEBIDA
               ' FATURADA ' DVG-QTDE-FATURADA
           DISPLAY '   PRECO PEDIDO ' DVG-PRECO-PEDIDO
               ' FATURADO ' DVG-PRECO-FATURADO
           DISPLAY '   VALOR ESPERADO ' DVG-VALOR-ESPERADO
               ' FATURADO ' DVG-VALOR-FATURADO.

       MARCA-DIVERGENCIAS-LIBERADAS-PROC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-FS-DIVERG
           PERFORM POSICIONA-DIVERGENCIAS-PROCEDURE
           PERFORM UNTIL WS-FS-DIVERG EQUAL 10
               READ DIVERGENCIAS-COMPRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-DIVERG
                   NOT AT END
                   IF DVG-FORNECEDOR NOT EQUAL CP-FORNECEDOR
                       OR DVG-NUM-NOTA NOT EQUAL CP-NUM-NOTA
                       MOVE 10 TO WS-FS-DIVERG
                   ELSE
                       IF DVG-STATUS EQUAL 'PENDENTE'
                           MOVE 'LIBERADA' TO DVG-STATUS
                           MOVE WS-OPERADOR-ID TO DVG-LIBERADO-POR
                           MOVE WS-DATA-HOJE TO DVG-DATA-LIBERACAO
                           REWRITE REG-DIVERGENCIA
                           END-REWRITE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       AUTORIZA-SUPERVISOR-PROCEDURE.
           MOVE 'N' TO WS-SUPERVISOR-OK

           DISPLAY 'LIBERACAO RESTRITA - INFORME O ID DO SUPERVISOR: '
           ACCEPT WS-OPERADOR-ID
           DISPLAY 'INFORME A SENHA DO SUPERVISOR: '
           ACCEPT WS-SENHA-DIGITADA

           MOVE ZEROS TO WS-FS-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES EQUAL ZEROS
               MOVE WS-OPERADOR-ID TO OPER-ID
               READ OPERADORES RECORD
                   KEY IS OPER-ID
                   INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO'
                   NOT INVALID KEY
                   PERFORM CALCULA-HASH-SENHA-PROCEDURE
                   IF WS-SENHA-HASH EQUAL OPER-SENHA-HASH
                       AND OPER-PERFIL EQUAL 'SUPERVISOR'
                       MOVE 'S' TO WS-SUPERVISOR-OK
                   END-IF
               END-READ
               CLOSE OPERADORES
           END-IF

           IF WS-SUPERVISOR-OK NOT EQUAL 'S'
               DISPLAY 'AUTORIZACAO NEGADA'
               MOVE 'CONTAS-PAGAR' TO WS-AUD-PROGRAMA
               MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
               MOVE 'LIB-NEGADA' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING CP-FORNECEDOR '-' CP-NUM-NOTA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               MOVE SPACES TO WS-AUD-OPERADOR
           END-IF.

       CALCULA-HASH-SENHA-PROCEDURE.
           MOVE ZEROS TO WS-SENHA-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX GREATER THAN 8
               COMPUTE WS-SENHA-HASH = FUNCTION MOD(
                   WS-SENHA-HASH * 31 +
                   FUNCTION ORD(WS-SENHA-DIGITADA(WS-HASH-IDX:1)) *
                   WS-HASH-IDX, 99999989)
           END-PERFORM.

      * DIVERGENCIAS AINDA PENDENTES DE LIBERACAO, COM O VALOR TOTAL
      * DOS TITULOS BLOQUEADOS
       RELATORIO-DIVERGENCIAS.
           MOVE ZEROS TO WS-FS-DIVERG
           OPEN INPUT DIVERGENCIAS-COMPRA
           IF WS-FS-DIVERG NOT EQUAL ZEROS
               DISPLAY 'NENHUMA DIVERGENCIA REGISTRADA'
               MOVE WS-FS-DIVERG TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-PAGAR-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'divergencias-compra-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'DIVERGENCIAS NOTA X PEDIDO X RECEBIMENTO'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE 'FOR NOTA       PROD  TIPO        QREC  QFAT'
               TO WS-SPOOL-LINHA
           MOVE ' PRECO PED  PRECO FAT   DIFERENCA' TO
               WS-SPOOL-LINHA(45:34)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-DIVERG
           MOVE ZEROS TO WS-DIF-COBRADA
           PERFORM UNTIL WS-FS-DIVERG EQUAL 10
               READ DIVERGENCIAS-COMPRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-DIVERG
                   NOT AT END
                   IF DVG-STATUS EQUAL 'PENDENTE'
                       PERFORM IMPRIME-DIVERGENCIA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DIVERGENCIAS-COMPRA

           MOVE ZEROS TO WS-QTDE-TITULOS
           MOVE ZEROS TO WS-TOT-BLOQUEADO
           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPAGAR EQUAL ZEROS
               PERFORM UNTIL WS-FS-CPAGAR EQUAL 10
                   READ CONTAS-PAGAR NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CPAGAR
                       NOT AT END
                       IF CP-STATUS EQUAL 'BLOQUEADO'
                           ADD 1 TO WS-QTDE-TITULOS
                           COMPUTE WS-TOT-BLOQUEADO = WS-TOT-BLOQUEADO
                               + CP-VALOR-TOTAL - CP-VALOR-PAGO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR
           END-IF

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'DIVERGENCIAS PENDENTES: ' WS-QTDE-DIVERG
               '   COBRADO A MAIS: ' WS-DIF-COBRADA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TITULOS BLOQUEADOS....: ' WS-QTDE-TITULOS
               '   SALDO BLOQUEADO: ' WS-TOT-BLOQUEADO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'DIVERGENCIAS PENDENTES: ' WS-QTDE-DIVERG
           DISPLAY 'TITULOS BLOQUEADOS....: ' WS-QTDE-TITULOS
           DISPLAY 'SALDO BLOQUEADO.......: ' WS-TOT-BLOQUEADO
           DISPLAY 'RELATORIO: ' WS-ARQ-SPOOL
           GO TO MENU-PAGAR-PROCEDURE.

       IMPRIME-DIVERGENCIA-PROCEDURE.
           ADD 1 TO WS-QTDE-DIVERG
           COMPUTE WS-DIFERENCA =
               DVG-VALOR-FATURADO - DVG-VALOR-ESPERADO
           IF WS-DIFERENCA GREATER THAN ZEROS
               ADD WS-DIFERENCA TO WS-DIF-COBRADA
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE DVG-FORNECEDOR TO WS-SPOOL-LINHA(1:3)
           MOVE DVG-NUM-NOTA TO WS-SPOOL-LINHA(5:10)
           MOVE DVG-CODIGO-PRODUTO TO WS-SPOOL-LINHA(16:5)
           MOVE DVG-TIPO TO WS-SPOOL-LINHA(22:10)
           MOVE DVG-QTDE-RECEBIDA TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(33:5)
           MOVE DVG-QTDE-FATURADA TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(39:5)
           MOVE DVG-PRECO-PEDIDO TO WS-ED-PRECO
           MOVE WS-ED-PRECO TO WS-SPOOL-LINHA(45:10)
           MOVE DVG-PRECO-FATURADO TO WS-ED-PRECO
           MOVE WS-ED-PRECO TO WS-SPOOL-LINHA(56:10)
           MOVE WS-DIFERENCA TO WS-ED-DIFERENCA
           MOVE WS-ED-DIFERENCA TO WS-SPOOL-LINHA(67:11)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * POSICIONA WS-IDX-ACHADO NA NATUREZA DE CATD-CODIGO OU NA LINHA
      * DE TITULOS SEM NATUREZA (ULTIMA DA TABELA)
       LOCALIZA-CATEGORIA-PROCEDURE.
           MOVE WS-CAT-QTDE TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-CAT-QTDE
               IF WS-CAT-CODIGO(WS-IDX) EQUAL CATD-CODIGO
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       COPY NDEBPRC.
       COPY SPOOLPRC.
       COPY BXTPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
