      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-CARTAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY RCCSEL.

       COPY LQCSEL.

       COPY CARPSEL.

       COPY LIVROSEL.

       COPY PEDSEL.

       COPY PCRSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY RCCFD.

       COPY LQCFD.

       COPY CARPFD.

       COPY LIVROFD.

       COPY PEDFD.

       COPY PCRFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-RECCARTAO      PIC 99.
       77 WS-FS-LIQCARTAO      PIC 99.
       77 WS-FS-CARPARAM       PIC 99.
       77 WS-FS-LIVRO          PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-PEDCRED        PIC 99.
       77 WS-VALOR-CARTAO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-OPC               PIC X(1).
       77 WS-TENT-INVALIDAS    PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE       PIC 9(02) VALUE 3.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VENDAS       PIC 9(08) VALUE ZEROS.
       77 WS-ANO-MES           PIC 9(06) VALUE ZEROS.
       77 WS-PRAZO-DIAS        PIC 9(03) VALUE 30.
       77 WS-TAXA-PERC         PIC 9(02)V99 VALUE ZEROS.
       77 WS-DIAS-DATA         PIC 9(07) VALUE ZEROS.
       77 WS-TAXA-ESPERADA     PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTDE-GERADOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EXISTENTES   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GERADO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-LIDAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CONCILIADAS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-DIVERGENTES  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ESTORNOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM-VENDA    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-PENDENTE    PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-RECEBIVEL   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-BRUTO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-TAXA-CONTRATO PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-TAXA-COBRADA  PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO            PIC X(30) VALUE SPACES.

       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-CARTAO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-CARTAO-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------RECEBIVEIS DE CARTAO -------------'
           DISPLAY 'G - GERAR RECEBIVEIS DAS VENDAS NO CARTAO DO DIA'
           DISPLAY 'I - IMPORTAR LIQUIDACAO DA ADQUIRENTE'
           DISPLAY 'P - RELATORIO DE PENDENCIAS E ESTORNOS'
           DISPLAY 'T - TAXAS PAGAS NO MES'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO G,I,P OU T... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'G'
               GO TO GERA-RECEBIVEIS
               ELSE IF WS-OPC IS EQUAL TO 'I'
               GO TO IMPORTA-LIQUIDACAO
               ELSE IF WS-OPC IS EQUAL TO 'P'
               GO TO RELATORIO-PENDENCIAS
               ELSE IF WS-OPC IS EQUAL TO 'T'
               GO TO RELATORIO-TAXAS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-CARTAO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

      * AS VENDAS NO CARTAO DO DIA SAO AS NOTAS EMITIDAS NA DATA CUJO
      * PEDIDO FOI PAGO EM CARTAO; O RECEBIVEL ESPERADO E O VALOR DA
      * NOTA MENOS A TAXA CONTRATADA, CREDITADO EM D + PRAZO
       GERA-RECEBIVEIS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME A DATA DAS VENDAS (AAAAMMDD - 00000000 '
               'P/ HOJE): '
           ACCEPT WS-DATA-VENDAS
           IF WS-DATA-VENDAS EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-VENDAS
           END-IF

           PERFORM CARREGA-PARAMETROS-PROCEDURE

           MOVE ZEROS TO WS-FS-LIVRO
           OPEN INPUT LIVRO-FISCAL
           IF WS-FS-LIVRO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O LIVRO FISCAL'
               MOVE WS-FS-LIVRO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS'
               MOVE WS-FS-PEDIDOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE LIVRO-FISCAL
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-RECCARTAO
           OPEN I-O RECEBIVEIS-CARTAO
           IF WS-FS-RECCARTAO EQUAL 35
               MOVE WS-FS-RECCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               OPEN OUTPUT RECEBIVEIS-CARTAO
               CLOSE RECEBIVEIS-CARTAO
               OPEN I-O RECEBIVEIS-CARTAO
           END-IF

           IF WS-FS-RECCARTAO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIVEIS'
               MOVE WS-FS-RECCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE LIVRO-FISCAL
               CLOSE PEDIDOS
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-GERADOS
           MOVE ZEROS TO WS-QTDE-EXISTENTES
           MOVE ZEROS TO WS-TOTAL-GERADO

           PERFORM UNTIL WS-FS-LIVRO EQUAL 10
               READ LIVRO-FISCAL
                   AT END
                   MOVE 10 TO WS-FS-LIVRO
                   NOT AT END
                   IF LF-TIPO EQUAL 'EMISSAO'
                       AND LF-DATA EQUAL WS-DATA-VENDAS
                       PERFORM GERA-UM-RECEBIVEL-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE RECEBIVEIS-CARTAO
           CLOSE PEDIDOS
           CLOSE LIVRO-FISCAL

           DISPLAY 'RECEBIVEIS GERADOS.....: ' WS-QTDE-GERADOS
           DISPLAY 'JA EXISTENTES (IGNORADOS): ' WS-QTDE-EXISTENTES
           DISPLAY 'VALOR LIQUIDO ESPERADO.: ' WS-TOTAL-GERADO

           MOVE 'CONCILIA-CARTAO' TO WS-AUD-PROGRAMA
           MOVE 'GERACAO' TO WS-AUD-OPERACAO
           MOVE WS-DATA-VENDAS TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-CARTAO-PROCEDURE.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE 30 TO WS-PRAZO-DIAS
           MOVE ZEROS TO WS-TAXA-PERC
           MOVE ZEROS TO WS-FS-CARPARAM
           OPEN INPUT CARTAO-PARAM
           IF WS-FS-CARPARAM EQUAL ZEROS
               READ CARTAO-PARAM
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE CPR-PRAZO-DIAS TO WS-PRAZO-DIAS
                   MOVE CPR-TAXA-PERC TO WS-TAXA-PERC
               END-READ
               CLOSE CARTAO-PARAM
           ELSE
               DISPLAY 'PARAMETROS DO CARTAO NAO ENCONTRADOS - '
                   'PRAZO 30 DIAS E TAXA ZERO'
           END-IF
           DISPLAY 'PRAZO DE REPASSE: ' WS-PRAZO-DIAS
               ' DIAS - TAXA CONTRATADA: ' WS-TAXA-PERC '%'.

       GERA-UM-RECEBIVEL-PROCEDURE.
           MOVE LF-CODIGO-PEDIDO TO CODIGO-PEDIDO
           READ PEDIDOS RECORD
               KEY IS CODIGO-PEDIDO
               INVALID KEY
               MOVE SPACES TO PV-TIPO-PAGAMENTO
           END-READ

           MOVE LF-VALOR TO WS-VALOR-CARTAO
           IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
               PERFORM RESTANTE-CREDITO-LOJA-PROCEDURE
           END-IF

           IF PV-TIPO-PAGAMENTO EQUAL 'CARTAO'
               MOVE LF-CODIGO-PEDIDO TO RCC-CODIGO-PEDIDO
               READ RECEBIVEIS-CARTAO RECORD
                   KEY IS RCC-CODIGO-PEDIDO
                   INVALID KEY
                   PERFORM GRAVA-RECEBIVEL-PROCEDURE
                   NOT INVALID KEY
                   ADD 1 TO WS-QTDE-EXISTENTES
               END-READ
           END-IF.

       GRAVA-RECEBIVEL-PROCEDURE.
           MOVE LF-CODIGO-PEDIDO TO RCC-CODIGO-PEDIDO
           MOVE LF-NUM-NOTA-FISCAL TO RCC-NUM-NOTA-FISCAL
           MOVE LF-DATA TO RCC-DATA-VENDA
           COMPUTE WS-DIAS-DATA =
               FUNCTION INTEGER-OF-DATE(LF-DATA) + WS-PRAZO-DIAS
           COMPUTE RCC-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-DATA)
           MOVE WS-VALOR-CARTAO TO RCC-VALOR-BRUTO
           MOVE WS-TAXA-PERC TO RCC-TAXA-PERC
           COMPUTE RCC-VALOR-TAXA ROUNDED =
               WS-VALOR-CARTAO * WS-TAXA-PERC / 100
           COMPUTE RCC-VALOR-LIQUIDO =
               WS-VALOR-CARTAO - RCC-VALOR-TAXA
           MOVE ZEROS TO RCC-VALOR-RECEBIDO
           MOVE ZEROS TO RCC-TAXA-COBRADA
           MOVE ZEROS TO RCC-DATA-ULT-CREDITO
           MOVE 'PENDENTE' TO RCC-STATUS
           WRITE REG-RECEBIVEL-CARTAO
           IF WS-FS-RECCARTAO EQUAL ZEROS
               ADD 1 TO WS-QTDE-GERADOS
               ADD RCC-VALOR-LIQUIDO TO WS-TOTAL-GERADO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O RECEBIVEL DO PEDIDO '
                   RCC-CODIGO-PEDIDO
               MOVE WS-FS-RECCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF.

      * PEDIDO PAGO COM CREDITO DE LOJA E RESTANTE NO CARTAO - SO O
      * RESTANTE VAI PARA A ADQUIRENTE
       RESTANTE-CREDITO-LOJA-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDCRED
           OPEN INPUT PEDIDOS-CREDITO
           IF WS-FS-PEDCRED EQUAL ZEROS
               MOVE CODIGO-PEDIDO TO PCR-CODIGO-PEDIDO
               READ PEDIDOS-CREDITO RECORD
                   KEY IS PCR-CODIGO-PEDIDO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PCR-TIPO-RESTANTE EQUAL 'CARTAO'
                       AND PCR-VALOR-CREDITO LESS THAN LF-VALOR
                       MOVE 'CARTAO' TO PV-TIPO-PAGAMENTO
                       SUBTRACT PCR-VALOR-CREDITO FROM WS-VALOR-CARTAO
                   END-IF
               END-READ
               CLOSE PEDIDOS-CREDITO
           END-IF.

      * CADA LINHA DA ADQUIRENTE TRAZ O PEDIDO (REFERENCIA DA VENDA),
      * C = CREDITO (PARCELA PAGA) OU E = ESTORNO (CHARGEBACK)
       IMPORTA-LIQUIDACAO.
           MOVE ZEROS TO WS-FS-LIQCARTAO
           OPEN INPUT LIQUIDACAO-CARTAO
           IF WS-FS-LIQCARTAO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LIQUIDACAO'
               MOVE WS-FS-LIQCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-RECCARTAO
           OPEN I-O RECEBIVEIS-CARTAO
           IF WS-FS-RECCARTAO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIVEIS'
               MOVE WS-FS-RECCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE LIQUIDACAO-CARTAO
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'liquidacao-cartao-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'CONCILIACAO DA LIQUIDACAO DE CARTAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE 'PEDIDO     T DATA     LIQUIDO       OCORRENCIA'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-LIDAS
           MOVE ZEROS TO WS-QTDE-CONCILIADAS
           MOVE ZEROS TO WS-QTDE-DIVERGENTES
           MOVE ZEROS TO WS-QTDE-ESTORNOS
           MOVE ZEROS TO WS-QTDE-SEM-VENDA

           PERFORM UNTIL WS-FS-LIQCARTAO EQUAL 10
               READ LIQUIDACAO-CARTAO
                   AT END
                   MOVE 10 TO WS-FS-LIQCARTAO
                   NOT AT END
                   ADD 1 TO WS-QTDE-LIDAS
                   PERFORM CONCILIA-UMA-LINHA-PROCEDURE
               END-READ
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'LIDAS ' WS-QTDE-LIDAS ' CONCILIADAS '
               WS-QTDE-CONCILIADAS ' DIVERGENTES ' WS-QTDE-DIVERGENTES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ESTORNOS ' WS-QTDE-ESTORNOS ' SEM VENDA '
               WS-QTDE-SEM-VENDA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           CLOSE RECEBIVEIS-CARTAO
           CLOSE LIQUIDACAO-CARTAO

           DISPLAY 'LINHAS LIDAS.......: ' WS-QTDE-LIDAS
           DISPLAY 'CONCILIADAS........: ' WS-QTDE-CONCILIADAS
           DISPLAY 'COM DIVERGENCIA....: ' WS-QTDE-DIVERGENTES
           DISPLAY 'ESTORNOS...........: ' WS-QTDE-ESTORNOS
           DISPLAY 'SEM VENDA CORRESP..: ' WS-QTDE-SEM-VENDA

           MOVE 'CONCILIA-CARTAO' TO WS-AUD-PROGRAMA
           MOVE 'IMPORTACAO' TO WS-AUD-OPERACAO
           MOVE WS-DATA-HOJE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-CARTAO-PROCEDURE.

       CONCILIA-UMA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-MOTIVO
           MOVE LQC-CODIGO-PEDIDO TO RCC-CODIGO-PEDIDO
           READ RECEBIVEIS-CARTAO RECORD
               KEY IS RCC-CODIGO-PEDIDO
               INVALID KEY
               ADD 1 TO WS-QTDE-SEM-VENDA
               MOVE 'SEM VENDA CORRESPONDENTE' TO WS-MOTIVO
               NOT INVALID KEY
               IF LQC-TIPO EQUAL 'E'
                   PERFORM REGISTRA-ESTORNO-PROCEDURE
               ELSE
                   PERFORM REGISTRA-CREDITO-PROCEDURE
               END-IF
               REWRITE REG-RECEBIVEL-CARTAO
               END-REWRITE
           END-READ

           IF WS-MOTIVO NOT EQUAL SPACES
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING LQC-CODIGO-PEDIDO ' ' LQC-TIPO ' ' LQC-DATA ' '
                   LQC-VALOR-LIQUIDO ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       REGISTRA-ESTORNO-PROCEDURE.
           ADD 1 TO WS-QTDE-ESTORNOS
           MOVE 'CHARGEBACK' TO RCC-STATUS
           MOVE LQC-DATA TO RCC-DATA-ULT-CREDITO
           IF LQC-VALOR-LIQUIDO GREATER THAN RCC-VALOR-RECEBIDO
               MOVE ZEROS TO RCC-VALOR-RECEBIDO
           ELSE
               SUBTRACT LQC-VALOR-LIQUIDO FROM RCC-VALOR-RECEBIDO
           END-IF
           MOVE 'ESTORNO (CHARGEBACK)' TO WS-MOTIVO
           MOVE 'CONCILIA-CARTAO' TO WS-AUD-PROGRAMA
           MOVE 'CHARGEBACK' TO WS-AUD-OPERACAO
           MOVE RCC-CODIGO-PEDIDO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

      * O CREDITO PODE VIR EM PARCELAS - ACUMULA ATE ATINGIR O LIQUIDO
      * ESPERADO; TAXA ACIMA DA CONTRATADA E CREDITO ALEM DO ESPERADO
      * SAO APONTADOS COMO DIVERGENCIA
       REGISTRA-CREDITO-PROCEDURE.
           ADD LQC-VALOR-LIQUIDO TO RCC-VALOR-RECEBIDO
           ADD LQC-VALOR-TAXA TO RCC-TAXA-COBRADA
           MOVE LQC-DATA TO RCC-DATA-ULT-CREDITO

           COMPUTE WS-TAXA-ESPERADA ROUNDED =
               LQC-VALOR-BRUTO * RCC-TAXA-PERC / 100

           IF RCC-STATUS EQUAL 'CHARGEBACK'
               MOVE 'CREDITO APOS ESTORNO' TO WS-MOTIVO
           ELSE IF RCC-VALOR-RECEBIDO GREATER THAN RCC-VALOR-LIQUIDO
               MOVE 'PAGO' TO RCC-STATUS
               MOVE 'CREDITO ACIMA DO ESPERADO' TO WS-MOTIVO
           ELSE IF RCC-VALOR-RECEBIDO EQUAL RCC-VALOR-LIQUIDO
               MOVE 'PAGO' TO RCC-STATUS
           ELSE
               MOVE 'PARCIAL' TO RCC-STATUS
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               AND LQC-VALOR-TAXA GREATER THAN WS-TAXA-ESPERADA
               MOVE 'TAXA ACIMA DA CONTRATADA' TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               ADD 1 TO WS-QTDE-CONCILIADAS
           ELSE
               ADD 1 TO WS-QTDE-DIVERGENTES
           END-IF.

      * VENDAS SEM CREDITO ATE A DATA PREVISTA (FALTANTES), CREDITADAS
      * A MENOR (PARCIAIS VENCIDAS) E ESTORNADAS
       RELATORIO-PENDENCIAS.
           MOVE ZEROS TO WS-FS-RECCARTAO
           OPEN INPUT RECEBIVEIS-CARTAO
           IF WS-FS-RECCARTAO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIVEIS'
               MOVE WS-FS-RECCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pendencias-cartao-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'PENDENCIAS DE RECEBIVEIS DE CARTAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE 'PEDIDO     NF     VENDA    PREVISTO ESPERADO     '
               TO WS-SPOOL-LINHA
           MOVE 'RECEBIDO     SITUACAO' TO WS-SPOOL-LINHA(51:21)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-PENDENTES
           MOVE ZEROS TO WS-TOTAL-PENDENTE

           PERFORM UNTIL WS-FS-RECCARTAO EQUAL 10
               READ RECEBIVEIS-CARTAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-RECCARTAO
                   NOT AT END
                   MOVE SPACES TO WS-MOTIVO
                   IF RCC-STATUS EQUAL 'CHARGEBACK'
                       MOVE 'ESTORNADA' TO WS-MOTIVO
                   ELSE IF RCC-STATUS NOT EQUAL 'PAGO'
                       AND RCC-DATA-PREVISTA LESS THAN WS-DATA-HOJE
                       IF RCC-VALOR-RECEBIDO EQUAL ZEROS
                           MOVE 'NAO PAGA' TO WS-MOTIVO
                       ELSE
                           MOVE 'PAGA A MENOR' TO WS-MOTIVO
                       END-IF
                   END-IF
                   IF WS-MOTIVO NOT EQUAL SPACES
                       PERFORM IMPRIME-PENDENCIA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VENDAS PENDENTES ' WS-QTDE-PENDENTES
               ' VALOR NAO RECEBIDO ' WS-TOTAL-PENDENTE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           CLOSE RECEBIVEIS-CARTAO

           DISPLAY 'VENDAS PENDENTES...: ' WS-QTDE-PENDENTES
           DISPLAY 'VALOR NAO RECEBIDO.: ' WS-TOTAL-PENDENTE
           GO TO MENU-CARTAO-PROCEDURE.

       IMPRIME-PENDENCIA-PROCEDURE.
           ADD 1 TO WS-QTDE-PENDENTES
           IF RCC-VALOR-LIQUIDO GREATER THAN RCC-VALOR-RECEBIDO
               COMPUTE WS-SALDO-RECEBIVEL =
                   RCC-VALOR-LIQUIDO - RCC-VALOR-RECEBIDO
               ADD WS-SALDO-RECEBIVEL TO WS-TOTAL-PENDENTE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING RCC-CODIGO-PEDIDO ' ' RCC-NUM-NOTA-FISCAL ' '
               RCC-DATA-VENDA ' ' RCC-DATA-PREVISTA ' '
               RCC-VALOR-LIQUIDO ' ' RCC-VALOR-RECEBIDO ' '
               WS-MOTIVO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * TAXAS DAS VENDAS DO MES: CONTRATADA X EFETIVAMENTE DESCONTADA
       RELATORIO-TAXAS.
           DISPLAY 'INFORME O MES DAS VENDAS (AAAAMM): '
           ACCEPT WS-ANO-MES

           MOVE ZEROS TO WS-FS-RECCARTAO
           OPEN INPUT RECEBIVEIS-CARTAO
           IF WS-FS-RECCARTAO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIVEIS'
               MOVE WS-FS-RECCARTAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CARTAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-TOT-BRUTO
           MOVE ZEROS TO WS-TOT-TAXA-CONTRATO
           MOVE ZEROS TO WS-TOT-TAXA-COBRADA
           MOVE ZEROS TO WS-TOT-LIQUIDO

           PERFORM UNTIL WS-FS-RECCARTAO EQUAL 10
               READ RECEBIVEIS-CARTAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-RECCARTAO
                   NOT AT END
                   IF RCC-DATA-VENDA(1:6) EQUAL WS-ANO-MES
                       ADD RCC-VALOR-BRUTO TO WS-TOT-BRUTO
                       ADD RCC-VALOR-TAXA TO WS-TOT-TAXA-CONTRATO
                       ADD RCC-TAXA-COBRADA TO WS-TOT-TAXA-COBRADA
                       ADD RCC-VALOR-RECEBIDO TO WS-TOT-LIQUIDO
                   END-IF
               END-READ
           END-PERFORM

           CLOSE RECEBIVEIS-CARTAO

           DISPLAY ' '
           DISPLAY '----- TAXAS DE CARTAO - VENDAS DE ' WS-ANO-MES
               ' -----'
           DISPLAY 'VENDAS BRUTAS.........: ' WS-TOT-BRUTO
           DISPLAY 'TAXA CONTRATADA.......: ' WS-TOT-TAXA-CONTRATO
           DISPLAY 'TAXA COBRADA..........: ' WS-TOT-TAXA-COBRADA
           DISPLAY 'LIQUIDO RECEBIDO......: ' WS-TOT-LIQUIDO
           IF WS-TOT-TAXA-COBRADA GREATER THAN WS-TOT-TAXA-CONTRATO
               DISPLAY 'ATENCAO - TAXA COBRADA ACIMA DA CONTRATADA'
           END-IF

           GO TO MENU-CARTAO-PROCEDURE.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CONCILIA-CARTAO.
