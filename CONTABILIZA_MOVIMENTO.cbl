      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZA-MOVIMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PLCSEL.

       COPY LCTSEL.

       COPY RTCSEL.

       COPY LIVROSEL.

       COPY NCREDSEL.

       COPY CRECSEL.

       COPY CPAGSEL.

       COPY PEDSEL.

       COPY PCRSEL.

       COPY ENCSEL.

       COPY MOVESTQSEL.

       COPY CAIXASEL.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY PERCSEL.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PLCFD.

       COPY LCTFD.

       COPY RTCFD.

       COPY LIVROFD.

       COPY NCREDFD.

       COPY CRECFD.

       COPY CPAGFD.

       COPY PEDFD.

       COPY PCRFD.

       COPY ENCFD.

       COPY MOVESTQFD.

       COPY CAIXAFD.

       COPY PRODFD.

       COPY PERCFD.

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PLANO          PIC 99.
       77 WS-FS-LANCAMENTOS    PIC 99.
       77 WS-FS-ROTEIRO        PIC 99.
       77 WS-FS-LIVRO          PIC 99.
       77 WS-FS-NCREDITO       PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-FS-CPAGAR         PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-ENCARGOS       PIC 99.
       77 WS-FS-MOVESTOQUE     PIC 99.
       77 WS-FS-CAIXA          PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-PEDCRED        PIC 99.
       77 WS-DATA-MOVIMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-IDX               PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ACHADO        PIC 9(05) VALUE ZEROS.
       77 WS-ROTEIRO-OK        PIC X(01) VALUE 'S'.
       77 WS-JA-CONTABILIZADO  PIC X(01) VALUE 'N'.
       77 WS-PEDIDOS-OK        PIC X(01) VALUE 'N'.
       77 WS-QTDE-LANCAMENTOS  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-LANCADO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-JA-BAIXADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-DELTA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-BXD-LIMITE        PIC 9(05) VALUE 5000.
       77 WS-DOC-TITULO        PIC X(20) VALUE SPACES.
       77 WS-TIPO-TITULO       PIC X(01) VALUE SPACES.
       77 WS-VALOR-COMPRA      PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-QUEBRA      PIC 9(09)V99 VALUE ZEROS.

      * PARAMETROS DO LANCAMENTO - GRAVA-LANCAMENTO-PROCEDURE
       01 WS-LAN-EVENTO            PIC X(12) VALUE SPACES.
       01 WS-LAN-INVERTE           PIC X(01) VALUE 'N'.
       01 WS-LAN-VALOR             PIC 9(09)V99 VALUE ZEROS.
       01 WS-LAN-DOCUMENTO         PIC X(20) VALUE SPACES.
       01 WS-LAN-HISTORICO         PIC X(30) VALUE SPACES.

      * EVENTOS QUE O ROTEIRO CONTABIL PRECISA COBRIR
       01 WS-EVENTOS-OBRIGATORIOS.
           03 FILLER               PIC X(12) VALUE 'FATURAMENTO'.
           03 FILLER               PIC X(12) VALUE 'IMPOSTO-VEND'.
           03 FILLER               PIC X(12) VALUE 'DEVOLUCAO'.
           03 FILLER               PIC X(12) VALUE 'REC-DINHEIRO'.
           03 FILLER               PIC X(12) VALUE 'REC-CARTAO'.
           03 FILLER               PIC X(12) VALUE 'REC-PIX'.
           03 FILLER               PIC X(12) VALUE 'REC-CHEQUE'.
           03 FILLER               PIC X(12) VALUE 'REC-PRAZO'.
           03 FILLER               PIC X(12) VALUE 'ENCARGOS'.
           03 FILLER               PIC X(12) VALUE 'PAGTO-FORN'.
           03 FILLER               PIC X(12) VALUE 'COMPRA-ESTQ'.
           03 FILLER               PIC X(12) VALUE 'QUEBRA-CAIXA'.
       01 WS-EVENTOS-TAB REDEFINES WS-EVENTOS-OBRIGATORIOS.
           03 WS-EVENTO-OBRIG      PIC X(12) OCCURS 12 TIMES.

       01 WS-TAB-ROTEIRO.
           03 WS-RTC-QTDE              PIC 9(03) VALUE ZEROS.
           03 WS-RTC-ITEM OCCURS 30 TIMES.
               05 WS-RTC-EVENTO        PIC X(12).
               05 WS-RTC-DEBITO        PIC X(10).
               05 WS-RTC-CREDITO       PIC X(10).

      * VALOR JA CONTABILIZADO POR TITULO (R = RECEBER, P = PAGAR)
       01 WS-TAB-BAIXADO.
           03 WS-BXD-QTDE              PIC 9(05) VALUE ZEROS.
           03 WS-BXD-ITEM OCCURS 5000 TIMES.
               05 WS-BXD-TIPO          PIC X(01).
               05 WS-BXD-DOCUMENTO     PIC X(20).
               05 WS-BXD-VALOR         PIC 9(09)V99.

       COPY PERCWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONTABILIZACAO DO MOVIMENTO DIARIO -----'

           MOVE 'CONTABILIZA-MOVIMENTO' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME A DATA DO MOVIMENTO (AAAAMMDD - '
               '00000000 P/ HOJE): '
           ACCEPT WS-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-MOVIMENTO
           END-IF

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-VERIFICADA
           PERFORM VERIFICA-PERIODO-FECHADO-PROCEDURE
           IF WS-PERIODO-FECHADO EQUAL 'S'
               DISPLAY 'CONTABILIZACAO RECUSADA - MES JA FECHADO'
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRA-COM-ERRO-PROCEDURE
           END-IF

           PERFORM CARREGA-ROTEIRO-PROCEDURE
           IF WS-ROTEIRO-OK NOT EQUAL 'S'
               DISPLAY 'ROTEIRO CONTABIL INCOMPLETO - CORRIJA O '
                   'ROTEIRO E O PLANO DE CONTAS'
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRA-COM-ERRO-PROCEDURE
           END-IF

           PERFORM CARREGA-JA-CONTABILIZADO-PROCEDURE
           IF WS-JA-CONTABILIZADO EQUAL 'S'
               DISPLAY 'MOVIMENTO DE ' WS-DATA-MOVIMENTO
                   ' JA FOI CONTABILIZADO'
               MOVE 8 TO RETURN-CODE
               PERFORM ENCERRA-COM-ERRO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-LANCAMENTOS
           OPEN EXTEND LANCAMENTOS-CONTABEIS
           IF WS-FS-LANCAMENTOS EQUAL 35
               OPEN OUTPUT LANCAMENTOS-CONTABEIS
           END-IF

           PERFORM CONTABILIZA-LIVRO-FISCAL-PROCEDURE
           PERFORM CONTABILIZA-NOTAS-CREDITO-PROCEDURE
           PERFORM CONTABILIZA-RECEBIMENTOS-PROCEDURE
           PERFORM CONTABILIZA-ENCARGOS-PROCEDURE
           PERFORM CONTABILIZA-PAGAMENTOS-PROCEDURE
           PERFORM CONTABILIZA-COMPRAS-PROCEDURE
           PERFORM CONTABILIZA-CAIXA-PROCEDURE

           CLOSE LANCAMENTOS-CONTABEIS

           DISPLAY 'MOVIMENTO CONTABILIZADO: ' WS-DATA-MOVIMENTO
           DISPLAY 'LANCAMENTOS GRAVADOS...: ' WS-QTDE-LANCAMENTOS
           DISPLAY 'TOTAL A DEBITO/CREDITO.: ' WS-TOTAL-LANCADO

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-LANCAMENTOS TO WS-JOB-CONTAGEM
           MOVE 'OK' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE 0 TO RETURN-CODE
           GOBACK.

       ENCERRA-COM-ERRO-PROCEDURE.
           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE 'ERRO' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 8 TO RETURN-CODE
           GOBACK.

      * CADA EVENTO DO ROTEIRO APONTA A CONTA DE DEBITO E A DE CREDITO;
      * AS DUAS TEM DE EXISTIR E ESTAR ATIVAS NO PLANO DE CONTAS
       CARREGA-ROTEIRO-PROCEDURE.
           MOVE 'S' TO WS-ROTEIRO-OK
           MOVE ZEROS TO WS-RTC-QTDE

           MOVE ZEROS TO WS-FS-ROTEIRO
           OPEN INPUT ROTEIRO-CONTABIL
           IF WS-FS-ROTEIRO NOT EQUAL ZEROS
               DISPLAY 'ROTEIRO CONTABIL NAO ENCONTRADO'
               MOVE 'N' TO WS-ROTEIRO-OK
           ELSE
               PERFORM UNTIL WS-FS-ROTEIRO EQUAL 10
                   READ ROTEIRO-CONTABIL
                       AT END
                       MOVE 10 TO WS-FS-ROTEIRO
                       NOT AT END
                       IF WS-RTC-QTDE LESS THAN 30
                           ADD 1 TO WS-RTC-QTDE
                           MOVE RTC-EVENTO
                               TO WS-RTC-EVENTO(WS-RTC-QTDE)
                           MOVE RTC-CONTA-DEBITO
                               TO WS-RTC-DEBITO(WS-RTC-QTDE)
                           MOVE RTC-CONTA-CREDITO
                               TO WS-RTC-CREDITO(WS-RTC-QTDE)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ROTEIRO-CONTABIL
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 12
               MOVE WS-EVENTO-OBRIG(WS-IDX) TO WS-LAN-EVENTO
               PERFORM LOCALIZA-EVENTO-PROCEDURE
               IF WS-IDX-ACHADO EQUAL ZEROS
                   DISPLAY 'EVENTO SEM ROTEIRO: ' WS-LAN-EVENTO
                   MOVE 'N' TO WS-ROTEIRO-OK
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-FS-PLANO
           OPEN INPUT PLANO-CONTAS
           IF WS-FS-PLANO NOT EQUAL ZEROS
               DISPLAY 'PLANO DE CONTAS NAO ENCONTRADO'
               MOVE 'N' TO WS-ROTEIRO-OK
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-RTC-QTDE
                   MOVE WS-RTC-DEBITO(WS-IDX) TO PLC-CONTA
                   PERFORM VALIDA-CONTA-ROTEIRO-PROCEDURE
                   MOVE WS-RTC-CREDITO(WS-IDX) TO PLC-CONTA
                   PERFORM VALIDA-CONTA-ROTEIRO-PROCEDURE
               END-PERFORM
               CLOSE PLANO-CONTAS
           END-IF.

       VALIDA-CONTA-ROTEIRO-PROCEDURE.
           READ PLANO-CONTAS RECORD
               KEY IS PLC-CONTA
               INVALID KEY
               DISPLAY 'CONTA ' PLC-CONTA ' DO EVENTO '
                   WS-RTC-EVENTO(WS-IDX) ' NAO EXISTE NO PLANO'
               MOVE 'N' TO WS-ROTEIRO-OK
               NOT INVALID KEY
               IF PLC-SITUACAO EQUAL 'I'
                   DISPLAY 'CONTA ' PLC-CONTA ' DO EVENTO '
                       WS-RTC-EVENTO(WS-IDX) ' ESTA INATIVA'
                   MOVE 'N' TO WS-ROTEIRO-OK
               END-IF
           END-READ.

       LOCALIZA-EVENTO-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-ACHADO FROM 1 BY 1
               UNTIL WS-IDX-ACHADO GREATER THAN WS-RTC-QTDE
               OR WS-RTC-EVENTO(WS-IDX-ACHADO) EQUAL WS-LAN-EVENTO
               CONTINUE
           END-PERFORM
           IF WS-IDX-ACHADO GREATER THAN WS-RTC-QTDE
               MOVE ZEROS TO WS-IDX-ACHADO
           END-IF.

      * OS EVENTOS DATADOS (NOTAS, COMPRAS, CAIXA) SO PODEM SER
      * CONTABILIZADOS UMA VEZ; AS BAIXAS DE TITULOS SAO LANCADAS PELA
      * DIFERENCA ENTRE O VALOR PAGO E O JA CONTABILIZADO
       CARREGA-JA-CONTABILIZADO-PROCEDURE.
           MOVE 'N' TO WS-JA-CONTABILIZADO
           MOVE ZEROS TO WS-BXD-QTDE

           MOVE ZEROS TO WS-FS-LANCAMENTOS
           OPEN INPUT LANCAMENTOS-CONTABEIS
           IF WS-FS-LANCAMENTOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-LANCAMENTOS EQUAL 10
                   READ LANCAMENTOS-CONTABEIS
                       AT END
                       MOVE 10 TO WS-FS-LANCAMENTOS
                       NOT AT END
                       PERFORM ANALISA-LANCAMENTO-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LANCAMENTOS-CONTABEIS
           END-IF.

       ANALISA-LANCAMENTO-PROCEDURE.
           IF LCT-EVENTO(1:4) EQUAL 'REC-'
               MOVE 'R' TO WS-TIPO-TITULO
               MOVE LCT-DOCUMENTO TO WS-DOC-TITULO
               MOVE LCT-VALOR TO WS-LAN-VALOR
               PERFORM ACUMULA-BAIXADO-PROCEDURE
           ELSE IF LCT-EVENTO EQUAL 'PAGTO-FORN'
               MOVE 'P' TO WS-TIPO-TITULO
               MOVE LCT-DOCUMENTO TO WS-DOC-TITULO
               MOVE LCT-VALOR TO WS-LAN-VALOR
               PERFORM ACUMULA-BAIXADO-PROCEDURE
           ELSE IF LCT-DATA EQUAL WS-DATA-MOVIMENTO
               MOVE 'S' TO WS-JA-CONTABILIZADO
           END-IF.

       ACUMULA-BAIXADO-PROCEDURE.
           PERFORM LOCALIZA-BAIXADO-PROCEDURE
           IF WS-IDX-ACHADO GREATER THAN ZEROS
               ADD WS-LAN-VALOR TO WS-BXD-VALOR(WS-IDX-ACHADO)
           ELSE IF WS-BXD-QTDE LESS THAN WS-BXD-LIMITE
               ADD 1 TO WS-BXD-QTDE
               MOVE WS-TIPO-TITULO TO WS-BXD-TIPO(WS-BXD-QTDE)
               MOVE WS-DOC-TITULO TO WS-BXD-DOCUMENTO(WS-BXD-QTDE)
               MOVE WS-LAN-VALOR TO WS-BXD-VALOR(WS-BXD-QTDE)
           ELSE
               DISPLAY 'TABELA DE BAIXAS CHEIA - TITULO '
                   WS-DOC-TITULO ' IGNORADO'
           END-IF.

       LOCALIZA-BAIXADO-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-BXD-QTDE
               OR WS-IDX-ACHADO GREATER THAN ZEROS
               IF WS-BXD-TIPO(WS-IDX) EQUAL WS-TIPO-TITULO
                   AND WS-BXD-DOCUMENTO(WS-IDX) EQUAL WS-DOC-TITULO
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       GRAVA-LANCAMENTO-PROCEDURE.
           IF WS-LAN-VALOR GREATER THAN ZEROS
               PERFORM LOCALIZA-EVENTO-PROCEDURE
               MOVE WS-DATA-MOVIMENTO TO LCT-DATA
               MOVE WS-DATA-HOJE TO LCT-DATA-POSTAGEM
               IF WS-LAN-INVERTE EQUAL 'S'
                   MOVE WS-RTC-CREDITO(WS-IDX-ACHADO)
                       TO LCT-CONTA-DEBITO
                   MOVE WS-RTC-DEBITO(WS-IDX-ACHADO)
                       TO LCT-CONTA-CREDITO
               ELSE
                   MOVE WS-RTC-DEBITO(WS-IDX-ACHADO)
                       TO LCT-CONTA-DEBITO
                   MOVE WS-RTC-CREDITO(WS-IDX-ACHADO)
                       TO LCT-CONTA-CREDITO
               END-IF
               MOVE WS-LAN-VALOR TO LCT-VALOR
               MOVE WS-LAN-EVENTO TO LCT-EVENTO
               MOVE WS-LAN-DOCUMENTO TO LCT-DOCUMENTO
               MOVE WS-LAN-HISTORICO TO LCT-HISTORICO
               WRITE REG-LANCAMENTO
               ADD 1 TO WS-QTDE-LANCAMENTOS
               ADD WS-LAN-VALOR TO WS-TOTAL-LANCADO
           END-IF
           MOVE 'N' TO WS-LAN-INVERTE.

      * EMISSAO: CLIENTES A RECEBER X RECEITA E IMPOSTO SOBRE VENDAS;
      * CANCELAMENTO ESTORNA OS MESMOS LANCAMENTOS
       CONTABILIZA-LIVRO-FISCAL-PROCEDURE.
           MOVE ZEROS TO WS-FS-LIVRO
           OPEN INPUT LIVRO-FISCAL
           IF WS-FS-LIVRO NOT EQUAL ZEROS
               DISPLAY 'LIVRO FISCAL INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-LIVRO EQUAL 10
                   READ LIVRO-FISCAL
                       AT END
                       MOVE 10 TO WS-FS-LIVRO
                       NOT AT END
                       IF LF-DATA EQUAL WS-DATA-MOVIMENTO
                           AND (LF-TIPO EQUAL 'EMISSAO'
                           OR LF-TIPO EQUAL 'CANCELAMENTO')
                           PERFORM CONTABILIZA-UMA-NOTA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVRO-FISCAL
           END-IF.

       CONTABILIZA-UMA-NOTA-PROCEDURE.
           MOVE SPACES TO WS-LAN-DOCUMENTO
           STRING 'NF ' LF-NUM-NOTA-FISCAL
               DELIMITED BY SIZE INTO WS-LAN-DOCUMENTO
           MOVE SPACES TO WS-LAN-HISTORICO
           STRING LF-TIPO ' PEDIDO ' LF-CODIGO-PEDIDO
               DELIMITED BY SIZE INTO WS-LAN-HISTORICO

           MOVE 'FATURAMENTO' TO WS-LAN-EVENTO
           IF LF-TIPO EQUAL 'CANCELAMENTO'
               MOVE 'S' TO WS-LAN-INVERTE
           END-IF
           MOVE LF-VALOR TO WS-LAN-VALOR
           PERFORM GRAVA-LANCAMENTO-PROCEDURE

           MOVE 'IMPOSTO-VEND' TO WS-LAN-EVENTO
           IF LF-TIPO EQUAL 'CANCELAMENTO'
               MOVE 'S' TO WS-LAN-INVERTE
           END-IF
           MOVE LF-VALOR-IMPOSTO TO WS-LAN-VALOR
           PERFORM GRAVA-LANCAMENTO-PROCEDURE.

      * NOTA DE CREDITO: DEVOLUCAO DE VENDAS X CLIENTES E ESTORNO DO
      * IMPOSTO SOBRE VENDAS
       CONTABILIZA-NOTAS-CREDITO-PROCEDURE.
           MOVE ZEROS TO WS-FS-NCREDITO
           OPEN INPUT NOTAS-CREDITO
           IF WS-FS-NCREDITO NOT EQUAL ZEROS
               DISPLAY 'NOTAS DE CREDITO INDISPONIVEIS'
           ELSE
               PERFORM UNTIL WS-FS-NCREDITO EQUAL 10
                   READ NOTAS-CREDITO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-NCREDITO
                       NOT AT END
                       IF NC-DATA-EMISSAO EQUAL WS-DATA-MOVIMENTO
                           MOVE SPACES TO WS-LAN-DOCUMENTO
                           STRING 'NC ' NC-NUMERO
                               DELIMITED BY SIZE INTO WS-LAN-DOCUMENTO
                           MOVE SPACES TO WS-LAN-HISTORICO
                           STRING 'DEVOLUCAO NF ' NC-NUM-NOTA-FISCAL
                               DELIMITED BY SIZE INTO WS-LAN-HISTORICO
                           MOVE 'DEVOLUCAO' TO WS-LAN-EVENTO
                           MOVE NC-VALOR TO WS-LAN-VALOR
                           PERFORM GRAVA-LANCAMENTO-PROCEDURE
                           MOVE 'IMPOSTO-VEND' TO WS-LAN-EVENTO
                           MOVE 'S' TO WS-LAN-INVERTE
                           MOVE NC-VALOR-IMPOSTO TO WS-LAN-VALOR
                           PERFORM GRAVA-LANCAMENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF.

      * RECEBIMENTOS DE TITULOS - A CONTA DE DEBITO SEGUE A FORMA DE
      * PAGAMENTO DO PEDIDO (CAIXA, CARTAO, PIX, CHEQUE OU BANCO)
       CONTABILIZA-RECEBIMENTOS-PROCEDURE.
           MOVE 'N' TO WS-PEDIDOS-OK
           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS EQUAL ZEROS
               MOVE 'S' TO WS-PEDIDOS-OK
           END-IF

           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN INPUT CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
                   READ CRECEBER NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CRECEBER
                       NOT AT END
                       IF CR-VALOR-PAGO GREATER THAN ZEROS
                           AND CR-DATA-ULT-PAGTO NOT GREATER THAN
                               WS-DATA-MOVIMENTO
                           PERFORM CONTABILIZA-UM-RECEBIMENTO-PROC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CRECEBER
           END-IF

           IF WS-PEDIDOS-OK EQUAL 'S'
               CLOSE PEDIDOS
           END-IF.

       CONTABILIZA-UM-RECEBIMENTO-PROC.
           MOVE 'R' TO WS-TIPO-TITULO
           MOVE SPACES TO WS-DOC-TITULO
           STRING CR-NUM-NOTA-FISCAL '-' CR-PARCELA
               DELIMITED BY SIZE INTO WS-DOC-TITULO
           PERFORM LOCALIZA-BAIXADO-PROCEDURE
           MOVE ZEROS TO WS-VALOR-JA-BAIXADO
           IF WS-IDX-ACHADO GREATER THAN ZEROS
               MOVE WS-BXD-VALOR(WS-IDX-ACHADO) TO WS-VALOR-JA-BAIXADO
           END-IF

           IF CR-VALOR-PAGO GREATER THAN WS-VALOR-JA-BAIXADO
               COMPUTE WS-VALOR-DELTA =
                   CR-VALOR-PAGO - WS-VALOR-JA-BAIXADO
               MOVE 'REC-PRAZO' TO WS-LAN-EVENTO
               IF WS-PEDIDOS-OK EQUAL 'S'
                   MOVE CR-CODIGO-PEDIDO TO CODIGO-PEDIDO
                   READ PEDIDOS RECORD
                       KEY IS CODIGO-PEDIDO
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
                           PERFORM TIPO-RESTANTE-CREDITO-PROCEDURE
                       END-IF
                       IF PV-TIPO-PAGAMENTO EQUAL 'DINHEIRO'
                           MOVE 'REC-DINHEIRO' TO WS-LAN-EVENTO
                       ELSE IF PV-TIPO-PAGAMENTO EQUAL 'CARTAO'
                           MOVE 'REC-CARTAO' TO WS-LAN-EVENTO
                       ELSE IF PV-TIPO-PAGAMENTO EQUAL 'PIX'
                           MOVE 'REC-PIX' TO WS-LAN-EVENTO
                       ELSE IF PV-TIPO-PAGAMENTO EQUAL 'CHEQUE'
                           MOVE 'REC-CHEQUE' TO WS-LAN-EVENTO
                       END-IF
                   END-READ
               END-IF
               MOVE WS-DOC-TITULO TO WS-LAN-DOCUMENTO
               MOVE SPACES TO WS-LAN-HISTORICO
               STRING 'RECEBIMENTO ' CR-NOME
                   DELIMITED BY SIZE INTO WS-LAN-HISTORICO
               MOVE WS-VALOR-DELTA TO WS-LAN-VALOR
               PERFORM GRAVA-LANCAMENTO-PROCEDURE
           END-IF.

      * PEDIDO PAGO EM PARTE COM CREDITO DE LOJA - O TITULO A RECEBER
      * E DO RESTANTE, NA FORMA DE PAGAMENTO GUARDADA COM O PEDIDO
       TIPO-RESTANTE-CREDITO-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDCRED
           OPEN INPUT PEDIDOS-CREDITO
           IF WS-FS-PEDCRED EQUAL ZEROS
               MOVE CODIGO-PEDIDO TO PCR-CODIGO-PEDIDO
               READ PEDIDOS-CREDITO RECORD
                   KEY IS PCR-CODIGO-PEDIDO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PCR-TIPO-RESTANTE TO PV-TIPO-PAGAMENTO
               END-READ
               CLOSE PEDIDOS-CREDITO
           END-IF.

      * MULTA E JUROS RECEBIDOS NA LOJA - RECEITA FINANCEIRA
       CONTABILIZA-ENCARGOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-ENCARGOS
           OPEN INPUT ENCARGOS-FINANCEIROS
           IF WS-FS-ENCARGOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ENCARGOS EQUAL 10
                   READ ENCARGOS-FINANCEIROS
                       AT END
                       MOVE 10 TO WS-FS-ENCARGOS
                       NOT AT END
                       IF ENC-ORIGEM EQUAL 'LOJA'
                           AND ENC-DATA-PAGAMENTO EQUAL
                               WS-DATA-MOVIMENTO
                           MOVE ENC-CHAVE TO WS-LAN-DOCUMENTO
                           MOVE 'MULTA E JUROS POR ATRASO'
                               TO WS-LAN-HISTORICO
                           MOVE 'ENCARGOS' TO WS-LAN-EVENTO
                           COMPUTE WS-LAN-VALOR =
                               ENC-VALOR-MULTA + ENC-VALOR-JUROS
                           PERFORM GRAVA-LANCAMENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FINANCEIROS
           END-IF.

       CONTABILIZA-PAGAMENTOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'CONTAS A PAGAR INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-CPAGAR EQUAL 10
                   READ CONTAS-PAGAR NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CPAGAR
                       NOT AT END
                       IF CP-VALOR-PAGO GREATER THAN ZEROS
                           AND CP-DATA-ULT-PAGTO NOT GREATER THAN
                               WS-DATA-MOVIMENTO
                           PERFORM CONTABILIZA-UM-PAGAMENTO-PROC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR
           END-IF.

       CONTABILIZA-UM-PAGAMENTO-PROC.
           MOVE 'P' TO WS-TIPO-TITULO
           MOVE SPACES TO WS-DOC-TITULO
           STRING CP-FORNECEDOR '-' CP-NUM-NOTA
               DELIMITED BY SIZE INTO WS-DOC-TITULO
           PERFORM LOCALIZA-BAIXADO-PROCEDURE
           MOVE ZEROS TO WS-VALOR-JA-BAIXADO
           IF WS-IDX-ACHADO GREATER THAN ZEROS
               MOVE WS-BXD-VALOR(WS-IDX-ACHADO) TO WS-VALOR-JA-BAIXADO
           END-IF

           IF CP-VALOR-PAGO GREATER THAN WS-VALOR-JA-BAIXADO
               COMPUTE WS-VALOR-DELTA =
                   CP-VALOR-PAGO - WS-VALOR-JA-BAIXADO
               MOVE 'PAGTO-FORN' TO WS-LAN-EVENTO
               MOVE WS-DOC-TITULO TO WS-LAN-DOCUMENTO
               MOVE SPACES TO WS-LAN-HISTORICO
               STRING 'PAGAMENTO ' CP-NOME-FORNECEDOR
                   DELIMITED BY SIZE INTO WS-LAN-HISTORICO
               MOVE WS-VALOR-DELTA TO WS-LAN-VALOR
               PERFORM GRAVA-LANCAMENTO-PROCEDURE
           END-IF.

      * ENTRADAS DE COMPRA NO ESTOQUE VALORIZADAS PELO CUSTO DO PRODUTO;
      * A DEVOLUCAO AO FORNECEDOR ESTORNA O MESMO ROTEIRO
       CONTABILIZA-COMPRAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE PRODUTOS INDISPONIVEL - COMPRAS '
                   'NAO CONTABILIZADAS'
           ELSE
               MOVE ZEROS TO WS-FS-MOVESTOQUE
               OPEN INPUT MOVESTOQUE
               IF WS-FS-MOVESTOQUE EQUAL ZEROS
                   PERFORM UNTIL WS-FS-MOVESTOQUE EQUAL 10
                       READ MOVESTOQUE
                           AT END
                           MOVE 10 TO WS-FS-MOVESTOQUE
                           NOT AT END
                           IF MOV-DATA EQUAL WS-DATA-MOVIMENTO
                               AND (MOV-TIPO EQUAL 'COMPRA'
                               OR MOV-TIPO EQUAL 'DEVOL-FORN')
                               PERFORM CONTABILIZA-UMA-COMPRA-PROC
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVESTOQUE
               END-IF
               CLOSE PRODUTOS
           END-IF.

       CONTABILIZA-UMA-COMPRA-PROC.
           MOVE MOV-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'PRODUTO ' MOV-CODIGO-PRODUTO
                   ' NAO CADASTRADO - COMPRA NAO CONTABILIZADA'
               NOT INVALID KEY
               MOVE 'COMPRA-ESTQ' TO WS-LAN-EVENTO
               MOVE SPACES TO WS-LAN-DOCUMENTO
               STRING MOV-DOCUMENTO ' ' MOV-CODIGO-PRODUTO
                   DELIMITED BY SIZE INTO WS-LAN-DOCUMENTO
               MOVE SPACES TO WS-LAN-HISTORICO
               IF MOV-TIPO EQUAL 'DEVOL-FORN'
                   COMPUTE WS-VALOR-COMPRA ROUNDED =
                       PROD-PRECO-CUSTO * (ZERO - MOV-QTDE)
                   MOVE 'S' TO WS-LAN-INVERTE
                   STRING 'DEVOL FORNEC ' PRODUTO
                       DELIMITED BY SIZE INTO WS-LAN-HISTORICO
               ELSE
                   COMPUTE WS-VALOR-COMPRA ROUNDED =
                       PROD-PRECO-CUSTO * MOV-QTDE
                   STRING 'ENTRADA ' PRODUTO
                       DELIMITED BY SIZE INTO WS-LAN-HISTORICO
               END-IF
               MOVE WS-VALOR-COMPRA TO WS-LAN-VALOR
               PERFORM GRAVA-LANCAMENTO-PROCEDURE
           END-READ.

      * DIFERENCA DO FECHAMENTO DE CAIXA: FALTA DEBITA A QUEBRA DE
      * CAIXA, SOBRA ESTORNA O MESMO ROTEIRO
       CONTABILIZA-CAIXA-PROCEDURE.
           MOVE ZEROS TO WS-FS-CAIXA
           OPEN INPUT CAIXA-SESSOES
           IF WS-FS-CAIXA EQUAL ZEROS
               PERFORM UNTIL WS-FS-CAIXA EQUAL 10
                   READ CAIXA-SESSOES
                       AT END
                       MOVE 10 TO WS-FS-CAIXA
                       NOT AT END
                       IF CX-TIPO EQUAL 'FECHAMENTO'
                           AND CX-DATA EQUAL WS-DATA-MOVIMENTO
                           AND CX-DIFERENCA NOT EQUAL ZEROS
                           MOVE 'QUEBRA-CAIXA' TO WS-LAN-EVENTO
                           IF CX-DIFERENCA GREATER THAN ZEROS
                               MOVE 'S' TO WS-LAN-INVERTE
                               MOVE CX-DIFERENCA TO WS-VALOR-QUEBRA
                           ELSE
                               COMPUTE WS-VALOR-QUEBRA =
                                   CX-DIFERENCA * -1
                           END-IF
                           MOVE SPACES TO WS-LAN-DOCUMENTO
                           STRING 'CAIXA ' CX-OPERADOR
                               DELIMITED BY SIZE INTO WS-LAN-DOCUMENTO
                           MOVE 'DIFERENCA NO FECHAMENTO DE CAIXA'
                               TO WS-LAN-HISTORICO
                           MOVE WS-VALOR-QUEBRA TO WS-LAN-VALOR
                           PERFORM GRAVA-LANCAMENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-SESSOES
           END-IF.

       COPY PERCPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM CONTABILIZA-MOVIMENTO.
