      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-INTEGRIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PEDSEL.

       COPY PEDISEL.

       COPY VENDSEL.

       COPY CRECSEL.

       COPY LIVROSEL.

       COPY GARSEL.

       COPY KITSEL.

       COPY LOTESEL.

       COPY BACKSEL.

       COPY CHEQSEL.

       COPY SPOOLSEL.

       COPY JOBJSEL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PEDFD.

       COPY PEDIFD.

       COPY VENDFD.

       COPY CRECFD.

       COPY LIVROFD.

       COPY GARFD.

       COPY KITFD.

       COPY LOTEFD.

       COPY BACKFD.

       COPY CHEQFD.

       COPY SPOOLFD.

       COPY JOBJFD.

       COPY CLIFD.

       COPY PRODFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-VENDEDORES     PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-FS-LIVRO          PIC 99.
       77 WS-FS-GARANTIAS      PIC 99.
       77 WS-FS-KITS           PIC 99.
       77 WS-FS-LOTES          PIC 99.
       77 WS-FS-BACKORDERS     PIC 99.
       77 WS-FS-CHEQUES        PIC 99.
       77 WS-FS-CLIENTES       PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-EXCECOES    PIC 9(07) VALUE ZEROS.
       77 WS-ERRO-ABERTURA     PIC X(01) VALUE 'N'.
       77 WS-EXISTE            PIC X(01) VALUE 'N'.
       77 WS-IDX               PIC 9(02) VALUE ZEROS.

      * REGRA EM VERIFICACAO E EXCECAO CORRENTE
       77 WS-REGRA-CODIGO      PIC X(03) VALUE SPACES.
       77 WS-REGRA-DESCRICAO   PIC X(50) VALUE SPACES.
       77 WS-REGRA-QTDE        PIC 9(07) VALUE ZEROS.
       77 WS-REGRA-SITUACAO    PIC X(12) VALUE SPACES.
       77 WS-EXC-CHAVE         PIC X(30) VALUE SPACES.
       77 WS-EXC-REFERENCIA    PIC X(40) VALUE SPACES.

      * NOTAS FISCAIS EMITIDAS NO LIVRO FISCAL (INDICE = NUMERO)
       01 WS-NOTAS-LIVRO.
           03 WS-NF-NO-LIVRO       PIC X(01) OCCURS 999999 TIMES.

       77 WS-QTDE-REGRAS       PIC 9(02) VALUE ZEROS.
       01 WS-RESUMO-REGRAS.
           03 WS-RESUMO OCCURS 12 TIMES.
               05 WS-RES-CODIGO        PIC X(03).
               05 WS-RES-DESCRICAO     PIC X(50).
               05 WS-RES-QTDE          PIC 9(07).
               05 WS-RES-SITUACAO      PIC X(12).

       COPY SPOOLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           MOVE 'VERIFICA-INTEGRIDADE' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           DISPLAY '----- INTEGRIDADE REFERENCIAL DA LOJA -----'

      * CADASTROS MESTRES SEM OS QUAIS A VERIFICACAO NAO TEM SENTIDO
           MOVE 'N' TO WS-ERRO-ABERTURA
           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDIDOS
               MOVE 'S' TO WS-ERRO-ABERTURA
           END-IF
           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES'
               DISPLAY 'FILE STATUS: ' WS-FS-CLIENTES
               MOVE 'S' TO WS-ERRO-ABERTURA
           END-IF
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRODUTOS
               MOVE 'S' TO WS-ERRO-ABERTURA
           END-IF

           IF WS-ERRO-ABERTURA EQUAL 'S'
               CLOSE PEDIDOS
               CLOSE CLIENTES
               CLOSE PRODUTOS
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'integridade-loja-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'INTEGRIDADE REFERENCIAL DOS ARQUIVOS DA LOJA'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           PERFORM VERIFICA-PEDIDO-CLIENTE-PROCEDURE
           PERFORM VERIFICA-PEDIDO-VENDEDOR-PROCEDURE
           PERFORM VERIFICA-ITEM-PEDIDO-PROCEDURE
           PERFORM VERIFICA-ITEM-PRODUTO-PROCEDURE
           PERFORM VERIFICA-TITULO-NOTA-PROCEDURE
           PERFORM VERIFICA-GARANTIA-PEDIDO-PROCEDURE
           PERFORM VERIFICA-KIT-PRODUTO-PROCEDURE
           PERFORM VERIFICA-LOTE-PRODUTO-PROCEDURE
           PERFORM VERIFICA-PENDENCIA-PRODUTO-PROCEDURE
           PERFORM VERIFICA-CHEQUE-TITULO-PROCEDURE

           CLOSE PRODUTOS
           CLOSE CLIENTES
           CLOSE PEDIDOS

           PERFORM IMPRIME-RESUMO-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'EXCECOES ENCONTRADAS: ' WS-TOTAL-EXCECOES

      * RC 4 SINALIZA EXCECOES PARA A CADEIA NOTURNA SEM INTERROMPE-LA
           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-TOTAL-EXCECOES TO WS-JOB-CONTAGEM
           IF WS-TOTAL-EXCECOES EQUAL ZEROS
               MOVE 'OK' TO WS-JOB-RESULTADO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'AVISO' TO WS-JOB-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           GOBACK.

      *-----------------------------------------------------------------
      * PEDIDOS X CLIENTES
      *-----------------------------------------------------------------
       VERIFICA-PEDIDO-CLIENTE-PROCEDURE.
           MOVE 'R01' TO WS-REGRA-CODIGO
           MOVE 'PEDIDOS COM CLIENTE INEXISTENTE' TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE LOW-VALUES TO CODIGO-PEDIDO
           START PEDIDOS KEY IS GREATER THAN CODIGO-PEDIDO
               INVALID KEY
                   MOVE 10 TO WS-FS-PEDIDOS
           END-START
           PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
               READ PEDIDOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS
                   NOT AT END
                   IF PV-CODIGO-CLIENTE GREATER THAN ZEROS
                       MOVE PV-CODIGO-CLIENTE TO CODIGO-CLIENTE
                       READ CLIENTES RECORD
                           KEY IS CODIGO-CLIENTE
                           INVALID KEY
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'PEDIDO ' CODIGO-PEDIDO
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'CLIENTE ' PV-CODIGO-CLIENTE
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-PEDIDOS

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * PEDIDOS X VENDEDORES
      *-----------------------------------------------------------------
       VERIFICA-PEDIDO-VENDEDOR-PROCEDURE.
           MOVE 'R02' TO WS-REGRA-CODIGO
           MOVE 'PEDIDOS COM VENDEDOR INEXISTENTE' TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-VENDEDORES
           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               MOVE LOW-VALUES TO CODIGO-PEDIDO
               START PEDIDOS KEY IS GREATER THAN CODIGO-PEDIDO
                   INVALID KEY
                       MOVE 10 TO WS-FS-PEDIDOS
               END-START
               PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
                   READ PEDIDOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS
                       NOT AT END
                       IF PV-CODIGO-VENDEDOR GREATER THAN ZEROS
                           MOVE PV-CODIGO-VENDEDOR TO VEND-CODIGO
                           READ VENDEDORES RECORD
                               KEY IS VEND-CODIGO
                               INVALID KEY
                               MOVE SPACES TO WS-EXC-CHAVE
                               STRING 'PEDIDO ' CODIGO-PEDIDO
                                   DELIMITED BY SIZE INTO WS-EXC-CHAVE
                               MOVE SPACES TO WS-EXC-REFERENCIA
                               STRING 'VENDEDOR ' PV-CODIGO-VENDEDOR
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-REFERENCIA
                               PERFORM REGISTRA-EXCECAO-PROCEDURE
                           END-READ
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-PEDIDOS
               CLOSE VENDEDORES
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * ITENS DE PEDIDO X CABECALHO DO PEDIDO
      *-----------------------------------------------------------------
       VERIFICA-ITEM-PEDIDO-PROCEDURE.
           MOVE 'R03' TO WS-REGRA-CODIGO
           MOVE 'ITENS DE PEDIDO SEM CABECALHO EM PEDIDOS'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS
           IF WS-FS-PEDIDOS-ITENS NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
                   READ PEDIDOS-ITENS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                       NOT AT END
                       MOVE PVI-CODIGO-PEDIDO TO CODIGO-PEDIDO
                       READ PEDIDOS RECORD
                           KEY IS CODIGO-PEDIDO
                           INVALID KEY
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'ITEM ' PVI-CODIGO-PEDIDO '-'
                               PVI-NUM-ITEM
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'PEDIDO ' PVI-CODIGO-PEDIDO
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-READ
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-ITENS
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * ITENS DE PEDIDO X PRODUTOS
      *-----------------------------------------------------------------
       VERIFICA-ITEM-PRODUTO-PROCEDURE.
           MOVE 'R04' TO WS-REGRA-CODIGO
           MOVE 'ITENS DE PEDIDO COM PRODUTO INEXISTENTE'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS
           IF WS-FS-PEDIDOS-ITENS NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
                   READ PEDIDOS-ITENS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                       NOT AT END
                       MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
                       PERFORM EXISTE-PRODUTO-PROCEDURE
                       IF WS-EXISTE NOT EQUAL 'S'
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'ITEM ' PVI-CODIGO-PEDIDO '-'
                               PVI-NUM-ITEM
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'PRODUTO ' PVI-CODIGO-PRODUTO
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-ITENS
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * TITULOS A RECEBER X NOTAS EMITIDAS NO LIVRO FISCAL
      *-----------------------------------------------------------------
       VERIFICA-TITULO-NOTA-PROCEDURE.
           MOVE 'R05' TO WS-REGRA-CODIGO
           MOVE 'TITULOS A RECEBER SEM NOTA NO LIVRO FISCAL'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ALL 'N' TO WS-NOTAS-LIVRO
           MOVE ZEROS TO WS-FS-LIVRO
           OPEN INPUT LIVRO-FISCAL
           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN INPUT CRECEBER
           IF WS-FS-LIVRO NOT EQUAL ZEROS
               OR WS-FS-CRECEBER NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-LIVRO EQUAL 10
                   READ LIVRO-FISCAL
                       AT END
                       MOVE 10 TO WS-FS-LIVRO
                       NOT AT END
                       IF LF-TIPO EQUAL 'EMISSAO'
                           AND LF-NUM-NOTA-FISCAL GREATER THAN ZEROS
                           MOVE 'S' TO
                               WS-NF-NO-LIVRO(LF-NUM-NOTA-FISCAL)
                       END-IF
                   END-READ
               END-PERFORM

               PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
                   READ CRECEBER NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CRECEBER
                       NOT AT END
                       IF CR-NUM-NOTA-FISCAL EQUAL ZEROS
                           MOVE 'N' TO WS-EXISTE
                       ELSE
                           MOVE WS-NF-NO-LIVRO(CR-NUM-NOTA-FISCAL)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE NOT EQUAL 'S'
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'TITULO ' CR-NUM-NOTA-FISCAL '/'
                               CR-PARCELA
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'NF ' CR-NUM-NOTA-FISCAL
                               ' PEDIDO ' CR-CODIGO-PEDIDO
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CRECEBER
           CLOSE LIVRO-FISCAL

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * GARANTIAS X PEDIDOS (PEDIDOS ARQUIVADOS OU EXCLUIDOS)
      *-----------------------------------------------------------------
       VERIFICA-GARANTIA-PEDIDO-PROCEDURE.
           MOVE 'R06' TO WS-REGRA-CODIGO
           MOVE 'GARANTIAS DE PEDIDOS FORA DO ARQUIVO DE PEDIDOS'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-GARANTIAS
           OPEN INPUT GARANTIAS
           IF WS-FS-GARANTIAS NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-GARANTIAS EQUAL 10
                   READ GARANTIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-GARANTIAS
                       NOT AT END
                       MOVE GAR-CODIGO-PEDIDO TO CODIGO-PEDIDO
                       READ PEDIDOS RECORD
                           KEY IS CODIGO-PEDIDO
                           INVALID KEY
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'GARANTIA ' GAR-CODIGO-PEDIDO '-'
                               GAR-NUM-ITEM
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'PEDIDO ' GAR-CODIGO-PEDIDO
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-READ
                   END-READ
               END-PERFORM
               CLOSE GARANTIAS
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * COMPOSICAO DE KITS X PRODUTOS
      *-----------------------------------------------------------------
       VERIFICA-KIT-PRODUTO-PROCEDURE.
           MOVE 'R07' TO WS-REGRA-CODIGO
           MOVE 'KITS COM PRODUTO OU COMPONENTE INEXISTENTE'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-KITS
           OPEN INPUT KITS
           IF WS-FS-KITS NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-KITS EQUAL 10
                   READ KITS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-KITS
                       NOT AT END
                       MOVE KIT-CODIGO-PRODUTO TO CODIGO-PRODUTO
                       PERFORM EXISTE-PRODUTO-PROCEDURE
                       IF WS-EXISTE NOT EQUAL 'S'
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'KIT ' KIT-CODIGO-PRODUTO
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-KIT-PROCEDURE
                       END-IF
                       MOVE KIT-COMPONENTE TO CODIGO-PRODUTO
                       PERFORM EXISTE-PRODUTO-PROCEDURE
                       IF WS-EXISTE NOT EQUAL 'S'
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'COMPONENTE ' KIT-COMPONENTE
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-KIT-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE KITS
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

       REGISTRA-EXCECAO-KIT-PROCEDURE.
           MOVE SPACES TO WS-EXC-CHAVE
           STRING 'KIT ' KIT-CODIGO-PRODUTO '/' KIT-COMPONENTE
               DELIMITED BY SIZE INTO WS-EXC-CHAVE
           PERFORM REGISTRA-EXCECAO-PROCEDURE.

      *-----------------------------------------------------------------
      * LOTES DE ESTOQUE X PRODUTOS
      *-----------------------------------------------------------------
       VERIFICA-LOTE-PRODUTO-PROCEDURE.
           MOVE 'R08' TO WS-REGRA-CODIGO
           MOVE 'LOTES DE ESTOQUE COM PRODUTO INEXISTENTE'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-LOTES
           OPEN INPUT LOTES
           IF WS-FS-LOTES NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-LOTES EQUAL 10
                   READ LOTES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-LOTES
                       NOT AT END
                       MOVE LOT-CODIGO-PRODUTO TO CODIGO-PRODUTO
                       PERFORM EXISTE-PRODUTO-PROCEDURE
                       IF WS-EXISTE NOT EQUAL 'S'
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'LOTE ' LOT-NUMERO ' LOCAL '
                               LOT-LOCAL
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'PRODUTO ' LOT-CODIGO-PRODUTO
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * PENDENCIAS DE VENDA (BACKORDERS) X PRODUTOS
      *-----------------------------------------------------------------
       VERIFICA-PENDENCIA-PRODUTO-PROCEDURE.
           MOVE 'R09' TO WS-REGRA-CODIGO
           MOVE 'PENDENCIAS DE VENDA COM PRODUTO INEXISTENTE'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-BACKORDERS
           OPEN INPUT BACKORDERS
           IF WS-FS-BACKORDERS NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-BACKORDERS EQUAL 10
                   READ BACKORDERS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-BACKORDERS
                       NOT AT END
                       MOVE BCK-CODIGO-PRODUTO TO CODIGO-PRODUTO
                       PERFORM EXISTE-PRODUTO-PROCEDURE
                       IF WS-EXISTE NOT EQUAL 'S'
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'PENDENCIA ' BCK-DATA '-' BCK-SEQ
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-REFERENCIA
                           STRING 'PRODUTO ' BCK-CODIGO-PRODUTO
                               ' CLIENTE ' BCK-CODIGO-CLIENTE
                               DELIMITED BY SIZE INTO WS-EXC-REFERENCIA
                           PERFORM REGISTRA-EXCECAO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDERS
           END-IF

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * CHEQUES EM CUSTODIA X TITULOS A RECEBER
      *-----------------------------------------------------------------
       VERIFICA-CHEQUE-TITULO-PROCEDURE.
           MOVE 'R10' TO WS-REGRA-CODIGO
           MOVE 'CHEQUES VINCULADOS A TITULO INEXISTENTE'
               TO WS-REGRA-DESCRICAO
           PERFORM INICIA-REGRA-PROCEDURE

           MOVE ZEROS TO WS-FS-CHEQUES
           OPEN INPUT CHEQUES
           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN INPUT CRECEBER
           IF WS-FS-CHEQUES NOT EQUAL ZEROS
               OR WS-FS-CRECEBER NOT EQUAL ZEROS
               PERFORM REGRA-NAO-VERIFICADA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-CHEQUES EQUAL 10
                   READ CHEQUES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CHEQUES
                       NOT AT END
                       IF CHQ-NUM-NOTA-FISCAL GREATER THAN ZEROS
                           MOVE CHQ-NUM-NOTA-FISCAL TO
                               CR-NUM-NOTA-FISCAL
                           MOVE CHQ-PARCELA TO CR-PARCELA
                           READ CRECEBER RECORD
                               KEY IS CR-CHAVE
                               INVALID KEY
                               MOVE SPACES TO WS-EXC-CHAVE
                               STRING 'CHEQUE ' CHQ-BANCO '/'
                                   CHQ-NUMERO
                                   DELIMITED BY SIZE INTO WS-EXC-CHAVE
                               MOVE SPACES TO WS-EXC-REFERENCIA
                               STRING 'TITULO ' CHQ-NUM-NOTA-FISCAL
                                   '/' CHQ-PARCELA
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-REFERENCIA
                               PERFORM REGISTRA-EXCECAO-PROCEDURE
                           END-READ
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CRECEBER
           CLOSE CHEQUES

           PERFORM FINALIZA-REGRA-PROCEDURE.

      *-----------------------------------------------------------------
      * ROTINAS COMUNS DO RELATORIO DE EXCECOES
      *-----------------------------------------------------------------
       EXISTE-PRODUTO-PROCEDURE.
           MOVE 'S' TO WS-EXISTE
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE 'N' TO WS-EXISTE
           END-READ.

       INICIA-REGRA-PROCEDURE.
           MOVE ZEROS TO WS-REGRA-QTDE
           MOVE 'VERIFICADA' TO WS-REGRA-SITUACAO
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'REGRA ' WS-REGRA-CODIGO ' - ' WS-REGRA-DESCRICAO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           DISPLAY 'VERIFICANDO ' WS-REGRA-CODIGO ' - '
               WS-REGRA-DESCRICAO.

       REGRA-NAO-VERIFICADA-PROCEDURE.
           MOVE 'NAO VERIFIC.' TO WS-REGRA-SITUACAO
           MOVE '    ARQUIVO INDISPONIVEL - REGRA NAO VERIFICADA'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       REGISTRA-EXCECAO-PROCEDURE.
           ADD 1 TO WS-REGRA-QTDE
           ADD 1 TO WS-TOTAL-EXCECOES
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '    ' WS-EXC-CHAVE ' -> ' WS-EXC-REFERENCIA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       FINALIZA-REGRA-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '    TOTAL DA REGRA ' WS-REGRA-CODIGO ': '
               WS-REGRA-QTDE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF WS-QTDE-REGRAS LESS THAN 12
               ADD 1 TO WS-QTDE-REGRAS
               MOVE WS-REGRA-CODIGO TO WS-RES-CODIGO(WS-QTDE-REGRAS)
               MOVE WS-REGRA-DESCRICAO TO
                   WS-RES-DESCRICAO(WS-QTDE-REGRAS)
               MOVE WS-REGRA-QTDE TO WS-RES-QTDE(WS-QTDE-REGRAS)
               MOVE WS-REGRA-SITUACAO TO
                   WS-RES-SITUACAO(WS-QTDE-REGRAS)
           END-IF.

       IMPRIME-RESUMO-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'RESUMO POR REGRA' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-REGRAS
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-RES-CODIGO(WS-IDX) TO WS-SPOOL-LINHA(1:3)
               MOVE WS-RES-DESCRICAO(WS-IDX) TO WS-SPOOL-LINHA(5:50)
               MOVE WS-RES-QTDE(WS-IDX) TO WS-SPOOL-LINHA(56:7)
               MOVE WS-RES-SITUACAO(WS-IDX) TO WS-SPOOL-LINHA(64:12)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               DISPLAY WS-RES-CODIGO(WS-IDX) ' '
                   WS-RES-QTDE(WS-IDX) ' ' WS-RES-SITUACAO(WS-IDX)
           END-PERFORM
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL DE EXCECOES: ' WS-TOTAL-EXCECOES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY SPOOLPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM VERIFICA-INTEGRIDADE.
