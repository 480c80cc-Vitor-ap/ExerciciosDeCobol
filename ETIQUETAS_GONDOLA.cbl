      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETAS-GONDOLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY TPRSEL.

       COPY PROMOSEL.

       COPY EANSEL.

       SELECT ETIQUETAS-CONTROLE ASSIGN TO WS-ARQ-ETIQUETAS-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETQ-CODIGO-PRODUTO
           FILE STATUS IS WS-FS-ETIQUETAS.

       SELECT EAN-POR-PRODUTO ASSIGN TO WS-ARQ-ETIQUETAS-EAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EAN-PRODUTO.

       SELECT ORDENA-EAN ASSIGN TO WS-ARQ-ETIQUETAS-EAN-SORTWK.

       SELECT ORDENACAO ASSIGN TO WS-ARQ-ETIQUETAS-SORTWK.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PRODFD.

       COPY TPRFD.

       COPY PROMOFD.

       COPY EANFD.

      *    ULTIMO PRECO IMPRESSO NA ETIQUETA DE CADA PRODUTO - E A BASE
      *    PARA SABER QUAIS ETIQUETAS DA LOJA ESTAO DESATUALIZADAS
       FD ETIQUETAS-CONTROLE.
       01 REG-ETIQUETA.
           03 ETQ-CODIGO-PRODUTO       PIC 9(05).
           03 ETQ-PRECO                PIC 9(06)V99.
           03 ETQ-PRECO-PROMO          PIC 9(06)V99.
           03 ETQ-DATA-IMPRESSAO       PIC 9(08).

       FD EAN-POR-PRODUTO.
       01 REG-EAN-PRODUTO.
           03 EPP-CODIGO-PRODUTO       PIC 9(05).
           03 EPP-CODIGO               PIC X(13).

       SD ORDENA-EAN.
       01 REG-ORDENA-EAN.
           03 SRE-CODIGO-PRODUTO       PIC 9(05).
           03 SRE-CODIGO               PIC X(13).

       SD ORDENACAO.
       01 REG-ORDENACAO.
           03 SRT-BIN                  PIC X(06).
           03 SRT-CODIGO               PIC 9(05).
           03 SRT-NOME                 PIC X(25).
           03 SRT-EAN                  PIC X(13).
           03 SRT-UNIDADE              PIC X(03).
           03 SRT-PRECO                PIC 9(06)V99.
           03 SRT-PRECO-PROMO          PIC 9(06)V99.
           03 SRT-PROMO-FIM            PIC 9(08).
           03 SRT-QTDE-MINIMA          PIC 9(03).

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-TABPRECO       PIC 99.
       77 WS-FS-PROMOCOES      PIC 99.
       77 WS-FS-ETIQUETAS      PIC 99.
       77 WS-FS-EAN-PRODUTO    PIC 99.
       77 WS-FS-SORT           PIC 99.
       77 WS-MODO              PIC X(01) VALUE SPACES.
       77 WS-CODIGO-INICIAL    PIC 9(05) VALUE ZEROS.
       77 WS-CODIGO-FINAL      PIC 9(05) VALUE 99999.
       77 WS-BIN-INICIAL       PIC X(06) VALUE SPACES.
       77 WS-BIN-FINAL         PIC X(06) VALUE HIGH-VALUES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-TEM-TABELA        PIC X(01) VALUE 'N'.
       77 WS-TEM-PROMOCOES     PIC X(01) VALUE 'N'.
       77 WS-TEM-EANS          PIC X(01) VALUE 'N'.
       77 WS-SELECIONA         PIC X(01) VALUE 'N'.
       77 WS-PRECO-ETIQUETA    PIC 9(06)V99 VALUE ZEROS.
       77 WS-PRECO-PROMO       PIC 9(06)V99 VALUE ZEROS.
       77 WS-PROMO-FIM         PIC 9(08) VALUE ZEROS.
       77 WS-PROMO-QTDE-MINIMA PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ETIQUETAS    PIC 9(05) VALUE ZEROS.
       77 WS-ED-PRECO          PIC ZZZ,ZZ9.99.
       77 WS-ED-PROMO          PIC ZZZ,ZZ9.99.

       COPY EANWS.
       COPY UNIWS.
       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- ETIQUETAS DE GONDOLA -----'
           DISPLAY '1 - PRODUTOS COM PRECO ALTERADO DESDE A ULTIMA '
               'EMISSAO'
           DISPLAY '2 - REIMPRESSAO POR FAIXA DE PRODUTOS'
           DISPLAY '3 - REIMPRESSAO POR FAIXA DE BIN DA LOJA'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-MODO

           EVALUATE WS-MODO
               WHEN '1'
                   CONTINUE
               WHEN '2'
                   DISPLAY 'INFORME O CODIGO INICIAL DOS PRODUTOS: '
                   ACCEPT WS-CODIGO-INICIAL
                   DISPLAY 'INFORME O CODIGO FINAL DOS PRODUTOS: '
                   ACCEPT WS-CODIGO-FINAL
               WHEN '3'
                   DISPLAY 'INFORME O BIN INICIAL: '
                   ACCEPT WS-BIN-INICIAL
                   DISPLAY 'INFORME O BIN FINAL: '
                   ACCEPT WS-BIN-FINAL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NENHUMA ETIQUETA EMITIDA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-ETIQUETAS
           OPEN I-O ETIQUETAS-CONTROLE
           IF WS-FS-ETIQUETAS EQUAL 35
               OPEN OUTPUT ETIQUETAS-CONTROLE
               CLOSE ETIQUETAS-CONTROLE
               OPEN I-O ETIQUETAS-CONTROLE
           END-IF
           IF WS-FS-ETIQUETAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE ETIQUETAS'
               MOVE WS-FS-ETIQUETAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE PRODUTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    SEM TABELA DE PRECOS OU PROMOCOES VALE O PRECO DO CADASTRO
           MOVE 'N' TO WS-TEM-TABELA
           MOVE ZEROS TO WS-FS-TABPRECO
           OPEN INPUT TABPRECO
           IF WS-FS-TABPRECO EQUAL ZEROS
               MOVE 'S' TO WS-TEM-TABELA
           END-IF

           MOVE 'N' TO WS-TEM-PROMOCOES
           MOVE ZEROS TO WS-FS-PROMOCOES
           OPEN INPUT PROMOCOES
           IF WS-FS-PROMOCOES EQUAL ZEROS
               MOVE 'S' TO WS-TEM-PROMOCOES
           END-IF

      *    OS EANS SAO CLASSIFICADOS POR PRODUTO PARA SEREM CASADOS COM
      *    O CADASTRO NA MESMA LEITURA SEQUENCIAL
           SORT ORDENA-EAN
               ON ASCENDING KEY SRE-CODIGO-PRODUTO SRE-CODIGO
               INPUT PROCEDURE IS LE-CODIGOS-EAN-PROCEDURE
               GIVING EAN-POR-PRODUTO

           MOVE 'N' TO WS-TEM-EANS
           MOVE ZEROS TO WS-FS-EAN-PRODUTO
           OPEN INPUT EAN-POR-PRODUTO
           IF WS-FS-EAN-PRODUTO NOT EQUAL ZEROS
               MOVE 10 TO WS-FS-EAN-PRODUTO
           ELSE
               MOVE 'S' TO WS-TEM-EANS
               PERFORM LE-EAN-PRODUTO-PROCEDURE
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'etiquetas-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'ETIQUETAS DE GONDOLA' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

      *    AS ETIQUETAS SAEM NA ORDEM DOS BINS DA LOJA PARA SEREM
      *    TROCADAS CORREDOR A CORREDOR
           SORT ORDENACAO
               ON ASCENDING KEY SRT-BIN SRT-CODIGO
               INPUT PROCEDURE IS SELECIONA-PRODUTOS-PROCEDURE
               OUTPUT PROCEDURE IS IMPRIME-ETIQUETAS-PROCEDURE

           IF WS-TEM-EANS EQUAL 'S'
               CLOSE EAN-POR-PRODUTO
           END-IF
           IF WS-TEM-TABELA EQUAL 'S'
               CLOSE TABPRECO
           END-IF
           IF WS-TEM-PROMOCOES EQUAL 'S'
               CLOSE PROMOCOES
           END-IF
           CLOSE ETIQUETAS-CONTROLE
           CLOSE PRODUTOS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PRODUTOS LIDOS: ' WS-QTDE-LIDOS
               '   ETIQUETAS EMITIDAS: ' WS-QTDE-ETIQUETAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'PRODUTOS LIDOS....: ' WS-QTDE-LIDOS
           DISPLAY 'ETIQUETAS EMITIDAS: ' WS-QTDE-ETIQUETAS

           MOVE 'ETIQUETAS-GOND' TO WS-AUD-PROGRAMA
           MOVE 'ETIQUETAS' TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING 'MODO ' WS-MODO ' QTDE ' WS-QTDE-ETIQUETAS
               DELIMITED BY SIZE INTO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LE-CODIGOS-EAN-PROCEDURE.
           MOVE ZEROS TO WS-FS-EANS
           OPEN INPUT CODIGOS-EAN
           IF WS-FS-EANS EQUAL ZEROS
               PERFORM UNTIL WS-FS-EANS EQUAL 10
                   READ CODIGOS-EAN NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-EANS
                       NOT AT END
                       MOVE EAN-CODIGO-PRODUTO TO SRE-CODIGO-PRODUTO
                       MOVE EAN-CODIGO TO SRE-CODIGO
                       RELEASE REG-ORDENA-EAN
                   END-READ
               END-PERFORM
               CLOSE CODIGOS-EAN
           END-IF.

       LE-EAN-PRODUTO-PROCEDURE.
           READ EAN-POR-PRODUTO
               AT END
               MOVE 10 TO WS-FS-EAN-PRODUTO
           END-READ.

       SELECIONA-PRODUTOS-PROCEDURE.
           MOVE WS-CODIGO-INICIAL TO CODIGO-PRODUTO
           START PRODUTOS KEY IS NOT LESS THAN CODIGO-PRODUTO
               INVALID KEY
                   MOVE 10 TO WS-FS-PRODUTOS
           END-START

           PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
               READ PRODUTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PRODUTOS
                   NOT AT END
                   IF CODIGO-PRODUTO GREATER THAN WS-CODIGO-FINAL
                       MOVE 10 TO WS-FS-PRODUTOS
                   ELSE
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM AVALIA-PRODUTO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM.

       AVALIA-PRODUTO-PROCEDURE.
           PERFORM CALCULA-PRECO-ETIQUETA-PROCEDURE

           MOVE 'N' TO WS-SELECIONA
           EVALUATE WS-MODO
               WHEN '1'
                   MOVE CODIGO-PRODUTO TO ETQ-CODIGO-PRODUTO
                   READ ETIQUETAS-CONTROLE RECORD
                       KEY IS ETQ-CODIGO-PRODUTO
                       INVALID KEY
                       MOVE 'S' TO WS-SELECIONA
                       NOT INVALID KEY
                       IF ETQ-PRECO NOT EQUAL WS-PRECO-ETIQUETA
                           OR ETQ-PRECO-PROMO NOT EQUAL WS-PRECO-PROMO
                           MOVE 'S' TO WS-SELECIONA
                       END-IF
                   END-READ
               WHEN '2'
                   MOVE 'S' TO WS-SELECIONA
               WHEN '3'
                   IF PROD-BIN-LOJA NOT LESS THAN WS-BIN-INICIAL
                       AND PROD-BIN-LOJA NOT GREATER THAN WS-BIN-FINAL
                       MOVE 'S' TO WS-SELECIONA
                   END-IF
           END-EVALUATE

           IF WS-SELECIONA EQUAL 'S'
               PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
               PERFORM BUSCA-EAN-PRODUTO-PROCEDURE
               MOVE PROD-BIN-LOJA        TO SRT-BIN
               MOVE CODIGO-PRODUTO       TO SRT-CODIGO
               MOVE PRODUTO              TO SRT-NOME
               MOVE WS-UNI-VENDA         TO SRT-UNIDADE
               MOVE WS-PRECO-ETIQUETA    TO SRT-PRECO
               MOVE WS-PRECO-PROMO       TO SRT-PRECO-PROMO
               MOVE WS-PROMO-FIM         TO SRT-PROMO-FIM
               MOVE WS-PROMO-QTDE-MINIMA TO SRT-QTDE-MINIMA
               RELEASE REG-ORDENACAO
           END-IF.

      *    PRECO EFETIVO DE HOJE: ULTIMA VIGENCIA DA TABELA DE PRECOS
      *    (OU O PRECO DO CADASTRO) E, SE HOUVER CAMPANHA EM VIGOR, O
      *    PRECO PROMOCIONAL - MESMO CRITERIO USADO NA VENDA
       CALCULA-PRECO-ETIQUETA-PROCEDURE.
           MOVE PRECO TO WS-PRECO-ETIQUETA
           IF WS-TEM-TABELA EQUAL 'S'
               MOVE CODIGO-PRODUTO TO PRC-CODIGO-PRODUTO
               MOVE ZEROS TO PRC-DATA-VIGENCIA
               START TABPRECO KEY IS GREATER THAN PRC-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-TABPRECO
               END-START
               PERFORM UNTIL WS-FS-TABPRECO EQUAL 10
                   READ TABPRECO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TABPRECO
                       NOT AT END
                       IF PRC-CODIGO-PRODUTO NOT EQUAL CODIGO-PRODUTO
                           OR PRC-DATA-VIGENCIA GREATER THAN
                               WS-DATA-HOJE
                           MOVE 10 TO WS-FS-TABPRECO
                       ELSE
                           MOVE PRC-PRECO TO WS-PRECO-ETIQUETA
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-TABPRECO
           END-IF

           MOVE ZEROS TO WS-PRECO-PROMO
           MOVE ZEROS TO WS-PROMO-FIM
           MOVE ZEROS TO WS-PROMO-QTDE-MINIMA
           IF WS-TEM-PROMOCOES EQUAL 'S'
               MOVE CODIGO-PRODUTO TO PMO-CODIGO-PRODUTO
               MOVE ZEROS TO PMO-DATA-INICIO
               START PROMOCOES KEY IS GREATER THAN PMO-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-PROMOCOES
               END-START
               PERFORM UNTIL WS-FS-PROMOCOES EQUAL 10
                   READ PROMOCOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PROMOCOES
                       NOT AT END
                       IF PMO-CODIGO-PRODUTO NOT EQUAL CODIGO-PRODUTO
                           OR PMO-DATA-INICIO GREATER THAN
                               WS-DATA-HOJE
                           MOVE 10 TO WS-FS-PROMOCOES
                       ELSE
                           IF PMO-DATA-FIM NOT LESS THAN WS-DATA-HOJE
                               COMPUTE WS-PRECO-PROMO ROUNDED =
                                   WS-PRECO-ETIQUETA *
                                   (1 - (PMO-PERC-DESCONTO / 100))
                               MOVE PMO-DATA-FIM TO WS-PROMO-FIM
                               MOVE PMO-QTDE-MINIMA
                                   TO WS-PROMO-QTDE-MINIMA
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-PROMOCOES
           END-IF.

      *    O ARQUIVO DE EANS ESTA EM ORDEM DE PRODUTO, COMO O CADASTRO -
      *    AVANCA ATE O PRODUTO CORRENTE E USA O PRIMEIRO EAN DELE
       BUSCA-EAN-PRODUTO-PROCEDURE.
           PERFORM UNTIL WS-FS-EAN-PRODUTO EQUAL 10
               OR EPP-CODIGO-PRODUTO NOT LESS THAN CODIGO-PRODUTO
               PERFORM LE-EAN-PRODUTO-PROCEDURE
           END-PERFORM

           MOVE SPACES TO SRT-EAN
           IF WS-FS-EAN-PRODUTO NOT EQUAL 10
               AND EPP-CODIGO-PRODUTO EQUAL CODIGO-PRODUTO
               MOVE EPP-CODIGO TO SRT-EAN
           END-IF.

       IMPRIME-ETIQUETAS-PROCEDURE.
           MOVE 'BIN    PROD  DESCRICAO                 EAN'
               TO WS-SPOOL-LINHA
           MOVE 'PRECO     PROMOCAO' TO WS-SPOOL-LINHA(59:18)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-FS-SORT
           PERFORM UNTIL WS-FS-SORT EQUAL 10
               RETURN ORDENACAO
                   AT END MOVE 10 TO WS-FS-SORT
                   NOT AT END
                   PERFORM IMPRIME-ETIQUETA-PROCEDURE
                   PERFORM REGISTRA-ETIQUETA-PROCEDURE
               END-RETURN
           END-PERFORM.

       IMPRIME-ETIQUETA-PROCEDURE.
           ADD 1 TO WS-QTDE-ETIQUETAS
           MOVE SRT-PRECO TO WS-ED-PRECO

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE SRT-BIN TO WS-SPOOL-LINHA(1:6)
           MOVE SRT-CODIGO TO WS-SPOOL-LINHA(8:5)
           MOVE SRT-NOME TO WS-SPOOL-LINHA(14:25)
           MOVE SRT-EAN TO WS-SPOOL-LINHA(40:13)
           MOVE WS-ED-PRECO TO WS-SPOOL-LINHA(54:10)
           MOVE '/' TO WS-SPOOL-LINHA(64:1)
           MOVE SRT-UNIDADE TO WS-SPOOL-LINHA(65:3)
           IF SRT-PRECO-PROMO GREATER THAN ZEROS
               MOVE SRT-PRECO-PROMO TO WS-ED-PROMO
               MOVE WS-ED-PROMO TO WS-SPOOL-LINHA(69:10)
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF SRT-PRECO-PROMO GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               IF SRT-QTDE-MINIMA GREATER THAN 1
                   STRING 'OFERTA VALIDA ATE ' SRT-PROMO-FIM
                       ' NA COMPRA DE ' SRT-QTDE-MINIMA ' '
                       SRT-UNIDADE ' OU MAIS'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA(14:60)
               ELSE
                   STRING 'OFERTA VALIDA ATE ' SRT-PROMO-FIM
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA(14:60)
               END-IF
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

      *    GUARDA O PRECO QUE FOI PARA A GONDOLA - A PROXIMA EMISSAO SO
      *    TRAZ O QUE MUDAR DEPOIS DESTA
       REGISTRA-ETIQUETA-PROCEDURE.
           MOVE SRT-CODIGO TO ETQ-CODIGO-PRODUTO
           READ ETIQUETAS-CONTROLE RECORD
               KEY IS ETQ-CODIGO-PRODUTO
               INVALID KEY
               MOVE SRT-PRECO TO ETQ-PRECO
               MOVE SRT-PRECO-PROMO TO ETQ-PRECO-PROMO
               MOVE WS-DATA-HOJE TO ETQ-DATA-IMPRESSAO
               WRITE REG-ETIQUETA
               END-WRITE
               NOT INVALID KEY
               MOVE SRT-PRECO TO ETQ-PRECO
               MOVE SRT-PRECO-PROMO TO ETQ-PRECO-PROMO
               MOVE WS-DATA-HOJE TO ETQ-DATA-IMPRESSAO
               REWRITE REG-ETIQUETA
               END-REWRITE
           END-READ

           IF WS-FS-ETIQUETAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE ETIQUETAS - '
                   'PRODUTO ' SRT-CODIGO
               MOVE WS-FS-ETIQUETAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF.

       COPY UNIPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY SPOOLPRC.
       COPY AMBPRC.


       END PROGRAM ETIQUETAS-GONDOLA.
