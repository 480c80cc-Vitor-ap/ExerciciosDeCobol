      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-SUBSTITUICOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY SUBOSEL.

       COPY SPOOLSEL.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PRODFD.

       COPY SUBOFD.

       COPY SPOOLFD.

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-SUBSTOCOR      PIC 99.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-ANO-COMP          PIC 9(04) VALUE ZEROS.
       77 WS-MES-COMP          PIC 9(02) VALUE ZEROS.
       77 WS-MES-OCORRENCIA    PIC 9(06) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ANT           PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-PROD        PIC X(01) VALUE 'N'.
       77 WS-QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-NO-MES       PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-ESPACO   PIC 9(07) VALUE ZEROS.
       77 WS-TOT-FALTAS        PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SUBSTITUIDAS  PIC 9(07) VALUE ZEROS.
       77 WS-TOT-PENDENCIAS    PIC 9(07) VALUE ZEROS.
       77 WS-TOT-PERDIDAS      PIC 9(07) VALUE ZEROS.
       77 WS-TOT-QTDE-PERDIDA  PIC 9(09) VALUE ZEROS.
       77 WS-PCT               PIC 9(03)V9 VALUE ZEROS.
       77 WS-ED-PCT            PIC ZZ9.9.
       77 WS-ED-QTDE           PIC ZZZZ9.
       77 WS-ED-TOTAL          PIC ZZZZZZ9.

      *    UMA LINHA POR PRODUTO QUE FALTOU NO MES, MANTIDA EM ORDEM DE
      *    CODIGO NA INCLUSAO
       01 WS-FALTAS.
           03 WS-FLT-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-FLT OCCURS 500 TIMES.
               05 WS-FLT-CODIGO        PIC 9(05).
               05 WS-FLT-FALTAS        PIC 9(05).
               05 WS-FLT-SUBSTITUIDAS  PIC 9(05).
               05 WS-FLT-PENDENCIAS    PIC 9(05).
               05 WS-FLT-PERDIDAS      PIC 9(05).
               05 WS-FLT-QTDE-PERDIDA  PIC 9(07).

       COPY SPOOLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- SUBSTITUICOES E VENDAS PERDIDAS -----'

           MOVE 'RELATORIO-SUBSTITUICOES' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM - 0 PARA O MES '
               'ANTERIOR): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS
               COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100
               COMPUTE WS-ANO-COMP = WS-COMPETENCIA / 100
               COMPUTE WS-MES-COMP =
                   WS-COMPETENCIA - (WS-ANO-COMP * 100)
               IF WS-MES-COMP EQUAL 1
                   SUBTRACT 1 FROM WS-ANO-COMP
                   MOVE 12 TO WS-MES-COMP
               ELSE
                   SUBTRACT 1 FROM WS-MES-COMP
               END-IF
               COMPUTE WS-COMPETENCIA =
                   (WS-ANO-COMP * 100) + WS-MES-COMP
           END-IF
           COMPUTE WS-ANO-COMP = WS-COMPETENCIA / 100
           COMPUTE WS-MES-COMP = WS-COMPETENCIA - (WS-ANO-COMP * 100)
           IF WS-MES-COMP EQUAL ZEROS OR WS-MES-COMP GREATER THAN 12
               DISPLAY 'COMPETENCIA INVALIDA'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-SUBSTOCOR
           OPEN INPUT SUBST-OCORRENCIAS
           IF WS-FS-SUBSTOCOR EQUAL 35
               DISPLAY 'NENHUMA FALTA DE ESTOQUE REGISTRADA'
           ELSE
               IF WS-FS-SUBSTOCOR NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR AS OCORRENCIAS DE FALTA'
                   DISPLAY 'FILE STATUS: ' WS-FS-SUBSTOCOR
                   GO TO FINALIZA-COM-ERRO-PROCEDURE
               END-IF
               PERFORM UNTIL WS-FS-SUBSTOCOR EQUAL 10
                   READ SUBST-OCORRENCIAS
                       AT END
                       MOVE 10 TO WS-FS-SUBSTOCOR
                       NOT AT END
                       ADD 1 TO WS-QTDE-LIDAS
                       COMPUTE WS-MES-OCORRENCIA = SBO-DATA / 100
                       IF WS-MES-OCORRENCIA EQUAL WS-COMPETENCIA
                           ADD 1 TO WS-QTDE-NO-MES
                           PERFORM ACUMULA-FALTA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBST-OCORRENCIAS
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'substituicoes-' WS-COMPETENCIA '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'SUBSTITUICOES E VENDAS PERDIDAS' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COMPETENCIA ' WS-COMPETENCIA
               '  (PERDIDA = SEM TROCA E SEM PENDENCIA DE VENDA)'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'COD.  DESCRICAO' TO WS-SPOOL-LINHA
           MOVE 'FALTAS' TO WS-SPOOL-LINHA(32:6)
           MOVE 'TROCAS' TO WS-SPOOL-LINHA(39:6)
           MOVE '% TROCA' TO WS-SPOOL-LINHA(46:7)
           MOVE 'PENDENC' TO WS-SPOOL-LINHA(54:7)
           MOVE 'PERDIDAS' TO WS-SPOOL-LINHA(62:8)
           MOVE 'QT PERD' TO WS-SPOOL-LINHA(71:7)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-FLT-QTDE
               PERFORM IMPRIME-PRODUTO-PROCEDURE
           END-PERFORM
           IF WS-FS-PRODUTOS EQUAL ZEROS
               CLOSE PRODUTOS
           END-IF

           IF WS-FLT-QTDE EQUAL ZEROS
               MOVE 'NENHUMA FALTA DE ESTOQUE NO PEDIDO NA COMPETENCIA'
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           PERFORM IMPRIME-TOTAIS-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'OCORRENCIAS LIDAS.........: ' WS-QTDE-LIDAS
           DISPLAY 'FALTAS NA COMPETENCIA.....: ' WS-TOT-FALTAS
           DISPLAY 'ITENS TROCADOS............: ' WS-TOT-SUBSTITUIDAS
           DISPLAY 'VENDAS PERDIDAS...........: ' WS-TOT-PERDIDAS

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-NO-MES TO WS-JOB-CONTAGEM
           IF WS-QTDE-SEM-ESPACO GREATER THAN ZEROS
               MOVE 'AVISO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       FINALIZA-COM-ERRO-PROCEDURE.
           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE 'ERRO' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       ACUMULA-FALTA-PROCEDURE.
           MOVE 'N' TO WS-ACHOU-PROD
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-FLT-QTDE
                   OR WS-ACHOU-PROD EQUAL 'S'
                   OR WS-FLT-CODIGO(WS-IDX) GREATER THAN
                       SBO-CODIGO-PRODUTO
               IF WS-FLT-CODIGO(WS-IDX) EQUAL SBO-CODIGO-PRODUTO
                   MOVE 'S' TO WS-ACHOU-PROD
               END-IF
           END-PERFORM

           IF WS-ACHOU-PROD EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-FLT-QTDE LESS THAN 500
                   PERFORM ABRE-POSICAO-PROCEDURE
                   MOVE 'S' TO WS-ACHOU-PROD
               ELSE
                   ADD 1 TO WS-QTDE-SEM-ESPACO
               END-IF
           END-IF

           IF WS-ACHOU-PROD EQUAL 'S'
               ADD 1 TO WS-FLT-FALTAS(WS-IDX)
               ADD 1 TO WS-TOT-FALTAS
               EVALUATE SBO-RESULTADO
                   WHEN 'SUBSTITUIU'
                       ADD 1 TO WS-FLT-SUBSTITUIDAS(WS-IDX)
                       ADD 1 TO WS-TOT-SUBSTITUIDAS
                   WHEN 'PENDENCIA'
                       ADD 1 TO WS-FLT-PENDENCIAS(WS-IDX)
                       ADD 1 TO WS-TOT-PENDENCIAS
                   WHEN OTHER
                       ADD 1 TO WS-FLT-PERDIDAS(WS-IDX)
                       ADD 1 TO WS-TOT-PERDIDAS
                       ADD SBO-QTDE TO WS-FLT-QTDE-PERDIDA(WS-IDX)
                       ADD SBO-QTDE TO WS-TOT-QTDE-PERDIDA
               END-EVALUATE
           END-IF.

      *    WS-IDX CHEGA NA POSICAO DE INCLUSAO; AS LINHAS DALI EM DIANTE
      *    DESCEM UMA POSICAO PARA MANTER A ORDEM DE CODIGO
       ABRE-POSICAO-PROCEDURE.
           PERFORM VARYING WS-IDX-ANT FROM WS-FLT-QTDE BY -1
               UNTIL WS-IDX-ANT LESS THAN WS-IDX
               MOVE WS-FLT(WS-IDX-ANT) TO WS-FLT(WS-IDX-ANT + 1)
           END-PERFORM
           ADD 1 TO WS-FLT-QTDE

           MOVE SBO-CODIGO-PRODUTO TO WS-FLT-CODIGO(WS-IDX)
           MOVE ZEROS TO WS-FLT-FALTAS(WS-IDX)
           MOVE ZEROS TO WS-FLT-SUBSTITUIDAS(WS-IDX)
           MOVE ZEROS TO WS-FLT-PENDENCIAS(WS-IDX)
           MOVE ZEROS TO WS-FLT-PERDIDAS(WS-IDX)
           MOVE ZEROS TO WS-FLT-QTDE-PERDIDA(WS-IDX).

       IMPRIME-PRODUTO-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-FLT-CODIGO(WS-IDX) TO WS-SPOOL-LINHA(1:5)
           IF WS-FS-PRODUTOS EQUAL ZEROS
               MOVE WS-FLT-CODIGO(WS-IDX) TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO PRODUTO
               END-READ
               MOVE PRODUTO TO WS-SPOOL-LINHA(7:24)
               MOVE ZEROS TO WS-FS-PRODUTOS
           END-IF
           MOVE WS-FLT-FALTAS(WS-IDX) TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(33:5)
           MOVE WS-FLT-SUBSTITUIDAS(WS-IDX) TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(40:5)
           COMPUTE WS-PCT ROUNDED = (WS-FLT-SUBSTITUIDAS(WS-IDX) * 100)
               / WS-FLT-FALTAS(WS-IDX)
           MOVE WS-PCT TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-SPOOL-LINHA(47:5)
           MOVE WS-FLT-PENDENCIAS(WS-IDX) TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(56:5)
           MOVE WS-FLT-PERDIDAS(WS-IDX) TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(65:5)
           MOVE WS-FLT-QTDE-PERDIDA(WS-IDX) TO WS-ED-TOTAL
           MOVE WS-ED-TOTAL TO WS-SPOOL-LINHA(71:7)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-TOTAIS-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-FALTAS TO WS-ED-TOTAL
           STRING 'FALTAS DE ESTOQUE NO PEDIDO....: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-SUBSTITUIDAS TO WS-ED-TOTAL
           STRING 'ITENS TROCADOS POR SUBSTITUTO..: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-PENDENCIAS TO WS-ED-TOTAL
           STRING 'REGISTRADAS COMO PENDENCIA.....: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-PERDIDAS TO WS-ED-TOTAL
           STRING 'VENDAS PERDIDAS................: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-QTDE-PERDIDA TO WS-ED-TOTAL
           STRING 'QUANTIDADE NAO VENDIDA.........: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-QTDE-SEM-ESPACO GREATER THAN ZEROS
               MOVE WS-QTDE-SEM-ESPACO TO WS-ED-TOTAL
               STRING 'OCORRENCIAS FORA DO RELATORIO..: ' WS-ED-TOTAL
                   ' (LIMITE DE 500 PRODUTOS)'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       COPY SPOOLPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM RELATORIO-SUBSTITUICOES.
