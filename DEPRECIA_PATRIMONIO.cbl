      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA-PATRIMONIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PATRSEL.

       COPY PCATSEL.

       COPY PDEPSEL.

       COPY SPOOLSEL.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PATRFD.

       COPY PCATFD.

       COPY PDEPFD.

       COPY SPOOLFD.

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PATRIMONIO     PIC 99.
       77 WS-FS-PATRCAT        PIC 99.
       77 WS-FS-PATRDEP        PIC 99.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-ANO-COMP          PIC 9(04) VALUE ZEROS.
       77 WS-MES-COMP          PIC 9(02) VALUE ZEROS.
       77 WS-MES-AQUISICAO     PIC 9(06) VALUE ZEROS.
       77 WS-MES-BAIXA         PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-MES         PIC 9(09)V99 VALUE ZEROS.
       77 WS-SITUACAO          PIC X(05) VALUE SPACES.
       77 WS-QTDE-CALCULADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-JA-CALCULADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ERROS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-AQUISICAO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-MES           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-ACUMULADA     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CONTABIL      PIC 9(11)V99 VALUE ZEROS.
       77 WS-ED-MES            PIC ZZZ,ZZ9.99.
       77 WS-ED-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-IDX               PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-CATEGORIAS   PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-CAT         PIC X(01) VALUE 'N'.

       01 WS-CATEGORIAS.
           03 WS-CAT OCCURS 50 TIMES.
               05 WS-CAT-CODIGO        PIC X(04).
               05 WS-CAT-QTDE          PIC 9(05).
               05 WS-CAT-AQUISICAO     PIC 9(11)V99.
               05 WS-CAT-MES           PIC 9(11)V99.
               05 WS-CAT-ACUMULADA     PIC 9(11)V99.
               05 WS-CAT-CONTABIL      PIC 9(11)V99.

       COPY SPOOLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- DEPRECIACAO MENSAL DO PATRIMONIO -----'

           MOVE 'DEPRECIA-PATRIMONIO' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM - 0 PARA O MES '
               'ATUAL): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS
               COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100
           END-IF
           COMPUTE WS-ANO-COMP = WS-COMPETENCIA / 100
           COMPUTE WS-MES-COMP = WS-COMPETENCIA - (WS-ANO-COMP * 100)
           IF WS-MES-COMP EQUAL ZEROS OR WS-MES-COMP GREATER THAN 12
               DISPLAY 'COMPETENCIA INVALIDA'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PATRIMONIO
           OPEN I-O PATRIMONIO
           IF WS-FS-PATRIMONIO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PATRIMONIO'
               DISPLAY 'FILE STATUS: ' WS-FS-PATRIMONIO
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PATRDEP
           OPEN I-O PATRIM-DEPRECIACAO
           IF WS-FS-PATRDEP EQUAL 35
               OPEN OUTPUT PATRIM-DEPRECIACAO
               CLOSE PATRIM-DEPRECIACAO
               OPEN I-O PATRIM-DEPRECIACAO
           END-IF
           IF WS-FS-PATRDEP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE DEPRECIACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-PATRDEP
               CLOSE PATRIMONIO
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'depreciacao-patrimonio-' WS-COMPETENCIA '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'DEPRECIACAO DO PATRIMONIO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COMPETENCIA ' WS-COMPETENCIA
               '  (JA = CALCULADO EM EXECUCAO ANTERIOR)'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'PLAQ.  DESCRICAO            CAT' TO WS-SPOOL-LINHA
           MOVE 'DEPREC MES' TO WS-SPOOL-LINHA(34:10)
           MOVE 'ACUMULADA' TO WS-SPOOL-LINHA(50:9)
           MOVE 'VL CONTABIL' TO WS-SPOOL-LINHA(63:11)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM UNTIL WS-FS-PATRIMONIO EQUAL 10
               READ PATRIMONIO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PATRIMONIO
                   NOT AT END
                   COMPUTE WS-MES-AQUISICAO = PAT-DATA-AQUISICAO / 100
                   COMPUTE WS-MES-BAIXA = PAT-DATA-BAIXA / 100
                   IF WS-MES-AQUISICAO NOT GREATER THAN WS-COMPETENCIA
                       AND (PAT-STATUS EQUAL 'ATIVO'
                           OR WS-MES-BAIXA GREATER THAN WS-COMPETENCIA)
                       IF PAT-ULT-MES-DEPREC NOT LESS THAN
                           WS-COMPETENCIA
                           PERFORM LE-DEPRECIACAO-ANTERIOR-PROC
                       ELSE
                           PERFORM DEPRECIA-BEM-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PATRIM-DEPRECIACAO
           CLOSE PATRIMONIO

           PERFORM IMPRIME-CATEGORIAS-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           MOVE WS-TOT-MES TO WS-ED-TOTAL
           DISPLAY 'BENS DEPRECIADOS..........: ' WS-QTDE-CALCULADOS
           DISPLAY 'DEPRECIACAO DO MES........: ' WS-ED-TOTAL
           DISPLAY 'JA CALCULADOS NA COMPETENCIA: '
               WS-QTDE-JA-CALCULADOS
           DISPLAY 'BENS COM ERRO.............: ' WS-QTDE-ERROS

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-CALCULADOS TO WS-JOB-CONTAGEM
           IF WS-QTDE-ERROS GREATER THAN ZEROS
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

      *    LINEAR PELA VIDA UTIL, A PARTIR DO MES DA AQUISICAO. A ULTIMA
      *    PARCELA LEVA O RESIDUO DO ARREDONDAMENTO, SEM PASSAR DO VALOR
      *    DE AQUISICAO. BEM TOTALMENTE DEPRECIADO GRAVA PARCELA ZERO
      *    PARA CONTINUAR NO RELATORIO COM O VALOR CONTABIL
       DEPRECIA-BEM-PROCEDURE.
           MOVE ZEROS TO WS-VALOR-MES
           IF PAT-DEPREC-ACUMULADA LESS THAN PAT-VALOR-AQUISICAO
               IF PAT-VIDA-UTIL-MESES EQUAL ZEROS
                   COMPUTE WS-VALOR-MES =
                       PAT-VALOR-AQUISICAO - PAT-DEPREC-ACUMULADA
               ELSE
                   COMPUTE WS-VALOR-MES ROUNDED =
                       PAT-VALOR-AQUISICAO / PAT-VIDA-UTIL-MESES
               END-IF
               IF PAT-DEPREC-ACUMULADA + WS-VALOR-MES GREATER THAN
                   PAT-VALOR-AQUISICAO
                   COMPUTE WS-VALOR-MES =
                       PAT-VALOR-AQUISICAO - PAT-DEPREC-ACUMULADA
               END-IF
           END-IF

           MOVE WS-COMPETENCIA TO PDP-MES
           MOVE PAT-CODIGO TO PDP-CODIGO
           MOVE PAT-CATEGORIA TO PDP-CATEGORIA
           MOVE PAT-VALOR-AQUISICAO TO PDP-VALOR-AQUISICAO
           MOVE WS-VALOR-MES TO PDP-VALOR-MES
           COMPUTE PDP-DEPREC-ACUMULADA =
               PAT-DEPREC-ACUMULADA + WS-VALOR-MES
           COMPUTE PDP-VALOR-CONTABIL =
               PAT-VALOR-AQUISICAO - PDP-DEPREC-ACUMULADA
           MOVE WS-DATA-HOJE TO PDP-DATA-CALCULO

           WRITE REG-PATRIM-DEPRECIACAO

           IF WS-FS-PATRDEP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A DEPRECIACAO DO BEM '
                   PAT-CODIGO ' FILE STATUS: ' WS-FS-PATRDEP
               ADD 1 TO WS-QTDE-ERROS
           ELSE
               MOVE PDP-DEPREC-ACUMULADA TO PAT-DEPREC-ACUMULADA
               MOVE WS-COMPETENCIA TO PAT-ULT-MES-DEPREC
               REWRITE REG-PATRIMONIO
               END-REWRITE
               IF WS-FS-PATRIMONIO NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR O BEM ' PAT-CODIGO
                       ' FILE STATUS: ' WS-FS-PATRIMONIO
                   DELETE PATRIM-DEPRECIACAO RECORD
                   END-DELETE
                   ADD 1 TO WS-QTDE-ERROS
                   MOVE ZEROS TO WS-FS-PATRIMONIO
               ELSE
                   ADD 1 TO WS-QTDE-CALCULADOS
                   MOVE SPACES TO WS-SITUACAO
                   PERFORM IMPRIME-BEM-PROCEDURE
               END-IF
           END-IF.

      *    REEXECUCAO DA MESMA COMPETENCIA NAO DEPRECIA DE NOVO - O BEM
      *    ENTRA NO RELATORIO COM O QUE FICOU GRAVADO NO HISTORICO
       LE-DEPRECIACAO-ANTERIOR-PROC.
           MOVE WS-COMPETENCIA TO PDP-MES
           MOVE PAT-CODIGO TO PDP-CODIGO
           READ PATRIM-DEPRECIACAO RECORD
               KEY IS PDP-CHAVE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               ADD 1 TO WS-QTDE-JA-CALCULADOS
               MOVE 'JA' TO WS-SITUACAO
               PERFORM IMPRIME-BEM-PROCEDURE
           END-READ
           MOVE ZEROS TO WS-FS-PATRDEP.

       IMPRIME-BEM-PROCEDURE.
           ADD PDP-VALOR-AQUISICAO TO WS-TOT-AQUISICAO
           ADD PDP-VALOR-MES TO WS-TOT-MES
           ADD PDP-DEPREC-ACUMULADA TO WS-TOT-ACUMULADA
           ADD PDP-VALOR-CONTABIL TO WS-TOT-CONTABIL
           PERFORM ACUMULA-CATEGORIA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE PAT-CODIGO TO WS-SPOOL-LINHA(1:6)
           MOVE PAT-DESCRICAO TO WS-SPOOL-LINHA(8:20)
           MOVE PDP-CATEGORIA TO WS-SPOOL-LINHA(29:4)
           MOVE PDP-VALOR-MES TO WS-ED-MES
           MOVE WS-ED-MES TO WS-SPOOL-LINHA(34:10)
           MOVE PDP-DEPREC-ACUMULADA TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(45:14)
           MOVE PDP-VALOR-CONTABIL TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(60:14)
           MOVE WS-SITUACAO TO WS-SPOOL-LINHA(76:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       ACUMULA-CATEGORIA-PROCEDURE.
           MOVE 'N' TO WS-ACHOU-CAT
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-CATEGORIAS
                   OR WS-ACHOU-CAT EQUAL 'S'
               IF WS-CAT-CODIGO(WS-IDX) EQUAL PDP-CATEGORIA
                   MOVE 'S' TO WS-ACHOU-CAT
               END-IF
           END-PERFORM

           IF WS-ACHOU-CAT EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-QTDE-CATEGORIAS LESS THAN 50
                   ADD 1 TO WS-QTDE-CATEGORIAS
                   MOVE WS-QTDE-CATEGORIAS TO WS-IDX
                   MOVE PDP-CATEGORIA TO WS-CAT-CODIGO(WS-IDX)
                   MOVE ZEROS TO WS-CAT-QTDE(WS-IDX)
                   MOVE ZEROS TO WS-CAT-AQUISICAO(WS-IDX)
                   MOVE ZEROS TO WS-CAT-MES(WS-IDX)
                   MOVE ZEROS TO WS-CAT-ACUMULADA(WS-IDX)
                   MOVE ZEROS TO WS-CAT-CONTABIL(WS-IDX)
                   MOVE 'S' TO WS-ACHOU-CAT
               END-IF
           END-IF

           IF WS-ACHOU-CAT EQUAL 'S'
               ADD 1 TO WS-CAT-QTDE(WS-IDX)
               ADD PDP-VALOR-AQUISICAO TO WS-CAT-AQUISICAO(WS-IDX)
               ADD PDP-VALOR-MES TO WS-CAT-MES(WS-IDX)
               ADD PDP-DEPREC-ACUMULADA TO WS-CAT-ACUMULADA(WS-IDX)
               ADD PDP-VALOR-CONTABIL TO WS-CAT-CONTABIL(WS-IDX)
           END-IF.

       IMPRIME-CATEGORIAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PATRCAT
           OPEN INPUT PATRIM-CATEGORIAS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'RESUMO POR CATEGORIA' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CAT  DESCRICAO' TO WS-SPOOL-LINHA
           MOVE 'QTDE' TO WS-SPOOL-LINHA(26:4)
           MOVE 'AQUISICAO' TO WS-SPOOL-LINHA(38:9)
           MOVE 'ACUMULADA' TO WS-SPOOL-LINHA(53:9)
           MOVE 'VL CONTABIL' TO WS-SPOOL-LINHA(66:11)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-CATEGORIAS
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-CAT-CODIGO(WS-IDX) TO WS-SPOOL-LINHA(1:4)
               IF WS-FS-PATRCAT EQUAL ZEROS
                   MOVE WS-CAT-CODIGO(WS-IDX) TO PCT-CODIGO
                   READ PATRIM-CATEGORIAS RECORD
                       KEY IS PCT-CODIGO
                       INVALID KEY
                       MOVE SPACES TO PCT-DESCRICAO
                   END-READ
                   MOVE PCT-DESCRICAO TO WS-SPOOL-LINHA(6:18)
                   MOVE ZEROS TO WS-FS-PATRCAT
               END-IF
               MOVE WS-CAT-QTDE(WS-IDX) TO WS-SPOOL-LINHA(25:5)
               MOVE WS-CAT-AQUISICAO(WS-IDX) TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(33:14)
               MOVE WS-CAT-ACUMULADA(WS-IDX) TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(48:14)
               MOVE WS-CAT-CONTABIL(WS-IDX) TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(63:14)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           IF WS-FS-PATRCAT EQUAL ZEROS
               CLOSE PATRIM-CATEGORIAS
           END-IF

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-MES TO WS-ED-TOTAL
           STRING 'DEPRECIACAO DO MES......: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-AQUISICAO TO WS-ED-TOTAL
           STRING 'VALOR DE AQUISICAO......: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-ACUMULADA TO WS-ED-TOTAL
           STRING 'DEPRECIACAO ACUMULADA...: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-CONTABIL TO WS-ED-TOTAL
           STRING 'VALOR CONTABIL..........: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY SPOOLPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM DEPRECIA-PATRIMONIO.
