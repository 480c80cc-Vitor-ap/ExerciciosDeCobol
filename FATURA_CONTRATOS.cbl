      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-CONTRATOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CTRSEL.

       COPY CRECSEL.

       COPY LIVROSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CTRFD.

       COPY CRECFD.

       COPY LIVROFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CONTRATOS      PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-FS-LIVRO          PIC 99.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-ANO-COMP          PIC 9(04) VALUE ZEROS.
       77 WS-MES-COMP          PIC 9(02) VALUE ZEROS.
       77 WS-PRIMEIRO-DIA      PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA        PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMO-MES       PIC 9(08) VALUE ZEROS.
       77 WS-DIA-ULTIMO        PIC 9(02) VALUE ZEROS.
       77 WS-DIA-VENCIMENTO    PIC 9(02) VALUE ZEROS.
       77 WS-NOTA-FISCAL       PIC 9(06) VALUE ZEROS.
       77 WS-NOTA-LIVRE        PIC X(01) VALUE 'N'.
       77 WS-QTDE-FATURADOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-JA-FATURADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ERROS        PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-FATURADO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-ED-VALOR          PIC ZZZ,ZZ9.99.
       77 WS-ED-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- FATURAMENTO MENSAL DOS CONTRATOS -----'

           MOVE 'FATURA-CONTRATOS' TO WS-JOB-PROGRAMA
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

           DISPLAY 'INFORME O NUMERO DA PRIMEIRA NOTA FISCAL DO LOTE: '
           ACCEPT WS-NOTA-FISCAL
           IF WS-NOTA-FISCAL EQUAL ZEROS
               DISPLAY 'NUMERO DE NOTA FISCAL INVALIDO'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           COMPUTE WS-PRIMEIRO-DIA = (WS-COMPETENCIA * 100) + 1
           IF WS-MES-COMP EQUAL 12
               COMPUTE WS-PROXIMO-MES =
                   ((WS-ANO-COMP + 1) * 10000) + 101
           ELSE
               COMPUTE WS-PROXIMO-MES = WS-PRIMEIRO-DIA + 100
           END-IF
           COMPUTE WS-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1)
           COMPUTE WS-DIA-ULTIMO =
               WS-ULTIMO-DIA - ((WS-ULTIMO-DIA / 100) * 100)

           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN I-O CONTRATOS-MANUTENCAO
           IF WS-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS'
               MOVE WS-FS-CONTRATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN I-O CRECEBER
           IF WS-FS-CRECEBER EQUAL 35
               OPEN OUTPUT CRECEBER
               CLOSE CRECEBER
               OPEN I-O CRECEBER
           END-IF
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTAS A RECEBER'
               MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE CONTRATOS-MANUTENCAO
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-LIVRO
           OPEN EXTEND LIVRO-FISCAL
           IF WS-FS-LIVRO EQUAL 35
               OPEN OUTPUT LIVRO-FISCAL
           END-IF
           IF WS-FS-LIVRO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O LIVRO FISCAL'
               MOVE WS-FS-LIVRO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE CRECEBER
               CLOSE CONTRATOS-MANUTENCAO
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'faturamento-contratos-' WS-COMPETENCIA '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'FATURAMENTO DOS CONTRATOS DE MANUTENCAO'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COMPETENCIA ' WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CONTR CLIENTE                         NF     VENCTO'
               TO WS-SPOOL-LINHA
           MOVE 'VALOR' TO WS-SPOOL-LINHA(63:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM UNTIL WS-FS-CONTRATOS EQUAL 10
               READ CONTRATOS-MANUTENCAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONTRATOS
                   NOT AT END
                   IF CTR-STATUS EQUAL 'ATIVO'
                       AND CTR-DATA-INICIO NOT GREATER THAN
                           WS-ULTIMO-DIA
                       AND CTR-DATA-FIM NOT LESS THAN WS-PRIMEIRO-DIA
                       IF CTR-ULTIMA-COMPETENCIA NOT LESS THAN
                           WS-COMPETENCIA
                           ADD 1 TO WS-QTDE-JA-FATURADOS
                       ELSE
                           PERFORM FATURA-CONTRATO-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE LIVRO-FISCAL
           CLOSE CRECEBER
           CLOSE CONTRATOS-MANUTENCAO

           MOVE WS-VALOR-FATURADO TO WS-ED-TOTAL
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CONTRATOS FATURADOS: ' WS-QTDE-FATURADOS
               '   VALOR FATURADO: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'JA FATURADOS NA COMPETENCIA: ' WS-QTDE-JA-FATURADOS
               '   COM ERRO: ' WS-QTDE-ERROS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'CONTRATOS FATURADOS.......: ' WS-QTDE-FATURADOS
           DISPLAY 'VALOR FATURADO............: ' WS-ED-TOTAL
           DISPLAY 'JA FATURADOS NA COMPETENCIA: ' WS-QTDE-JA-FATURADOS
           DISPLAY 'CONTRATOS COM ERRO........: ' WS-QTDE-ERROS

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-FATURADOS TO WS-JOB-CONTAGEM
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

      *    UM TITULO (PARCELA 1) E UMA EMISSAO NO LIVRO FISCAL POR
      *    CONTRATO; A NOTA PULA OS NUMEROS JA USADOS NO CONTAS A
      *    RECEBER. VENCIMENTO NO DIA DO CONTRATO DENTRO DA COMPETENCIA
      *    (MES CURTO VENCE NO ULTIMO DIA)
       FATURA-CONTRATO-PROCEDURE.
           MOVE 'N' TO WS-NOTA-LIVRE
           PERFORM UNTIL WS-NOTA-LIVRE EQUAL 'S'
               MOVE WS-NOTA-FISCAL TO CR-NUM-NOTA-FISCAL
               MOVE 1 TO CR-PARCELA
               READ CRECEBER RECORD
                   KEY IS CR-CHAVE
                   INVALID KEY
                   MOVE 'S' TO WS-NOTA-LIVRE
                   NOT INVALID KEY
                   ADD 1 TO WS-NOTA-FISCAL
               END-READ
           END-PERFORM

           MOVE CTR-DIA-VENCIMENTO TO WS-DIA-VENCIMENTO
           IF WS-DIA-VENCIMENTO GREATER THAN WS-DIA-ULTIMO
               MOVE WS-DIA-ULTIMO TO WS-DIA-VENCIMENTO
           END-IF

           MOVE WS-NOTA-FISCAL     TO CR-NUM-NOTA-FISCAL
           MOVE 1                  TO CR-PARCELA
           MOVE SPACES             TO CR-CODIGO-PEDIDO
           STRING 'CT' CTR-CODIGO DELIMITED BY SIZE
               INTO CR-CODIGO-PEDIDO
           MOVE CTR-CODIGO-CLIENTE TO CR-CODIGO-CLIENTE
           MOVE CTR-NOME           TO CR-NOME
           MOVE WS-DATA-HOJE       TO CR-DATA-EMISSAO
           COMPUTE CR-DATA-VENCIMENTO =
               (WS-COMPETENCIA * 100) + WS-DIA-VENCIMENTO
           MOVE CTR-VALOR-MENSAL   TO CR-VALOR-TOTAL
           MOVE ZEROS              TO CR-VALOR-PAGO
           MOVE ZEROS              TO CR-DATA-ULT-PAGTO
           MOVE 'ABERTO'           TO CR-STATUS

           WRITE REG-CRECEBER

           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O TITULO DO CONTRATO '
                   CTR-CODIGO
               MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ADD 1 TO WS-QTDE-ERROS
           ELSE
               MOVE WS-NOTA-FISCAL     TO LF-NUM-NOTA-FISCAL
               MOVE 'EMISSAO'          TO LF-TIPO
               MOVE WS-DATA-HOJE       TO LF-DATA
               MOVE CR-CODIGO-PEDIDO   TO LF-CODIGO-PEDIDO
               MOVE CTR-CODIGO-CLIENTE TO LF-CODIGO-CLIENTE
               MOVE CTR-VALOR-MENSAL   TO LF-VALOR
               MOVE ZEROS              TO LF-VALOR-IMPOSTO
               WRITE REG-LIVRO-FISCAL

               MOVE WS-COMPETENCIA TO CTR-ULTIMA-COMPETENCIA
               REWRITE REG-CONTRATO
               END-REWRITE

               ADD 1 TO WS-QTDE-FATURADOS
               ADD CTR-VALOR-MENSAL TO WS-VALOR-FATURADO

               MOVE CTR-VALOR-MENSAL TO WS-ED-VALOR
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE CTR-CODIGO TO WS-SPOOL-LINHA(1:5)
               MOVE CTR-CODIGO-CLIENTE TO WS-SPOOL-LINHA(7:5)
               MOVE CTR-NOME TO WS-SPOOL-LINHA(13:25)
               MOVE WS-NOTA-FISCAL TO WS-SPOOL-LINHA(39:6)
               MOVE CR-DATA-VENCIMENTO TO WS-SPOOL-LINHA(46:8)
               MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(58:10)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               MOVE 'FATURA-CONTRATO' TO WS-AUD-PROGRAMA
               MOVE 'FATURAMENTO' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING CTR-CODIGO '-' WS-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE

               ADD 1 TO WS-NOTA-FISCAL
           END-IF.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM FATURA-CONTRATOS.
