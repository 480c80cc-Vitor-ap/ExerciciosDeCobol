
       COPY AUDITSEL.

       COPY CKLSEL.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AUDITFD.

       COPY CKLFD.

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-TABPRECO       PIC 99.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-NOVO        PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTDE-JA-APLICADOS PIC 9(05) VALUE ZEROS.
       77 WS-CONFIRMA          PIC X(01) VALUE 'N'.
       77 WS-JA-APLICADO       PIC X(01) VALUE 'N'.

      *    PARAMETROS E TOTAL DA EXECUCAO - VAO NO PONTO DE CONTROLE
       01 WS-REAJUSTE-CONTROLE.
           03 WS-CODIGO-INICIAL    PIC 9(05) VALUE ZEROS.
           03 WS-CODIGO-FINAL      PIC 9(05) VALUE ZEROS.
           03 WS-PERCENTUAL        PIC S9(03)V99 VALUE ZEROS.
           03 WS-DATA-VIGENCIA     PIC 9(08) VALUE ZEROS.
           03 WS-QTDE-REAJUSTADOS  PIC 9(05) VALUE ZEROS.

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY CKLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.

           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- REAJUSTE DE PRECOS EM MASSA -----'

           MOVE 'REAJUSTE-PRECOS' TO WS-CKL-PROGRAMA
           MOVE SPACES TO WS-ARQ-CHECKPOINT-LOTE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'reajuste-precos.ckp'
               DELIMITED BY SIZE INTO WS-ARQ-CHECKPOINT-LOTE
           PERFORM LE-CHECKPOINT-LOTE-PROCEDURE

           MOVE 'REAJUSTE-PRECOS' TO WS-JOB-PROGRAMA
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO

           IF WS-CKL-RETOMADA EQUAL 'S'
               MOVE WS-CKL-AREA-PROGRAMA TO WS-REAJUSTE-CONTROLE
               DISPLAY 'REAJUSTE DE ' WS-CODIGO-INICIAL
                   ' A ' WS-CODIGO-FINAL ' EM ' WS-PERCENTUAL
                   ' PORCENTO A PARTIR DE ' WS-DATA-VIGENCIA
               MOVE 'RETOMA' TO WS-JOB-EVENTO
               MOVE WS-CKL-QTDE-PROCESSADOS TO WS-JOB-CONTAGEM
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           ELSE
               PERFORM INFORMA-PARAMETROS-PROCEDURE
               MOVE 'INICIO' TO WS-JOB-EVENTO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               STOP RUN
           END-IF

           MOVE WS-REAJUSTE-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM GRAVA-CHECKPOINT-LOTE-PROCEDURE

           IF WS-CKL-RETOMADA EQUAL 'S'
               AND WS-CKL-ULTIMA-CHAVE NOT LESS THAN WS-CODIGO-INICIAL
               MOVE WS-CKL-ULTIMA-CHAVE TO CODIGO-PRODUTO
               START PRODUTOS KEY IS GREATER THAN CODIGO-PRODUTO
                   INVALID KEY
                       MOVE 10 TO WS-FS-PRODUTOS
               END-START
           ELSE
               MOVE WS-CODIGO-INICIAL TO CODIGO-PRODUTO
               START PRODUTOS KEY IS NOT LESS THAN CODIGO-PRODUTO
                   INVALID KEY
                       MOVE 10 TO WS-FS-PRODUTOS
               END-START
           END-IF

           PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
               READ PRODUTOS NEXT RECORD
           CLOSE TABPRECO
           CLOSE PRODUTOS

           MOVE WS-REAJUSTE-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM ENCERRA-CHECKPOINT-LOTE-PROCEDURE

           DISPLAY 'PRODUTOS REAJUSTADOS: ' WS-QTDE-REAJUSTADOS
           IF WS-CKL-RETOMADA EQUAL 'S'
               DISPLAY 'EXECUCAO RETOMADA - JA APLICADOS ANTES DA '
                   'INTERRUPCAO: ' WS-QTDE-JA-APLICADOS
           END-IF

           MOVE 'REAJUSTE-PRECOS' TO WS-AUD-PROGRAMA
           IF WS-CKL-RETOMADA EQUAL 'S'
               MOVE 'RETOMADA' TO WS-AUD-OPERACAO
           ELSE
               MOVE 'REAJUSTE' TO WS-AUD-OPERACAO
           END-IF
           MOVE WS-PERCENTUAL TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-REAJUSTADOS TO WS-JOB-CONTAGEM
           MOVE 'OK' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           STOP RUN.

       INFORMA-PARAMETROS-PROCEDURE.
           DISPLAY 'INFORME O CODIGO INICIAL DOS PRODUTOS: '
           ACCEPT WS-CODIGO-INICIAL
           DISPLAY 'INFORME O CODIGO FINAL DOS PRODUTOS: '
           ACCEPT WS-CODIGO-FINAL
           DISPLAY 'INFORME O PERCENTUAL DE REAJUSTE (EX: 010.50): '
           ACCEPT WS-PERCENTUAL
           DISPLAY 'INFORME A DATA DE VIGENCIA (AAAAMMDD): '
           ACCEPT WS-DATA-VIGENCIA

           DISPLAY 'REAJUSTAR PRODUTOS DE ' WS-CODIGO-INICIAL
               ' A ' WS-CODIGO-FINAL ' EM ' WS-PERCENTUAL
               ' PORCENTO A PARTIR DE ' WS-DATA-VIGENCIA '? (S/N)'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'REAJUSTE CANCELADO PELO OPERADOR'
               STOP RUN
           END-IF.

      *    NA RETOMADA, PRODUTO QUE JA TEM NA TABELA O PRECO DESTA
      *    VIGENCIA IGUAL AO PRECO ATUAL FOI REAJUSTADO DEPOIS DO ULTIMO
      *    PONTO DE CONTROLE E NAO PODE SER REAJUSTADO DE NOVO
       REAJUSTA-PRODUTO-PROCEDURE.
           MOVE 'N' TO WS-JA-APLICADO
           IF WS-CKL-RETOMADA EQUAL 'S'
               AND WS-DATA-VIGENCIA NOT GREATER THAN WS-DATA-HOJE
               MOVE CODIGO-PRODUTO   TO PRC-CODIGO-PRODUTO
               MOVE WS-DATA-VIGENCIA TO PRC-DATA-VIGENCIA
               READ TABPRECO RECORD
                   KEY IS PRC-CHAVE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PRC-PRECO EQUAL PRECO
                       MOVE 'S' TO WS-JA-APLICADO
                   END-IF
               END-READ
               MOVE ZEROS TO WS-FS-TABPRECO
           END-IF

           IF WS-JA-APLICADO EQUAL 'S'
               ADD 1 TO WS-QTDE-JA-APLICADOS
               ADD 1 TO WS-QTDE-REAJUSTADOS
               DISPLAY 'PRODUTO ' CODIGO-PRODUTO
                   ' JA REAJUSTADO ANTES DA INTERRUPCAO'
           ELSE
               PERFORM APLICA-REAJUSTE-PROCEDURE
           END-IF

           MOVE CODIGO-PRODUTO TO WS-CKL-ULTIMA-CHAVE
           MOVE WS-REAJUSTE-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM CONTA-CHECKPOINT-LOTE-PROCEDURE.

       APLICA-REAJUSTE-PROCEDURE.
           COMPUTE WS-PRECO-NOVO ROUNDED =
               PRECO * (1 + (WS-PERCENTUAL / 100))

           END-IF.

       COPY AUDITPRC.
       COPY CKLPRC.
       COPY JOBJPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.

