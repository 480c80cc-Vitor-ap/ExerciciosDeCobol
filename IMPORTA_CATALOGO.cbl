
       COPY EANSEL.

       COPY HCUSTSEL.

       COPY AUDITSEL.

       COPY CKLSEL.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY EANFD.

       COPY HCUSTFD.

       COPY AUDITFD.

       COPY CKLFD.

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-FORNECEDORES   PIC 99.
       77 WS-LIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-JA-APLICADAS      PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO            PIC X(030) VALUE SPACES.
       77 WS-LINHA-REJEITO     PIC X(080) VALUE SPACES.
       77 WS-CUSTO-ANTERIOR    PIC 9(06)V99 VALUE ZEROS.
       77 WS-PRECO-MINIMO      PIC 9(08)V99 VALUE ZEROS.
       77 WS-APROVA            PIC X(01) VALUE 'N'.

      *    TOTAIS DA EXECUCAO - VAO NO PONTO DE CONTROLE
       01 WS-IMPORTA-CONTROLE.
           03 WS-APLICADAS         PIC 9(05) VALUE ZEROS.
           03 WS-REJEITADAS        PIC 9(05) VALUE ZEROS.
           03 WS-DESPREZADAS       PIC 9(05) VALUE ZEROS.
           03 WS-ABAIXO-MARGEM     PIC 9(05) VALUE ZEROS.

       COPY EANWS.
       COPY HCUSTWS.
       COPY AUDITWS.
       COPY FSMSGWS.
       COPY CKLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.

           DISPLAY 'ENTRADA: catalogo-fornecedor.txt'
           DISPLAY 'REJEITOS: catalogo-rejeitos.txt'

           MOVE 'IMPORTA-CATALOGO' TO WS-CKL-PROGRAMA
           MOVE SPACES TO WS-ARQ-CHECKPOINT-LOTE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'importa-catalogo.ckp'
               DELIMITED BY SIZE INTO WS-ARQ-CHECKPOINT-LOTE
           PERFORM LE-CHECKPOINT-LOTE-PROCEDURE

           MOVE 'IMPORTA-CATALOGO' TO WS-JOB-PROGRAMA
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           IF WS-CKL-RETOMADA EQUAL 'S'
               MOVE WS-CKL-AREA-PROGRAMA TO WS-IMPORTA-CONTROLE
               MOVE 'RETOMA' TO WS-JOB-EVENTO
               MOVE WS-CKL-QTDE-PROCESSADOS TO WS-JOB-CONTAGEM
           ELSE
               MOVE 'INICIO' TO WS-JOB-EVENTO
           END-IF
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE ZEROS TO WS-FS-CATALOGO
           OPEN INPUT CATALOGO
           IF WS-FS-CATALOGO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CATALOGO DO FORNECEDOR'
               DISPLAY 'FILE STATUS: ' WS-FS-CATALOGO
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CKL-RETOMADA EQUAL 'S'
               MOVE ZEROS TO WS-FS-REJEITOS
               OPEN EXTEND CATALOGO-REJEITOS
               IF WS-FS-REJEITOS EQUAL 35
                   OPEN OUTPUT CATALOGO-REJEITOS
               END-IF
           ELSE
               OPEN OUTPUT CATALOGO-REJEITOS
           END-IF

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN I-O PRODUTOS
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE CATALOGO-REJEITOS
               CLOSE CATALOGO
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LE-MARGEM-MINIMA-PROCEDURE

           MOVE WS-IMPORTA-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM GRAVA-CHECKPOINT-LOTE-PROCEDURE

      *    A CHAVE DO PONTO DE CONTROLE E O NUMERO DA LINHA DO CATALOGO
           PERFORM UNTIL WS-FS-CATALOGO EQUAL 1
               READ CATALOGO
                   AT END MOVE 1 TO WS-FS-CATALOGO
                   NOT AT END
                   ADD 1 TO WS-LIDAS
                   IF WS-CKL-RETOMADA EQUAL 'S'
                       AND WS-LIDAS NOT GREATER THAN
                           WS-CKL-ULTIMA-CHAVE
                       CONTINUE
                   ELSE
                       PERFORM PROCESSA-LINHA-CATALOGO-PROCEDURE
                       MOVE WS-LIDAS TO WS-CKL-ULTIMA-CHAVE
                       MOVE WS-IMPORTA-CONTROLE TO
                           WS-CKL-AREA-PROGRAMA
                       PERFORM CONTA-CHECKPOINT-LOTE-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOGO-REJEITOS
           CLOSE CATALOGO

           MOVE WS-IMPORTA-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM ENCERRA-CHECKPOINT-LOTE-PROCEDURE

           DISPLAY ' '
           DISPLAY '----- RESUMO DA IMPORTACAO -----'
           DISPLAY 'LINHAS LIDAS..........: ' WS-LIDAS
           DISPLAY 'LINHAS REJEITADAS.....: ' WS-REJEITADAS
           DISPLAY 'LINHAS NAO APROVADAS..: ' WS-DESPREZADAS
           DISPLAY 'PRECO ABAIXO DA MARGEM: ' WS-ABAIXO-MARGEM
           IF WS-CKL-RETOMADA EQUAL 'S'
               DISPLAY 'EXECUCAO RETOMADA A PARTIR DA LINHA '
                   WS-CKL-ULTIMA-CHAVE
               DISPLAY 'JA APLICADOS ANTES DA INTERRUPCAO: '
                   WS-JA-APLICADAS
           END-IF
           IF WS-ABAIXO-MARGEM GREATER THAN ZEROS
               DISPLAY 'RODE O REAJUSTE-PRECOS PARA OS PRODUTOS '
                   'SINALIZADOS'
           END-IF

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-APLICADAS TO WS-JOB-CONTAGEM
           MOVE 'OK' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

                   DELIMITED BY SIZE INTO WS-LINHA-REJEITO
               WRITE REG-CATALOGO-REJEITO FROM WS-LINHA-REJEITO
           ELSE
               IF WS-CKL-RETOMADA EQUAL 'S'
                   AND PROD-PRECO-CUSTO EQUAL CAT-CUSTO-NOVO
                   ADD 1 TO WS-JA-APLICADAS
                   ADD 1 TO WS-APLICADAS
                   DISPLAY 'PRODUTO ' CODIGO-PRODUTO
                       ' JA COM O NOVO CUSTO ANTES DA INTERRUPCAO'
               ELSE
                   PERFORM APLICA-LINHA-CATALOGO-PROCEDURE
               END-IF
           END-IF.

       VALIDA-FORNECEDOR-PROCEDURE.
               END-REWRITE
               ADD 1 TO WS-APLICADAS

               MOVE CODIGO-PRODUTO TO WS-HCU-CODIGO-PRODUTO
               MOVE 'CATALOGO' TO WS-HCU-ORIGEM
               MOVE SPACES TO WS-HCU-DOCUMENTO
               MOVE PROD-FORNECEDOR TO WS-HCU-FORNECEDOR
               COMPUTE WS-HCU-SALDO-ANTERIOR =
                   ESTOQUE + PROD-ESTOQUE-DEP
               MOVE WS-CUSTO-ANTERIOR TO WS-HCU-CUSTO-ANTERIOR
               MOVE ZEROS TO WS-HCU-QTDE-ENTRADA
               MOVE CAT-CUSTO-NOVO TO WS-HCU-CUSTO-ENTRADA
               MOVE ZEROS TO WS-HCU-RATEIO-UNITARIO
               MOVE CAT-CUSTO-NOVO TO WS-HCU-CUSTO-NOVO
               PERFORM GRAVA-HISTCUSTO-PROCEDURE

               MOVE 'IMPORTA-CATLG' TO WS-AUD-PROGRAMA
               MOVE 'NOVO-CUSTO' TO WS-AUD-OPERACAO
               MOVE CODIGO-PRODUTO TO WS-AUD-CHAVE
           END-IF.

       COPY EANPRC.
       COPY HCUSTPRC.
       COPY AUDITPRC.
       COPY CKLPRC.
       COPY JOBJPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.

