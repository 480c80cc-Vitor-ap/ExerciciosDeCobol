
       COPY COBRSEL.

       COPY ACDSEL.

       COPY ACDTSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       COPY COBRFD.

       COPY ACDFD.

       COPY ACDTFD.

       COPY SPOOLFD.

       COPY AUDITFD.
       77 WS-DIAS-VENC         PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(05) VALUE ZEROS.
       77 WS-SALDO-ABERTO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-IDX-CLIENTE       PIC 9(06) VALUE ZEROS.
       77 WS-NIVEL-NOVO        PIC 9(01) VALUE ZEROS.
       77 WS-QTDE-CARTAS-1     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CARTAS-2     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CARTAS-3     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-LIMPOS       PIC 9(05) VALUE ZEROS.
       77 WS-FS-ACORDOS        PIC 99.
       77 WS-FS-ACDTIT         PIC 99.
       77 WS-ACD-TOLERANCIA    PIC 9(03) VALUE 30.
       77 WS-ACD-PIOR-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WS-ACD-PAGAS         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-PARC          PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-ACD-ROMPIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ACD-QUITADOS PIC 9(05) VALUE ZEROS.

       01 WS-COB-TABELA.
           03 WS-COB-CLIENTE OCCURS 99999 TIMES.
               05 WS-COB-PIOR-ATRASO   PIC S9(05).
               05 WS-COB-SALDO         PIC 9(11)V99.
               05 WS-COB-NOME          PIC X(25).
               05 WS-COB-ACORDO        PIC 9(08).

       COPY SPOOLWS.
       COPY AUDITWS.
           DISPLAY '----- COBRANCA DE CLIENTES EM ATRASO -----'

           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE GREATER THAN 99999
               MOVE ZEROS TO WS-COB-PIOR-ATRASO(WS-IDX-CLIENTE)
               MOVE ZEROS TO WS-COB-SALDO(WS-IDX-CLIENTE)
               MOVE SPACES TO WS-COB-NOME(WS-IDX-CLIENTE)
               MOVE ZEROS TO WS-COB-ACORDO(WS-IDX-CLIENTE)
           END-PERFORM

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM ACOMPANHA-ACORDOS-PROCEDURE

           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN INPUT CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
           PERFORM ABRE-SPOOL-PROCEDURE

           PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
               UNTIL WS-IDX-CLIENTE GREATER THAN 99999
               PERFORM AVALIA-CLIENTE-PROCEDURE
           END-PERFORM

           DISPLAY 'SEGUNDOS AVISOS EMITIDOS...: ' WS-QTDE-CARTAS-2
           DISPLAY 'AVISOS FINAIS EMITIDOS.....: ' WS-QTDE-CARTAS-3
           DISPLAY 'CLIENTES REGULARIZADOS.....: ' WS-QTDE-LIMPOS
           DISPLAY 'ACORDOS ROMPIDOS...........: '
               WS-QTDE-ACD-ROMPIDOS
           DISPLAY 'ACORDOS QUITADOS...........: '
               WS-QTDE-ACD-QUITADOS

           MOVE 0 TO RETURN-CODE
           STOP RUN.
                   GREATER THAN ZEROS
                   MOVE 1 TO WS-NIVEL-NOVO
               END-IF
               IF WS-COB-ACORDO(WS-IDX-CLIENTE) GREATER THAN ZEROS
                   MOVE 3 TO WS-NIVEL-NOVO
               END-IF
           END-IF

           MOVE WS-IDX-CLIENTE TO COB-CODIGO-CLIENTE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF WS-NIVEL-NOVO EQUAL 3
               AND WS-COB-ACORDO(WS-IDX-CLIENTE) GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'O ACORDO DE RENEGOCIACAO '
                   WS-COB-ACORDO(WS-IDX-CLIENTE)
                   ' FOI ROMPIDO POR FALTA DE PAGAMENTO.'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-NIVEL-NOVO EQUAL 3
               MOVE 'NOVAS VENDAS A PRAZO ESTAO SUSPENSAS ATE A '
           MOVE WS-IDX-CLIENTE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

      * ACORDO COM PARCELA VENCIDA HA MAIS DE WS-ACD-TOLERANCIA DIAS
      * E ROMPIDO: OS TITULOS ORIGINAIS PASSAM DE RENEGOC PARA ROMPIDO
      * E O CLIENTE VAI DIRETO AO AVISO FINAL ENQUANTO HOUVER SALDO
       ACOMPANHA-ACORDOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-ACORDOS
           OPEN I-O ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL ZEROS
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-FS-CRECEBER
               OPEN I-O CRECEBER
               MOVE ZEROS TO WS-FS-ACDTIT
               OPEN I-O ACORDO-TITULOS
               IF WS-FS-CRECEBER NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O CONTAS A RECEBER - ACORDOS '
                       'NAO AVALIADOS'
                   MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 10 TO WS-FS-ACORDOS
               END-IF
               PERFORM UNTIL WS-FS-ACORDOS EQUAL 10
                   READ ACORDOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ACORDOS
                       NOT AT END
                       IF ACD-STATUS EQUAL 'ABERTO'
                           PERFORM AVALIA-ACORDO-PROCEDURE
                       END-IF
                       IF ACD-STATUS EQUAL 'ROMPIDO'
                           AND ACD-CODIGO-CLIENTE GREATER THAN ZEROS
                           MOVE ACD-NUMERO TO
                               WS-COB-ACORDO(ACD-CODIGO-CLIENTE)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACORDO-TITULOS
               CLOSE CRECEBER
               CLOSE ACORDOS
           END-IF.

       AVALIA-ACORDO-PROCEDURE.
           MOVE ZEROS TO WS-ACD-PAGAS
           MOVE ZEROS TO WS-ACD-PIOR-ATRASO
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
               UNTIL WS-IDX-PARC GREATER THAN ACD-QTDE-PARCELAS
               MOVE ACD-NUM-NOTA-FISCAL TO CR-NUM-NOTA-FISCAL
               MOVE WS-IDX-PARC TO CR-PARCELA
               READ CRECEBER RECORD
                   KEY IS CR-CHAVE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF CR-STATUS EQUAL 'QUITADO'
                       ADD 1 TO WS-ACD-PAGAS
                   ELSE IF CR-STATUS EQUAL 'ABERTO'
                       OR CR-STATUS EQUAL 'PARCIAL'
                       COMPUTE WS-DIAS-VENC =
                           FUNCTION INTEGER-OF-DATE(CR-DATA-VENCIMENTO)
                       COMPUTE WS-DIAS-ATRASO =
                           WS-DIAS-HOJE - WS-DIAS-VENC
                       IF WS-DIAS-ATRASO GREATER THAN WS-ACD-PIOR-ATRASO
                           MOVE WS-DIAS-ATRASO TO WS-ACD-PIOR-ATRASO
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-ACD-PAGAS EQUAL ACD-QTDE-PARCELAS
               MOVE 'QUITADO' TO ACD-STATUS
               MOVE WS-DATA-HOJE TO ACD-DATA-SITUACAO
               REWRITE REG-ACORDO
               END-REWRITE
               ADD 1 TO WS-QTDE-ACD-QUITADOS
               MOVE 'COBRANCA-CLI' TO WS-AUD-PROGRAMA
               MOVE 'ACD-QUITA' TO WS-AUD-OPERACAO
               MOVE ACD-NUMERO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE IF WS-ACD-PIOR-ATRASO GREATER THAN WS-ACD-TOLERANCIA
               MOVE 'ROMPIDO' TO ACD-STATUS
               MOVE WS-DATA-HOJE TO ACD-DATA-SITUACAO
               REWRITE REG-ACORDO
               END-REWRITE
               ADD 1 TO WS-QTDE-ACD-ROMPIDOS
               PERFORM MARCA-ORIGINAIS-ROMPIDOS-PROCEDURE
               MOVE 'COBRANCA-CLI' TO WS-AUD-PROGRAMA
               MOVE 'ACD-ROMPE' TO WS-AUD-OPERACAO
               MOVE ACD-NUMERO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF
           END-IF.

       MARCA-ORIGINAIS-ROMPIDOS-PROCEDURE.
           IF WS-FS-ACDTIT NOT EQUAL ZEROS
               CONTINUE
           ELSE
               MOVE ACD-NUMERO TO ACT-NUMERO
               MOVE ZEROS TO ACT-NUM-NOTA-FISCAL
               MOVE ZEROS TO ACT-PARCELA
               START ACORDO-TITULOS KEY IS NOT LESS THAN ACT-CHAVE
                   INVALID KEY
                   MOVE 10 TO WS-FS-ACDTIT
               END-START
               PERFORM UNTIL WS-FS-ACDTIT EQUAL 10
                   READ ACORDO-TITULOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ACDTIT
                       NOT AT END
                       IF ACT-NUMERO NOT EQUAL ACD-NUMERO
                           MOVE 10 TO WS-FS-ACDTIT
                       ELSE
                           PERFORM MARCA-TITULO-ROMPIDO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-ACDTIT
           END-IF.

       MARCA-TITULO-ROMPIDO-PROCEDURE.
           MOVE ACT-NUM-NOTA-FISCAL TO CR-NUM-NOTA-FISCAL
           MOVE ACT-PARCELA TO CR-PARCELA
           READ CRECEBER RECORD
               KEY IS CR-CHAVE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF CR-STATUS EQUAL 'RENEGOC'
                   MOVE 'ROMPIDO' TO CR-STATUS
                   REWRITE REG-CRECEBER
                   END-REWRITE
               END-IF
           END-READ.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
