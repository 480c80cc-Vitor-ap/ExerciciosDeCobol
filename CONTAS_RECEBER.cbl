
       COPY FERSEL.

       COPY EPRMSEL.

       COPY ENCSEL.

       COPY BXTSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       COPY FERFD.

       COPY EPRMFD.

       COPY ENCFD.

       COPY BXTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-QTDE-TITULOS     PIC 9(05) VALUE ZEROS.
       77 WS-FS-CHEQUES       PIC 99.
       77 WS-PAGO-EM-CHEQUE   PIC X(01) VALUE 'N'.
       77 WS-VALOR-RECEBIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-ENC-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WS-ENC-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WS-TOT-MULTA-LOJA   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-JUROS-LOJA   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-MULTA-ESCOLA PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-JUROS-ESCOLA PIC 9(09)V99 VALUE ZEROS.

       01 WS-AGING.
           03 WS-AGE-A-VENCER     PIC 9(11)V99 VALUE ZEROS.
           03 WS-AGE-TOTAL        PIC 9(11)V99 VALUE ZEROS.

       COPY FERWS.
       COPY ENCWS.
       COPY BXTWS.
       COPY AUDITWS.
       COPY FSMSGWS.

           DISPLAY 'P - REGISTRAR PAGAMENTO DE NOTA FISCAL'
           DISPLAY 'C - CONSULTAR TITULO POR NOTA FISCAL'
           DISPLAY 'R - RELATORIO DE AGING (A VENCER/VENCIDOS)'
           DISPLAY 'J - RELATORIO DE MULTA E JUROS RECEBIDOS'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO P,C,R OU J... OU V PARA SAIR'

           ACCEPT WS-OPC

               GO TO CONSULTA-TITULO
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RELATORIO-AGING
               ELSE IF WS-OPC IS EQUAL TO 'J'
               GO TO RELATORIO-ENCARGOS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           STOP RUN.

       REGISTRA-PAGAMENTO.
           MOVE 'LOJA' TO WS-ENC-ORIGEM
           PERFORM CARREGA-ENCARGOS-PARAM-PROCEDURE

           OPEN I-O CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTAS A RECEBER'
                   DISPLAY 'TITULO JA ESTA QUITADO'
               ELSE IF CR-STATUS EQUAL 'CANCELADO'
                   DISPLAY 'TITULO CANCELADO - PAGAMENTO NAO PERMITIDO'
               ELSE IF CR-STATUS EQUAL 'RENEGOC'
                   OR CR-STATUS EQUAL 'ROMPIDO'
                   DISPLAY 'TITULO RENEGOCIADO EM ACORDO - RECEBER AS '
                       'PARCELAS DO ACORDO'
               ELSE
                   COMPUTE WS-SALDO-ABERTO =
                       CR-VALOR-TOTAL - CR-VALOR-PAGO
                   DISPLAY 'VALOR TOTAL....: ' CR-VALOR-TOTAL
                   DISPLAY 'VALOR JA PAGO..: ' CR-VALOR-PAGO
                   DISPLAY 'SALDO EM ABERTO: ' WS-SALDO-ABERTO
                   DISPLAY 'INFORME A DATA DO PAGAMENTO (AAAAMMDD): '
                   ACCEPT WS-DATA-PAGAMENTO

                   MOVE CR-DATA-VENCIMENTO TO WS-ENC-VENCIMENTO
                   MOVE WS-DATA-PAGAMENTO TO WS-ENC-DATA-PAGAMENTO
                   MOVE WS-SALDO-ABERTO TO WS-ENC-BASE
                   PERFORM CALCULA-ENCARGOS-PROCEDURE
                   IF WS-ENC-MULTA GREATER THAN ZEROS
                       OR WS-ENC-JUROS GREATER THAN ZEROS
                       DISPLAY 'DIAS DE ATRASO.: ' WS-ENC-DIAS-ATRASO
                       DISPLAY 'MULTA..........: ' WS-ENC-MULTA
                       DISPLAY 'JUROS..........: ' WS-ENC-JUROS
                       DISPLAY 'TOTAL DEVIDO...: ' WS-ENC-TOTAL
                   END-IF

                   DISPLAY 'INFORME O VALOR DO PRINCIPAL A QUITAR: '
                   ACCEPT WS-VALOR-PAGAMENTO

                   IF WS-VALOR-PAGAMENTO EQUAL ZEROS
                       DISPLAY 'VALOR INVALIDO - NADA REGISTRADO'
                   ELSE IF WS-VALOR-PAGAMENTO GREATER WS-SALDO-ABERTO
                       DISPLAY 'VALOR MAIOR QUE O SALDO EM ABERTO'
                       DISPLAY 'PAGAMENTO NAO REGISTRADO'
                   ELSE
                       MOVE WS-VALOR-PAGAMENTO TO WS-ENC-BASE
                       PERFORM CALCULA-ENCARGOS-PROCEDURE
                       MOVE WS-ENC-TOTAL TO WS-VALOR-RECEBIDO
                       DISPLAY 'VALOR A RECEBER DO CLIENTE: '
                           WS-VALOR-RECEBIDO

                       ADD WS-VALOR-PAGAMENTO TO CR-VALOR-PAGO
                       MOVE WS-DATA-PAGAMENTO TO CR-DATA-ULT-PAGTO
                       IF CR-VALOR-PAGO EQUAL CR-VALOR-TOTAL
                       MOVE CR-NUM-NOTA-FISCAL TO WS-AUD-CHAVE
                       PERFORM GRAVA-AUDITORIA-PROCEDURE

                       MOVE SPACES TO WS-ENC-CHAVE
                       STRING CR-NUM-NOTA-FISCAL '-' CR-PARCELA
                           DELIMITED BY SIZE INTO WS-ENC-CHAVE
                       PERFORM GRAVA-ENCARGOS-PROCEDURE

                       MOVE 'REC' TO WS-BXT-ORIGEM
                       MOVE WS-ENC-CHAVE TO WS-BXT-CHAVE
                       MOVE WS-DATA-PAGAMENTO TO WS-BXT-DATA-PAGAMENTO
                       MOVE WS-VALOR-PAGAMENTO TO WS-BXT-VALOR
                       PERFORM GRAVA-BAIXA-TITULO-PROCEDURE

                       DISPLAY 'PAGAMENTO EM CHEQUE? (S/N)'
                       ACCEPT WS-PAGO-EM-CHEQUE
                       IF WS-PAGO-EM-CHEQUE EQUAL 'S'
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-READ

           CLOSE CRECEBER
               ACCEPT CHQ-BOM-PARA

               MOVE CR-CODIGO-CLIENTE TO CHQ-CODIGO-CLIENTE
               MOVE WS-VALOR-RECEBIDO TO CHQ-VALOR
               MOVE CR-NUM-NOTA-FISCAL TO CHQ-NUM-NOTA-FISCAL
               MOVE CR-PARCELA TO CHQ-PARCELA
               MOVE 'CARTEIRA' TO CHQ-STATUS
                   NOT AT END
                   IF CR-STATUS NOT EQUAL 'QUITADO'
                       AND CR-STATUS NOT EQUAL 'CANCELADO'
                       AND CR-STATUS NOT EQUAL 'RENEGOC'
                       AND CR-STATUS NOT EQUAL 'ROMPIDO'
                       PERFORM CLASSIFICA-AGING-PROCEDURE
                   END-IF
               END-READ

           GO TO MENU-RECEBER-PROCEDURE.

      * MULTA E JUROS SAO RECEITA FINANCEIRA - FICAM FORA DO PRINCIPAL
      * DOS TITULOS E DAS MENSALIDADES, NO ARQUIVO DE ENCARGOS
       RELATORIO-ENCARGOS.
           DISPLAY 'INFORME A DATA INICIAL (AAAAMMDD): '
           ACCEPT WS-ENC-DATA-INICIO
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD): '
           ACCEPT WS-ENC-DATA-FIM

           MOVE ZEROS TO WS-FS-ENCARGOS
           OPEN INPUT ENCARGOS-FINANCEIROS
           IF WS-FS-ENCARGOS NOT EQUAL ZEROS
               DISPLAY 'NENHUM ENCARGO REGISTRADO'
               GO TO MENU-RECEBER-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-TITULOS
           MOVE ZEROS TO WS-TOT-MULTA-LOJA
           MOVE ZEROS TO WS-TOT-JUROS-LOJA
           MOVE ZEROS TO WS-TOT-MULTA-ESCOLA
           MOVE ZEROS TO WS-TOT-JUROS-ESCOLA

           DISPLAY ' '
           DISPLAY '----- MULTA E JUROS RECEBIDOS DE '
               WS-ENC-DATA-INICIO ' A ' WS-ENC-DATA-FIM ' -----'
           DISPLAY 'ORIGEM CHAVE                PAGTO    ATRASO'
               ' MULTA      JUROS'

           PERFORM UNTIL WS-FS-ENCARGOS EQUAL 10
               READ ENCARGOS-FINANCEIROS
                   AT END
                   MOVE 10 TO WS-FS-ENCARGOS
                   NOT AT END
                   IF ENC-DATA-PAGAMENTO NOT LESS THAN
                       WS-ENC-DATA-INICIO
                       AND ENC-DATA-PAGAMENTO NOT GREATER THAN
                       WS-ENC-DATA-FIM
                       ADD 1 TO WS-QTDE-TITULOS
                       IF ENC-ORIGEM EQUAL 'ESCOLA'
                           ADD ENC-VALOR-MULTA TO WS-TOT-MULTA-ESCOLA
                           ADD ENC-VALOR-JUROS TO WS-TOT-JUROS-ESCOLA
                       ELSE
                           ADD ENC-VALOR-MULTA TO WS-TOT-MULTA-LOJA
                           ADD ENC-VALOR-JUROS TO WS-TOT-JUROS-LOJA
                       END-IF
                       DISPLAY ENC-ORIGEM ' ' ENC-CHAVE ' '
                           ENC-DATA-PAGAMENTO ' ' ENC-DIAS-ATRASO ' '
                           ENC-VALOR-MULTA ' ' ENC-VALOR-JUROS
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ENCARGOS-FINANCEIROS

           DISPLAY ' '
           DISPLAY 'RECEBIMENTOS COM ENCARGO: ' WS-QTDE-TITULOS
           DISPLAY 'LOJA   - MULTA: ' WS-TOT-MULTA-LOJA
               ' JUROS: ' WS-TOT-JUROS-LOJA
           DISPLAY 'ESCOLA - MULTA: ' WS-TOT-MULTA-ESCOLA
               ' JUROS: ' WS-TOT-JUROS-ESCOLA

           GO TO MENU-RECEBER-PROCEDURE.

       CLASSIFICA-AGING-PROCEDURE.
           COMPUTE WS-SALDO-ABERTO = CR-VALOR-TOTAL - CR-VALOR-PAGO
           IF WS-SALDO-ABERTO EQUAL ZEROS
           END-IF.

       COPY FERPRC.
       COPY ENCPRC.
       COPY BXTPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
