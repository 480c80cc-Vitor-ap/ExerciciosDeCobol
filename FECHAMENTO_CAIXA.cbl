
       COPY CAIXASEL.

       COPY PCRSEL.

       COPY CRLSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       COPY CAIXAFD.

       COPY PCRFD.

       COPY CRLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-DIFERENCA         PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTDE-PEDIDOS-DIA  PIC 9(05) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-FS-PEDCRED        PIC 99.
       77 WS-FS-CREDLOJA       PIC 99.
       77 WS-VALOR-PAGTO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-TIPO-PAGTO        PIC X(08) VALUE SPACES.

       01 WS-TOTAIS-DIA.
           03 WS-TOT-DINHEIRO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-PIX           PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-PRAZO         PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-CHEQUE        PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-CREDITO       PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-VALES         PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-GERAL         PIC 9(11)V99 VALUE ZEROS.

       COPY AUDITWS.
           MOVE ZEROS TO WS-TOT-PIX
           MOVE ZEROS TO WS-TOT-PRAZO
           MOVE ZEROS TO WS-TOT-CHEQUE
           MOVE ZEROS TO WS-TOT-CREDITO
           MOVE ZEROS TO WS-TOT-VALES
           MOVE ZEROS TO WS-TOT-GERAL
           MOVE ZEROS TO WS-QTDE-PEDIDOS-DIA

               GO TO MENU-CAIXA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PEDCRED
           OPEN INPUT PEDIDOS-CREDITO

           PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
               READ PEDIDOS NEXT RECORD
                   AT END
           END-PERFORM

           CLOSE PEDIDOS
           IF WS-FS-PEDCRED EQUAL ZEROS
               CLOSE PEDIDOS-CREDITO
           END-IF

           PERFORM ACUMULA-VALES-PRESENTE-PROCEDURE

           DISPLAY ' '
           DISPLAY '----- FECHAMENTO DO DIA ' WS-DATA-FECHAMENTO
           DISPLAY 'TOTAL PIX.........: ' WS-TOT-PIX
           DISPLAY 'TOTAL A PRAZO.....: ' WS-TOT-PRAZO
           DISPLAY 'TOTAL EM CHEQUES..: ' WS-TOT-CHEQUE
           DISPLAY 'CREDITO DE LOJA...: ' WS-TOT-CREDITO
           DISPLAY 'VALES-PRESENTE....: ' WS-TOT-VALES
           DISPLAY 'TOTAL GERAL.......: ' WS-TOT-GERAL

           DISPLAY 'INFORME O VALOR CONTADO NA GAVETA: '
           ADD 1 TO WS-QTDE-PEDIDOS-DIA
           ADD PV-VALOR-TOTAL TO WS-TOT-GERAL

           MOVE PV-VALOR-TOTAL TO WS-VALOR-PAGTO
           MOVE PV-TIPO-PAGAMENTO TO WS-TIPO-PAGTO
           IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
               PERFORM SEPARA-CREDITO-LOJA-PROCEDURE
           END-IF

           PERFORM SOMA-TIPO-PAGAMENTO-PROCEDURE.

      * PEDIDO PAGO COM CREDITO DE LOJA - O CREDITO NAO ENTRA NO CAIXA,
      * SO O RESTANTE, NA FORMA DE PAGAMENTO INFORMADA NO PEDIDO
       SEPARA-CREDITO-LOJA-PROCEDURE.
           MOVE PV-VALOR-TOTAL TO PCR-VALOR-CREDITO
           MOVE SPACES TO PCR-TIPO-RESTANTE
           IF WS-FS-PEDCRED EQUAL ZEROS
               MOVE CODIGO-PEDIDO TO PCR-CODIGO-PEDIDO
               READ PEDIDOS-CREDITO RECORD
                   KEY IS PCR-CODIGO-PEDIDO
                   INVALID KEY
                   MOVE PV-VALOR-TOTAL TO PCR-VALOR-CREDITO
                   MOVE SPACES TO PCR-TIPO-RESTANTE
               END-READ
               MOVE ZEROS TO WS-FS-PEDCRED
           END-IF
           IF PCR-VALOR-CREDITO GREATER THAN PV-VALOR-TOTAL
               MOVE PV-VALOR-TOTAL TO PCR-VALOR-CREDITO
           END-IF
           ADD PCR-VALOR-CREDITO TO WS-TOT-CREDITO
           SUBTRACT PCR-VALOR-CREDITO FROM WS-VALOR-PAGTO
           MOVE PCR-TIPO-RESTANTE TO WS-TIPO-PAGTO.

       SOMA-TIPO-PAGAMENTO-PROCEDURE.
           IF WS-TIPO-PAGTO EQUAL 'DINHEIRO'
               ADD WS-VALOR-PAGTO TO WS-TOT-DINHEIRO
           ELSE IF WS-TIPO-PAGTO EQUAL 'CARTAO'
               ADD WS-VALOR-PAGTO TO WS-TOT-CARTAO
           ELSE IF WS-TIPO-PAGTO EQUAL 'PIX'
               ADD WS-VALOR-PAGTO TO WS-TOT-PIX
           ELSE IF WS-TIPO-PAGTO EQUAL 'CHEQUE'
               ADD WS-VALOR-PAGTO TO WS-TOT-CHEQUE
           ELSE
               ADD WS-VALOR-PAGTO TO WS-TOT-PRAZO
           END-IF.

      * VALES-PRESENTE VENDIDOS NO BALCAO NO DIA DO FECHAMENTO
       ACUMULA-VALES-PRESENTE-PROCEDURE.
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN INPUT CREDITO-LOJA
           IF WS-FS-CREDLOJA EQUAL ZEROS
               PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
                   READ CREDITO-LOJA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CREDLOJA
                       NOT AT END
                       IF CRL-ORIGEM EQUAL 'VP'
                           AND CRL-DATA-EMISSAO EQUAL
                               WS-DATA-FECHAMENTO
                           ADD CRL-VALOR-ORIGINAL TO WS-TOT-VALES
                           ADD CRL-VALOR-ORIGINAL TO WS-TOT-GERAL
                           MOVE CRL-VALOR-ORIGINAL TO WS-VALOR-PAGTO
                           MOVE CRL-TIPO-PAGAMENTO TO WS-TIPO-PAGTO
                           PERFORM SOMA-TIPO-PAGAMENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITO-LOJA
           END-IF.

       COPY AUDITPRC.
