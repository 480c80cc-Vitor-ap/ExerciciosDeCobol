
           COPY MANIFSEL.

           COPY BXTSEL.

           COPY AUDITSEL.

       DATA DIVISION.
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

           FD REMESSA.
       01 REG-REMESSA.

           COPY MANIFFD.

           COPY BXTFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-LINHA-TRAILER          PIC X(050) VALUE SPACES.

       COPY MANIFWS.
       COPY BXTWS.
       COPY AUDITWS.
       COPY FSMSGWS.

           STOP RUN.

       GERA-REMESSA.
           MOVE "REMESSA-BANCO" TO WS-MAN-INTERFACE
           PERFORM VERIFICA-AMBIENTE-INTERFACE-PROCEDURE
           IF WS-MAN-BLOQUEADA EQUAL "S"
               GO TO MENU-REMESSA-PROCEDURE
           END-IF

           DISPLAY "INFORME A COMPETENCIA (AAAAMM - 000000 P/ TODAS): "
           ACCEPT WS-COMPETENCIA

                       MOVE MEN-COMPETENCIA TO RMS-COMPETENCIA
                       MOVE MEN-NOME TO RMS-NOME
                       MOVE MEN-DATA-VENCIMENTO TO RMS-VENCIMENTO
                       COMPUTE RMS-VALOR = MEN-VALOR
                           + MEN-VALOR-TRANSPORTE - MEN-VALOR-PAGO
                       WRITE REG-REMESSA
                       ADD 1 TO WS-QTDE-REMESSA
                       ADD RMS-VALOR TO WS-TOTAL-REMESSA
               IF MEN-STATUS EQUAL "PAGO"
                   MOVE "MENSALIDADE JA PAGA" TO WS-MOTIVO
               ELSE
                   COMPUTE WS-SALDO-MEN = MEN-VALOR
                       + MEN-VALOR-TRANSPORTE - MEN-VALOR-PAGO
                   IF RET-VALOR-PAGO NOT EQUAL WS-SALDO-MEN
                       MOVE "VALOR DIVERGENTE DO SALDO" TO WS-MOTIVO
                   END-IF
           ELSE
               ADD RET-VALOR-PAGO TO MEN-VALOR-PAGO
               MOVE RET-DATA-PAGAMENTO TO MEN-DATA-PAGAMENTO
               IF RET-VALOR-PAGO NOT LESS THAN WS-SALDO-MEN
                   MOVE "PAGO" TO MEN-STATUS
               ELSE
                   MOVE "PARCIAL" TO MEN-STATUS
               MOVE "BAIXA-RET" TO WS-AUD-OPERACAO
               MOVE RET-NOSSO-NUMERO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE

               MOVE "MEN" TO WS-BXT-ORIGEM
               MOVE SPACES TO WS-BXT-CHAVE
               STRING MEN-RGM "-" MEN-COMPETENCIA
                   DELIMITED BY SIZE INTO WS-BXT-CHAVE
               MOVE RET-DATA-PAGAMENTO TO WS-BXT-DATA-PAGAMENTO
               MOVE RET-VALOR-PAGO TO WS-BXT-VALOR
               PERFORM GRAVA-BAIXA-TITULO-PROCEDURE
           END-IF.

       COPY MANIFPRC.
       COPY BXTPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
