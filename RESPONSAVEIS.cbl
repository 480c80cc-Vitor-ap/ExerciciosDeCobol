           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

           COPY AUDITFD.

       01 WS-RESP-BUSCA             PIC 9(004) VALUE ZEROS.
       01 WS-COMPETENCIA            PIC 9(006) VALUE ZEROS.
       01 WS-TOTAL-EXTRATO          PIC 9(009)V99 VALUE ZEROS.
       01 WS-TOTAL-TRANSPORTE       PIC 9(009)V99 VALUE ZEROS.
       01 WS-QTDE-FILHOS            PIC 9(002) VALUE ZEROS.
       01 WS-SALDO-MEN              PIC 9(007)V99 VALUE ZEROS.

           CLOSE RESPONSAVEIS

           MOVE ZEROS TO WS-TOTAL-EXTRATO
           MOVE ZEROS TO WS-TOTAL-TRANSPORTE
           MOVE ZEROS TO WS-QTDE-FILHOS

           MOVE ZEROS TO WS-FS-ALUNORESP

           DISPLAY " "
           DISPLAY "ALUNOS NO EXTRATO: " WS-QTDE-FILHOS
           IF WS-TOTAL-TRANSPORTE GREATER THAN ZEROS
               DISPLAY "TRANSPORTE.......: " WS-TOTAL-TRANSPORTE
           END-IF
           DISPLAY "TOTAL EM ABERTO..: " WS-TOTAL-EXTRATO
           GO TO MENU-RESP-PROCEDURE.

                   "COMPETENCIA"
               NOT INVALID KEY
               ADD 1 TO WS-QTDE-FILHOS
               COMPUTE WS-SALDO-MEN = MEN-VALOR + MEN-VALOR-TRANSPORTE
                   - MEN-VALOR-PAGO
               ADD WS-SALDO-MEN TO WS-TOTAL-EXTRATO
               ADD MEN-VALOR-TRANSPORTE TO WS-TOTAL-TRANSPORTE
               DISPLAY "RGM " MEN-RGM " " MEN-NOME
                   " VALOR " MEN-VALOR
                   " SALDO " WS-SALDO-MEN
                   " " MEN-STATUS
               IF MEN-VALOR-TRANSPORTE GREATER THAN ZEROS
                   DISPLAY "    TRANSPORTE ESCOLAR "
                       MEN-VALOR-TRANSPORTE
               END-IF
           END-READ.

       COPY AUDITPRC.
