       CARREGA-ENCARGOS-PARAM-PROCEDURE.
           MOVE ZEROS TO WS-ENC-PERC-MULTA
           MOVE ZEROS TO WS-ENC-PERC-JUROS-DIA
           MOVE ZEROS TO WS-ENC-DIAS-CARENCIA

           MOVE ZEROS TO WS-FS-ENCPARAM
           OPEN INPUT ENCARGOS-PARAM
           IF WS-FS-ENCPARAM EQUAL ZEROS
               PERFORM UNTIL WS-FS-ENCPARAM EQUAL 10
                   READ ENCARGOS-PARAM
                       AT END
                       MOVE 10 TO WS-FS-ENCPARAM
                       NOT AT END
                       IF EPR-ORIGEM EQUAL WS-ENC-ORIGEM
                           MOVE EPR-PERC-MULTA TO WS-ENC-PERC-MULTA
                           MOVE EPR-PERC-JUROS-DIA
                               TO WS-ENC-PERC-JUROS-DIA
                           MOVE EPR-DIAS-CARENCIA
                               TO WS-ENC-DIAS-CARENCIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-PARAM
           END-IF
           .

      * VENCIMENTO EM FERIADO OU FIM DE SEMANA ROLA PARA O PROXIMO DIA
      * UTIL; DENTRO DA CARENCIA NAO HA ENCARGO, DEPOIS DELA A MULTA E
      * OS JUROS CONTAM DESDE O VENCIMENTO
       CALCULA-ENCARGOS-PROCEDURE.
           MOVE ZEROS TO WS-ENC-MULTA
           MOVE ZEROS TO WS-ENC-JUROS
           MOVE ZEROS TO WS-ENC-DIAS-ATRASO

           MOVE WS-ENC-VENCIMENTO TO WS-FER-DATA-TESTE
           PERFORM ROLA-DIA-UTIL-PROCEDURE
           COMPUTE WS-ENC-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-ENC-DATA-PAGAMENTO) -
               FUNCTION INTEGER-OF-DATE(WS-FER-DATA-TESTE)

           IF WS-ENC-DIAS-ATRASO GREATER THAN WS-ENC-DIAS-CARENCIA
               COMPUTE WS-ENC-MULTA ROUNDED =
                   WS-ENC-BASE * WS-ENC-PERC-MULTA / 100
               COMPUTE WS-ENC-JUROS ROUNDED =
                   WS-ENC-BASE * WS-ENC-PERC-JUROS-DIA / 100
                   * WS-ENC-DIAS-ATRASO
           END-IF

           IF WS-ENC-DIAS-ATRASO LESS THAN ZEROS
               MOVE ZEROS TO WS-ENC-DIAS-ATRASO
           END-IF

           COMPUTE WS-ENC-TOTAL =
               WS-ENC-BASE + WS-ENC-MULTA + WS-ENC-JUROS
           .

       GRAVA-ENCARGOS-PROCEDURE.
           IF WS-ENC-MULTA GREATER THAN ZEROS
               OR WS-ENC-JUROS GREATER THAN ZEROS
               MOVE ZEROS TO WS-FS-ENCARGOS
               OPEN EXTEND ENCARGOS-FINANCEIROS
               IF WS-FS-ENCARGOS EQUAL 35
                   OPEN OUTPUT ENCARGOS-FINANCEIROS
               END-IF

               MOVE WS-ENC-ORIGEM         TO ENC-ORIGEM
               MOVE WS-ENC-CHAVE          TO ENC-CHAVE
               MOVE WS-ENC-VENCIMENTO     TO ENC-DATA-VENCIMENTO
               MOVE WS-ENC-DATA-PAGAMENTO TO ENC-DATA-PAGAMENTO
               MOVE WS-ENC-DIAS-ATRASO    TO ENC-DIAS-ATRASO
               MOVE WS-ENC-BASE           TO ENC-VALOR-PRINCIPAL
               MOVE WS-ENC-MULTA          TO ENC-VALOR-MULTA
               MOVE WS-ENC-JUROS          TO ENC-VALOR-JUROS
               WRITE REG-ENCARGO

               CLOSE ENCARGOS-FINANCEIROS
           END-IF
           .
