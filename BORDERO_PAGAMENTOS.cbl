      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDERO-PAGAMENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CPAGSEL.

           SELECT  BORDERO ASSIGN TO WS-ARQ-BORDERO-PAGAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BORDERO.

           SELECT  RETORNO-PAGTO ASSIGN TO WS-ARQ-RETORNO-PAGAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RETORNO.

           SELECT  RETORNO-REJEITOS ASSIGN TO WS-ARQ-RETORNO-PAGTO-REJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REJEITOS.

           COPY MANIFSEL.

           COPY BXTSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CPAGFD.

           FD BORDERO.
       01 REG-BORDERO.
           03  BRD-TIPO              PIC X(001).
           03  BRD-CHAVE.
               05  BRD-FORNECEDOR    PIC 9(003).
               05  BRD-NUM-NOTA      PIC X(010).
           03  BRD-NOME              PIC X(025).
           03  BRD-VENCIMENTO        PIC 9(008).
           03  BRD-VALOR             PIC 9(011)V99.

           FD RETORNO-PAGTO.
       01 REG-RETORNO-PAGTO.
           03  RTP-CHAVE.
               05  RTP-FORNECEDOR    PIC 9(003).
               05  RTP-NUM-NOTA      PIC X(010).
           03  RTP-DATA-PAGAMENTO    PIC 9(008).
           03  RTP-VALOR-PAGO        PIC 9(009)V99.
           03  RTP-OCORRENCIA        PIC X(002).
           03  RTP-MOTIVO-BANCO      PIC X(030).

           FD RETORNO-REJEITOS.
       01 REG-RETORNO-REJEITO        PIC X(080).

           COPY MANIFFD.

           COPY BXTFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-CPAGAR              PIC 99.
       01 WS-FS-BORDERO             PIC 99.
       01 WS-FS-RETORNO             PIC 99.
       01 WS-FS-REJEITOS            PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-DATA-LIMITE            PIC 9(008) VALUE ZEROS.
       01 WS-APROVACAO              PIC X(001) VALUE SPACES.
       01 WS-RESPOSTA               PIC X(001) VALUE SPACES.
       01 WS-IDX                    PIC 9(004) VALUE ZEROS.
       01 WS-QTDE-REMESSA           PIC 9(005) VALUE ZEROS.
       01 WS-TOTAL-REMESSA          PIC 9(011)V99 VALUE ZEROS.
       01 WS-TOTAL-SELECIONADO      PIC 9(011)V99 VALUE ZEROS.
       01 WS-QTDE-LIDAS             PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-BAIXADAS          PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS        PIC 9(005) VALUE ZEROS.
       01 WS-TOTAL-BAIXADO          PIC 9(011)V99 VALUE ZEROS.
       01 WS-SALDO-TITULO           PIC 9(009)V99 VALUE ZEROS.
       01 WS-MOTIVO                 PIC X(030) VALUE SPACES.
       01 WS-LINHA-REJEITO          PIC X(080) VALUE SPACES.

       01 WS-TAB-TITULOS.
           03 WS-TIT-QTDE               PIC 9(004) VALUE ZEROS.
           03 WS-TIT-ITEM OCCURS 500 TIMES.
               05 WS-TIT-FORNECEDOR     PIC 9(003).
               05 WS-TIT-NUM-NOTA       PIC X(010).
               05 WS-TIT-NOME           PIC X(025).
               05 WS-TIT-VENCIMENTO     PIC 9(008).
               05 WS-TIT-SALDO          PIC 9(009)V99.
               05 WS-TIT-APROVADO       PIC X(001).

       COPY MANIFWS.
       COPY BXTWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-BORDERO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-BORDERO-REPROMPT.

           DISPLAY " "
           DISPLAY "---------BORDERO DE PAGAMENTOS A FORNECEDORES -----"
           DISPLAY "B - GERAR BORDERO DOS TITULOS A VENCER"
           DISPLAY "T - PROCESSAR RETORNO DO BANCO"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO B OU T... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "B"
               GO TO GERA-BORDERO
               ELSE IF WS-OPC IS EQUAL TO "T"
               GO TO PROCESSA-RETORNO
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-BORDERO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       GERA-BORDERO.
           MOVE "BORDERO-PAGTO" TO WS-MAN-INTERFACE
           PERFORM VERIFICA-AMBIENTE-INTERFACE-PROCEDURE
           IF WS-MAN-BLOQUEADA EQUAL "S"
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           DISPLAY "INFORME A DATA LIMITE DE VENCIMENTO (AAAAMMDD): "
           ACCEPT WS-DATA-LIMITE

           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CONTAS A PAGAR"
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-TIT-QTDE
           MOVE ZEROS TO WS-TOTAL-SELECIONADO

           DISPLAY " "
           DISPLAY "ITEM FORN NOTA       FORNECEDOR                "
               "VENCIMENTO SALDO"

           PERFORM UNTIL WS-FS-CPAGAR EQUAL 10
               READ CONTAS-PAGAR NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CPAGAR
                   NOT AT END
                   IF (CP-STATUS EQUAL "ABERTO"
                       OR CP-STATUS EQUAL "PARCIAL")
                       AND CP-DATA-VENCIMENTO NOT GREATER THAN
                           WS-DATA-LIMITE
                       PERFORM SELECIONA-TITULO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CONTAS-PAGAR

           IF WS-TIT-QTDE EQUAL ZEROS
               DISPLAY "NENHUM TITULO EM ABERTO ATE " WS-DATA-LIMITE
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           DISPLAY " "
           DISPLAY "TITULOS SELECIONADOS: " WS-TIT-QTDE
           DISPLAY "VALOR SELECIONADO...: " WS-TOTAL-SELECIONADO
           DISPLAY "APROVAR: T - TODOS  I - ITEM A ITEM  N - CANCELAR"
           ACCEPT WS-APROVACAO

           IF WS-APROVACAO EQUAL "T"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-TIT-QTDE
                   MOVE "S" TO WS-TIT-APROVADO(WS-IDX)
               END-PERFORM
           ELSE IF WS-APROVACAO EQUAL "I"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-TIT-QTDE
                   DISPLAY WS-TIT-FORNECEDOR(WS-IDX) " "
                       WS-TIT-NUM-NOTA(WS-IDX) " "
                       WS-TIT-NOME(WS-IDX) " "
                       WS-TIT-SALDO(WS-IDX)
                   DISPLAY "PAGAR ESTE TITULO? (S/N): "
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA EQUAL "S"
                       MOVE "S" TO WS-TIT-APROVADO(WS-IDX)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "BORDERO CANCELADO - NADA GRAVADO"
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-BORDERO
           OPEN OUTPUT BORDERO
           IF WS-FS-BORDERO NOT EQUAL ZEROS
               DISPLAY "ERRO AO CRIAR O ARQUIVO DO BORDERO"
               MOVE WS-FS-BORDERO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-REMESSA
           MOVE ZEROS TO WS-TOTAL-REMESSA

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-TIT-QTDE
               IF WS-TIT-APROVADO(WS-IDX) EQUAL "S"
                   MOVE "D" TO BRD-TIPO
                   MOVE WS-TIT-FORNECEDOR(WS-IDX) TO BRD-FORNECEDOR
                   MOVE WS-TIT-NUM-NOTA(WS-IDX) TO BRD-NUM-NOTA
                   MOVE WS-TIT-NOME(WS-IDX) TO BRD-NOME
                   MOVE WS-TIT-VENCIMENTO(WS-IDX) TO BRD-VENCIMENTO
                   MOVE WS-TIT-SALDO(WS-IDX) TO BRD-VALOR
                   WRITE REG-BORDERO
                   ADD 1 TO WS-QTDE-REMESSA
                   ADD BRD-VALOR TO WS-TOTAL-REMESSA
               END-IF
           END-PERFORM

           MOVE "T" TO BRD-TIPO
           MOVE ZEROS TO BRD-FORNECEDOR
           MOVE SPACES TO BRD-NUM-NOTA
           MOVE SPACES TO BRD-NOME
           STRING "TITULOS " WS-QTDE-REMESSA
               DELIMITED BY SIZE INTO BRD-NOME
           MOVE WS-DATA-LIMITE TO BRD-VENCIMENTO
           MOVE WS-TOTAL-REMESSA TO BRD-VALOR
           WRITE REG-BORDERO

           CLOSE BORDERO

           MOVE "BORDERO-PAGTO" TO WS-MAN-INTERFACE
           MOVE WS-QTDE-REMESSA TO WS-MAN-QTDE
           MOVE WS-TOTAL-REMESSA TO WS-MAN-HASH
           MOVE "BORDERO-PAGAMENTOS" TO WS-MAN-PROGRAMA
           MOVE "N" TO WS-MAN-REEMISSAO
           PERFORM GRAVA-MANIFESTO-PROCEDURE

           DISPLAY "TITULOS NO BORDERO: " WS-QTDE-REMESSA
           DISPLAY "VALOR DO BORDERO..: " WS-TOTAL-REMESSA
           DISPLAY "ARQUIVO GRAVADO EM bordero-pagamentos.txt"

           MOVE "BORDERO-PAGTO" TO WS-AUD-PROGRAMA
           MOVE "BORDERO" TO WS-AUD-OPERACAO
           MOVE WS-DATA-LIMITE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-BORDERO-PROCEDURE.

       SELECIONA-TITULO-PROCEDURE.
           IF WS-TIT-QTDE NOT LESS THAN 500
               DISPLAY "LIMITE DE 500 TITULOS POR BORDERO - NOTA "
                   CP-NUM-NOTA " FICA PARA O PROXIMO"
           ELSE
               ADD 1 TO WS-TIT-QTDE
               MOVE CP-FORNECEDOR TO WS-TIT-FORNECEDOR(WS-TIT-QTDE)
               MOVE CP-NUM-NOTA TO WS-TIT-NUM-NOTA(WS-TIT-QTDE)
               MOVE CP-NOME-FORNECEDOR TO WS-TIT-NOME(WS-TIT-QTDE)
               MOVE CP-DATA-VENCIMENTO
                   TO WS-TIT-VENCIMENTO(WS-TIT-QTDE)
               COMPUTE WS-TIT-SALDO(WS-TIT-QTDE) =
                   CP-VALOR-TOTAL - CP-VALOR-PAGO
               MOVE "N" TO WS-TIT-APROVADO(WS-TIT-QTDE)
               ADD WS-TIT-SALDO(WS-TIT-QTDE) TO WS-TOTAL-SELECIONADO
               DISPLAY WS-TIT-QTDE " " CP-FORNECEDOR " " CP-NUM-NOTA
                   " " CP-NOME-FORNECEDOR " " CP-DATA-VENCIMENTO " "
                   WS-TIT-SALDO(WS-TIT-QTDE)
           END-IF.

      * OCORRENCIA "00" = PAGAMENTO EFETUADO; QUALQUER OUTRA E REJEICAO
      * DO BANCO E VAI PARA O RELATORIO DE EXCECOES
       PROCESSA-RETORNO.
           MOVE ZEROS TO WS-FS-RETORNO
           OPEN INPUT RETORNO-PAGTO
           IF WS-FS-RETORNO NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RETORNO"
               MOVE WS-FS-RETORNO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CONTAS A PAGAR"
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE RETORNO-PAGTO
               GO TO MENU-BORDERO-PROCEDURE
           END-IF

           OPEN OUTPUT RETORNO-REJEITOS

           MOVE ZEROS TO WS-QTDE-LIDAS
           MOVE ZEROS TO WS-QTDE-BAIXADAS
           MOVE ZEROS TO WS-QTDE-REJEITADAS
           MOVE ZEROS TO WS-TOTAL-BAIXADO

           PERFORM UNTIL WS-FS-RETORNO EQUAL 10
               READ RETORNO-PAGTO
                   AT END MOVE 10 TO WS-FS-RETORNO
                   NOT AT END
                   ADD 1 TO WS-QTDE-LIDAS
                   PERFORM BAIXA-UMA-LINHA-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE RETORNO-REJEITOS
           CLOSE CONTAS-PAGAR
           CLOSE RETORNO-PAGTO

           DISPLAY " "
           DISPLAY "----- RESUMO DO RETORNO DE PAGAMENTOS -----"
           DISPLAY "LINHAS LIDAS.......: " WS-QTDE-LIDAS
           DISPLAY "TITULOS BAIXADOS...: " WS-QTDE-BAIXADAS
           DISPLAY "LINHAS REJEITADAS..: " WS-QTDE-REJEITADAS
           DISPLAY "TOTAL DEBITADO.....: " WS-TOTAL-BAIXADO
           IF WS-QTDE-REJEITADAS GREATER THAN ZEROS
               DISPLAY "VERIFIQUE retorno-pagamentos-rejeitos.txt"
           END-IF
           DISPLAY "CONFIRA O TOTAL CONTRA O DEBITO DO BANCO"

           GO TO MENU-BORDERO-PROCEDURE.

       BAIXA-UMA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-MOTIVO

           IF RTP-OCORRENCIA NOT EQUAL "00"
               MOVE SPACES TO WS-MOTIVO
               STRING "BANCO " RTP-OCORRENCIA " " RTP-MOTIVO-BANCO
                   DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
               MOVE RTP-FORNECEDOR TO CP-FORNECEDOR
               MOVE RTP-NUM-NOTA TO CP-NUM-NOTA
               READ CONTAS-PAGAR RECORD
                   KEY IS CP-CHAVE
                   INVALID KEY
                   MOVE "TITULO NAO ENCONTRADO" TO WS-MOTIVO
                   NOT INVALID KEY
                   IF CP-STATUS EQUAL "QUITADO"
                       MOVE "TITULO JA QUITADO" TO WS-MOTIVO
                   ELSE IF CP-STATUS EQUAL "CANCELADO"
                       MOVE "TITULO CANCELADO" TO WS-MOTIVO
                   ELSE IF CP-STATUS EQUAL "BLOQUEADO"
                       MOVE "TITULO BLOQUEADO (DIVERGENCIA)"
                           TO WS-MOTIVO
                   ELSE
                       COMPUTE WS-SALDO-TITULO =
                           CP-VALOR-TOTAL - CP-VALOR-PAGO
                       IF RTP-VALOR-PAGO EQUAL ZEROS
                           OR RTP-VALOR-PAGO GREATER WS-SALDO-TITULO
                           MOVE "VALOR DIVERGENTE DO SALDO"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-READ
           END-IF

           IF WS-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE SPACES TO WS-LINHA-REJEITO
               STRING RTP-FORNECEDOR " " RTP-NUM-NOTA " "
                   RTP-VALOR-PAGO " " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA-REJEITO
               WRITE REG-RETORNO-REJEITO FROM WS-LINHA-REJEITO
           ELSE
               ADD RTP-VALOR-PAGO TO CP-VALOR-PAGO
               MOVE RTP-DATA-PAGAMENTO TO CP-DATA-ULT-PAGTO
               IF CP-VALOR-PAGO EQUAL CP-VALOR-TOTAL
                   MOVE "QUITADO" TO CP-STATUS
               ELSE
                   MOVE "PARCIAL" TO CP-STATUS
               END-IF
               REWRITE REG-CPAGAR
               END-REWRITE

               ADD 1 TO WS-QTDE-BAIXADAS
               ADD RTP-VALOR-PAGO TO WS-TOTAL-BAIXADO

               MOVE "BORDERO-PAGTO" TO WS-AUD-PROGRAMA
               MOVE "BAIXA-RET" TO WS-AUD-OPERACAO
               MOVE RTP-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE

               MOVE "PAG" TO WS-BXT-ORIGEM
               MOVE SPACES TO WS-BXT-CHAVE
               STRING CP-FORNECEDOR "-" CP-NUM-NOTA
                   DELIMITED BY SIZE INTO WS-BXT-CHAVE
               MOVE RTP-DATA-PAGAMENTO TO WS-BXT-DATA-PAGAMENTO
               MOVE RTP-VALOR-PAGO TO WS-BXT-VALOR
               PERFORM GRAVA-BAIXA-TITULO-PROCEDURE
           END-IF.

       COPY MANIFPRC.
       COPY BXTPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM BORDERO-PAGAMENTOS.
