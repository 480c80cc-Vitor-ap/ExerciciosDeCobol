      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACAO-BANCARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY EXTSEL.

       COPY CRECSEL.

       COPY CPAGSEL.

       COPY CHEQSEL.

       COPY ENCSEL.

       COPY BXTSEL.

           SELECT  MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY EXTFD.

       COPY CRECFD.

       COPY CPAGFD.

       COPY CHEQFD.

       COPY ENCFD.

       COPY BXTFD.

           FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03  MEN-CHAVE.
               05  MEN-RGM           PIC 9(005).
               05  MEN-COMPETENCIA   PIC 9(006).
           03  MEN-NOME              PIC A(020).
           03  MEN-DATA-VENCIMENTO   PIC 9(008).
           03  MEN-VALOR             PIC 9(007)V99.
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-EXTRATO        PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-FS-CPAGAR         PIC 99.
       77 WS-FS-CHEQUES        PIC 99.
       77 WS-FS-MENSALIDADES   PIC 99.
       77 WS-FS-ENCARGOS       PIC 99.
       77 WS-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WS-TOLERANCIA        PIC 9(02) VALUE ZEROS.
       77 WS-SALDO-INICIAL     PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-BANCO       PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-LIVROS      PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIAS-EXTRATO      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-DIFERENCA    PIC S9(07) VALUE ZEROS.
       77 WS-IDX               PIC 9(05) VALUE ZEROS.
       77 WS-IDX-ACHADO        PIC 9(05) VALUE ZEROS.
       77 WS-SIS-LIMITE        PIC 9(05) VALUE 3000.
       77 WS-BCO-LIMITE        PIC 9(05) VALUE 2000.
       77 WS-REF-TITULO        PIC X(08) VALUE SPACES.
       77 WS-PAGO-EM-CHEQUE    PIC X(01) VALUE 'N'.
       77 WS-CHAVE-TITULO      PIC X(20) VALUE SPACES.
       77 WS-DATA-BAIXA        PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-BAIXA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-ORIGEM-BUSCA      PIC X(03) VALUE SPACES.
       77 WS-TITULO-CARREGADO  PIC X(01) VALUE 'N'.
       77 WS-QTDE-CONCILIADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PEND-BANCO   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PEND-SISTEMA PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EXTRATO      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-EXT-CREDITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-EXT-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-SIS-CREDITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-SIS-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PEND-BANCO    PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-PEND-SISTEMA  PIC S9(11)V99 VALUE ZEROS.

      * LANCAMENTOS DO SISTEMA NO PERIODO - ORIGEM REC/CHQ/MEN/PAG
      * SITUACAO: N = PENDENTE, S = CONCILIADO, X = FORA DO BANCO
       01 WS-TAB-SISTEMA.
           03 WS-SIS-QTDE              PIC 9(05) VALUE ZEROS.
           03 WS-SIS-ITEM OCCURS 3000 TIMES.
               05 WS-SIS-ORIGEM        PIC X(03).
               05 WS-SIS-TIPO          PIC X(01).
               05 WS-SIS-CHAVE         PIC X(20).
               05 WS-SIS-REF           PIC X(08).
               05 WS-SIS-DATA          PIC 9(08).
               05 WS-SIS-DIAS          PIC 9(07).
               05 WS-SIS-VALOR         PIC 9(09)V99.
               05 WS-SIS-SITUACAO      PIC X(01).

      * LINHAS DO EXTRATO SEM CORRESPONDENTE NO SISTEMA
       01 WS-TAB-BANCO.
           03 WS-BCO-QTDE              PIC 9(05) VALUE ZEROS.
           03 WS-BCO-ITEM OCCURS 2000 TIMES.
               05 WS-BCO-DATA          PIC 9(08).
               05 WS-BCO-TIPO          PIC X(01).
               05 WS-BCO-VALOR         PIC 9(09)V99.
               05 WS-BCO-DOCUMENTO     PIC X(15).
               05 WS-BCO-HISTORICO     PIC X(30).

       COPY BXTWS.
       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONCILIACAO BANCARIA -----'
           DISPLAY 'INFORME A DATA INICIAL DO EXTRATO (AAAAMMDD): '
           ACCEPT WS-DATA-INICIO
           DISPLAY 'INFORME A DATA FINAL DO EXTRATO (AAAAMMDD): '
           ACCEPT WS-DATA-FIM
           DISPLAY 'INFORME O SALDO INICIAL DO EXTRATO: '
           ACCEPT WS-SALDO-INICIAL
           DISPLAY 'TOLERANCIA DE DIAS ENTRE BAIXA E CREDITO (EX: 03): '
           ACCEPT WS-TOLERANCIA

           IF WS-DATA-FIM LESS THAN WS-DATA-INICIO
               DISPLAY 'PERIODO INVALIDO - FINAL ANTERIOR A INICIAL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-SIS-QTDE
           MOVE ZEROS TO WS-BCO-QTDE

           PERFORM CARREGA-CHEQUES-PROCEDURE
           PERFORM CARREGA-BAIXAS-PROCEDURE
           PERFORM CARREGA-RECEBIMENTOS-PROCEDURE
           PERFORM CARREGA-MENSALIDADES-PROCEDURE
           PERFORM SOMA-ENCARGOS-PROCEDURE
           PERFORM CARREGA-PAGAMENTOS-PROCEDURE

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'conciliacao-'
               WS-DATA-FIM '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'CONCILIACAO BANCARIA' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PERIODO ' WS-DATA-INICIO ' A ' WS-DATA-FIM
               ' TOLERANCIA ' WS-TOLERANCIA ' DIAS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM CONCILIA-EXTRATO-PROCEDURE
           PERFORM LISTA-PENDENTES-BANCO-PROCEDURE
           PERFORM LISTA-PENDENTES-SISTEMA-PROCEDURE
           PERFORM IMPRIME-SALDOS-PROCEDURE

           PERFORM FECHA-SPOOL-PROCEDURE

           MOVE 'CONCILIACAO' TO WS-AUD-PROGRAMA
           MOVE 'CONCILIA' TO WS-AUD-OPERACAO
           MOVE WS-DATA-FIM TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE 0 TO RETURN-CODE
           IF WS-DIFERENCA NOT EQUAL ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * CHEQUES VINCULADOS A TITULOS - SO OS DEPOSITADOS OU
      * COMPENSADOS NO PERIODO CHEGARAM AO BANCO; OS DEMAIS FICAM
      * NA TABELA APENAS PARA EXCLUIR O TITULO DA CONCILIACAO
       CARREGA-CHEQUES-PROCEDURE.
           MOVE ZEROS TO WS-FS-CHEQUES
           OPEN INPUT CHEQUES
           IF WS-FS-CHEQUES NOT EQUAL ZEROS
               DISPLAY 'CUSTODIA DE CHEQUES INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-CHEQUES EQUAL 10
                   READ CHEQUES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CHEQUES
                       NOT AT END
                       PERFORM CARREGA-UM-CHEQUE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.

       CARREGA-UM-CHEQUE-PROCEDURE.
           IF WS-SIS-QTDE NOT LESS THAN WS-SIS-LIMITE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - CHEQUE '
                   CHQ-CHAVE ' IGNORADO'
           ELSE
               ADD 1 TO WS-SIS-QTDE
               MOVE 'CHQ' TO WS-SIS-ORIGEM(WS-SIS-QTDE)
               MOVE 'C' TO WS-SIS-TIPO(WS-SIS-QTDE)
               MOVE SPACES TO WS-SIS-CHAVE(WS-SIS-QTDE)
               STRING CHQ-BANCO '-' CHQ-NUMERO
                   DELIMITED BY SIZE INTO WS-SIS-CHAVE(WS-SIS-QTDE)
               MOVE SPACES TO WS-SIS-REF(WS-SIS-QTDE)
               IF CHQ-NUM-NOTA-FISCAL GREATER THAN ZEROS
                   STRING CHQ-NUM-NOTA-FISCAL CHQ-PARCELA
                       DELIMITED BY SIZE INTO WS-SIS-REF(WS-SIS-QTDE)
               END-IF
               MOVE CHQ-BOM-PARA TO WS-SIS-DATA(WS-SIS-QTDE)
               COMPUTE WS-SIS-DIAS(WS-SIS-QTDE) =
                   FUNCTION INTEGER-OF-DATE(CHQ-BOM-PARA)
               MOVE CHQ-VALOR TO WS-SIS-VALOR(WS-SIS-QTDE)
               IF (CHQ-STATUS EQUAL 'DEPOSITADO'
                   OR CHQ-STATUS EQUAL 'COMPENSADO')
                   AND CHQ-BOM-PARA NOT LESS THAN WS-DATA-INICIO
                   AND CHQ-BOM-PARA NOT GREATER THAN WS-DATA-FIM
                   MOVE 'N' TO WS-SIS-SITUACAO(WS-SIS-QTDE)
                   ADD CHQ-VALOR TO WS-TOT-SIS-CREDITOS
               ELSE
                   MOVE 'X' TO WS-SIS-SITUACAO(WS-SIS-QTDE)
               END-IF
           END-IF.

       CARREGA-RECEBIMENTOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN INPUT CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
                   READ CRECEBER NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CRECEBER
                       NOT AT END
                       IF CR-VALOR-PAGO GREATER THAN ZEROS
                           AND CR-DATA-ULT-PAGTO NOT LESS THAN
                               WS-DATA-INICIO
                           AND CR-DATA-ULT-PAGTO NOT GREATER THAN
                               WS-DATA-FIM
                           PERFORM CARREGA-UM-RECEBIMENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CRECEBER
           END-IF.

      * CADA BAIXA PARCIAL OU TOTAL DE TITULO ENTRA PELO SEU PROPRIO
      * VALOR E DATA, COMO CHEGOU AO BANCO
       CARREGA-BAIXAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-BAIXAS
           OPEN INPUT BAIXAS-TITULOS
           IF WS-FS-BAIXAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-BAIXAS EQUAL 10
                   READ BAIXAS-TITULOS
                       AT END
                       MOVE 10 TO WS-FS-BAIXAS
                       NOT AT END
                       IF BXT-DATA-PAGAMENTO NOT LESS THAN
                           WS-DATA-INICIO
                           AND BXT-DATA-PAGAMENTO NOT GREATER THAN
                           WS-DATA-FIM
                           PERFORM CARREGA-UMA-BAIXA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BAIXAS-TITULOS
           END-IF.

       CARREGA-UMA-BAIXA-PROCEDURE.
           MOVE BXT-CHAVE TO WS-CHAVE-TITULO
           MOVE BXT-DATA-PAGAMENTO TO WS-DATA-BAIXA
           MOVE BXT-VALOR TO WS-VALOR-BAIXA
           IF BXT-ORIGEM EQUAL 'REC'
               MOVE SPACES TO WS-REF-TITULO
               STRING BXT-CHAVE(1:6) BXT-CHAVE(8:2)
                   DELIMITED BY SIZE INTO WS-REF-TITULO
               PERFORM INCLUI-RECEBIMENTO-PROCEDURE
           ELSE IF BXT-ORIGEM EQUAL 'PAG'
               PERFORM INCLUI-PAGAMENTO-PROCEDURE
           ELSE IF BXT-ORIGEM EQUAL 'MEN'
               PERFORM INCLUI-MENSALIDADE-PROCEDURE
           END-IF.

      * TITULO QUITADO ANTES DO REGISTRO DAS BAIXAS NAO TEM BAIXA NO
      * PERIODO; ENTRA PELO VALOR PAGO ACUMULADO, COMO ANTES
       CARREGA-UM-RECEBIMENTO-PROCEDURE.
           MOVE SPACES TO WS-CHAVE-TITULO
           STRING CR-NUM-NOTA-FISCAL '-' CR-PARCELA
               DELIMITED BY SIZE INTO WS-CHAVE-TITULO
           MOVE 'REC' TO WS-ORIGEM-BUSCA
           PERFORM PROCURA-TITULO-CARREGADO-PROCEDURE
           IF WS-TITULO-CARREGADO EQUAL 'N'
               MOVE SPACES TO WS-REF-TITULO
               STRING CR-NUM-NOTA-FISCAL CR-PARCELA
                   DELIMITED BY SIZE INTO WS-REF-TITULO
               MOVE CR-DATA-ULT-PAGTO TO WS-DATA-BAIXA
               MOVE CR-VALOR-PAGO TO WS-VALOR-BAIXA
               PERFORM INCLUI-RECEBIMENTO-PROCEDURE
           END-IF.

      * TITULO PAGO EM CHEQUE ENTRA NO BANCO PELO DEPOSITO DO CHEQUE
       INCLUI-RECEBIMENTO-PROCEDURE.
           MOVE 'N' TO WS-PAGO-EM-CHEQUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SIS-QTDE
               IF WS-SIS-ORIGEM(WS-IDX) EQUAL 'CHQ'
                   AND WS-SIS-REF(WS-IDX) EQUAL WS-REF-TITULO
                   MOVE 'S' TO WS-PAGO-EM-CHEQUE
               END-IF
           END-PERFORM

           IF WS-PAGO-EM-CHEQUE EQUAL 'S'
               CONTINUE
           ELSE IF WS-SIS-QTDE NOT LESS THAN WS-SIS-LIMITE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - TITULO '
                   WS-CHAVE-TITULO ' IGNORADO'
           ELSE
               ADD 1 TO WS-SIS-QTDE
               MOVE 'REC' TO WS-SIS-ORIGEM(WS-SIS-QTDE)
               MOVE 'C' TO WS-SIS-TIPO(WS-SIS-QTDE)
               MOVE WS-CHAVE-TITULO TO WS-SIS-CHAVE(WS-SIS-QTDE)
               MOVE WS-REF-TITULO TO WS-SIS-REF(WS-SIS-QTDE)
               MOVE WS-DATA-BAIXA TO WS-SIS-DATA(WS-SIS-QTDE)
               COMPUTE WS-SIS-DIAS(WS-SIS-QTDE) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BAIXA)
               MOVE WS-VALOR-BAIXA TO WS-SIS-VALOR(WS-SIS-QTDE)
               MOVE 'N' TO WS-SIS-SITUACAO(WS-SIS-QTDE)
               ADD WS-VALOR-BAIXA TO WS-TOT-SIS-CREDITOS
           END-IF.

       PROCURA-TITULO-CARREGADO-PROCEDURE.
           MOVE 'N' TO WS-TITULO-CARREGADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SIS-QTDE
               IF WS-SIS-ORIGEM(WS-IDX) EQUAL WS-ORIGEM-BUSCA
                   AND WS-SIS-CHAVE(WS-IDX) EQUAL WS-CHAVE-TITULO
                   MOVE 'S' TO WS-TITULO-CARREGADO
               END-IF
           END-PERFORM.

       CARREGA-MENSALIDADES-PROCEDURE.
           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN INPUT MENSALIDADES
           IF WS-FS-MENSALIDADES NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-MENSALIDADES EQUAL 10
                   READ MENSALIDADES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-MENSALIDADES
                       NOT AT END
                       IF MEN-VALOR-PAGO GREATER THAN ZEROS
                           AND MEN-DATA-PAGAMENTO NOT LESS THAN
                               WS-DATA-INICIO
                           AND MEN-DATA-PAGAMENTO NOT GREATER THAN
                               WS-DATA-FIM
                           PERFORM CARREGA-UMA-MENSALIDADE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF.

      * MENSALIDADE PAGA ANTES DO REGISTRO DAS BAIXAS NAO TEM BAIXA
      * NO PERIODO; ENTRA PELO VALOR PAGO ACUMULADO, COMO ANTES
       CARREGA-UMA-MENSALIDADE-PROCEDURE.
           MOVE SPACES TO WS-CHAVE-TITULO
           STRING MEN-RGM '-' MEN-COMPETENCIA
               DELIMITED BY SIZE INTO WS-CHAVE-TITULO
           MOVE 'MEN' TO WS-ORIGEM-BUSCA
           PERFORM PROCURA-TITULO-CARREGADO-PROCEDURE
           IF WS-TITULO-CARREGADO EQUAL 'N'
               MOVE MEN-DATA-PAGAMENTO TO WS-DATA-BAIXA
               MOVE MEN-VALOR-PAGO TO WS-VALOR-BAIXA
               PERFORM INCLUI-MENSALIDADE-PROCEDURE
           END-IF.

       INCLUI-MENSALIDADE-PROCEDURE.
           IF WS-SIS-QTDE NOT LESS THAN WS-SIS-LIMITE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - MENSALIDADE '
                   WS-CHAVE-TITULO ' IGNORADA'
           ELSE
               ADD 1 TO WS-SIS-QTDE
               MOVE 'MEN' TO WS-SIS-ORIGEM(WS-SIS-QTDE)
               MOVE 'C' TO WS-SIS-TIPO(WS-SIS-QTDE)
               MOVE WS-CHAVE-TITULO TO WS-SIS-CHAVE(WS-SIS-QTDE)
               MOVE SPACES TO WS-SIS-REF(WS-SIS-QTDE)
               MOVE WS-DATA-BAIXA TO WS-SIS-DATA(WS-SIS-QTDE)
               COMPUTE WS-SIS-DIAS(WS-SIS-QTDE) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BAIXA)
               MOVE WS-VALOR-BAIXA TO WS-SIS-VALOR(WS-SIS-QTDE)
               MOVE 'N' TO WS-SIS-SITUACAO(WS-SIS-QTDE)
               ADD WS-VALOR-BAIXA TO WS-TOT-SIS-CREDITOS
           END-IF.

      * MULTA E JUROS ENTRAM NO BANCO JUNTO COM O PRINCIPAL DA BAIXA
       SOMA-ENCARGOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-ENCARGOS
           OPEN INPUT ENCARGOS-FINANCEIROS
           IF WS-FS-ENCARGOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ENCARGOS EQUAL 10
                   READ ENCARGOS-FINANCEIROS
                       AT END
                       MOVE 10 TO WS-FS-ENCARGOS
                       NOT AT END
                       IF ENC-DATA-PAGAMENTO NOT LESS THAN
                           WS-DATA-INICIO
                           AND ENC-DATA-PAGAMENTO NOT GREATER THAN
                           WS-DATA-FIM
                           PERFORM SOMA-UM-ENCARGO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FINANCEIROS
           END-IF.

       SOMA-UM-ENCARGO-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SIS-QTDE
               IF (WS-SIS-ORIGEM(WS-IDX) EQUAL 'REC'
                   AND ENC-ORIGEM EQUAL 'LOJA')
                   OR (WS-SIS-ORIGEM(WS-IDX) EQUAL 'MEN'
                   AND ENC-ORIGEM EQUAL 'ESCOLA')
                   IF WS-SIS-CHAVE(WS-IDX) EQUAL ENC-CHAVE
                       AND WS-SIS-DATA(WS-IDX) EQUAL ENC-DATA-PAGAMENTO
                       ADD ENC-VALOR-MULTA TO WS-SIS-VALOR(WS-IDX)
                       ADD ENC-VALOR-JUROS TO WS-SIS-VALOR(WS-IDX)
                       ADD ENC-VALOR-MULTA TO WS-TOT-SIS-CREDITOS
                       ADD ENC-VALOR-JUROS TO WS-TOT-SIS-CREDITOS
                       MOVE WS-SIS-QTDE TO WS-IDX
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-PAGAMENTOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN INPUT CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'CONTAS A PAGAR INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-CPAGAR EQUAL 10
                   READ CONTAS-PAGAR NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CPAGAR
                       NOT AT END
                       IF CP-VALOR-PAGO GREATER THAN ZEROS
                           AND CP-DATA-ULT-PAGTO NOT LESS THAN
                               WS-DATA-INICIO
                           AND CP-DATA-ULT-PAGTO NOT GREATER THAN
                               WS-DATA-FIM
                           PERFORM CARREGA-UM-PAGAMENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR
           END-IF.

       CARREGA-UM-PAGAMENTO-PROCEDURE.
           MOVE SPACES TO WS-CHAVE-TITULO
           STRING CP-FORNECEDOR '-' CP-NUM-NOTA
               DELIMITED BY SIZE INTO WS-CHAVE-TITULO
           MOVE 'PAG' TO WS-ORIGEM-BUSCA
           PERFORM PROCURA-TITULO-CARREGADO-PROCEDURE
           IF WS-TITULO-CARREGADO EQUAL 'N'
               MOVE CP-DATA-ULT-PAGTO TO WS-DATA-BAIXA
               MOVE CP-VALOR-PAGO TO WS-VALOR-BAIXA
               PERFORM INCLUI-PAGAMENTO-PROCEDURE
           END-IF.

       INCLUI-PAGAMENTO-PROCEDURE.
           IF WS-SIS-QTDE NOT LESS THAN WS-SIS-LIMITE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - TITULO '
                   WS-CHAVE-TITULO ' IGNORADO'
           ELSE
               ADD 1 TO WS-SIS-QTDE
               MOVE 'PAG' TO WS-SIS-ORIGEM(WS-SIS-QTDE)
               MOVE 'D' TO WS-SIS-TIPO(WS-SIS-QTDE)
               MOVE WS-CHAVE-TITULO TO WS-SIS-CHAVE(WS-SIS-QTDE)
               MOVE SPACES TO WS-SIS-REF(WS-SIS-QTDE)
               MOVE WS-DATA-BAIXA TO WS-SIS-DATA(WS-SIS-QTDE)
               COMPUTE WS-SIS-DIAS(WS-SIS-QTDE) =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BAIXA)
               MOVE WS-VALOR-BAIXA TO WS-SIS-VALOR(WS-SIS-QTDE)
               MOVE 'N' TO WS-SIS-SITUACAO(WS-SIS-QTDE)
               ADD WS-VALOR-BAIXA TO WS-TOT-SIS-DEBITOS
           END-IF.

       CONCILIA-EXTRATO-PROCEDURE.
           MOVE ZEROS TO WS-FS-EXTRATO
           OPEN INPUT EXTRATO-BANCARIO
           IF WS-FS-EXTRATO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O EXTRATO BANCARIO'
               MOVE WS-FS-EXTRATO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE ' ' TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE '----- LANCAMENTOS CONCILIADOS -----'
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE 'DATA     T VALOR        DOCUMENTO       ORIGEM'
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               PERFORM UNTIL WS-FS-EXTRATO EQUAL 10
                   READ EXTRATO-BANCARIO
                       AT END MOVE 10 TO WS-FS-EXTRATO
                       NOT AT END
                       IF EXT-DATA NOT LESS THAN WS-DATA-INICIO
                           AND EXT-DATA NOT GREATER THAN WS-DATA-FIM
                           PERFORM CONCILIA-LINHA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRATO-BANCARIO
           END-IF.

      * PROCURA O PRIMEIRO LANCAMENTO PENDENTE DE MESMO SENTIDO E
      * VALOR DENTRO DA TOLERANCIA DE DIAS
       CONCILIA-LINHA-PROCEDURE.
           ADD 1 TO WS-QTDE-EXTRATO
           IF EXT-TIPO EQUAL 'D'
               ADD EXT-VALOR TO WS-TOT-EXT-DEBITOS
           ELSE
               MOVE 'C' TO EXT-TIPO
               ADD EXT-VALOR TO WS-TOT-EXT-CREDITOS
           END-IF

           COMPUTE WS-DIAS-EXTRATO = FUNCTION INTEGER-OF-DATE(EXT-DATA)
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SIS-QTDE
               OR WS-IDX-ACHADO GREATER THAN ZEROS
               IF WS-SIS-SITUACAO(WS-IDX) EQUAL 'N'
                   AND WS-SIS-TIPO(WS-IDX) EQUAL EXT-TIPO
                   AND WS-SIS-VALOR(WS-IDX) EQUAL EXT-VALOR
                   COMPUTE WS-DIAS-DIFERENCA =
                       WS-DIAS-EXTRATO - WS-SIS-DIAS(WS-IDX)
                   IF WS-DIAS-DIFERENCA LESS THAN ZEROS
                       COMPUTE WS-DIAS-DIFERENCA =
                           WS-DIAS-DIFERENCA * -1
                   END-IF
                   IF WS-DIAS-DIFERENCA NOT GREATER THAN WS-TOLERANCIA
                       MOVE WS-IDX TO WS-IDX-ACHADO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO GREATER THAN ZEROS
               MOVE 'S' TO WS-SIS-SITUACAO(WS-IDX-ACHADO)
               ADD 1 TO WS-QTDE-CONCILIADOS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING EXT-DATA ' ' EXT-TIPO ' ' EXT-VALOR ' '
                   EXT-DOCUMENTO ' '
                   WS-SIS-ORIGEM(WS-IDX-ACHADO) ' '
                   WS-SIS-CHAVE(WS-IDX-ACHADO)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           ELSE
               IF WS-BCO-QTDE NOT LESS THAN WS-BCO-LIMITE
                   DISPLAY 'TABELA DE PENDENCIAS DO BANCO CHEIA - '
                       'LINHA ' EXT-DOCUMENTO ' NAO LISTADA'
               ELSE
                   ADD 1 TO WS-BCO-QTDE
                   MOVE EXT-DATA TO WS-BCO-DATA(WS-BCO-QTDE)
                   MOVE EXT-TIPO TO WS-BCO-TIPO(WS-BCO-QTDE)
                   MOVE EXT-VALOR TO WS-BCO-VALOR(WS-BCO-QTDE)
                   MOVE EXT-DOCUMENTO TO WS-BCO-DOCUMENTO(WS-BCO-QTDE)
                   MOVE EXT-HISTORICO TO WS-BCO-HISTORICO(WS-BCO-QTDE)
               END-IF
               ADD 1 TO WS-QTDE-PEND-BANCO
               IF EXT-TIPO EQUAL 'D'
                   SUBTRACT EXT-VALOR FROM WS-TOT-PEND-BANCO
               ELSE
                   ADD EXT-VALOR TO WS-TOT-PEND-BANCO
               END-IF
           END-IF.

       LISTA-PENDENTES-BANCO-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE '----- NO EXTRATO E NAO NO SISTEMA -----'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'DATA     T VALOR        DOCUMENTO       HISTORICO'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-BCO-QTDE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING WS-BCO-DATA(WS-IDX) ' ' WS-BCO-TIPO(WS-IDX) ' '
                   WS-BCO-VALOR(WS-IDX) ' '
                   WS-BCO-DOCUMENTO(WS-IDX) ' '
                   WS-BCO-HISTORICO(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM.

       LISTA-PENDENTES-SISTEMA-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE '----- NO SISTEMA E NAO NO EXTRATO -----'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'DATA     T VALOR        ORIGEM CHAVE'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SIS-QTDE
               IF WS-SIS-SITUACAO(WS-IDX) EQUAL 'N'
                   ADD 1 TO WS-QTDE-PEND-SISTEMA
                   IF WS-SIS-TIPO(WS-IDX) EQUAL 'D'
                       SUBTRACT WS-SIS-VALOR(WS-IDX)
                           FROM WS-TOT-PEND-SISTEMA
                   ELSE
                       ADD WS-SIS-VALOR(WS-IDX) TO WS-TOT-PEND-SISTEMA
                   END-IF
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING WS-SIS-DATA(WS-IDX) ' '
                       WS-SIS-TIPO(WS-IDX) ' '
                       WS-SIS-VALOR(WS-IDX) ' '
                       WS-SIS-ORIGEM(WS-IDX) '    '
                       WS-SIS-CHAVE(WS-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM.

      * SALDO DO BANCO PELO EXTRATO E SALDO DOS LIVROS PELAS BAIXAS;
      * A DIFERENCA TEM DE SER EXPLICADA PELAS DUAS LISTAS DE PENDENCIAS
       IMPRIME-SALDOS-PROCEDURE.
           COMPUTE WS-SALDO-BANCO = WS-SALDO-INICIAL
               + WS-TOT-EXT-CREDITOS - WS-TOT-EXT-DEBITOS
           COMPUTE WS-SALDO-LIVROS = WS-SALDO-INICIAL
               + WS-TOT-SIS-CREDITOS - WS-TOT-SIS-DEBITOS
           COMPUTE WS-DIFERENCA = WS-SALDO-BANCO - WS-SALDO-LIVROS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE '----- FECHAMENTO LIVROS X BANCO -----'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'SALDO INICIAL...............: ' WS-SALDO-INICIAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CREDITOS/DEBITOS NO EXTRATO.: ' WS-TOT-EXT-CREDITOS
               ' / ' WS-TOT-EXT-DEBITOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CREDITOS/DEBITOS NO SISTEMA.: ' WS-TOT-SIS-CREDITOS
               ' / ' WS-TOT-SIS-DEBITOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'SALDO FINAL PELO BANCO......: ' WS-SALDO-BANCO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'SALDO FINAL PELOS LIVROS....: ' WS-SALDO-LIVROS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'DIFERENCA BANCO - LIVROS....: ' WS-DIFERENCA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PENDENTE NO BANCO ' WS-QTDE-PEND-BANCO
               ' LINHAS: ' WS-TOT-PEND-BANCO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PENDENTE NO SISTEMA ' WS-QTDE-PEND-SISTEMA
               ' LANCTOS: ' WS-TOT-PEND-SISTEMA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           DISPLAY 'LINHAS DO EXTRATO.......: ' WS-QTDE-EXTRATO
           DISPLAY 'CONCILIADAS.............: ' WS-QTDE-CONCILIADOS
           DISPLAY 'PENDENTES NO BANCO......: ' WS-QTDE-PEND-BANCO
           DISPLAY 'PENDENTES NO SISTEMA....: ' WS-QTDE-PEND-SISTEMA
           DISPLAY 'SALDO FINAL PELO BANCO..: ' WS-SALDO-BANCO
           DISPLAY 'SALDO FINAL PELOS LIVROS: ' WS-SALDO-LIVROS
           DISPLAY 'DIFERENCA...............: ' WS-DIFERENCA.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CONCILIACAO-BANCARIA.
