      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO-DIVIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CRECSEL.

       COPY ACDSEL.

       COPY ACDTSEL.

       COPY ACDCSEL.

       COPY OPERSEL.

       COPY FERSEL.

       COPY EPRMSEL.

       COPY ENCSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CRECFD.

       COPY ACDFD.

       COPY ACDTFD.

       COPY ACDCFD.

       COPY OPERFD.

       COPY FERFD.

       COPY EPRMFD.

       COPY ENCFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CRECEBER      PIC 99.
       77 WS-FS-ACORDOS       PIC 99.
       77 WS-FS-ACDTIT        PIC 99.
       77 WS-FS-ACDCTL        PIC 99.
       77 WS-FS-OPERADORES    PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC        PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       77 WS-CODIGO-CLIENTE   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-CLIENTE     PIC X(25) VALUE SPACES.
       77 WS-SALDO-ABERTO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-TIT         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TIT          PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-TIT       PIC 9(03) VALUE 50.
       77 WS-TIT-EXCEDENTES   PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ORIGINAL     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-ENCARGOS     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-ATUALIZADO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-PCT-DESCONTO     PIC 9(03)V99 VALUE ZEROS.
       77 WS-TAXA-JUROS       PIC 9(02)V99 VALUE ZEROS.
       77 WS-VALOR-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-JUROS      PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ACORDO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-PARCELA    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ULTIMA     PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-PARCELAS    PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-PARCELAS  PIC 9(02) VALUE 24.
       77 WS-IDX-PARC         PIC 9(02) VALUE ZEROS.
       77 WS-PRIMEIRO-VENC    PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-FISCAL      PIC 9(06) VALUE ZEROS.
       77 WS-NOTA-LIVRE       PIC X(01) VALUE 'N'.
       77 WS-NUM-ACORDO       PIC 9(08) VALUE ZEROS.
       77 WS-HOUVE-ERRO       PIC X(01) VALUE 'N'.
       77 WS-VENC-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-VENC-MES         PIC 9(02) VALUE ZEROS.
       77 WS-VENC-DIA         PIC 9(02) VALUE ZEROS.
       77 WS-DIA-BASE         PIC 9(02) VALUE ZEROS.
       77 WS-MESES            PIC 9(06) VALUE ZEROS.
       77 WS-DATA-AUX         PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA-MES   PIC 9(02) VALUE ZEROS.
       77 WS-DATA-PARCELA     PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-ID      PIC X(05) VALUE SPACES.
       77 WS-SENHA-DIGITADA   PIC X(08) VALUE SPACES.
       77 WS-SENHA-HASH       PIC 9(08) VALUE ZEROS.
       77 WS-HASH-IDX         PIC 9(02) VALUE ZEROS.
       77 WS-GERENTE-OK       PIC X(01) VALUE 'N'.
       77 WS-PARC-PAGAS       PIC 9(02) VALUE ZEROS.
       77 WS-PARC-VENCIDAS    PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-RECEBIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-ACORDO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-PCT-PAGO         PIC 9(03)V9 VALUE ZEROS.
       77 WS-QTDE-ABERTOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EM-DIA      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EM-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-QUITADOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ROMPIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ACORDADO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-RECEBIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-SALDO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-PCT-QUEBRA       PIC 9(03)V9 VALUE ZEROS.
       77 WS-ED-VALOR         PIC ZZZ,ZZ9.99.
       77 WS-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-PCT           PIC ZZ9.9.
       77 WS-ED-QTDE          PIC ZZZZ9.

      * TITULOS VENCIDOS DO CLIENTE QUE ENTRAM NO ACORDO
       01 WS-ACD-TITULOS.
           03 WS-ACD-TIT OCCURS 50 TIMES.
               05 WS-TIT-NF            PIC 9(06).
               05 WS-TIT-PARCELA       PIC 9(02).
               05 WS-TIT-VENCIMENTO    PIC 9(08).
               05 WS-TIT-SALDO         PIC 9(09)V99.
               05 WS-TIT-ENCARGOS      PIC 9(09)V99.
               05 WS-TIT-ATRASO        PIC S9(05).

       COPY FERWS.
       COPY ENCWS.
       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-ACORDO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-ACORDO-REPROMPT.

           DISPLAY ' '
           DISPLAY '------ RENEGOCIACAO DE DIVIDAS (ACORDOS) ------'
           DISPLAY 'N - NOVO ACORDO PARA TITULOS VENCIDOS'
           DISPLAY 'C - CONSULTAR ACORDO'
           DISPLAY 'R - RELATORIO DE ACORDOS EM ABERTO'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO N,C OU R... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'N'
               GO TO NOVO-ACORDO
               ELSE IF WS-OPC IS EQUAL TO 'C'
               GO TO CONSULTA-ACORDO
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RELATORIO-ACORDOS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-ACORDO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

      * O SALDO ATUALIZADO E O PRINCIPAL EM ABERTO MAIS MULTA E JUROS
      * ATE HOJE. DESCONTO OU JUROS DO PARCELAMENTO SO COM SENHA DE
      * GERENTE. OS TITULOS ORIGINAIS FICAM RENEGOC - NAO QUITADOS
       NOVO-ACORDO.
           MOVE 'LOJA' TO WS-ENC-ORIGEM
           PERFORM CARREGA-ENCARGOS-PARAM-PROCEDURE

           OPEN I-O CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTAS A RECEBER'
               MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO CLIENTE'
           ACCEPT WS-CODIGO-CLIENTE

           PERFORM SELECIONA-VENCIDOS-PROCEDURE

           IF WS-QTDE-TIT EQUAL ZEROS
               DISPLAY 'CLIENTE SEM TITULOS VENCIDOS EM ABERTO'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           DISPLAY ' '
           DISPLAY 'CLIENTE: ' WS-CODIGO-CLIENTE ' ' WS-NOME-CLIENTE
           DISPLAY 'NF     PC VENCIMENTO ATRASO SALDO        ENCARGOS'
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
               UNTIL WS-IDX-TIT GREATER THAN WS-QTDE-TIT
               DISPLAY WS-TIT-NF(WS-IDX-TIT) ' '
                   WS-TIT-PARCELA(WS-IDX-TIT) ' '
                   WS-TIT-VENCIMENTO(WS-IDX-TIT) ' '
                   WS-TIT-ATRASO(WS-IDX-TIT) ' '
                   WS-TIT-SALDO(WS-IDX-TIT) ' '
                   WS-TIT-ENCARGOS(WS-IDX-TIT)
           END-PERFORM
           IF WS-TIT-EXCEDENTES GREATER THAN ZEROS
               DISPLAY 'ATENCAO: ' WS-TIT-EXCEDENTES
                   ' TITULOS ALEM DO LIMITE FICAM FORA DO ACORDO'
           END-IF
           DISPLAY 'PRINCIPAL VENCIDO.: ' WS-TOT-ORIGINAL
           DISPLAY 'MULTA E JUROS.....: ' WS-TOT-ENCARGOS
           DISPLAY 'SALDO ATUALIZADO..: ' WS-TOT-ATUALIZADO

           DISPLAY 'RENEGOCIAR ESTES TITULOS? (S/N)'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'RENEGOCIACAO CANCELADA'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-PCT-DESCONTO
           DISPLAY 'PERCENTUAL DE DESCONTO SOBRE O SALDO ATUALIZADO '
               '(0 = SEM DESCONTO): '
           ACCEPT WS-PCT-DESCONTO
           MOVE ZEROS TO WS-TAXA-JUROS
           DISPLAY 'TAXA DE JUROS DO PARCELAMENTO EM % AO MES '
               '(0 = SEM JUROS): '
           ACCEPT WS-TAXA-JUROS
           IF WS-PCT-DESCONTO GREATER THAN 100
               DISPLAY 'PERCENTUAL DE DESCONTO INVALIDO'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           DISPLAY 'QUANTIDADE DE PARCELAS (1 A ' WS-LIMITE-PARCELAS
               '): '
           ACCEPT WS-QTDE-PARCELAS
           IF WS-QTDE-PARCELAS EQUAL ZEROS
               OR WS-QTDE-PARCELAS GREATER THAN WS-LIMITE-PARCELAS
               DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD): '
           ACCEPT WS-PRIMEIRO-VENC
           COMPUTE WS-VENC-ANO = WS-PRIMEIRO-VENC / 10000
           COMPUTE WS-VENC-MES = (WS-PRIMEIRO-VENC / 100)
               - (WS-VENC-ANO * 100)
           COMPUTE WS-DIA-BASE = WS-PRIMEIRO-VENC
               - ((WS-PRIMEIRO-VENC / 100) * 100)
           IF WS-VENC-MES EQUAL ZEROS OR WS-VENC-MES GREATER THAN 12
               OR WS-DIA-BASE EQUAL ZEROS OR WS-DIA-BASE GREATER THAN 31
               OR WS-PRIMEIRO-VENC NOT GREATER THAN WS-DATA-HOJE
               DISPLAY 'VENCIMENTO INVALIDO - DEVE SER DATA FUTURA'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           COMPUTE WS-VALOR-DESCONTO ROUNDED =
               WS-TOT-ATUALIZADO * WS-PCT-DESCONTO / 100
           COMPUTE WS-VALOR-JUROS ROUNDED =
               (WS-TOT-ATUALIZADO - WS-VALOR-DESCONTO)
               * WS-TAXA-JUROS / 100 * (WS-QTDE-PARCELAS - 1)
           COMPUTE WS-VALOR-ACORDO =
               WS-TOT-ATUALIZADO - WS-VALOR-DESCONTO + WS-VALOR-JUROS
           COMPUTE WS-VALOR-PARCELA =
               WS-VALOR-ACORDO / WS-QTDE-PARCELAS
           COMPUTE WS-VALOR-ULTIMA = WS-VALOR-ACORDO
               - (WS-VALOR-PARCELA * (WS-QTDE-PARCELAS - 1))

           DISPLAY 'DESCONTO..........: ' WS-VALOR-DESCONTO
           DISPLAY 'JUROS PARCELAMENTO: ' WS-VALOR-JUROS
           DISPLAY 'VALOR DO ACORDO...: ' WS-VALOR-ACORDO
           DISPLAY WS-QTDE-PARCELAS ' PARCELAS DE ' WS-VALOR-PARCELA
               ' (ULTIMA ' WS-VALOR-ULTIMA ')'

           MOVE SPACES TO WS-OPERADOR-ID
           IF WS-VALOR-DESCONTO GREATER THAN ZEROS
               OR WS-VALOR-JUROS GREATER THAN ZEROS
               PERFORM AUTORIZA-GERENTE-PROCEDURE
               IF WS-GERENTE-OK NOT EQUAL 'S'
                   CLOSE CRECEBER
                   GO TO MENU-ACORDO-PROCEDURE
               END-IF
           ELSE
               DISPLAY 'CONFIRMA O ACORDO? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                   DISPLAY 'RENEGOCIACAO CANCELADA'
                   CLOSE CRECEBER
                   GO TO MENU-ACORDO-PROCEDURE
               END-IF
           END-IF

           DISPLAY 'INFORME O NUMERO DA NOTA FISCAL DAS PARCELAS: '
           ACCEPT WS-NOTA-FISCAL
           IF WS-NOTA-FISCAL EQUAL ZEROS
               DISPLAY 'NUMERO DE NOTA FISCAL INVALIDO'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF
           MOVE 'N' TO WS-NOTA-LIVRE
           PERFORM UNTIL WS-NOTA-LIVRE EQUAL 'S'
               MOVE WS-NOTA-FISCAL TO CR-NUM-NOTA-FISCAL
               MOVE 1 TO CR-PARCELA
               READ CRECEBER RECORD
                   KEY IS CR-CHAVE
                   INVALID KEY
                   MOVE 'S' TO WS-NOTA-LIVRE
                   NOT INVALID KEY
                   ADD 1 TO WS-NOTA-FISCAL
               END-READ
           END-PERFORM

           PERFORM OBTEM-NUMERO-ACORDO-PROCEDURE
           IF WS-NUM-ACORDO EQUAL ZEROS
               DISPLAY 'ERRO AO NUMERAR O ACORDO'
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-ACORDOS
           OPEN I-O ACORDOS
           IF WS-FS-ACORDOS EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF
           MOVE ZEROS TO WS-FS-ACDTIT
           OPEN I-O ACORDO-TITULOS
           IF WS-FS-ACDTIT EQUAL 35
               OPEN OUTPUT ACORDO-TITULOS
               CLOSE ACORDO-TITULOS
               OPEN I-O ACORDO-TITULOS
           END-IF
           IF WS-FS-ACORDOS NOT EQUAL ZEROS
               OR WS-FS-ACDTIT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACORDOS'
               MOVE WS-FS-ACORDOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE ACORDOS
               CLOSE ACORDO-TITULOS
               CLOSE CRECEBER
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           MOVE 'N' TO WS-HOUVE-ERRO
           PERFORM GERA-PARCELA-ACORDO-PROCEDURE
               VARYING WS-IDX-PARC FROM 1 BY 1
               UNTIL WS-IDX-PARC GREATER THAN WS-QTDE-PARCELAS
               OR WS-HOUVE-ERRO EQUAL 'S'

           IF WS-HOUVE-ERRO EQUAL 'S'
               DISPLAY 'ACORDO NAO CONCLUIDO - VERIFIQUE AS PARCELAS '
                   'DA NOTA ' WS-NOTA-FISCAL
           ELSE
               PERFORM RENEGOCIA-TITULO-PROCEDURE
                   VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT GREATER THAN WS-QTDE-TIT

               MOVE WS-NUM-ACORDO       TO ACD-NUMERO
               MOVE WS-CODIGO-CLIENTE   TO ACD-CODIGO-CLIENTE
               MOVE WS-NOME-CLIENTE     TO ACD-NOME
               MOVE WS-DATA-HOJE        TO ACD-DATA
               MOVE WS-TOT-ORIGINAL     TO ACD-VALOR-ORIGINAL
               MOVE WS-TOT-ENCARGOS     TO ACD-VALOR-ENCARGOS
               MOVE WS-VALOR-DESCONTO   TO ACD-VALOR-DESCONTO
               MOVE WS-VALOR-JUROS      TO ACD-VALOR-JUROS
               MOVE WS-VALOR-ACORDO     TO ACD-VALOR-ACORDO
               MOVE WS-QTDE-PARCELAS    TO ACD-QTDE-PARCELAS
               MOVE WS-NOTA-FISCAL      TO ACD-NUM-NOTA-FISCAL
               MOVE WS-PRIMEIRO-VENC    TO ACD-PRIMEIRO-VENCIMENTO
               MOVE WS-OPERADOR-ID      TO ACD-AUTORIZADO-POR
               MOVE 'ABERTO'            TO ACD-STATUS
               MOVE WS-DATA-HOJE        TO ACD-DATA-SITUACAO
               WRITE REG-ACORDO
               IF WS-FS-ACORDOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR O ACORDO ' WS-NUM-ACORDO
                   MOVE WS-FS-ACORDOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'ACORDO ' WS-NUM-ACORDO ' REGISTRADO - NOTA '
                       WS-NOTA-FISCAL ' EM ' WS-QTDE-PARCELAS
                       ' PARCELAS'
                   MOVE 'ACORDO-DIVIDA' TO WS-AUD-PROGRAMA
                   MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
                   MOVE 'ACORDO' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING WS-NUM-ACORDO '-' WS-CODIGO-CLIENTE
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
                   MOVE SPACES TO WS-AUD-OPERADOR
               END-IF
           END-IF

           CLOSE ACORDOS
           CLOSE ACORDO-TITULOS
           CLOSE CRECEBER
           GO TO MENU-ACORDO-PROCEDURE.

      * SO ABERTO/PARCIAL JA VENCIDOS; O ENCARGO E CALCULADO COMO SE O
      * TITULO FOSSE PAGO HOJE
       SELECIONA-VENCIDOS-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE ZEROS TO WS-QTDE-TIT
           MOVE ZEROS TO WS-TIT-EXCEDENTES
           MOVE ZEROS TO WS-TOT-ORIGINAL
           MOVE ZEROS TO WS-TOT-ENCARGOS
           MOVE ZEROS TO WS-TOT-ATUALIZADO
           MOVE SPACES TO WS-NOME-CLIENTE

           MOVE ZEROS TO CR-NUM-NOTA-FISCAL
           MOVE ZEROS TO CR-PARCELA
           START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
               MOVE 10 TO WS-FS-CRECEBER
           END-START

           PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
               READ CRECEBER NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CRECEBER
                   NOT AT END
                   IF CR-CODIGO-CLIENTE EQUAL WS-CODIGO-CLIENTE
                       AND (CR-STATUS EQUAL 'ABERTO'
                       OR CR-STATUS EQUAL 'PARCIAL')
                       AND CR-DATA-VENCIMENTO LESS THAN WS-DATA-HOJE
                       PERFORM GUARDA-VENCIDO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-TOT-ATUALIZADO =
               WS-TOT-ORIGINAL + WS-TOT-ENCARGOS.

       GUARDA-VENCIDO-PROCEDURE.
           COMPUTE WS-SALDO-ABERTO = CR-VALOR-TOTAL - CR-VALOR-PAGO
           IF WS-SALDO-ABERTO EQUAL ZEROS
               CONTINUE
           ELSE IF WS-QTDE-TIT NOT LESS THAN WS-LIMITE-TIT
               ADD 1 TO WS-TIT-EXCEDENTES
           ELSE
               ADD 1 TO WS-QTDE-TIT
               MOVE CR-NOME TO WS-NOME-CLIENTE
               MOVE CR-NUM-NOTA-FISCAL TO WS-TIT-NF(WS-QTDE-TIT)
               MOVE CR-PARCELA TO WS-TIT-PARCELA(WS-QTDE-TIT)
               MOVE CR-DATA-VENCIMENTO
                   TO WS-TIT-VENCIMENTO(WS-QTDE-TIT)
               MOVE WS-SALDO-ABERTO TO WS-TIT-SALDO(WS-QTDE-TIT)

               MOVE CR-DATA-VENCIMENTO TO WS-ENC-VENCIMENTO
               MOVE WS-DATA-HOJE TO WS-ENC-DATA-PAGAMENTO
               MOVE WS-SALDO-ABERTO TO WS-ENC-BASE
               PERFORM CALCULA-ENCARGOS-PROCEDURE
               COMPUTE WS-TIT-ENCARGOS(WS-QTDE-TIT) =
                   WS-ENC-MULTA + WS-ENC-JUROS
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(CR-DATA-VENCIMENTO)
               COMPUTE WS-TIT-ATRASO(WS-QTDE-TIT) =
                   WS-DIAS-HOJE - WS-DIAS-VENC

               ADD WS-SALDO-ABERTO TO WS-TOT-ORIGINAL
               ADD WS-TIT-ENCARGOS(WS-QTDE-TIT) TO WS-TOT-ENCARGOS
           END-IF
           END-IF.

      * PARCELAS MENSAIS NO DIA DO PRIMEIRO VENCIMENTO (MES CURTO VENCE
      * NO ULTIMO DIA); A ULTIMA ABSORVE O ARREDONDAMENTO
       GERA-PARCELA-ACORDO-PROCEDURE.
           COMPUTE WS-MESES = (WS-VENC-ANO * 12) + WS-VENC-MES - 1
               + WS-IDX-PARC - 1
           COMPUTE WS-VENC-ANO = WS-MESES / 12
           COMPUTE WS-VENC-MES = WS-MESES - (WS-VENC-ANO * 12) + 1
           IF WS-VENC-MES EQUAL 12
               COMPUTE WS-DATA-AUX = ((WS-VENC-ANO + 1) * 10000) + 101
           ELSE
               COMPUTE WS-DATA-AUX = (WS-VENC-ANO * 10000)
                   + ((WS-VENC-MES + 1) * 100) + 1
           END-IF
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           COMPUTE WS-ULTIMO-DIA-MES = WS-DATA-AUX
               - ((WS-DATA-AUX / 100) * 100)
           MOVE WS-DIA-BASE TO WS-VENC-DIA
           IF WS-VENC-DIA GREATER THAN WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-VENC-DIA
           END-IF
           COMPUTE WS-DATA-PARCELA = (WS-VENC-ANO * 10000)
               + (WS-VENC-MES * 100) + WS-VENC-DIA
           COMPUTE WS-VENC-ANO = WS-PRIMEIRO-VENC / 10000
           COMPUTE WS-VENC-MES = (WS-PRIMEIRO-VENC / 100)
               - (WS-VENC-ANO * 100)

           MOVE WS-NOTA-FISCAL     TO CR-NUM-NOTA-FISCAL
           MOVE WS-IDX-PARC        TO CR-PARCELA
           MOVE SPACES             TO CR-CODIGO-PEDIDO
           STRING 'AC' WS-NUM-ACORDO DELIMITED BY SIZE
               INTO CR-CODIGO-PEDIDO
           MOVE WS-CODIGO-CLIENTE  TO CR-CODIGO-CLIENTE
           MOVE WS-NOME-CLIENTE    TO CR-NOME
           MOVE WS-DATA-HOJE       TO CR-DATA-EMISSAO
           MOVE WS-DATA-PARCELA    TO CR-DATA-VENCIMENTO
           IF WS-IDX-PARC EQUAL WS-QTDE-PARCELAS
               MOVE WS-VALOR-ULTIMA  TO CR-VALOR-TOTAL
           ELSE
               MOVE WS-VALOR-PARCELA TO CR-VALOR-TOTAL
           END-IF
           MOVE ZEROS              TO CR-VALOR-PAGO
           MOVE ZEROS              TO CR-DATA-ULT-PAGTO
           MOVE 'ABERTO'           TO CR-STATUS

           WRITE REG-CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A PARCELA ' WS-IDX-PARC
               MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 'S' TO WS-HOUVE-ERRO
           ELSE
               DISPLAY 'PARCELA ' CR-PARCELA ' VENCIMENTO '
                   CR-DATA-VENCIMENTO ' VALOR ' CR-VALOR-TOTAL
           END-IF.

       RENEGOCIA-TITULO-PROCEDURE.
           MOVE WS-TIT-NF(WS-IDX-TIT) TO CR-NUM-NOTA-FISCAL
           MOVE WS-TIT-PARCELA(WS-IDX-TIT) TO CR-PARCELA
           READ CRECEBER RECORD
               KEY IS CR-CHAVE
               INVALID KEY
               DISPLAY 'TITULO ' CR-NUM-NOTA-FISCAL '-' CR-PARCELA
                   ' NAO ENCONTRADO'
               NOT INVALID KEY
               MOVE 'RENEGOC' TO CR-STATUS
               REWRITE REG-CRECEBER
               END-REWRITE

               MOVE WS-NUM-ACORDO TO ACT-NUMERO
               MOVE CR-NUM-NOTA-FISCAL TO ACT-NUM-NOTA-FISCAL
               MOVE CR-PARCELA TO ACT-PARCELA
               MOVE CR-DATA-VENCIMENTO TO ACT-DATA-VENCIMENTO
               MOVE WS-TIT-SALDO(WS-IDX-TIT) TO ACT-SALDO-ORIGINAL
               MOVE WS-TIT-ENCARGOS(WS-IDX-TIT) TO ACT-VALOR-ENCARGOS
               WRITE REG-ACORDO-TITULO
               END-WRITE

               MOVE 'ACORDO-DIVIDA' TO WS-AUD-PROGRAMA
               MOVE 'RENEGOCIA' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING CR-NUM-NOTA-FISCAL '-' CR-PARCELA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-READ.

      * NUMERO DO ACORDO = ANO + SEQUENCIAL DO ANO (AAAANNNN)
       OBTEM-NUMERO-ACORDO-PROCEDURE.
           MOVE ZEROS TO WS-FS-ACDCTL
           OPEN I-O ACORDOS-CONTROLE
           IF WS-FS-ACDCTL EQUAL 35
               OPEN OUTPUT ACORDOS-CONTROLE
               CLOSE ACORDOS-CONTROLE
               OPEN I-O ACORDOS-CONTROLE
           END-IF

           COMPUTE ACC-ANO = WS-DATA-HOJE / 10000

           READ ACORDOS-CONTROLE RECORD
               KEY IS ACC-ANO
               INVALID KEY
               MOVE 1 TO ACC-ULTIMO-SEQ
               WRITE REG-ACORDOS-CONTROLE
               END-WRITE
               NOT INVALID KEY
               ADD 1 TO ACC-ULTIMO-SEQ
               REWRITE REG-ACORDOS-CONTROLE
               END-REWRITE
           END-READ

           CLOSE ACORDOS-CONTROLE

           IF WS-FS-ACDCTL EQUAL ZEROS
               COMPUTE WS-NUM-ACORDO =
                   (ACC-ANO * 10000) + ACC-ULTIMO-SEQ
           ELSE
               MOVE ZEROS TO WS-NUM-ACORDO
           END-IF.

       AUTORIZA-GERENTE-PROCEDURE.
           MOVE 'N' TO WS-GERENTE-OK

           DISPLAY 'DESCONTO/JUROS EXIGEM AUTORIZACAO - INFORME O ID '
               'DO GERENTE: '
           ACCEPT WS-OPERADOR-ID
           DISPLAY 'INFORME A SENHA DO GERENTE: '
           ACCEPT WS-SENHA-DIGITADA

           MOVE ZEROS TO WS-FS-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES EQUAL ZEROS
               MOVE WS-OPERADOR-ID TO OPER-ID
               READ OPERADORES RECORD
                   KEY IS OPER-ID
                   INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO'
                   NOT INVALID KEY
                   PERFORM CALCULA-HASH-SENHA-PROCEDURE
                   IF WS-SENHA-HASH EQUAL OPER-SENHA-HASH
                       AND OPER-PERFIL EQUAL 'GERENTE'
                       MOVE 'S' TO WS-GERENTE-OK
                   END-IF
               END-READ
               CLOSE OPERADORES
           END-IF

           IF WS-GERENTE-OK NOT EQUAL 'S'
               DISPLAY 'AUTORIZACAO NEGADA - ACORDO NAO REGISTRADO'
               MOVE 'ACORDO-DIVIDA' TO WS-AUD-PROGRAMA
               MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
               MOVE 'ACD-NEGADO' TO WS-AUD-OPERACAO
               MOVE WS-CODIGO-CLIENTE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               MOVE SPACES TO WS-AUD-OPERADOR
           END-IF.

       CALCULA-HASH-SENHA-PROCEDURE.
           MOVE ZEROS TO WS-SENHA-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX GREATER THAN 8
               COMPUTE WS-SENHA-HASH = FUNCTION MOD(
                   WS-SENHA-HASH * 31 +
                   FUNCTION ORD(WS-SENHA-DIGITADA(WS-HASH-IDX:1)) *
                   WS-HASH-IDX, 99999989)
           END-PERFORM.

       CONSULTA-ACORDO.
           MOVE ZEROS TO WS-FS-ACORDOS
           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL ZEROS
               DISPLAY 'NENHUM ACORDO REGISTRADO'
               GO TO MENU-ACORDO-PROCEDURE
           END-IF
           OPEN INPUT CRECEBER
           MOVE ZEROS TO WS-FS-ACDTIT
           OPEN INPUT ACORDO-TITULOS

           DISPLAY 'INFORME O NUMERO DO ACORDO (AAAANNNN)'
           ACCEPT ACD-NUMERO

           READ ACORDOS RECORD
               KEY IS ACD-NUMERO
               INVALID KEY
               DISPLAY 'ACORDO NAO ENCONTRADO'
               NOT INVALID KEY
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY 'ACORDO.............: ' ACD-NUMERO
               DISPLAY 'CLIENTE............: ' ACD-CODIGO-CLIENTE
                   ' ' ACD-NOME
               DISPLAY 'DATA...............: ' ACD-DATA
               DISPLAY 'PRINCIPAL VENCIDO..: ' ACD-VALOR-ORIGINAL
               DISPLAY 'MULTA E JUROS......: ' ACD-VALOR-ENCARGOS
               DISPLAY 'DESCONTO...........: ' ACD-VALOR-DESCONTO
               DISPLAY 'JUROS PARCELAMENTO.: ' ACD-VALOR-JUROS
               DISPLAY 'VALOR DO ACORDO....: ' ACD-VALOR-ACORDO
               DISPLAY 'AUTORIZADO POR.....: ' ACD-AUTORIZADO-POR
               DISPLAY 'SITUACAO...........: ' ACD-STATUS
                   ' EM ' ACD-DATA-SITUACAO
               DISPLAY 'TITULOS RENEGOCIADOS:'
               IF WS-FS-ACDTIT EQUAL ZEROS
                   PERFORM LISTA-TITULOS-ORIGINAIS-PROCEDURE
               END-IF
               DISPLAY 'PARCELAS DO ACORDO (NOTA '
                   ACD-NUM-NOTA-FISCAL '):'
               IF WS-FS-CRECEBER EQUAL ZEROS
                   PERFORM AVALIA-PARCELAS-PROCEDURE
                   DISPLAY 'PAGAS ' WS-PARC-PAGAS ' VENCIDAS '
                       WS-PARC-VENCIDAS ' RECEBIDO ' WS-VALOR-RECEBIDO
                       ' SALDO ' WS-SALDO-ACORDO
               END-IF
           END-READ

           CLOSE ACORDOS
           CLOSE ACORDO-TITULOS
           CLOSE CRECEBER
           GO TO MENU-ACORDO-PROCEDURE.

       LISTA-TITULOS-ORIGINAIS-PROCEDURE.
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
                       DISPLAY '   ' ACT-NUM-NOTA-FISCAL '-'
                           ACT-PARCELA ' VENC ' ACT-DATA-VENCIMENTO
                           ' SALDO ' ACT-SALDO-ORIGINAL
                           ' ENCARGOS ' ACT-VALOR-ENCARGOS
                   END-IF
               END-READ
           END-PERFORM.

      * LE AS PARCELAS DO ACORDO NO CONTAS A RECEBER (NOTA DO ACORDO,
      * PARCELAS 01 A N) E APURA PAGAS, VENCIDAS E SALDO
       AVALIA-PARCELAS-PROCEDURE.
           MOVE ZEROS TO WS-PARC-PAGAS
           MOVE ZEROS TO WS-PARC-VENCIDAS
           MOVE ZEROS TO WS-VALOR-RECEBIDO
           MOVE ZEROS TO WS-SALDO-ACORDO
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
               UNTIL WS-IDX-PARC GREATER THAN ACD-QTDE-PARCELAS
               MOVE ACD-NUM-NOTA-FISCAL TO CR-NUM-NOTA-FISCAL
               MOVE WS-IDX-PARC TO CR-PARCELA
               READ CRECEBER RECORD
                   KEY IS CR-CHAVE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   ADD CR-VALOR-PAGO TO WS-VALOR-RECEBIDO
                   IF CR-STATUS EQUAL 'QUITADO'
                       ADD 1 TO WS-PARC-PAGAS
                   ELSE IF CR-STATUS EQUAL 'ABERTO'
                       OR CR-STATUS EQUAL 'PARCIAL'
                       COMPUTE WS-SALDO-ACORDO = WS-SALDO-ACORDO
                           + CR-VALOR-TOTAL - CR-VALOR-PAGO
                       IF CR-DATA-VENCIMENTO LESS THAN WS-DATA-HOJE
                           ADD 1 TO WS-PARC-VENCIDAS
                       END-IF
                   END-IF
                   END-IF
                   IF WS-OPC EQUAL 'C'
                       DISPLAY '   ' CR-PARCELA ' VENC '
                           CR-DATA-VENCIMENTO ' VALOR '
                           CR-VALOR-TOTAL ' PAGO ' CR-VALOR-PAGO
                           ' ' CR-STATUS
                   END-IF
               END-READ
           END-PERFORM.

      * ACORDOS EM ABERTO COM O DESEMPENHO DE CADA UM; NO RODAPE, OS
      * ENCERRADOS (QUITADOS X ROMPIDOS) DAO A TAXA DE QUEBRA
       RELATORIO-ACORDOS.
           MOVE ZEROS TO WS-FS-ACORDOS
           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL ZEROS
               DISPLAY 'NENHUM ACORDO REGISTRADO'
               GO TO MENU-ACORDO-PROCEDURE
           END-IF
           OPEN INPUT CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTAS A RECEBER'
               MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE ACORDOS
               GO TO MENU-ACORDO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-ABERTOS
           MOVE ZEROS TO WS-QTDE-EM-DIA
           MOVE ZEROS TO WS-QTDE-EM-ATRASO
           MOVE ZEROS TO WS-QTDE-QUITADOS
           MOVE ZEROS TO WS-QTDE-ROMPIDOS
           MOVE ZEROS TO WS-TOT-ACORDADO
           MOVE ZEROS TO WS-TOT-RECEBIDO
           MOVE ZEROS TO WS-TOT-SALDO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'acordos-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'ACORDOS DE RENEGOCIACAO EM ABERTO'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE 'ACORDO   CLI   NOME                 PC PG VC'
               TO WS-SPOOL-LINHA
           MOVE '      VALOR      SALDO %PAGO SITUAC' TO
               WS-SPOOL-LINHA(45:35)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM UNTIL WS-FS-ACORDOS EQUAL 10
               READ ACORDOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ACORDOS
                   NOT AT END
                   IF ACD-STATUS EQUAL 'ABERTO'
                       PERFORM LISTA-ACORDO-ABERTO-PROCEDURE
                   ELSE IF ACD-STATUS EQUAL 'QUITADO'
                       ADD 1 TO WS-QTDE-QUITADOS
                   ELSE IF ACD-STATUS EQUAL 'ROMPIDO'
                       ADD 1 TO WS-QTDE-ROMPIDOS
                   END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ACORDOS
           CLOSE CRECEBER

           MOVE ZEROS TO WS-PCT-QUEBRA
           IF WS-QTDE-QUITADOS + WS-QTDE-ROMPIDOS GREATER THAN ZEROS
               COMPUTE WS-PCT-QUEBRA ROUNDED = WS-QTDE-ROMPIDOS * 100
                   / (WS-QTDE-QUITADOS + WS-QTDE-ROMPIDOS)
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-QTDE-ABERTOS TO WS-ED-QTDE
           MOVE 'ACORDOS EM ABERTO......:' TO WS-SPOOL-LINHA
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(26:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-QTDE-EM-DIA TO WS-ED-QTDE
           MOVE '  EM DIA...............:' TO WS-SPOOL-LINHA
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(26:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-QTDE-EM-ATRASO TO WS-ED-QTDE
           MOVE '  COM PARCELA VENCIDA..:' TO WS-SPOOL-LINHA
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(26:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-ACORDADO TO WS-ED-TOTAL
           MOVE 'VALOR ACORDADO.........:' TO WS-SPOOL-LINHA
           MOVE WS-ED-TOTAL TO WS-SPOOL-LINHA(26:14)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-RECEBIDO TO WS-ED-TOTAL
           MOVE 'JA RECEBIDO............:' TO WS-SPOOL-LINHA
           MOVE WS-ED-TOTAL TO WS-SPOOL-LINHA(26:14)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-SALDO TO WS-ED-TOTAL
           MOVE 'SALDO A RECEBER........:' TO WS-SPOOL-LINHA
           MOVE WS-ED-TOTAL TO WS-SPOOL-LINHA(26:14)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-QTDE-QUITADOS TO WS-ED-QTDE
           MOVE 'ACORDOS QUITADOS.......:' TO WS-SPOOL-LINHA
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(26:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-QTDE-ROMPIDOS TO WS-ED-QTDE
           MOVE 'ACORDOS ROMPIDOS.......:' TO WS-SPOOL-LINHA
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(26:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-PCT-QUEBRA TO WS-ED-PCT
           MOVE 'TAXA DE QUEBRA (%).....:' TO WS-SPOOL-LINHA
           MOVE WS-ED-PCT TO WS-SPOOL-LINHA(26:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'ACORDOS EM ABERTO: ' WS-QTDE-ABERTOS
               ' - COM PARCELA VENCIDA: ' WS-QTDE-EM-ATRASO
           DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-SPOOL
           GO TO MENU-ACORDO-PROCEDURE.

       LISTA-ACORDO-ABERTO-PROCEDURE.
           PERFORM AVALIA-PARCELAS-PROCEDURE
           ADD 1 TO WS-QTDE-ABERTOS
           ADD ACD-VALOR-ACORDO TO WS-TOT-ACORDADO
           ADD WS-VALOR-RECEBIDO TO WS-TOT-RECEBIDO
           ADD WS-SALDO-ACORDO TO WS-TOT-SALDO
           MOVE ZEROS TO WS-PCT-PAGO
           IF ACD-VALOR-ACORDO GREATER THAN ZEROS
               COMPUTE WS-PCT-PAGO ROUNDED =
                   WS-VALOR-RECEBIDO * 100 / ACD-VALOR-ACORDO
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE ACD-NUMERO TO WS-SPOOL-LINHA(1:8)
           MOVE ACD-CODIGO-CLIENTE TO WS-SPOOL-LINHA(10:5)
           MOVE ACD-NOME(1:20) TO WS-SPOOL-LINHA(16:20)
           MOVE ACD-QTDE-PARCELAS TO WS-SPOOL-LINHA(37:2)
           MOVE WS-PARC-PAGAS TO WS-SPOOL-LINHA(40:2)
           MOVE WS-PARC-VENCIDAS TO WS-SPOOL-LINHA(43:2)
           MOVE ACD-VALOR-ACORDO TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(46:10)
           MOVE WS-SALDO-ACORDO TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(57:10)
           MOVE WS-PCT-PAGO TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-SPOOL-LINHA(68:5)
           IF WS-PARC-VENCIDAS GREATER THAN ZEROS
               ADD 1 TO WS-QTDE-EM-ATRASO
               MOVE 'ATRASO' TO WS-SPOOL-LINHA(74:6)
           ELSE
               ADD 1 TO WS-QTDE-EM-DIA
               MOVE 'EM DIA' TO WS-SPOOL-LINHA(74:6)
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY FERPRC.
       COPY ENCPRC.
       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM ACORDO-DIVIDA.
