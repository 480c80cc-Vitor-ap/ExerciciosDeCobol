      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITOS-LOJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CRLSEL.

       COPY CRMSEL.

       COPY NCREDSEL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CRLFD.

       COPY CRMFD.

       COPY NCREDFD.

       COPY CLIFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CLIENTES      PIC 99.
       77 WS-FS-NCREDITO      PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ALERTA      PIC 9(08) VALUE ZEROS.
       77 WS-NOME-CLIENTE     PIC X(25) VALUE SPACES.
       77 WS-CLIENTE-ANT      PIC 9(05) VALUE ZEROS.
       77 WS-EXISTE           PIC X(01) VALUE 'N'.
       77 WS-ULTIMO-NUMERO    PIC 9(10) VALUE ZEROS.
       77 WS-QTDE-DOCS        PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-BAIXADOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CARREGADAS  PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-NC         PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-VP         PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-VENCIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PASSIVO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-BAIXADO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-ED-VALOR         PIC ZZZ,ZZ9.99.
       77 WS-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       COPY CRLWS.
       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-CREDITOS-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-CREDITOS-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------CREDITO DE LOJA E VALE-PRESENTE ----------'
           DISPLAY 'P - VENDA DE VALE-PRESENTE NO BALCAO'
           DISPLAY 'C - CONSULTAR CREDITOS DO CLIENTE'
           DISPLAY 'R - RELATORIO DE CREDITOS EM ABERTO (PASSIVO)'
           DISPLAY 'E - BAIXA DE CREDITOS VENCIDOS'
           DISPLAY 'M - CARREGAR NOTAS DE CREDITO ANTERIORES'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO P,C,R,E OU M... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'P'
               GO TO VENDE-VALE-PRESENTE
               ELSE IF WS-OPC IS EQUAL TO 'C'
               GO TO CONSULTA-CREDITOS
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RELATORIO-PASSIVO
               ELSE IF WS-OPC IS EQUAL TO 'E'
               GO TO BAIXA-VENCIDOS
               ELSE IF WS-OPC IS EQUAL TO 'M'
               GO TO CARREGA-NOTAS-CREDITO
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-CREDITOS-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

      *    O VALE E EMITIDO EM NOME DO CLIENTE PRESENTEADO, QUE PASSA A
      *    TER O VALOR COMO CREDITO DE LOJA ATE A VALIDADE
       VENDE-VALE-PRESENTE.
           DISPLAY 'INFORME O CODIGO DO CLIENTE PRESENTEADO: '
           ACCEPT WS-CRL-CLIENTE
           PERFORM LE-NOME-CLIENTE-PROCEDURE
           IF WS-NOME-CLIENTE EQUAL SPACES
               DISPLAY 'CODIGO DO CLIENTE INVALIDO'
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF
           DISPLAY 'CLIENTE: ' WS-NOME-CLIENTE

           DISPLAY 'INFORME O VALOR DO VALE-PRESENTE: '
           ACCEPT WS-CRL-VALOR
           IF WS-CRL-VALOR EQUAL ZEROS
               DISPLAY 'VALOR INVALIDO'
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O TIPO DE PAGAMENTO'
           DISPLAY '(DINHEIRO, CARTAO OU PIX): '
           ACCEPT WS-CRL-TIPO-PAGAMENTO
           PERFORM UNTIL WS-CRL-TIPO-PAGAMENTO EQUAL 'DINHEIRO'
               OR WS-CRL-TIPO-PAGAMENTO EQUAL 'CARTAO'
               OR WS-CRL-TIPO-PAGAMENTO EQUAL 'PIX'
               DISPLAY 'TIPO INVALIDO - INFORME DINHEIRO, CARTAO'
                   ' OU PIX: '
               ACCEPT WS-CRL-TIPO-PAGAMENTO
           END-PERFORM

           DISPLAY 'VALIDADE EM DIAS (0 ASSUME 365): '
           ACCEPT WS-CRL-VALIDADE-DIAS
           IF WS-CRL-VALIDADE-DIAS EQUAL ZEROS
               MOVE 365 TO WS-CRL-VALIDADE-DIAS
           END-IF

           PERFORM PROXIMO-NUMERO-VALE-PROCEDURE
           MOVE 'VP' TO WS-CRL-ORIGEM
           MOVE 'BALCAO' TO WS-CRL-REFERENCIA
           PERFORM EMITE-CREDITO-LOJA-PROCEDURE
           MOVE 365 TO WS-CRL-VALIDADE-DIAS

           IF WS-CRL-EMITIDO EQUAL 'S'
               DISPLAY ' '
               DISPLAY '========= VALE-PRESENTE ========='
               DISPLAY 'NUMERO.....: ' CRL-NUMERO
               DISPLAY 'CLIENTE....: ' CRL-CODIGO-CLIENTE ' '
                   WS-NOME-CLIENTE
               DISPLAY 'VALOR......: ' CRL-VALOR-ORIGINAL
               DISPLAY 'VALIDO ATE.: ' CRL-DATA-VALIDADE
               DISPLAY '================================='
               MOVE 'CREDITOS-LOJA' TO WS-AUD-PROGRAMA
               MOVE 'VALE-PRES' TO WS-AUD-OPERACAO
               MOVE CRL-DOCUMENTO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF
           GO TO MENU-CREDITOS-PROCEDURE.

      *    NUMERO DO VALE = ANO * 1000000 + SEQUENCIA DO ANO
       PROXIMO-NUMERO-VALE-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ULTIMO-NUMERO = WS-DATA-HOJE / 10000
           MULTIPLY 1000000 BY WS-ULTIMO-NUMERO

           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN INPUT CREDITO-LOJA
           IF WS-FS-CREDLOJA EQUAL ZEROS
               MOVE 'VP' TO CRL-ORIGEM
               MOVE WS-ULTIMO-NUMERO TO CRL-NUMERO
               START CREDITO-LOJA KEY IS GREATER THAN CRL-DOCUMENTO
                   INVALID KEY
                       MOVE 10 TO WS-FS-CREDLOJA
               END-START
               PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
                   READ CREDITO-LOJA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CREDLOJA
                       NOT AT END
                       IF CRL-ORIGEM EQUAL 'VP'
                           MOVE CRL-NUMERO TO WS-ULTIMO-NUMERO
                       ELSE
                           MOVE 10 TO WS-FS-CREDLOJA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITO-LOJA
           END-IF

           COMPUTE WS-CRL-NUMERO = WS-ULTIMO-NUMERO + 1.

       CONSULTA-CREDITOS.
           DISPLAY 'INFORME O CODIGO DO CLIENTE: '
           ACCEPT WS-CRL-CLIENTE
           PERFORM LE-NOME-CLIENTE-PROCEDURE
           DISPLAY 'CLIENTE: ' WS-CRL-CLIENTE ' ' WS-NOME-CLIENTE

           MOVE ZEROS TO WS-QTDE-DOCS
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN INPUT CREDITO-LOJA
           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'NENHUM CREDITO DE LOJA REGISTRADO'
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF

           DISPLAY 'OR DOCUMENTO  EMISSAO  VALIDADE  ORIGINAL'
               '      SALDO SITUACAO'
           MOVE WS-CRL-CLIENTE TO CRL-CODIGO-CLIENTE
           START CREDITO-LOJA KEY IS EQUAL TO CRL-CODIGO-CLIENTE
               INVALID KEY
                   MOVE 10 TO WS-FS-CREDLOJA
           END-START
           PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
               READ CREDITO-LOJA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CREDLOJA
                   NOT AT END
                   IF CRL-CODIGO-CLIENTE NOT EQUAL WS-CRL-CLIENTE
                       MOVE 10 TO WS-FS-CREDLOJA
                   ELSE
                       ADD 1 TO WS-QTDE-DOCS
                       DISPLAY CRL-ORIGEM ' ' CRL-NUMERO ' '
                           CRL-DATA-EMISSAO ' ' CRL-DATA-VALIDADE ' '
                           CRL-VALOR-ORIGINAL ' ' CRL-SALDO ' '
                           CRL-STATUS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CREDITO-LOJA

           IF WS-QTDE-DOCS EQUAL ZEROS
               DISPLAY 'CLIENTE SEM CREDITOS DE LOJA'
           END-IF
           PERFORM SALDO-CREDITO-LOJA-PROCEDURE
           DISPLAY 'SALDO DISPONIVEL PARA COMPRAS: ' WS-CRL-SALDO
           GO TO MENU-CREDITOS-PROCEDURE.

      *    SALDO DE TODOS OS CREDITOS EM ABERTO, POR CLIENTE - E O QUE A
      *    LOJA DEVE EM MERCADORIA. OS VENCIDOS AINDA NAO BAIXADOS SAO
      *    DESTACADOS E TOTALIZADOS A PARTE
       RELATORIO-PASSIVO.
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN INPUT CREDITO-LOJA
           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CREDITO DE LOJA'
               MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-ALERTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30)

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'creditos-loja-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'CREDITOS DE LOJA EM ABERTO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'POSICAO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE 'CLIEN NOME' TO WS-SPOOL-LINHA(1:10)
           MOVE 'OR' TO WS-SPOOL-LINHA(28:2)
           MOVE 'DOCUMENTO' TO WS-SPOOL-LINHA(31:9)
           MOVE 'VALIDADE' TO WS-SPOOL-LINHA(42:8)
           MOVE '     SALDO' TO WS-SPOOL-LINHA(51:10)
           MOVE 'SITUACAO' TO WS-SPOOL-LINHA(62:8)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-DOCS
           MOVE ZEROS TO WS-TOTAL-NC
           MOVE ZEROS TO WS-TOTAL-VP
           MOVE ZEROS TO WS-TOTAL-VENCIDO
           MOVE ZEROS TO WS-CLIENTE-ANT
           MOVE SPACES TO WS-NOME-CLIENTE

           MOVE ZEROS TO CRL-CODIGO-CLIENTE
           START CREDITO-LOJA KEY IS NOT LESS THAN CRL-CODIGO-CLIENTE
               INVALID KEY
                   MOVE 10 TO WS-FS-CREDLOJA
           END-START
           PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
               READ CREDITO-LOJA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CREDLOJA
                   NOT AT END
                   IF CRL-STATUS EQUAL 'ABERTO'
                       AND CRL-SALDO GREATER THAN ZEROS
                       PERFORM IMPRIME-CREDITO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CREDITO-LOJA

           COMPUTE WS-TOTAL-PASSIVO = WS-TOTAL-NC + WS-TOTAL-VP
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-NC TO WS-ED-TOTAL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'NOTAS DE CREDITO......: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-VP TO WS-ED-TOTAL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VALES-PRESENTE........: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-PASSIVO TO WS-ED-TOTAL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL DO PASSIVO......: ' WS-ED-TOTAL
               '   DOCUMENTOS: ' WS-QTDE-DOCS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-VENCIDO TO WS-ED-TOTAL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VENCIDOS A BAIXAR.....: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           MOVE WS-TOTAL-PASSIVO TO WS-ED-TOTAL
           DISPLAY 'CREDITOS EM ABERTO....: ' WS-QTDE-DOCS
           DISPLAY 'TOTAL DO PASSIVO......: ' WS-ED-TOTAL
           MOVE WS-TOTAL-VENCIDO TO WS-ED-TOTAL
           DISPLAY 'VENCIDOS A BAIXAR.....: ' WS-ED-TOTAL
           GO TO MENU-CREDITOS-PROCEDURE.

       IMPRIME-CREDITO-PROCEDURE.
           ADD 1 TO WS-QTDE-DOCS
           IF CRL-ORIGEM EQUAL 'NC'
               ADD CRL-SALDO TO WS-TOTAL-NC
           ELSE
               ADD CRL-SALDO TO WS-TOTAL-VP
           END-IF

           IF CRL-CODIGO-CLIENTE NOT EQUAL WS-CLIENTE-ANT
               MOVE CRL-CODIGO-CLIENTE TO WS-CRL-CLIENTE
               PERFORM LE-NOME-CLIENTE-PROCEDURE
               MOVE CRL-CODIGO-CLIENTE TO WS-CLIENTE-ANT
           END-IF

           MOVE CRL-SALDO TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE CRL-CODIGO-CLIENTE TO WS-SPOOL-LINHA(1:5)
           MOVE WS-NOME-CLIENTE TO WS-SPOOL-LINHA(7:20)
           MOVE CRL-ORIGEM TO WS-SPOOL-LINHA(28:2)
           MOVE CRL-NUMERO TO WS-SPOOL-LINHA(31:10)
           MOVE CRL-DATA-VALIDADE TO WS-SPOOL-LINHA(42:8)
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(51:10)
           IF CRL-DATA-VALIDADE LESS THAN WS-DATA-HOJE
               MOVE 'VENCIDO' TO WS-SPOOL-LINHA(62:7)
               ADD CRL-SALDO TO WS-TOTAL-VENCIDO
           ELSE
               IF CRL-DATA-VALIDADE NOT GREATER THAN WS-DATA-ALERTA
                   MOVE 'VENCE EM 30 DIAS' TO WS-SPOOL-LINHA(62:16)
               END-IF
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      *    ZERA O SALDO DOS CREDITOS COM VALIDADE VENCIDA - O VALOR SAI
      *    DO PASSIVO E FICA REGISTRADO NO MOVIMENTO COMO EXPIRA
       BAIXA-VENCIDOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'BAIXAR OS CREDITOS VENCIDOS ATE ' WS-DATA-HOJE
               '? (S/N)'
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'S'
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN I-O CREDITO-LOJA
           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CREDITO DE LOJA'
               MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-BAIXADOS
           MOVE ZEROS TO WS-TOTAL-BAIXADO
           MOVE SPACES TO WS-CRL-PEDIDO
           PERFORM UNTIL WS-FS-CREDLOJA EQUAL 10
               READ CREDITO-LOJA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CREDLOJA
                   NOT AT END
                   IF CRL-STATUS EQUAL 'ABERTO'
                       AND CRL-DATA-VALIDADE LESS THAN WS-DATA-HOJE
                       PERFORM BAIXA-UM-CREDITO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CREDITO-LOJA

           MOVE WS-TOTAL-BAIXADO TO WS-ED-TOTAL
           DISPLAY 'CREDITOS BAIXADOS POR VENCIMENTO: ' WS-QTDE-BAIXADOS
           DISPLAY 'VALOR BAIXADO DO PASSIVO........: ' WS-ED-TOTAL

           MOVE 'CREDITOS-LOJA' TO WS-AUD-PROGRAMA
           MOVE 'EXPIRACAO' TO WS-AUD-OPERACAO
           MOVE WS-DATA-HOJE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE
           GO TO MENU-CREDITOS-PROCEDURE.

       BAIXA-UM-CREDITO-PROCEDURE.
           COMPUTE WS-CRL-MOV-VALOR = ZERO - CRL-SALDO
           MOVE CRL-SALDO TO WS-CRL-VALOR
           MOVE ZEROS TO CRL-SALDO
           MOVE 'EXPIRADO' TO CRL-STATUS
           REWRITE REG-CREDITO-LOJA
           END-REWRITE
           IF WS-FS-CREDLOJA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO BAIXAR O CREDITO ' CRL-DOCUMENTO
               MOVE WS-FS-CREDLOJA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               ADD 1 TO WS-QTDE-BAIXADOS
               ADD WS-CRL-VALOR TO WS-TOTAL-BAIXADO
               MOVE 'EXPIRA' TO WS-CRL-MOV-TIPO
               PERFORM GRAVA-CREDITO-MOV-PROCEDURE
           END-IF.

      *    NOTAS DE CREDITO EMITIDAS ANTES DO CREDITO DE LOJA - PASSAM A
      *    VALER COMO SALDO DO CLIENTE, COM VALIDADE CONTADA DE HOJE
       CARREGA-NOTAS-CREDITO.
           MOVE ZEROS TO WS-FS-NCREDITO
           OPEN INPUT NOTAS-CREDITO
           IF WS-FS-NCREDITO NOT EQUAL ZEROS
               DISPLAY 'NENHUMA NOTA DE CREDITO ENCONTRADA'
               GO TO MENU-CREDITOS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-CARREGADAS
           PERFORM UNTIL WS-FS-NCREDITO EQUAL 10
               READ NOTAS-CREDITO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-NCREDITO
                   NOT AT END
                   IF NC-VALOR GREATER THAN ZEROS
                       PERFORM CARREGA-UMA-NOTA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTAS-CREDITO

           DISPLAY 'NOTAS DE CREDITO CARREGADAS: ' WS-QTDE-CARREGADAS
           IF WS-QTDE-CARREGADAS GREATER THAN ZEROS
               MOVE 'CREDITOS-LOJA' TO WS-AUD-PROGRAMA
               MOVE 'CARGA-NC' TO WS-AUD-OPERACAO
               MOVE WS-QTDE-CARREGADAS TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF
           GO TO MENU-CREDITOS-PROCEDURE.

       CARREGA-UMA-NOTA-PROCEDURE.
           MOVE 'N' TO WS-EXISTE
           MOVE ZEROS TO WS-FS-CREDLOJA
           OPEN INPUT CREDITO-LOJA
           IF WS-FS-CREDLOJA EQUAL ZEROS
               MOVE 'NC' TO CRL-ORIGEM
               MOVE NC-NUMERO TO CRL-NUMERO
               READ CREDITO-LOJA RECORD
                   KEY IS CRL-DOCUMENTO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
               END-READ
               CLOSE CREDITO-LOJA
           END-IF

           IF WS-EXISTE EQUAL 'N'
               MOVE 'NC' TO WS-CRL-ORIGEM
               MOVE NC-NUMERO TO WS-CRL-NUMERO
               MOVE NC-CODIGO-CLIENTE TO WS-CRL-CLIENTE
               MOVE NC-VALOR TO WS-CRL-VALOR
               MOVE NC-CODIGO-PEDIDO TO WS-CRL-REFERENCIA
               PERFORM EMITE-CREDITO-LOJA-PROCEDURE
               IF WS-CRL-EMITIDO EQUAL 'S'
                   ADD 1 TO WS-QTDE-CARREGADAS
               END-IF
           END-IF.

       LE-NOME-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-NOME-CLIENTE
           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL ZEROS
               MOVE WS-CRL-CLIENTE TO CODIGO-CLIENTE
               READ CLIENTES RECORD
                   KEY IS CODIGO-CLIENTE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE NOME TO WS-NOME-CLIENTE
               END-READ
               CLOSE CLIENTES
           END-IF.

       COPY CRLPRC.
       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CREDITOS-LOJA.
