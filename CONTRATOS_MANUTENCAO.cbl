      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOS-MANUTENCAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CTRSEL.

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
       COPY CTRFD.

       COPY CLIFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CONTRATOS     PIC 99.
       77 WS-FS-CLIENTES      PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-ALTERA           PIC X VALUE SPACES.
       77 WS-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-IDX              PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ANTECEDENCIA PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-RESTANTES   PIC S9(05) VALUE ZEROS.
       77 WS-QTDE-VENCENDO    PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-VENCENDO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-ED-VALOR         PIC ZZZ,ZZ9.99.
       77 WS-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-DIAS          PIC -ZZZ9.

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-CONTRATOS-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-CONTRATOS-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------CONTRATOS DE MANUTENCAO ----------'
           DISPLAY 'I - INCLUSAO DE CONTRATO'
           DISPLAY 'A - ALTERACAO DE VIGENCIA, VALOR OU SITUACAO'
           DISPLAY 'E - EQUIPAMENTOS COBERTOS PELO CONTRATO'
           DISPLAY 'C - CONSULTAR CONTRATO'
           DISPLAY 'L - LISTAR TODOS OS CONTRATOS'
           DISPLAY 'R - RELATORIO DE CONTRATOS A VENCER'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO I,A,E,C,L OU R... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUIR-CONTRATO
               ELSE IF WS-OPC IS EQUAL TO 'A'
               GO TO ALTERA-CONTRATO
               ELSE IF WS-OPC IS EQUAL TO 'E'
               GO TO EQUIPAMENTOS-CONTRATO
               ELSE IF WS-OPC IS EQUAL TO 'C'
               GO TO CONSULTA-CONTRATO
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTAR-CONTRATOS
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RELATORIO-VENCIMENTOS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-CONTRATOS-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

       INCLUIR-CONTRATO.
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN I-O CONTRATOS-MANUTENCAO
           IF WS-FS-CONTRATOS EQUAL 35
               OPEN OUTPUT CONTRATOS-MANUTENCAO
               CLOSE CONTRATOS-MANUTENCAO
               OPEN I-O CONTRATOS-MANUTENCAO
           END-IF
           IF WS-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS'
               MOVE WS-FS-CONTRATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONTRATOS-PROCEDURE
           END-IF

           INITIALIZE REG-CONTRATO
           DISPLAY 'INFORME O NUMERO DO CONTRATO: '
           ACCEPT CTR-CODIGO
           DISPLAY 'INFORME O CODIGO DO CLIENTE: '
           ACCEPT CTR-CODIGO-CLIENTE

           MOVE SPACES TO CTR-NOME
           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL ZEROS
               MOVE CTR-CODIGO-CLIENTE TO CODIGO-CLIENTE
               READ CLIENTES RECORD
                   KEY IS CODIGO-CLIENTE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE NOME TO CTR-NOME
               END-READ
               CLOSE CLIENTES
           END-IF
           IF CTR-NOME EQUAL SPACES
               DISPLAY 'CODIGO DO CLIENTE INVALIDO'
               CLOSE CONTRATOS-MANUTENCAO
               GO TO MENU-CONTRATOS-PROCEDURE
           END-IF
           DISPLAY 'CLIENTE: ' CTR-NOME

           DISPLAY 'INFORME O INICIO DA VIGENCIA (AAAAMMDD): '
           ACCEPT CTR-DATA-INICIO
           DISPLAY 'INFORME O FIM DA VIGENCIA (AAAAMMDD): '
           ACCEPT CTR-DATA-FIM
           IF CTR-DATA-FIM NOT GREATER THAN CTR-DATA-INICIO
               DISPLAY 'FIM DA VIGENCIA DEVE SER POSTERIOR AO INICIO'
               CLOSE CONTRATOS-MANUTENCAO
               GO TO MENU-CONTRATOS-PROCEDURE
           END-IF
           DISPLAY 'INFORME O VALOR MENSAL: '
           ACCEPT CTR-VALOR-MENSAL
           DISPLAY 'INFORME O DIA DE VENCIMENTO (01 A 31): '
           ACCEPT CTR-DIA-VENCIMENTO
           IF CTR-DIA-VENCIMENTO EQUAL ZEROS
               OR CTR-DIA-VENCIMENTO GREATER THAN 31
               DISPLAY 'DIA DE VENCIMENTO INVALIDO'
               CLOSE CONTRATOS-MANUTENCAO
               GO TO MENU-CONTRATOS-PROCEDURE
           END-IF
           MOVE 'ATIVO' TO CTR-STATUS
           MOVE ZEROS TO CTR-ULTIMA-COMPETENCIA

           PERFORM DIGITA-EQUIPAMENTOS-PROCEDURE

           WRITE REG-CONTRATO

           IF WS-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O CONTRATO'
               MOVE WS-FS-CONTRATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'CONTRATO GRAVADO COM SUCESSO!'
               MOVE 'CONTRATOS-MANUT' TO WS-AUD-PROGRAMA
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE CTR-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE CONTRATOS-MANUTENCAO
           GO TO MENU-CONTRATOS-PROCEDURE.

       DIGITA-EQUIPAMENTOS-PROCEDURE.
           DISPLAY 'QUANTOS EQUIPAMENTOS COBERTOS (ATE 10 - 00 PARA '
               'TODOS OS APARELHOS DO CLIENTE): '
           ACCEPT CTR-QTDE-EQUIPAMENTOS
           IF CTR-QTDE-EQUIPAMENTOS GREATER THAN 10
               MOVE 10 TO CTR-QTDE-EQUIPAMENTOS
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 10
               IF WS-IDX GREATER THAN CTR-QTDE-EQUIPAMENTOS
                   MOVE ZEROS TO CTR-EQP-PRODUTO(WS-IDX)
                   MOVE SPACES TO CTR-EQP-SERIE(WS-IDX)
                   MOVE SPACES TO CTR-EQP-DESCRICAO(WS-IDX)
               ELSE
                   DISPLAY 'EQUIPAMENTO ' WS-IDX
                       ' - CODIGO DO PRODUTO (00000 SE NAO VENDIDO '
                       'PELA LOJA): '
                   ACCEPT CTR-EQP-PRODUTO(WS-IDX)
                   DISPLAY 'NUMERO DE SERIE (BRANCO COBRE TODO O '
                       'PRODUTO): '
                   MOVE SPACES TO CTR-EQP-SERIE(WS-IDX)
                   ACCEPT CTR-EQP-SERIE(WS-IDX)
                   DISPLAY 'DESCRICAO DO EQUIPAMENTO: '
                   ACCEPT CTR-EQP-DESCRICAO(WS-IDX)
               END-IF
           END-PERFORM.

       ALTERA-CONTRATO.
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN I-O CONTRATOS-MANUTENCAO

           DISPLAY 'INFORME O NUMERO DO CONTRATO: '
           ACCEPT CTR-CODIGO

           MOVE SPACES TO WS-ALTERA
           READ CONTRATOS-MANUTENCAO RECORD
               KEY IS CTR-CODIGO
               INVALID KEY
               DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
               PERFORM EXIBE-CONTRATO-PROCEDURE
               MOVE 'S' TO WS-ALTERA
           END-READ

           IF WS-ALTERA IS EQUAL TO 'S'
               DISPLAY 'INFORME O NOVO FIM DA VIGENCIA (AAAAMMDD): '
               ACCEPT CTR-DATA-FIM
               DISPLAY 'INFORME O NOVO VALOR MENSAL: '
               ACCEPT CTR-VALOR-MENSAL
               DISPLAY 'INFORME O NOVO DIA DE VENCIMENTO: '
               ACCEPT CTR-DIA-VENCIMENTO
               IF CTR-DIA-VENCIMENTO EQUAL ZEROS
                   OR CTR-DIA-VENCIMENTO GREATER THAN 31
                   MOVE 10 TO CTR-DIA-VENCIMENTO
                   DISPLAY 'DIA INVALIDO - ASSUMIDO DIA 10'
               END-IF
               DISPLAY 'SITUACAO: A-ATIVO S-SUSPENSO E-ENCERRADO: '
               ACCEPT WS-RESPOSTA
               EVALUATE WS-RESPOSTA
                   WHEN 'S'
                       MOVE 'SUSPENSO' TO CTR-STATUS
                   WHEN 'E'
                       MOVE 'ENCERRADO' TO CTR-STATUS
                   WHEN OTHER
                       MOVE 'ATIVO' TO CTR-STATUS
               END-EVALUATE
               REWRITE REG-CONTRATO
               END-REWRITE
               DISPLAY 'CONTRATO ALTERADO'
               MOVE 'CONTRATOS-MANUT' TO WS-AUD-PROGRAMA
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE CTR-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE CONTRATOS-MANUTENCAO
           GO TO MENU-CONTRATOS-PROCEDURE.

       EQUIPAMENTOS-CONTRATO.
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN I-O CONTRATOS-MANUTENCAO

           DISPLAY 'INFORME O NUMERO DO CONTRATO: '
           ACCEPT CTR-CODIGO

           MOVE SPACES TO WS-ALTERA
           READ CONTRATOS-MANUTENCAO RECORD
               KEY IS CTR-CODIGO
               INVALID KEY
               DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
               PERFORM EXIBE-CONTRATO-PROCEDURE
               MOVE 'S' TO WS-ALTERA
           END-READ

           IF WS-ALTERA IS EQUAL TO 'S'
               DISPLAY 'A LISTA DE EQUIPAMENTOS SERA SUBSTITUIDA'
               PERFORM DIGITA-EQUIPAMENTOS-PROCEDURE
               REWRITE REG-CONTRATO
               END-REWRITE
               DISPLAY 'EQUIPAMENTOS ATUALIZADOS'
               MOVE 'CONTRATOS-MANUT' TO WS-AUD-PROGRAMA
               MOVE 'EQUIPAMENTO' TO WS-AUD-OPERACAO
               MOVE CTR-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE CONTRATOS-MANUTENCAO
           GO TO MENU-CONTRATOS-PROCEDURE.

       CONSULTA-CONTRATO.
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN INPUT CONTRATOS-MANUTENCAO

           DISPLAY 'INFORME O NUMERO DO CONTRATO: '
           ACCEPT CTR-CODIGO

           READ CONTRATOS-MANUTENCAO RECORD
               KEY IS CTR-CODIGO
               INVALID KEY
               DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
               PERFORM EXIBE-CONTRATO-PROCEDURE
           END-READ

           CLOSE CONTRATOS-MANUTENCAO
           GO TO MENU-CONTRATOS-PROCEDURE.

       EXIBE-CONTRATO-PROCEDURE.
           DISPLAY 'CONTRATO: ' CTR-CODIGO ' SITUACAO: ' CTR-STATUS
           DISPLAY 'CLIENTE: ' CTR-CODIGO-CLIENTE ' ' CTR-NOME
           DISPLAY 'VIGENCIA: ' CTR-DATA-INICIO ' A ' CTR-DATA-FIM
           DISPLAY 'VALOR MENSAL: ' CTR-VALOR-MENSAL
               ' VENCIMENTO DIA ' CTR-DIA-VENCIMENTO
           DISPLAY 'ULTIMA COMPETENCIA FATURADA: '
               CTR-ULTIMA-COMPETENCIA
           IF CTR-QTDE-EQUIPAMENTOS EQUAL ZEROS
               DISPLAY 'COBRE TODOS OS APARELHOS DO CLIENTE'
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN CTR-QTDE-EQUIPAMENTOS
                   DISPLAY '  ' CTR-EQP-PRODUTO(WS-IDX) ' '
                       CTR-EQP-SERIE(WS-IDX) ' '
                       CTR-EQP-DESCRICAO(WS-IDX)
               END-PERFORM
           END-IF.

       LISTAR-CONTRATOS.
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN INPUT CONTRATOS-MANUTENCAO

           IF WS-FS-CONTRATOS EQUAL ZEROS
               DISPLAY '----- RELACAO DE CONTRATOS -----'
               PERFORM UNTIL WS-FS-CONTRATOS EQUAL 10
                   READ CONTRATOS-MANUTENCAO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CONTRATOS
                       NOT AT END
                       DISPLAY CTR-CODIGO ' ' CTR-NOME ' '
                           CTR-DATA-INICIO ' ' CTR-DATA-FIM ' '
                           CTR-VALOR-MENSAL ' ' CTR-STATUS
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS'
               MOVE WS-FS-CONTRATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE CONTRATOS-MANUTENCAO
           GO TO MENU-CONTRATOS-PROCEDURE.

      *    CONTRATOS ATIVOS QUE TERMINAM ATE A DATA LIMITE (OU JA
      *    VENCIDOS E AINDA ATIVOS) - LISTA PARA A RENOVACAO
       RELATORIO-VENCIMENTOS.
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN INPUT CONTRATOS-MANUTENCAO
           IF WS-FS-CONTRATOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS'
               MOVE WS-FS-CONTRATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONTRATOS-PROCEDURE
           END-IF

           DISPLAY 'DIAS DE ANTECEDENCIA (0 ASSUME 60): '
           ACCEPT WS-DIAS-ANTECEDENCIA
           IF WS-DIAS-ANTECEDENCIA EQUAL ZEROS
               MOVE 60 TO WS-DIAS-ANTECEDENCIA
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-DIAS-ANTECEDENCIA)

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'contratos-vencer-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'CONTRATOS DE MANUTENCAO A VENCER' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VIGENCIA TERMINANDO ATE ' WS-DATA-LIMITE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CONTR CLIENTE                         FIM DA VIG'
               TO WS-SPOOL-LINHA
           MOVE 'DIAS  VALOR MENSAL' TO WS-SPOOL-LINHA(51:18)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-VENCENDO
           MOVE ZEROS TO WS-VALOR-VENCENDO

           PERFORM UNTIL WS-FS-CONTRATOS EQUAL 10
               READ CONTRATOS-MANUTENCAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONTRATOS
                   NOT AT END
                   IF CTR-STATUS EQUAL 'ATIVO'
                       AND CTR-DATA-FIM NOT GREATER THAN
                           WS-DATA-LIMITE
                       PERFORM IMPRIME-VENCIMENTO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CONTRATOS-MANUTENCAO

           MOVE WS-VALOR-VENCENDO TO WS-ED-TOTAL
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CONTRATOS A RENOVAR: ' WS-QTDE-VENCENDO
               '   RECEITA MENSAL EM RISCO: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'CONTRATOS A RENOVAR.......: ' WS-QTDE-VENCENDO
           DISPLAY 'RECEITA MENSAL EM RISCO...: ' WS-ED-TOTAL
           GO TO MENU-CONTRATOS-PROCEDURE.

       IMPRIME-VENCIMENTO-PROCEDURE.
           ADD 1 TO WS-QTDE-VENCENDO
           ADD CTR-VALOR-MENSAL TO WS-VALOR-VENCENDO
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(CTR-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE WS-DIAS-RESTANTES TO WS-ED-DIAS
           MOVE CTR-VALOR-MENSAL TO WS-ED-VALOR

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE CTR-CODIGO TO WS-SPOOL-LINHA(1:5)
           MOVE CTR-CODIGO-CLIENTE TO WS-SPOOL-LINHA(7:5)
           MOVE CTR-NOME TO WS-SPOOL-LINHA(13:25)
           MOVE CTR-DATA-FIM TO WS-SPOOL-LINHA(39:8)
           MOVE WS-ED-DIAS TO WS-SPOOL-LINHA(50:5)
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(59:10)
           IF WS-DIAS-RESTANTES LESS THAN ZEROS
               MOVE 'VENCIDO' TO WS-SPOOL-LINHA(70:7)
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CONTRATOS-MANUTENCAO.
