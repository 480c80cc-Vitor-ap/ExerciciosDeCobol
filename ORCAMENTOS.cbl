
       COPY VENDSEL.

       COPY ORCCSEL.

       COPY AUDITSEL.

       COPY SPOOLSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY VENDFD.

       COPY ORCCFD.

       COPY AUDITFD.

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-QTDE-ABERTOS      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ABERTOS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VEND-FILTRO       PIC 9(03) VALUE ZEROS.
       77 WS-FS-ORCCONT        PIC 99.
       77 WS-DIA-INTEIRO       PIC 9(07) VALUE ZEROS.
       77 WS-ORCC-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-ORCC-VENDEDOR     PIC 9(03) VALUE ZEROS.
       77 WS-ORCC-ULTIMO-SEQ   PIC 9(03) VALUE ZEROS.
       77 WS-ORCC-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-ORCC-QTDE         PIC 9(05) VALUE ZEROS.
       77 WS-ORCC-SITUACAO     PIC X(08) VALUE SPACES.
       77 WS-OPC-RESULTADO     PIC X(01) VALUE SPACES.
       77 WS-OPC-MOTIVO        PIC 9(01) VALUE ZEROS.
       77 WS-IDX               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-VEND          PIC 9(02) VALUE ZEROS.
       77 WS-MES-CONVERSAO     PIC 9(06) VALUE ZEROS.
       77 WS-MES-DOCUMENTO     PIC 9(06) VALUE ZEROS.

      * MOTIVOS DE PERDA DE ORCAMENTO
       01 WS-MOTIVOS-PERDA-TAB.
           03 FILLER PIC X(22) VALUE 'PRPRECO               '.
           03 FILLER PIC X(22) VALUE 'PZPRAZO DE ENTREGA    '.
           03 FILLER PIC X(22) VALUE 'ESFALTA DE ESTOQUE    '.
           03 FILLER PIC X(22) VALUE 'COCONCORRENTE         '.
           03 FILLER PIC X(22) VALUE 'OUOUTROS              '.
           03 FILLER PIC X(22) VALUE '  SEM MOTIVO INFORMADO'.
       01 WS-MOTIVOS-PERDA REDEFINES WS-MOTIVOS-PERDA-TAB.
           03 WS-MOTIVO-ITEM OCCURS 6 TIMES.
               05 WS-MOTIVO-COD        PIC X(02).
               05 WS-MOTIVO-DESC       PIC X(20).

      * ACUMULADORES DO RELATORIO MENSAL DE CONVERSAO
       77 WS-CNV-QTDE-TOTAL    PIC 9(05) VALUE ZEROS.
       77 WS-CNV-QTDE-CONV     PIC 9(05) VALUE ZEROS.
       77 WS-CNV-QTDE-PERD     PIC 9(05) VALUE ZEROS.
       77 WS-CNV-QTDE-ABER     PIC 9(05) VALUE ZEROS.
       77 WS-CNV-VALOR-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       77 WS-CNV-VALOR-CONV    PIC 9(11)V99 VALUE ZEROS.
       77 WS-CNV-VALOR-PERD    PIC 9(11)V99 VALUE ZEROS.
       77 WS-CNV-TAXA          PIC 9(03)V99 VALUE ZEROS.
       77 WS-CNV-QTDE-VEND     PIC 9(02) VALUE ZEROS.
       77 WS-ED-VALOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-TAXA           PIC ZZ9.99.

       01 WS-CNV-PERDAS.
           03 WS-CNV-PERDA OCCURS 6 TIMES.
               05 WS-CNV-PERDA-QTDE    PIC 9(05).
               05 WS-CNV-PERDA-VALOR   PIC 9(11)V99.

       01 WS-CNV-VENDEDORES.
           03 WS-CNV-VEND OCCURS 50 TIMES.
               05 WS-CNV-VEND-CODIGO   PIC 9(03).
               05 WS-CNV-VEND-QTDE     PIC 9(05).
               05 WS-CNV-VEND-CONV     PIC 9(05).
               05 WS-CNV-VEND-PERD     PIC 9(05).
               05 WS-CNV-VEND-VLR-CONV PIC 9(11)V99.
               05 WS-CNV-VEND-VLR-PERD PIC 9(11)V99.

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.

           DISPLAY 'I - INCLUIR ORCAMENTO'
           DISPLAY 'C - CONSULTAR ORCAMENTO'
           DISPLAY 'R - RELATORIO DE ORCAMENTOS ABERTOS P/ VENDEDOR'
           DISPLAY 'A - AGENDAR CONTATO DE ACOMPANHAMENTO'
           DISPLAY 'L - REGISTRAR CONTATO COM O CLIENTE'
           DISPLAY 'D - CONTATOS PREVISTOS PARA HOJE P/ VENDEDOR'
           DISPLAY 'P - REGISTRAR ORCAMENTO PERDIDO (RECUSA)'
           DISPLAY 'X - INFORMAR MOTIVO DOS ORCAMENTOS VENCIDOS'
           DISPLAY 'M - RELATORIO MENSAL DE CONVERSAO'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO I,C,R,A,L,D,P,X OU M... OU V PARA '
               'SAIR'

           ACCEPT WS-OPC

               GO TO CONSULTA-ORCAMENTO
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RELATORIO-ABERTOS
               ELSE IF WS-OPC IS EQUAL TO 'A'
               GO TO AGENDA-CONTATO
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO REGISTRA-CONTATO
               ELSE IF WS-OPC IS EQUAL TO 'D'
               GO TO AGENDA-DO-DIA
               ELSE IF WS-OPC IS EQUAL TO 'P'
               GO TO REGISTRA-PERDA
               ELSE IF WS-OPC IS EQUAL TO 'X'
               GO TO MOTIVO-VENCIDOS
               ELSE IF WS-OPC IS EQUAL TO 'M'
               GO TO RELATORIO-CONVERSAO
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           MOVE ZEROS TO ORC-QTDE-ITENS
           MOVE ZEROS TO ORC-VALOR-TOTAL
           MOVE 'ABERTO' TO ORC-STATUS
           MOVE ZEROS TO ORC-DATA-ENCERRAMENTO
           MOVE SPACES TO ORC-MOTIVO-PERDA

           MOVE 'S' TO WS-MAIS-ITENS
           OPEN INPUT PRODUTOS
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE CODIGO-ORCAMENTO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               PERFORM AGENDA-CONTATOS-PADRAO-PROCEDURE
           END-IF

           CLOSE ORCAMENTOS-ITENS
               PERFORM EXIBE-ITENS-ORCAMENTO
               DISPLAY 'VALOR TOTAL: ' ORC-VALOR-TOTAL
               DISPLAY 'STATUS: ' ORC-STATUS
               IF ORC-MOTIVO-PERDA NOT EQUAL SPACES
                   PERFORM BUSCA-MOTIVO-PERDA-PROCEDURE
                   DISPLAY 'MOTIVO DA PERDA: ' WS-MOTIVO-DESC(WS-IDX)
                       ' EM ' ORC-DATA-ENCERRAMENTO
               END-IF
               PERFORM EXIBE-CONTATOS-ORCAMENTO
           END-READ

           CLOSE ORCAMENTOS-ITENS

           GO TO MENU-ORCAMENTOS-PROCEDURE.

       EXIBE-CONTATOS-ORCAMENTO.
           MOVE ZEROS TO WS-FS-ORCCONT
           OPEN INPUT ORCAMENTOS-CONTATOS
           IF WS-FS-ORCCONT EQUAL ZEROS
               DISPLAY '--- ACOMPANHAMENTO DO ORCAMENTO ---'
               MOVE CODIGO-ORCAMENTO TO ORCC-CODIGO-ORCAMENTO
               MOVE ZEROS TO ORCC-SEQ
               START ORCAMENTOS-CONTATOS KEY IS GREATER THAN ORCC-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-ORCCONT
               END-START

               PERFORM UNTIL WS-FS-ORCCONT EQUAL 10
                   READ ORCAMENTOS-CONTATOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ORCCONT
                       NOT AT END
                       IF ORCC-CODIGO-ORCAMENTO NOT EQUAL
                           CODIGO-ORCAMENTO
                           MOVE 10 TO WS-FS-ORCCONT
                       ELSE
                           DISPLAY ORCC-SEQ ' ' ORCC-STATUS
                               ' PREVISTO ' ORCC-DATA-PREVISTA
                               ' VEND ' ORCC-CODIGO-VENDEDOR
                           IF ORCC-STATUS EQUAL 'REALIZADO'
                               DISPLAY '    CONTATO EM '
                                   ORCC-DATA-CONTATO ' - '
                                   ORCC-RESULTADO
                               DISPLAY '    PROXIMO PASSO: '
                                   ORCC-PROXIMO-PASSO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTOS-CONTATOS
           END-IF.

      * ACOMPANHAMENTO PADRAO: UM CONTATO TRES DIAS APOS A EMISSAO E
      * OUTRO NA VESPERA DO VENCIMENTO DO ORCAMENTO
       AGENDA-CONTATOS-PADRAO-PROCEDURE.
           IF ORC-DATA-VALIDADE NOT GREATER THAN ORC-DATA-EMISSAO
               DISPLAY 'VALIDADE INVALIDA - AGENDE OS CONTATOS PELA '
                   'OPCAO A'
           ELSE
               PERFORM ABRE-CONTATOS-PROCEDURE
               MOVE ORC-CODIGO-VENDEDOR TO WS-ORCC-VENDEDOR

               COMPUTE WS-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(ORC-DATA-EMISSAO) + 3
               COMPUTE WS-ORCC-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               IF WS-ORCC-DATA LESS THAN ORC-DATA-VALIDADE
                   PERFORM GRAVA-CONTATO-AGENDADO-PROCEDURE
               END-IF

               COMPUTE WS-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(ORC-DATA-VALIDADE) - 1
               IF FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                   GREATER THAN WS-ORCC-DATA
                   COMPUTE WS-ORCC-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                   PERFORM GRAVA-CONTATO-AGENDADO-PROCEDURE
               END-IF

               CLOSE ORCAMENTOS-CONTATOS
               DISPLAY 'CONTATOS DE ACOMPANHAMENTO AGENDADOS PARA O '
                   'VENDEDOR ' WS-ORCC-VENDEDOR
           END-IF.

       ABRE-CONTATOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-ORCCONT
           OPEN I-O ORCAMENTOS-CONTATOS
           IF WS-FS-ORCCONT EQUAL 35
               OPEN OUTPUT ORCAMENTOS-CONTATOS
               CLOSE ORCAMENTOS-CONTATOS
               OPEN I-O ORCAMENTOS-CONTATOS
           END-IF.

       ULTIMO-SEQ-CONTATO-PROCEDURE.
           MOVE ZEROS TO WS-ORCC-ULTIMO-SEQ
           MOVE CODIGO-ORCAMENTO TO ORCC-CODIGO-ORCAMENTO
           MOVE ZEROS TO ORCC-SEQ
           START ORCAMENTOS-CONTATOS KEY IS GREATER THAN ORCC-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-ORCCONT
           END-START

           PERFORM UNTIL WS-FS-ORCCONT EQUAL 10
               READ ORCAMENTOS-CONTATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORCCONT
                   NOT AT END
                   IF ORCC-CODIGO-ORCAMENTO NOT EQUAL CODIGO-ORCAMENTO
                       MOVE 10 TO WS-FS-ORCCONT
                   ELSE
                       MOVE ORCC-SEQ TO WS-ORCC-ULTIMO-SEQ
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-ORCCONT.

       GRAVA-CONTATO-AGENDADO-PROCEDURE.
           PERFORM ULTIMO-SEQ-CONTATO-PROCEDURE
           MOVE CODIGO-ORCAMENTO TO ORCC-CODIGO-ORCAMENTO
           COMPUTE ORCC-SEQ = WS-ORCC-ULTIMO-SEQ + 1
           MOVE WS-ORCC-VENDEDOR TO ORCC-CODIGO-VENDEDOR
           MOVE WS-ORCC-DATA TO ORCC-DATA-PREVISTA
           MOVE ZEROS TO ORCC-DATA-CONTATO
           MOVE SPACES TO ORCC-RESULTADO
           MOVE SPACES TO ORCC-PROXIMO-PASSO
           MOVE 'AGENDADO' TO ORCC-STATUS
           WRITE REG-ORCAMENTO-CONTATO
           IF WS-FS-ORCCONT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTATO AGENDADO'
               MOVE WS-FS-ORCCONT TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'CONTATO ' ORCC-SEQ ' AGENDADO PARA '
                   ORCC-DATA-PREVISTA
           END-IF.

       CANCELA-CONTATOS-PENDENTES-PROCEDURE.
           PERFORM ABRE-CONTATOS-PROCEDURE
           MOVE CODIGO-ORCAMENTO TO ORCC-CODIGO-ORCAMENTO
           MOVE ZEROS TO ORCC-SEQ
           START ORCAMENTOS-CONTATOS KEY IS GREATER THAN ORCC-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-ORCCONT
           END-START

           PERFORM UNTIL WS-FS-ORCCONT EQUAL 10
               READ ORCAMENTOS-CONTATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORCCONT
                   NOT AT END
                   IF ORCC-CODIGO-ORCAMENTO NOT EQUAL CODIGO-ORCAMENTO
                       MOVE 10 TO WS-FS-ORCCONT
                   ELSE
                       IF ORCC-STATUS EQUAL 'AGENDADO'
                           MOVE 'CANCELADO' TO ORCC-STATUS
                           REWRITE REG-ORCAMENTO-CONTATO
                           END-REWRITE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORCAMENTOS-CONTATOS.

       AGENDA-CONTATO.
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN INPUT ORCAMENTOS
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ORCAMENTOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO ORCAMENTO'
           ACCEPT CODIGO-ORCAMENTO

           READ ORCAMENTOS RECORD
               KEY IS CODIGO-ORCAMENTO
               INVALID KEY
               DISPLAY 'CODIGO DO ORCAMENTO INVALIDO'
               NOT INVALID KEY
               IF ORC-STATUS NOT EQUAL 'ABERTO'
                   DISPLAY 'ORCAMENTO NAO ESTA ABERTO - STATUS: '
                       ORC-STATUS
               ELSE
                   DISPLAY 'CLIENTE: ' ORC-NOME
                       ' VALIDADE: ' ORC-DATA-VALIDADE
                   PERFORM SOLICITA-AGENDAMENTO-PROCEDURE
               END-IF
           END-READ

           CLOSE ORCAMENTOS
           GO TO MENU-ORCAMENTOS-PROCEDURE.

       SOLICITA-AGENDAMENTO-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'INFORME A DATA DO CONTATO (AAAAMMDD): '
           ACCEPT WS-ORCC-DATA
           IF WS-ORCC-DATA LESS THAN WS-DATA-HOJE
               DISPLAY 'DATA INVALIDA - CONTATO NAO AGENDADO'
           ELSE
               IF WS-ORCC-DATA GREATER THAN ORC-DATA-VALIDADE
                   DISPLAY 'ATENCAO: CONTATO APOS A VALIDADE DO '
                       'ORCAMENTO'
               END-IF
               DISPLAY 'INFORME O VENDEDOR (0 = VENDEDOR DO '
                   'ORCAMENTO ' ORC-CODIGO-VENDEDOR '): '
               ACCEPT WS-ORCC-VENDEDOR
               IF WS-ORCC-VENDEDOR EQUAL ZEROS
                   MOVE ORC-CODIGO-VENDEDOR TO WS-ORCC-VENDEDOR
               END-IF
               PERFORM ABRE-CONTATOS-PROCEDURE
               PERFORM GRAVA-CONTATO-AGENDADO-PROCEDURE
               CLOSE ORCAMENTOS-CONTATOS
           END-IF.

       REGISTRA-CONTATO.
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN I-O ORCAMENTOS
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ORCAMENTOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO ORCAMENTO'
           ACCEPT CODIGO-ORCAMENTO

           READ ORCAMENTOS RECORD
               KEY IS CODIGO-ORCAMENTO
               INVALID KEY
               DISPLAY 'CODIGO DO ORCAMENTO INVALIDO'
               NOT INVALID KEY
               IF ORC-STATUS NOT EQUAL 'ABERTO'
                   DISPLAY 'ORCAMENTO NAO ESTA ABERTO - STATUS: '
                       ORC-STATUS
               ELSE
                   DISPLAY 'CLIENTE: ' ORC-NOME
                       ' VALIDADE: ' ORC-DATA-VALIDADE
                       ' VALOR: ' ORC-VALOR-TOTAL
                   PERFORM EXIBE-CONTATOS-ORCAMENTO
                   PERFORM GRAVA-CONTATO-REALIZADO-PROCEDURE
               END-IF
           END-READ

           CLOSE ORCAMENTOS
           GO TO MENU-ORCAMENTOS-PROCEDURE.

       GRAVA-CONTATO-REALIZADO-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPC-RESULTADO
           PERFORM UNTIL WS-OPC-RESULTADO EQUAL '1' OR '2' OR '3'
               OR '4'
               DISPLAY 'RESULTADO DO CONTATO:'
               DISPLAY '1 - INTERESSADO  2 - SEM RESPOSTA'
               DISPLAY '3 - NEGOCIANDO   4 - RECUSOU'
               ACCEPT WS-OPC-RESULTADO
           END-PERFORM

           PERFORM ABRE-CONTATOS-PROCEDURE

      * O CONTATO REALIZADO BAIXA O PRIMEIRO AGENDAMENTO PENDENTE
           MOVE 'N' TO WS-ORCC-ACHOU
           MOVE CODIGO-ORCAMENTO TO ORCC-CODIGO-ORCAMENTO
           MOVE ZEROS TO ORCC-SEQ
           START ORCAMENTOS-CONTATOS KEY IS GREATER THAN ORCC-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-ORCCONT
           END-START
           PERFORM UNTIL WS-FS-ORCCONT EQUAL 10
               READ ORCAMENTOS-CONTATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORCCONT
                   NOT AT END
                   IF ORCC-CODIGO-ORCAMENTO NOT EQUAL CODIGO-ORCAMENTO
                       MOVE 10 TO WS-FS-ORCCONT
                   ELSE
                       IF ORCC-STATUS EQUAL 'AGENDADO'
                           MOVE 'S' TO WS-ORCC-ACHOU
                           MOVE 10 TO WS-FS-ORCCONT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-ORCC-ACHOU NOT EQUAL 'S'
               PERFORM ULTIMO-SEQ-CONTATO-PROCEDURE
               MOVE CODIGO-ORCAMENTO TO ORCC-CODIGO-ORCAMENTO
               COMPUTE ORCC-SEQ = WS-ORCC-ULTIMO-SEQ + 1
               MOVE ORC-CODIGO-VENDEDOR TO ORCC-CODIGO-VENDEDOR
               MOVE WS-DATA-HOJE TO ORCC-DATA-PREVISTA
           END-IF

           MOVE WS-DATA-HOJE TO ORCC-DATA-CONTATO
           EVALUATE WS-OPC-RESULTADO
               WHEN '1'
                   MOVE 'INTERESSADO' TO ORCC-RESULTADO
               WHEN '2'
                   MOVE 'SEM RESPOSTA' TO ORCC-RESULTADO
               WHEN '3'
                   MOVE 'NEGOCIANDO' TO ORCC-RESULTADO
               WHEN OTHER
                   MOVE 'RECUSOU' TO ORCC-RESULTADO
           END-EVALUATE
           DISPLAY 'PROXIMO PASSO COMBINADO: '
           ACCEPT ORCC-PROXIMO-PASSO
           MOVE 'REALIZADO' TO ORCC-STATUS

           MOVE ZEROS TO WS-FS-ORCCONT
           IF WS-ORCC-ACHOU EQUAL 'S'
               REWRITE REG-ORCAMENTO-CONTATO
               END-REWRITE
           ELSE
               WRITE REG-ORCAMENTO-CONTATO
               END-WRITE
           END-IF
           IF WS-FS-ORCCONT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CONTATO'
               MOVE WS-FS-ORCCONT TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'CONTATO REGISTRADO COM SUCESSO!'
           END-IF
           CLOSE ORCAMENTOS-CONTATOS

           IF WS-OPC-RESULTADO EQUAL '4'
               DISPLAY 'CLIENTE RECUSOU - ENCERRANDO O ORCAMENTO'
               MOVE 'RECUSADO' TO ORC-STATUS
               PERFORM ENCERRA-ORCAMENTO-PERDIDO-PROCEDURE
           ELSE
               PERFORM SOLICITA-AGENDAMENTO-PROCEDURE
           END-IF.

       AGENDA-DO-DIA.
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN INPUT ORCAMENTOS
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ORCAMENTOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO VENDEDOR (0 PARA TODOS): '
           ACCEPT WS-VEND-FILTRO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-ORCC-QTDE

           DISPLAY ' '
           DISPLAY '----- CONTATOS PREVISTOS ATE ' WS-DATA-HOJE
               ' -----'

           IF WS-VEND-FILTRO NOT EQUAL ZEROS
               PERFORM LISTA-AGENDA-VENDEDOR-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-FS-VENDEDORES
               OPEN INPUT VENDEDORES
               IF WS-FS-VENDEDORES NOT EQUAL ZEROS
                   MOVE 10 TO WS-FS-VENDEDORES
               END-IF
               PERFORM UNTIL WS-FS-VENDEDORES EQUAL 10
                   READ VENDEDORES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-VENDEDORES
                       NOT AT END
                       MOVE VEND-CODIGO TO WS-VEND-FILTRO
                       PERFORM LISTA-AGENDA-VENDEDOR-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
               MOVE ZEROS TO WS-VEND-FILTRO
           END-IF

           CLOSE ORCAMENTOS

           DISPLAY ' '
           DISPLAY 'CONTATOS A REALIZAR: ' WS-ORCC-QTDE

           GO TO MENU-ORCAMENTOS-PROCEDURE.

       LISTA-AGENDA-VENDEDOR-PROCEDURE.
           MOVE 'N' TO WS-ORCC-ACHOU
           MOVE ZEROS TO WS-FS-ORCCONT
           OPEN INPUT ORCAMENTOS-CONTATOS
           IF WS-FS-ORCCONT NOT EQUAL ZEROS
               MOVE 10 TO WS-FS-ORCCONT
           END-IF

           PERFORM UNTIL WS-FS-ORCCONT EQUAL 10
               READ ORCAMENTOS-CONTATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORCCONT
                   NOT AT END
                   IF ORCC-STATUS EQUAL 'AGENDADO'
                       AND ORCC-CODIGO-VENDEDOR EQUAL WS-VEND-FILTRO
                       AND ORCC-DATA-PREVISTA NOT GREATER THAN
                           WS-DATA-HOJE
                       PERFORM EXIBE-CONTATO-AGENDA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORCAMENTOS-CONTATOS.

       EXIBE-CONTATO-AGENDA-PROCEDURE.
           MOVE ORCC-CODIGO-ORCAMENTO TO CODIGO-ORCAMENTO
           READ ORCAMENTOS RECORD
               KEY IS CODIGO-ORCAMENTO
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF ORC-STATUS EQUAL 'ABERTO'
                   IF WS-ORCC-ACHOU NOT EQUAL 'S'
                       MOVE 'S' TO WS-ORCC-ACHOU
                       DISPLAY ' '
                       DISPLAY 'VENDEDOR ' WS-VEND-FILTRO
                   END-IF
                   IF ORCC-DATA-PREVISTA LESS THAN WS-DATA-HOJE
                       MOVE 'ATRASADO' TO WS-ORCC-SITUACAO
                   ELSE
                       MOVE 'HOJE' TO WS-ORCC-SITUACAO
                   END-IF
                   ADD 1 TO WS-ORCC-QTDE
                   DISPLAY CODIGO-ORCAMENTO ' ' ORC-NOME
                       ' PREV ' ORCC-DATA-PREVISTA ' '
                       WS-ORCC-SITUACAO
                       ' VALIDADE ' ORC-DATA-VALIDADE
                       ' VALOR ' ORC-VALOR-TOTAL
               END-IF
           END-READ.

       REGISTRA-PERDA.
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN I-O ORCAMENTOS
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ORCAMENTOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO ORCAMENTO'
           ACCEPT CODIGO-ORCAMENTO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           READ ORCAMENTOS RECORD
               KEY IS CODIGO-ORCAMENTO
               INVALID KEY
               DISPLAY 'CODIGO DO ORCAMENTO INVALIDO'
               NOT INVALID KEY
               IF ORC-STATUS NOT EQUAL 'ABERTO'
                   AND ORC-STATUS NOT EQUAL 'VENCIDO'
                   DISPLAY 'ORCAMENTO NAO PODE SER ENCERRADO - '
                       'STATUS: ' ORC-STATUS
               ELSE
                   DISPLAY 'CLIENTE: ' ORC-NOME
                       ' VALOR: ' ORC-VALOR-TOTAL
                   IF ORC-STATUS EQUAL 'ABERTO'
                       AND ORC-DATA-VALIDADE NOT LESS THAN
                           WS-DATA-HOJE
                       MOVE 'RECUSADO' TO ORC-STATUS
                   ELSE
                       MOVE 'VENCIDO' TO ORC-STATUS
                   END-IF
                   PERFORM ENCERRA-ORCAMENTO-PERDIDO-PROCEDURE
               END-IF
           END-READ

           CLOSE ORCAMENTOS
           GO TO MENU-ORCAMENTOS-PROCEDURE.

       MOTIVO-VENCIDOS.
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN I-O ORCAMENTOS
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ORCAMENTOS-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-QTDE-ABERTOS

           PERFORM UNTIL WS-FS-ORCAMENTOS EQUAL 10
               READ ORCAMENTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORCAMENTOS
                   NOT AT END
                   IF (ORC-STATUS EQUAL 'ABERTO'
                       AND ORC-DATA-VALIDADE LESS THAN WS-DATA-HOJE)
                       OR (ORC-STATUS EQUAL 'VENCIDO'
                       AND ORC-MOTIVO-PERDA EQUAL SPACES)
                       ADD 1 TO WS-QTDE-ABERTOS
                       DISPLAY ' '
                       DISPLAY 'ORCAMENTO ' CODIGO-ORCAMENTO ' '
                           ORC-NOME ' VENCIDO EM ' ORC-DATA-VALIDADE
                           ' VALOR ' ORC-VALOR-TOTAL
                       MOVE 'VENCIDO' TO ORC-STATUS
                       PERFORM ENCERRA-ORCAMENTO-PERDIDO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ORCAMENTOS

           DISPLAY ' '
           DISPLAY 'ORCAMENTOS VENCIDOS ENCERRADOS: ' WS-QTDE-ABERTOS

           GO TO MENU-ORCAMENTOS-PROCEDURE.

       ENCERRA-ORCAMENTO-PERDIDO-PROCEDURE.
           PERFORM SOLICITA-MOTIVO-PERDA-PROCEDURE
           IF ORC-DATA-ENCERRAMENTO EQUAL ZEROS
               OR ORC-STATUS EQUAL 'RECUSADO'
               ACCEPT ORC-DATA-ENCERRAMENTO FROM DATE YYYYMMDD
           END-IF

           REWRITE REG-ORCAMENTO
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O ORCAMENTO'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'ORCAMENTO ' CODIGO-ORCAMENTO ' ENCERRADO COMO '
                   ORC-STATUS ' - ' WS-MOTIVO-DESC(WS-IDX)
               PERFORM CANCELA-CONTATOS-PENDENTES-PROCEDURE
               MOVE 'CAD-ORCAMENTOS' TO WS-AUD-PROGRAMA
               MOVE 'PERDA' TO WS-AUD-OPERACAO
               MOVE CODIGO-ORCAMENTO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF.

       SOLICITA-MOTIVO-PERDA-PROCEDURE.
           MOVE ZEROS TO WS-OPC-MOTIVO
           PERFORM UNTIL WS-OPC-MOTIVO GREATER THAN ZEROS
               AND WS-OPC-MOTIVO LESS THAN 6
               DISPLAY 'MOTIVO DA PERDA DO ORCAMENTO:'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN 5
                   DISPLAY WS-IDX ' - ' WS-MOTIVO-DESC(WS-IDX)
               END-PERFORM
               ACCEPT WS-OPC-MOTIVO
           END-PERFORM
           MOVE WS-OPC-MOTIVO TO WS-IDX
           MOVE WS-MOTIVO-COD(WS-IDX) TO ORC-MOTIVO-PERDA.

       BUSCA-MOTIVO-PERDA-PROCEDURE.
           MOVE 6 TO WS-IDX
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND GREATER THAN 5
               IF WS-MOTIVO-COD(WS-IDX-VEND) EQUAL ORC-MOTIVO-PERDA
                   MOVE WS-IDX-VEND TO WS-IDX
               END-IF
           END-PERFORM.

       RELATORIO-CONVERSAO.
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN INPUT ORCAMENTOS
           IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS'
               MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ORCAMENTOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O MES DE EMISSAO DOS ORCAMENTOS (AAAAMM): '
           ACCEPT WS-MES-CONVERSAO

           MOVE ZEROS TO WS-CNV-QTDE-TOTAL
           MOVE ZEROS TO WS-CNV-QTDE-CONV
           MOVE ZEROS TO WS-CNV-QTDE-PERD
           MOVE ZEROS TO WS-CNV-QTDE-ABER
           MOVE ZEROS TO WS-CNV-VALOR-TOTAL
           MOVE ZEROS TO WS-CNV-VALOR-CONV
           MOVE ZEROS TO WS-CNV-VALOR-PERD
           MOVE ZEROS TO WS-CNV-QTDE-VEND
           INITIALIZE WS-CNV-PERDAS
           INITIALIZE WS-CNV-VENDEDORES

           PERFORM UNTIL WS-FS-ORCAMENTOS EQUAL 10
               READ ORCAMENTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORCAMENTOS
                   NOT AT END
                   COMPUTE WS-MES-DOCUMENTO = ORC-DATA-EMISSAO / 100
                   IF WS-MES-DOCUMENTO EQUAL WS-MES-CONVERSAO
                       PERFORM ACUMULA-CONVERSAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ORCAMENTOS

           IF WS-CNV-QTDE-TOTAL GREATER THAN ZEROS
               COMPUTE WS-CNV-TAXA ROUNDED =
                   WS-CNV-QTDE-CONV * 100 / WS-CNV-QTDE-TOTAL
           ELSE
               MOVE ZEROS TO WS-CNV-TAXA
           END-IF

           PERFORM IMPRIME-CONVERSAO-PROCEDURE

           DISPLAY 'ORCAMENTOS EMITIDOS..: ' WS-CNV-QTDE-TOTAL
           DISPLAY 'CONVERTIDOS EM PEDIDO: ' WS-CNV-QTDE-CONV
           DISPLAY 'PERDIDOS.............: ' WS-CNV-QTDE-PERD
           DISPLAY 'AINDA EM ABERTO......: ' WS-CNV-QTDE-ABER
           MOVE WS-CNV-TAXA TO WS-ED-TAXA
           DISPLAY 'TAXA DE CONVERSAO....: ' WS-ED-TAXA ' %'
           MOVE WS-CNV-VALOR-PERD TO WS-ED-VALOR
           DISPLAY 'VALOR PERDIDO........: ' WS-ED-VALOR

           GO TO MENU-ORCAMENTOS-PROCEDURE.

       ACUMULA-CONVERSAO-PROCEDURE.
           ADD 1 TO WS-CNV-QTDE-TOTAL
           ADD ORC-VALOR-TOTAL TO WS-CNV-VALOR-TOTAL

           MOVE ZEROS TO WS-IDX-VEND
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-CNV-QTDE-VEND
               IF WS-CNV-VEND-CODIGO(WS-IDX) EQUAL ORC-CODIGO-VENDEDOR
                   MOVE WS-IDX TO WS-IDX-VEND
               END-IF
           END-PERFORM
           IF WS-IDX-VEND EQUAL ZEROS
               IF WS-CNV-QTDE-VEND LESS THAN 50
                   ADD 1 TO WS-CNV-QTDE-VEND
                   MOVE WS-CNV-QTDE-VEND TO WS-IDX-VEND
                   MOVE ORC-CODIGO-VENDEDOR TO
                       WS-CNV-VEND-CODIGO(WS-IDX-VEND)
               ELSE
                   DISPLAY 'MAIS DE 50 VENDEDORES - ORCAMENTO '
                       CODIGO-ORCAMENTO ' FORA DO DETALHE'
               END-IF
           END-IF
           IF WS-IDX-VEND GREATER THAN ZEROS
               ADD 1 TO WS-CNV-VEND-QTDE(WS-IDX-VEND)
           END-IF

           EVALUATE ORC-STATUS
               WHEN 'CONVERTIDO'
                   ADD 1 TO WS-CNV-QTDE-CONV
                   ADD ORC-VALOR-TOTAL TO WS-CNV-VALOR-CONV
                   IF WS-IDX-VEND GREATER THAN ZEROS
                       ADD 1 TO WS-CNV-VEND-CONV(WS-IDX-VEND)
                       ADD ORC-VALOR-TOTAL TO
                           WS-CNV-VEND-VLR-CONV(WS-IDX-VEND)
                   END-IF
               WHEN 'RECUSADO'
               WHEN 'VENCIDO'
                   ADD 1 TO WS-CNV-QTDE-PERD
                   ADD ORC-VALOR-TOTAL TO WS-CNV-VALOR-PERD
                   PERFORM BUSCA-MOTIVO-PERDA-PROCEDURE
                   ADD 1 TO WS-CNV-PERDA-QTDE(WS-IDX)
                   ADD ORC-VALOR-TOTAL TO WS-CNV-PERDA-VALOR(WS-IDX)
                   IF WS-IDX-VEND GREATER THAN ZEROS
                       ADD 1 TO WS-CNV-VEND-PERD(WS-IDX-VEND)
                       ADD ORC-VALOR-TOTAL TO
                           WS-CNV-VEND-VLR-PERD(WS-IDX-VEND)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CNV-QTDE-ABER
           END-EVALUATE.

       IMPRIME-CONVERSAO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'conversao-orcamentos-' WS-MES-CONVERSAO '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'CONVERSAO DE ORCAMENTOS EM PEDIDOS' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ORCAMENTOS EMITIDOS EM ' WS-MES-CONVERSAO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-CNV-VALOR-TOTAL TO WS-ED-VALOR
           STRING 'EMITIDOS.........: ' WS-CNV-QTDE-TOTAL
               '  VALOR ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-CNV-VALOR-CONV TO WS-ED-VALOR
           STRING 'CONVERTIDOS......: ' WS-CNV-QTDE-CONV
               '  VALOR ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-CNV-VALOR-PERD TO WS-ED-VALOR
           STRING 'PERDIDOS.........: ' WS-CNV-QTDE-PERD
               '  VALOR ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'EM ABERTO........: ' WS-CNV-QTDE-ABER
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-CNV-TAXA TO WS-ED-TAXA
           STRING 'TAXA DE CONVERSAO: ' WS-ED-TAXA ' %'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'VALOR PERDIDO POR MOTIVO' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'MOTIVO                QTDE       VALOR PERDIDO'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 6
               IF WS-CNV-PERDA-QTDE(WS-IDX) GREATER THAN ZEROS
                   MOVE SPACES TO WS-SPOOL-LINHA
                   MOVE WS-CNV-PERDA-VALOR(WS-IDX) TO WS-ED-VALOR
                   STRING WS-MOTIVO-DESC(WS-IDX) '  '
                       WS-CNV-PERDA-QTDE(WS-IDX) '  '
                       WS-ED-VALOR
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CONVERSAO POR VENDEDOR' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'VEND  EMIT  CONV  PERD   TAXA %       VALOR PERDIDO'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND GREATER THAN WS-CNV-QTDE-VEND
               COMPUTE WS-CNV-TAXA ROUNDED =
                   WS-CNV-VEND-CONV(WS-IDX-VEND) * 100
                   / WS-CNV-VEND-QTDE(WS-IDX-VEND)
               MOVE WS-CNV-TAXA TO WS-ED-TAXA
               MOVE WS-CNV-VEND-VLR-PERD(WS-IDX-VEND) TO WS-ED-VALOR
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING WS-CNV-VEND-CODIGO(WS-IDX-VEND) '  '
                   WS-CNV-VEND-QTDE(WS-IDX-VEND) ' '
                   WS-CNV-VEND-CONV(WS-IDX-VEND) ' '
                   WS-CNV-VEND-PERD(WS-IDX-VEND) '  '
                   WS-ED-TAXA '  ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE

      * A TAXA GERAL VOLTA AO ACUMULADOR PARA O RESUMO EM TELA
           IF WS-CNV-QTDE-TOTAL GREATER THAN ZEROS
               COMPUTE WS-CNV-TAXA ROUNDED =
                   WS-CNV-QTDE-CONV * 100 / WS-CNV-QTDE-TOTAL
           END-IF.

       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY SPOOLPRC.
       COPY AMBPRC.


