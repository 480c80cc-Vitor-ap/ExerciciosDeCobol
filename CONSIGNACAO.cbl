      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY CSGSEL.

       COPY FORNSEL.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY MOVESTQSEL.

       COPY SERSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CSGFD.

       COPY FORNFD.

       COPY PRODFD.

       COPY MOVESTQFD.

       COPY SERFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CONSIGNACAO   PIC 99.
       77 WS-FS-FORNECEDORES  PIC 99.
       77 WS-FS-PRODUTOS      PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-FORNECEDOR       PIC 9(03) VALUE ZEROS.
       77 WS-NOME-FORNECEDOR  PIC X(25) VALUE SPACES.
       77 WS-FORN-OK          PIC X(01) VALUE 'N'.
       77 WS-DOC-CONSIG       PIC X(10) VALUE SPACES.
       77 WS-LOCAL            PIC X(01) VALUE 'L'.
       77 WS-PRODUTO          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE             PIC 9(05) VALUE ZEROS.
       77 WS-CUSTO            PIC 9(06)V99 VALUE ZEROS.
       77 WS-DISPONIVEL       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ITENS       PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-SALDO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-FORN       PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-GERAL      PIC 9(09)V99 VALUE ZEROS.
       77 WS-FORN-ANTERIOR    PIC 9(03) VALUE ZEROS.
       77 WS-FORN-FILTRO      PIC 9(03) VALUE ZEROS.
       77 WS-ED-QTDE          PIC ZZZZZZ9.
       77 WS-ED-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-CUSTO         PIC ZZZ,ZZ9.99.

       COPY MOVESTQWS.
       COPY SERWS.
       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-CONSIGNACAO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-CONSIGNACAO-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------MERCADORIA EM CONSIGNACAO -------------'
           DISPLAY 'E - ENTRADA DE MERCADORIA CONSIGNADA'
           DISPLAY 'D - DEVOLUCAO DE CONSIGNADO AO FORNECEDOR'
           DISPLAY 'P - POSICAO DE CONSIGNACAO POR FORNECEDOR'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO E,D OU P... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'E'
               GO TO ENTRADA-CONSIGNACAO
               ELSE IF WS-OPC IS EQUAL TO 'D'
               GO TO DEVOLUCAO-CONSIGNACAO
               ELSE IF WS-OPC IS EQUAL TO 'P'
               GO TO POSICAO-CONSIGNACAO
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-CONSIGNACAO-REPROMPT
               END-IF

           END-PERFORM
           STOP RUN.

      * A MERCADORIA CONSIGNADA ENTRA NO ESTOQUE DO PRODUTO MAS NAO GERA
      * TITULO A PAGAR - O FORNECEDOR SO E PAGO NO ACERTO, PELO QUE FOR
      * VENDIDO (ACERTO-CONSIGNACAO)
       ENTRADA-CONSIGNACAO.
           PERFORM INFORMA-FORNECEDOR-PROCEDURE
           IF WS-FORN-OK NOT EQUAL 'S'
               GO TO MENU-CONSIGNACAO-PROCEDURE
           END-IF

           DISPLAY 'INFORME O DOCUMENTO DE REMESSA DO FORNECEDOR: '
           MOVE SPACES TO WS-DOC-CONSIG
           ACCEPT WS-DOC-CONSIG
           DISPLAY 'LOCAL DE ENTRADA (L-LOJA / D-DEPOSITO): '
           ACCEPT WS-LOCAL
           IF WS-LOCAL NOT EQUAL 'D'
               MOVE 'L' TO WS-LOCAL
           END-IF

           PERFORM ABRE-ARQUIVOS-PROCEDURE
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               GO TO MENU-CONSIGNACAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-ITENS
           MOVE 1 TO WS-PRODUTO
           PERFORM UNTIL WS-PRODUTO EQUAL ZEROS
               DISPLAY 'INFORME O CODIGO DO PRODUTO (00000 ENCERRA): '
               MOVE ZEROS TO WS-PRODUTO
               ACCEPT WS-PRODUTO
               IF WS-PRODUTO NOT EQUAL ZEROS
                   PERFORM ENTRADA-ITEM-PROCEDURE
               END-IF
           END-PERFORM

           CLOSE PRODUTOS
           CLOSE CONSIGNACAO

           DISPLAY 'ITENS CONSIGNADOS NESTA REMESSA: ' WS-QTDE-ITENS
           GO TO MENU-CONSIGNACAO-PROCEDURE.

       ENTRADA-ITEM-PROCEDURE.
           MOVE WS-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'CODIGO DO PRODUTO INVALIDO'
               NOT INVALID KEY
               DISPLAY 'PRODUTO: ' PRODUTO
               DISPLAY 'INFORME A QUANTIDADE RECEBIDA: '
               ACCEPT WS-QTDE
               DISPLAY 'INFORME O CUSTO UNITARIO COMBINADO: '
               ACCEPT WS-CUSTO

               MOVE ZEROS TO WS-SER-QTDE-LIDA
               MOVE 'S' TO WS-SER-OK
               IF WS-QTDE EQUAL ZEROS
                   MOVE 'N' TO WS-SER-OK
               ELSE
               IF PROD-SERIALIZADO EQUAL 'S'
                   MOVE 'E' TO WS-SER-MODO
                   MOVE CODIGO-PRODUTO TO WS-SER-PRODUTO
                   MOVE WS-QTDE TO WS-SER-QTDE
                   MOVE WS-FORNECEDOR TO WS-SER-FORNECEDOR
                   MOVE WS-DOC-CONSIG TO WS-SER-DOCUMENTO
                   PERFORM CAPTURA-SERIES-PROCEDURE
               END-IF
               END-IF

               IF WS-SER-OK NOT EQUAL 'S'
                   DISPLAY 'ITEM NAO REGISTRADO'
               ELSE
                   IF WS-LOCAL EQUAL 'D'
                       ADD WS-QTDE TO PROD-ESTOQUE-DEP
                   ELSE
                       ADD WS-QTDE TO ESTOQUE
                   END-IF
                   REWRITE REG-PRODUTO
                   END-REWRITE

                   IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                       PERFORM ATUALIZA-SERIES-PROCEDURE
                   END-IF

                   PERFORM ACUMULA-ENTRADA-CONSIG-PROCEDURE

                   MOVE CODIGO-PRODUTO TO WS-MOV-CODIGO-PRODUTO
                   MOVE 'CONSIGNA' TO WS-MOV-TIPO
                   MOVE WS-DOC-CONSIG TO WS-MOV-DOCUMENTO
                   MOVE WS-QTDE TO WS-MOV-QTDE
                   MOVE WS-LOCAL TO WS-MOV-LOCAL
                   PERFORM GRAVA-MOVESTOQUE-PROCEDURE

                   MOVE 'CONSIGNACAO' TO WS-AUD-PROGRAMA
                   MOVE 'ENTRADA' TO WS-AUD-OPERACAO
                   MOVE CSG-CHAVE TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE

                   ADD 1 TO WS-QTDE-ITENS
                   DISPLAY 'SALDO CONSIGNADO DO PRODUTO: ' CSG-SALDO
               END-IF
           END-READ.

      *    O CUSTO DO SALDO CONSIGNADO E A MEDIA PONDERADA DAS REMESSAS
      *    AINDA NAO ACERTADAS
       ACUMULA-ENTRADA-CONSIG-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-FORNECEDOR TO CSG-FORNECEDOR
           MOVE CODIGO-PRODUTO TO CSG-CODIGO-PRODUTO
           READ CONSIGNACAO RECORD
               KEY IS CSG-CHAVE
               INVALID KEY
               MOVE WS-CUSTO TO CSG-CUSTO-UNITARIO
               MOVE WS-QTDE TO CSG-QTDE-RECEBIDA
               MOVE ZEROS TO CSG-QTDE-ACERTADA
               MOVE ZEROS TO CSG-QTDE-DEVOLVIDA
               MOVE WS-QTDE TO CSG-SALDO
               MOVE ZEROS TO CSG-VALOR-ACERTADO
               MOVE WS-DATA-HOJE TO CSG-DATA-ULT-RECEB
      *        VENDAS DO PROPRIO DIA DA PRIMEIRA REMESSA JA CONTAM
               COMPUTE CSG-DATA-ULT-ACERTO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
               WRITE REG-CONSIGNACAO
               END-WRITE
               NOT INVALID KEY
      *        SEM SALDO ANTERIOR AS VENDAS ATE ONTEM FORAM DE ESTOQUE
      *        PROPRIO E NAO PODEM CAIR NO PROXIMO ACERTO
               IF CSG-SALDO EQUAL ZEROS
                   COMPUTE CSG-DATA-ULT-ACERTO = FUNCTION
                       DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
               END-IF
               IF CSG-SALDO + WS-QTDE GREATER THAN ZEROS
                   COMPUTE CSG-CUSTO-UNITARIO ROUNDED =
                       ((CSG-SALDO * CSG-CUSTO-UNITARIO) +
                        (WS-QTDE * WS-CUSTO)) /
                       (CSG-SALDO + WS-QTDE)
               END-IF
               ADD WS-QTDE TO CSG-QTDE-RECEBIDA
               ADD WS-QTDE TO CSG-SALDO
               MOVE WS-DATA-HOJE TO CSG-DATA-ULT-RECEB
               REWRITE REG-CONSIGNACAO
               END-REWRITE
           END-READ.

       DEVOLUCAO-CONSIGNACAO.
           PERFORM INFORMA-FORNECEDOR-PROCEDURE
           IF WS-FORN-OK NOT EQUAL 'S'
               GO TO MENU-CONSIGNACAO-PROCEDURE
           END-IF

           DISPLAY 'INFORME O DOCUMENTO DE DEVOLUCAO: '
           MOVE SPACES TO WS-DOC-CONSIG
           ACCEPT WS-DOC-CONSIG
           DISPLAY 'LOCAL DE SAIDA (L-LOJA / D-DEPOSITO): '
           ACCEPT WS-LOCAL
           IF WS-LOCAL NOT EQUAL 'D'
               MOVE 'L' TO WS-LOCAL
           END-IF

           PERFORM ABRE-ARQUIVOS-PROCEDURE
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               GO TO MENU-CONSIGNACAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-ITENS
           MOVE 1 TO WS-PRODUTO
           PERFORM UNTIL WS-PRODUTO EQUAL ZEROS
               DISPLAY 'INFORME O CODIGO DO PRODUTO (00000 ENCERRA): '
               MOVE ZEROS TO WS-PRODUTO
               ACCEPT WS-PRODUTO
               IF WS-PRODUTO NOT EQUAL ZEROS
                   PERFORM DEVOLUCAO-ITEM-PROCEDURE
               END-IF
           END-PERFORM

           CLOSE PRODUTOS
           CLOSE CONSIGNACAO

           DISPLAY 'ITENS DEVOLVIDOS AO FORNECEDOR: ' WS-QTDE-ITENS
           GO TO MENU-CONSIGNACAO-PROCEDURE.

       DEVOLUCAO-ITEM-PROCEDURE.
           MOVE WS-FORNECEDOR TO CSG-FORNECEDOR
           MOVE WS-PRODUTO TO CSG-CODIGO-PRODUTO
           READ CONSIGNACAO RECORD
               KEY IS CSG-CHAVE
               INVALID KEY
               DISPLAY 'PRODUTO SEM CONSIGNACAO DESTE FORNECEDOR'
               NOT INVALID KEY
               MOVE WS-PRODUTO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO NO CADASTRO'
                   NOT INVALID KEY
                   PERFORM DEVOLVE-SALDO-CONSIG-PROCEDURE
               END-READ
           END-READ.

       DEVOLVE-SALDO-CONSIG-PROCEDURE.
           IF WS-LOCAL EQUAL 'D'
               MOVE PROD-ESTOQUE-DEP TO WS-DISPONIVEL
           ELSE
               MOVE ESTOQUE TO WS-DISPONIVEL
           END-IF
           IF WS-DISPONIVEL GREATER THAN CSG-SALDO
               MOVE CSG-SALDO TO WS-DISPONIVEL
           END-IF

           DISPLAY 'PRODUTO: ' PRODUTO
           DISPLAY 'SALDO CONSIGNADO NAO ACERTADO: ' CSG-SALDO
           DISPLAY 'DISPONIVEL PARA DEVOLUCAO NO LOCAL: ' WS-DISPONIVEL
           DISPLAY 'INFORME A QUANTIDADE A DEVOLVER: '
           ACCEPT WS-QTDE

           MOVE ZEROS TO WS-SER-QTDE-LIDA
           MOVE 'S' TO WS-SER-OK
           IF WS-QTDE EQUAL ZEROS
               OR WS-QTDE GREATER THAN WS-DISPONIVEL
               DISPLAY 'QUANTIDADE INVALIDA - ITEM NAO DEVOLVIDO'
               MOVE 'N' TO WS-SER-OK
           ELSE
           IF PROD-SERIALIZADO EQUAL 'S'
               MOVE 'S' TO WS-SER-MODO
               MOVE CODIGO-PRODUTO TO WS-SER-PRODUTO
               MOVE WS-QTDE TO WS-SER-QTDE
               MOVE WS-DOC-CONSIG TO WS-SER-DOCUMENTO
               PERFORM CAPTURA-SERIES-PROCEDURE
               IF WS-SER-OK NOT EQUAL 'S'
                   DISPLAY 'NUMEROS DE SERIE NAO INFORMADOS - ITEM NAO '
                       'DEVOLVIDO'
               END-IF
           END-IF
           END-IF

           IF WS-SER-OK EQUAL 'S'
               IF WS-LOCAL EQUAL 'D'
                   SUBTRACT WS-QTDE FROM PROD-ESTOQUE-DEP
               ELSE
                   SUBTRACT WS-QTDE FROM ESTOQUE
               END-IF
               REWRITE REG-PRODUTO
               END-REWRITE

               SUBTRACT WS-QTDE FROM CSG-SALDO
               ADD WS-QTDE TO CSG-QTDE-DEVOLVIDA
               REWRITE REG-CONSIGNACAO
               END-REWRITE

               IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                   PERFORM ATUALIZA-SERIES-PROCEDURE
               END-IF

               MOVE CODIGO-PRODUTO TO WS-MOV-CODIGO-PRODUTO
               MOVE 'DEV-CONSIG' TO WS-MOV-TIPO
               MOVE WS-DOC-CONSIG TO WS-MOV-DOCUMENTO
               COMPUTE WS-MOV-QTDE = ZERO - WS-QTDE
               MOVE WS-LOCAL TO WS-MOV-LOCAL
               PERFORM GRAVA-MOVESTOQUE-PROCEDURE

               MOVE 'CONSIGNACAO' TO WS-AUD-PROGRAMA
               MOVE 'DEVOLUCAO' TO WS-AUD-OPERACAO
               MOVE CSG-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE

               ADD 1 TO WS-QTDE-ITENS
               DISPLAY 'DEVOLUCAO REGISTRADA - SALDO CONSIGNADO: '
                   CSG-SALDO
           END-IF.

       POSICAO-CONSIGNACAO.
           DISPLAY 'INFORME O FORNECEDOR (000 PARA TODOS): '
           MOVE ZEROS TO WS-FORN-FILTRO
           ACCEPT WS-FORN-FILTRO

           MOVE ZEROS TO WS-FS-CONSIGNACAO
           OPEN INPUT CONSIGNACAO
           IF WS-FS-CONSIGNACAO NOT EQUAL ZEROS
               DISPLAY 'NENHUMA CONSIGNACAO REGISTRADA'
               MOVE WS-FS-CONSIGNACAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONSIGNACAO-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-FORNECEDORES
           OPEN INPUT FORNECEDORES
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'posicao-consignacao-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'POSICAO DE MERCADORIA EM CONSIGNACAO'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE ZEROS TO WS-TOTAL-GERAL
           MOVE ZEROS TO WS-TOTAL-FORN
           MOVE ZEROS TO WS-FORN-ANTERIOR

           MOVE WS-FORN-FILTRO TO CSG-FORNECEDOR
           MOVE ZEROS TO CSG-CODIGO-PRODUTO
           START CONSIGNACAO KEY IS NOT LESS THAN CSG-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CONSIGNACAO
           END-START

           PERFORM UNTIL WS-FS-CONSIGNACAO EQUAL 10
               READ CONSIGNACAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONSIGNACAO
                   NOT AT END
                   IF WS-FORN-FILTRO NOT EQUAL ZEROS
                       AND CSG-FORNECEDOR NOT EQUAL WS-FORN-FILTRO
                       MOVE 10 TO WS-FS-CONSIGNACAO
                   ELSE
                       PERFORM IMPRIME-POSICAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FORN-ANTERIOR NOT EQUAL ZEROS
               PERFORM IMPRIME-TOTAL-FORN-PROCEDURE
           END-IF
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-GERAL TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VALOR TOTAL CONSIGNADO EM ESTOQUE: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           CLOSE PRODUTOS
           CLOSE FORNECEDORES
           CLOSE CONSIGNACAO

           DISPLAY 'VALOR TOTAL CONSIGNADO EM ESTOQUE: ' WS-ED-VALOR
           DISPLAY 'RELATORIO: ' WS-ARQ-SPOOL
           GO TO MENU-CONSIGNACAO-PROCEDURE.

       IMPRIME-POSICAO-PROCEDURE.
           IF CSG-FORNECEDOR NOT EQUAL WS-FORN-ANTERIOR
               IF WS-FORN-ANTERIOR NOT EQUAL ZEROS
                   PERFORM IMPRIME-TOTAL-FORN-PROCEDURE
               END-IF
               MOVE CSG-FORNECEDOR TO WS-FORN-ANTERIOR
               MOVE ZEROS TO WS-TOTAL-FORN
               MOVE SPACES TO FORN-NOME
               MOVE CSG-FORNECEDOR TO FORN-CODIGO
               IF WS-FS-FORNECEDORES EQUAL ZEROS
                   READ FORNECEDORES RECORD
                       KEY IS FORN-CODIGO
                       INVALID KEY
                       MOVE SPACES TO FORN-NOME
                   END-READ
               END-IF
               MOVE ' ' TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'FORNECEDOR ' CSG-FORNECEDOR ' ' FORN-NOME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE 'PROD   DESCRICAO          RECEBIDO  ACERTADO'
                   TO WS-SPOOL-LINHA
               MOVE ' DEVOLVIDO    SALDO  ULT.ACERTO' TO
                   WS-SPOOL-LINHA(46:33)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           MOVE SPACES TO PRODUTO
           MOVE CSG-CODIGO-PRODUTO TO CODIGO-PRODUTO
           IF WS-FS-PRODUTOS EQUAL ZEROS
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE SPACES TO PRODUTO
               END-READ
           END-IF

           COMPUTE WS-VALOR-SALDO = CSG-SALDO * CSG-CUSTO-UNITARIO
           ADD WS-VALOR-SALDO TO WS-TOTAL-FORN
           ADD WS-VALOR-SALDO TO WS-TOTAL-GERAL

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE CSG-CODIGO-PRODUTO TO WS-SPOOL-LINHA(1:5)
           MOVE PRODUTO(1:19) TO WS-SPOOL-LINHA(7:19)
           MOVE CSG-QTDE-RECEBIDA TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(27:7)
           MOVE CSG-QTDE-ACERTADA TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(37:7)
           MOVE CSG-QTDE-DEVOLVIDA TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(47:7)
           MOVE CSG-SALDO TO WS-ED-QTDE
           MOVE WS-ED-QTDE TO WS-SPOOL-LINHA(56:7)
           MOVE CSG-DATA-ULT-ACERTO TO WS-SPOOL-LINHA(66:8)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-TOTAL-FORN-PROCEDURE.
           MOVE WS-TOTAL-FORN TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '   SALDO CONSIGNADO A CUSTO: ' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       INFORMA-FORNECEDOR-PROCEDURE.
           MOVE 'N' TO WS-FORN-OK
           DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
           MOVE ZEROS TO WS-FORNECEDOR
           ACCEPT WS-FORNECEDOR

           MOVE ZEROS TO WS-FS-FORNECEDORES
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL'
               MOVE WS-FS-FORNECEDORES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE WS-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES RECORD
                   KEY IS FORN-CODIGO
                   INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                   MOVE FORN-NOME TO WS-NOME-FORNECEDOR
                   DISPLAY 'FORNECEDOR: ' WS-NOME-FORNECEDOR
                   MOVE 'S' TO WS-FORN-OK
               END-READ
               CLOSE FORNECEDORES
           END-IF.

       ABRE-ARQUIVOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN I-O PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-FS-CONSIGNACAO
               OPEN I-O CONSIGNACAO
               IF WS-FS-CONSIGNACAO EQUAL 35
                   OPEN OUTPUT CONSIGNACAO
                   CLOSE CONSIGNACAO
                   OPEN I-O CONSIGNACAO
               END-IF
           END-IF.

       COPY MOVESTQPRC.
       COPY SERPRC.
       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CONSIGNACAO.
