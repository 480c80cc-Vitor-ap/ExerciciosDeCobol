
       COPY OSCTLSEL.

       COPY OSBSEL.

       COPY OSHSEL.

       COPY TECSEL.

       COPY CTRSEL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC

       COPY MOVESTQSEL.

       COPY SERSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       COPY OSCTLFD.

       COPY OSBFD.

       COPY OSHFD.

       COPY TECFD.

       COPY CTRFD.

       COPY CLIFD.

       COPY PRODFD.

       COPY MOVESTQFD.

       COPY SERFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-PRODUTOS      PIC 99.
       77 WS-FS-CRECEBER      PIC 99.
       77 WS-FS-LIVRO         PIC 99.
       77 WS-FS-TECNICOS      PIC 99.
       77 WS-TECNICO-DIGITADO PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-NO-STATUS   PIC 9(05) VALUE ZEROS.
       77 WS-FS-CONTRATOS     PIC 99.
       77 WS-CTR-IDX          PIC 9(02) VALUE ZEROS.
       77 WS-CTR-COBERTO      PIC X(01) VALUE 'N'.
       77 WS-CTR-RESPOSTA     PIC X(01) VALUE SPACES.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-QTDE-PRONTAS     PIC 9(05) VALUE ZEROS.

       COPY MOVESTQWS.
       COPY SERWS.
       COPY OSBWS.
       COPY AUDITWS.
       COPY FSMSGWS.

           DISPLAY 'E - ENTREGAR E FATURAR A ORDEM'
           DISPLAY 'C - CONSULTAR ORDEM DE SERVICO'
           DISPLAY 'S - RELATORIO DE ORDENS POR STATUS'
           DISPLAY 'T - ATRIBUIR TECNICO A ORDEM'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO... OU V PARA SAIR'

               GO TO CONSULTA-OS
               ELSE IF WS-OPC IS EQUAL TO 'S'
               GO TO RELATORIO-OS-STATUS
               ELSE IF WS-OPC IS EQUAL TO 'T'
               GO TO ATRIBUI-TECNICO-OS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           DISPLAY 'DESCREVA O PROBLEMA RELATADO: '
           ACCEPT OS-DESCRICAO-PROBLEMA

           PERFORM IDENTIFICA-UNIDADE-OS-PROCEDURE

           PERFORM SOLICITA-TECNICO-PROCEDURE
           MOVE WS-TECNICO-DIGITADO TO WS-OSB-TECNICO
           DISPLAY 'PRAZO PROMETIDO AO CLIENTE EM DIAS (0 ASSUME '
               WS-OSB-PRAZO-PADRAO '): '
           ACCEPT WS-OSB-PRAZO-DIAS

           PERFORM VERIFICA-CONTRATO-OS-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO OS-DATA-ABERTURA
           MOVE 'ABERTA' TO OS-STATUS
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'ORDEM DE SERVICO ABERTA!'
               MOVE 'STATUS' TO WS-OSB-TIPO
               PERFORM REGISTRA-BANCADA-OS-PROCEDURE
               DISPLAY 'PRAZO PROMETIDO: ' OSB-DATA-PROMETIDA
               IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                   MOVE 'R' TO WS-SER-MODO
                   MOVE CODIGO-OS TO WS-SER-OS
                   MOVE CODIGO-OS TO WS-SER-DOCUMENTO
                   PERFORM ATUALIZA-SERIES-PROCEDURE
               END-IF
               MOVE 'ORDEM-SERVICO' TO WS-AUD-PROGRAMA
               MOVE 'ABERTURA' TO WS-AUD-OPERACAO
               MOVE CODIGO-OS TO WS-AUD-CHAVE
           CLOSE ORDENS-SERVICO
           GO TO MENU-OS-PROCEDURE.

      * UNIDADE COM NUMERO DE SERIE: CONFIRMA SE FOI VENDIDA PELA LOJA
      * E A MARCA COMO EM REPARO AO GRAVAR A ORDEM
       IDENTIFICA-UNIDADE-OS-PROCEDURE.
           MOVE ZEROS TO WS-SER-QTDE-LIDA
           DISPLAY 'INFORME O CODIGO DO PRODUTO DO APARELHO '
               '(000 SE NAO SE APLICA): '
           MOVE ZEROS TO WS-SER-PRODUTO
           ACCEPT WS-SER-PRODUTO
           IF WS-SER-PRODUTO NOT EQUAL ZEROS
               DISPLAY 'INFORME O NUMERO DE SERIE: '
               MOVE SPACES TO WS-SER-DIGITADO
               ACCEPT WS-SER-DIGITADO
               PERFORM BUSCA-SERIE-PROCEDURE
               IF WS-SER-ACHOU NOT EQUAL 'S'
                   DISPLAY 'NUMERO DE SERIE NAO CADASTRADO - UNIDADE '
                       'NAO VENDIDA PELA LOJA'
               ELSE
                   DISPLAY 'SITUACAO DA UNIDADE: ' SER-STATUS
                   DISPLAY 'PEDIDO DE VENDA...: ' SER-CODIGO-PEDIDO
                       ' ITEM ' SER-NUM-ITEM
                   DISPLAY 'CLIENTE DA VENDA..: ' SER-CODIGO-CLIENTE
                       ' EM ' SER-DATA-VENDA
                   IF SER-STATUS EQUAL 'REPARO'
                       DISPLAY 'UNIDADE JA ESTA EM REPARO NA OS '
                           SER-CODIGO-OS
                   ELSE
                       IF SER-STATUS NOT EQUAL 'VENDIDO'
                           DISPLAY 'ATENCAO - UNIDADE NAO CONSTA COMO '
                               'VENDIDA'
                       END-IF
                       IF SER-CODIGO-CLIENTE NOT EQUAL
                           OS-CODIGO-CLIENTE
                           DISPLAY 'ATENCAO - UNIDADE VENDIDA A OUTRO '
                               'CLIENTE'
                       END-IF
                       MOVE 1 TO WS-SER-QTDE-LIDA
                       MOVE WS-SER-DIGITADO TO WS-SER-CAPTURADO(1)
                   END-IF
               END-IF
           END-IF.

       PROXIMO-NUMERO-OS-PROCEDURE.
           MOVE ZEROS TO WS-FS-OSCTL
           OPEN I-O OS-CONTROLE
                   DISPLAY 'ORCAMENTO SO PARA ORDEM ABERTA - '
                       'STATUS: ' OS-STATUS
               ELSE
                   PERFORM CONTRATO-DA-ORDEM-PROCEDURE
                   IF WS-CTR-COBERTO EQUAL 'S'
                       DISPLAY 'REPARO COBERTO PELO CONTRATO '
                           CTR-CODIGO ' - MAO DE OBRA NAO COBRADA'
                       MOVE ZEROS TO OS-VALOR-MAO-OBRA
                   ELSE
                       DISPLAY 'INFORME O VALOR DA MAO DE OBRA: '
                       ACCEPT OS-VALOR-MAO-OBRA
                   END-IF
                   MOVE 'ORCADA' TO OS-STATUS
                   REWRITE REG-ORDEM-SERVICO
                   END-REWRITE
                   MOVE 'STATUS' TO WS-OSB-TIPO
                   PERFORM REGISTRA-BANCADA-OS-PROCEDURE
                   DISPLAY 'ORCAMENTO REGISTRADO - ORDEM ORCADA'
                   MOVE 'ORDEM-SERVICO' TO WS-AUD-PROGRAMA
                   MOVE 'ORCAMENTO' TO WS-AUD-OPERACAO
                   MOVE 'APROVADA' TO OS-STATUS
                   REWRITE REG-ORDEM-SERVICO
                   END-REWRITE
                   MOVE 'STATUS' TO WS-OSB-TIPO
                   PERFORM REGISTRA-BANCADA-OS-PROCEDURE
                   DISPLAY 'ORDEM APROVADA PELO CLIENTE!'
                   MOVE 'ORDEM-SERVICO' TO WS-AUD-PROGRAMA
                   MOVE 'APROVACAO' TO WS-AUD-OPERACAO
                   MOVE 'PRONTA' TO OS-STATUS
                   REWRITE REG-ORDEM-SERVICO
                   END-REWRITE
                   MOVE 'STATUS' TO WS-OSB-TIPO
                   PERFORM REGISTRA-BANCADA-OS-PROCEDURE
                   DISPLAY 'ORDEM MARCADA COMO PRONTA!'
                   MOVE 'ORDEM-SERVICO' TO WS-AUD-PROGRAMA
                   MOVE 'PRONTA' TO WS-AUD-OPERACAO
                   MOVE 'ENTREGUE' TO OS-STATUS
                   REWRITE REG-ORDEM-SERVICO
                   END-REWRITE
                   MOVE 'STATUS' TO WS-OSB-TIPO
                   PERFORM REGISTRA-BANCADA-OS-PROCEDURE

                   PERFORM GRAVA-LIVRO-OS-PROCEDURE
                   PERFORM GRAVA-CRECEBER-OS-PROCEDURE

                   MOVE CODIGO-OS TO WS-SER-OS
                   MOVE CODIGO-OS TO WS-SER-DOCUMENTO
                   PERFORM LIBERA-SERIES-OS-PROCEDURE

                   DISPLAY 'ORDEM ENTREGUE E FATURADA!'
                   MOVE 'ORDEM-SERVICO' TO WS-AUD-PROGRAMA
                   MOVE 'ENTREGA' TO WS-AUD-OPERACAO
               DISPLAY 'STATUS: ' OS-STATUS
               DISPLAY 'MAO DE OBRA: ' OS-VALOR-MAO-OBRA
                   ' PECAS: ' OS-VALOR-PECAS
               PERFORM CONSULTA-BANCADA-OS-PROCEDURE

               MOVE CODIGO-OS TO OSI-CODIGO-OS
               MOVE ZEROS TO OSI-NUM-ITEM
           CLOSE ORDENS-SERVICO
           GO TO MENU-OS-PROCEDURE.

      * CONTRATO DE MANUTENCAO ATIVO DO CLIENTE QUE COBRE O APARELHO
      * IDENTIFICADO NA ABERTURA; SE O CLIENTE TEM CONTRATO MAS O
      * APARELHO NAO FOI RECONHECIDO NA LISTA, O ATENDENTE CONFIRMA
       VERIFICA-CONTRATO-OS-PROCEDURE.
           MOVE ZEROS TO WS-OSB-CONTRATO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN INPUT CONTRATOS-MANUTENCAO
           IF WS-FS-CONTRATOS EQUAL ZEROS
               MOVE OS-CODIGO-CLIENTE TO CTR-CODIGO-CLIENTE
               START CONTRATOS-MANUTENCAO
                   KEY IS EQUAL TO CTR-CODIGO-CLIENTE
                   INVALID KEY
                       MOVE 10 TO WS-FS-CONTRATOS
               END-START
               PERFORM UNTIL WS-FS-CONTRATOS EQUAL 10
                   READ CONTRATOS-MANUTENCAO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CONTRATOS
                       NOT AT END
                       IF CTR-CODIGO-CLIENTE NOT EQUAL
                           OS-CODIGO-CLIENTE
                           MOVE 10 TO WS-FS-CONTRATOS
                       ELSE
                           IF WS-OSB-CONTRATO EQUAL ZEROS
                               AND CTR-STATUS EQUAL 'ATIVO'
                               AND CTR-DATA-INICIO NOT GREATER THAN
                                   WS-DATA-HOJE
                               AND CTR-DATA-FIM NOT LESS THAN
                                   WS-DATA-HOJE
                               PERFORM EQUIPAMENTO-CONTRATO-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRATOS-MANUTENCAO
           END-IF.

       EQUIPAMENTO-CONTRATO-PROCEDURE.
           MOVE 'N' TO WS-CTR-COBERTO
           IF CTR-QTDE-EQUIPAMENTOS EQUAL ZEROS
               MOVE 'S' TO WS-CTR-COBERTO
           ELSE
               IF WS-SER-PRODUTO NOT EQUAL ZEROS
                   PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX GREATER THAN
                           CTR-QTDE-EQUIPAMENTOS
                       IF CTR-EQP-SERIE(WS-CTR-IDX) EQUAL SPACES
                           IF CTR-EQP-PRODUTO(WS-CTR-IDX) EQUAL
                               WS-SER-PRODUTO
                               MOVE 'S' TO WS-CTR-COBERTO
                           END-IF
                       ELSE
                           IF CTR-EQP-SERIE(WS-CTR-IDX) EQUAL
                               WS-SER-DIGITADO
                               AND (CTR-EQP-PRODUTO(WS-CTR-IDX) EQUAL
                                   ZEROS
                               OR CTR-EQP-PRODUTO(WS-CTR-IDX) EQUAL
                                   WS-SER-PRODUTO)
                               MOVE 'S' TO WS-CTR-COBERTO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CTR-COBERTO NOT EQUAL 'S'
                   DISPLAY 'CLIENTE TEM O CONTRATO DE MANUTENCAO '
                       CTR-CODIGO ' PARA:'
                   PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX GREATER THAN
                           CTR-QTDE-EQUIPAMENTOS
                       DISPLAY '  ' CTR-EQP-PRODUTO(WS-CTR-IDX) ' '
                           CTR-EQP-SERIE(WS-CTR-IDX) ' '
                           CTR-EQP-DESCRICAO(WS-CTR-IDX)
                   END-PERFORM
                   DISPLAY 'O APARELHO DESTA ORDEM ESTA NA LISTA? (S/N)'
                   MOVE SPACES TO WS-CTR-RESPOSTA
                   ACCEPT WS-CTR-RESPOSTA
                   IF WS-CTR-RESPOSTA EQUAL 'S'
                       MOVE 'S' TO WS-CTR-COBERTO
                   END-IF
               END-IF
           END-IF
           IF WS-CTR-COBERTO EQUAL 'S'
               MOVE CTR-CODIGO TO WS-OSB-CONTRATO
               DISPLAY 'REPARO COBERTO PELO CONTRATO ' CTR-CODIGO
                   ' - MAO DE OBRA NAO SERA COBRADA'
           END-IF.

      * NO ORCAMENTO O CONTRATO GRAVADO NA ABERTURA PRECISA CONTINUAR
      * ATIVO E VIGENTE PARA ZERAR A MAO DE OBRA
       CONTRATO-DA-ORDEM-PROCEDURE.
           MOVE 'N' TO WS-CTR-COBERTO
           MOVE ZEROS TO CTR-CODIGO
           MOVE ZEROS TO WS-FS-OSBANCADA
           OPEN INPUT OS-BANCADA
           IF WS-FS-OSBANCADA EQUAL ZEROS
               MOVE CODIGO-OS TO OSB-CODIGO-OS
               READ OS-BANCADA RECORD
                   KEY IS OSB-CODIGO-OS
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE OSB-CODIGO-CONTRATO TO CTR-CODIGO
               END-READ
               CLOSE OS-BANCADA
           END-IF

           IF CTR-CODIGO NOT EQUAL ZEROS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE ZEROS TO WS-FS-CONTRATOS
               OPEN INPUT CONTRATOS-MANUTENCAO
               IF WS-FS-CONTRATOS EQUAL ZEROS
                   READ CONTRATOS-MANUTENCAO RECORD
                       KEY IS CTR-CODIGO
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       IF CTR-STATUS EQUAL 'ATIVO'
                           AND CTR-DATA-FIM NOT LESS THAN WS-DATA-HOJE
                           MOVE 'S' TO WS-CTR-COBERTO
                       ELSE
                           DISPLAY 'CONTRATO ' CTR-CODIGO ' NAO ESTA '
                               'MAIS VIGENTE - MAO DE OBRA COBRADA'
                       END-IF
                   END-READ
                   CLOSE CONTRATOS-MANUTENCAO
               END-IF
           END-IF.

      * BANCADA DA ORDEM: TECNICO, PRAZO E TEMPO EM CADA STATUS
       CONSULTA-BANCADA-OS-PROCEDURE.
           MOVE ZEROS TO WS-FS-OSBANCADA
           OPEN INPUT OS-BANCADA
           IF WS-FS-OSBANCADA NOT EQUAL ZEROS
               DISPLAY 'ORDEM SEM REGISTRO NA BANCADA'
           ELSE
               MOVE CODIGO-OS TO OSB-CODIGO-OS
               READ OS-BANCADA RECORD
                   KEY IS OSB-CODIGO-OS
                   INVALID KEY
                   DISPLAY 'ORDEM SEM REGISTRO NA BANCADA'
                   NOT INVALID KEY
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   COMPUTE WS-DIAS-NO-STATUS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(OSB-DATA-STATUS)
                   DISPLAY 'TECNICO: ' OSB-CODIGO-TECNICO
                       ' PRAZO PROMETIDO: ' OSB-DATA-PROMETIDA
                   IF OSB-CODIGO-CONTRATO NOT EQUAL ZEROS
                       DISPLAY 'COBERTA PELO CONTRATO DE MANUTENCAO '
                           OSB-CODIGO-CONTRATO
                   END-IF
                   DISPLAY 'NO STATUS ATUAL DESDE ' OSB-DATA-STATUS
                       ' (' WS-DIAS-NO-STATUS ' DIAS)'
                   PERFORM LISTA-HISTORICO-OS-PROCEDURE
               END-READ
               CLOSE OS-BANCADA
           END-IF.

       LISTA-HISTORICO-OS-PROCEDURE.
           MOVE ZEROS TO WS-FS-OSHIST
           OPEN INPUT OS-HISTORICO
           IF WS-FS-OSHIST EQUAL ZEROS
               MOVE CODIGO-OS TO OSH-CODIGO-OS
               MOVE ZEROS TO OSH-EVENTO
               START OS-HISTORICO KEY IS GREATER THAN OSH-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-OSHIST
               END-START
               PERFORM UNTIL WS-FS-OSHIST EQUAL 10
                   READ OS-HISTORICO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-OSHIST
                       NOT AT END
                       IF OSH-CODIGO-OS NOT EQUAL CODIGO-OS
                           MOVE 10 TO WS-FS-OSHIST
                       ELSE
                           DISPLAY OSH-DATA ' ' OSH-HORA ' '
                               OSH-TIPO ' ' OSH-STATUS
                               ' TECNICO ' OSH-CODIGO-TECNICO
                               ' DIAS NO ANTERIOR '
                               OSH-DIAS-STATUS-ANTERIOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OS-HISTORICO
           END-IF.

      * TECNICO 000 DEIXA A ORDEM SEM RESPONSAVEL (A DEFINIR)
       SOLICITA-TECNICO-PROCEDURE.
           DISPLAY 'INFORME O CODIGO DO TECNICO (000 A DEFINIR): '
           MOVE ZEROS TO WS-TECNICO-DIGITADO
           ACCEPT WS-TECNICO-DIGITADO
           IF WS-TECNICO-DIGITADO NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FS-TECNICOS
               OPEN INPUT TECNICOS
               IF WS-FS-TECNICOS NOT EQUAL ZEROS
                   DISPLAY 'CADASTRO DE TECNICOS INDISPONIVEL - '
                       'ORDEM FICA SEM TECNICO'
                   MOVE ZEROS TO WS-TECNICO-DIGITADO
               ELSE
                   MOVE WS-TECNICO-DIGITADO TO TEC-CODIGO
                   READ TECNICOS RECORD
                       KEY IS TEC-CODIGO
                       INVALID KEY
                       DISPLAY 'TECNICO NAO CADASTRADO - ORDEM FICA '
                           'SEM TECNICO'
                       MOVE ZEROS TO WS-TECNICO-DIGITADO
                       NOT INVALID KEY
                       IF TEC-SITUACAO NOT EQUAL 'ATIVO'
                           DISPLAY 'TECNICO INATIVO - ORDEM FICA SEM '
                               'TECNICO'
                           MOVE ZEROS TO WS-TECNICO-DIGITADO
                       ELSE
                           DISPLAY 'TECNICO: ' TEC-NOME
                       END-IF
                   END-READ
                   CLOSE TECNICOS
               END-IF
           END-IF.

       ATRIBUI-TECNICO-OS.
           MOVE ZEROS TO WS-FS-ORDENS
           OPEN INPUT ORDENS-SERVICO

           DISPLAY 'INFORME O NUMERO DA ORDEM: '
           ACCEPT CODIGO-OS

           READ ORDENS-SERVICO RECORD
               KEY IS CODIGO-OS
               INVALID KEY
               DISPLAY 'ORDEM DE SERVICO NAO ENCONTRADA'
               NOT INVALID KEY
               IF OS-STATUS EQUAL 'ENTREGUE'
                   OR OS-STATUS EQUAL 'CANCELADA'
                   DISPLAY 'ORDEM JA ENCERRADA - STATUS: ' OS-STATUS
               ELSE
                   PERFORM SOLICITA-TECNICO-PROCEDURE
                   MOVE WS-TECNICO-DIGITADO TO WS-OSB-TECNICO
                   MOVE 'TECNICO' TO WS-OSB-TIPO
                   PERFORM REGISTRA-BANCADA-OS-PROCEDURE
                   DISPLAY 'ORDEM ' CODIGO-OS ' COM O TECNICO '
                       OSB-CODIGO-TECNICO
                   MOVE 'ORDEM-SERVICO' TO WS-AUD-PROGRAMA
                   MOVE 'TECNICO' TO WS-AUD-OPERACAO
                   MOVE CODIGO-OS TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-READ

           CLOSE ORDENS-SERVICO
           GO TO MENU-OS-PROCEDURE.

       RELATORIO-OS-STATUS.
           MOVE ZEROS TO WS-FS-ORDENS
           OPEN INPUT ORDENS-SERVICO
           GO TO MENU-OS-PROCEDURE.

       COPY MOVESTQPRC.
       COPY SERPRC.
       COPY OSBPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
