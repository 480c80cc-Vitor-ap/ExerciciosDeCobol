      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALCULA-REPOSICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY MOVESTQSEL.

       COPY SCFSEL.

       SELECT PROPOSTAS-REPOSICAO ASSIGN TO WS-ARQ-PROPOSTAS-REPOSICAO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRP-CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PROPOSTAS.

       SELECT ORDENACAO ASSIGN TO WS-ARQ-REPOSICAO-SORTWK.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PRODFD.

       COPY MOVESTQFD.

       COPY SCFFD.

      *    PROPOSTA DO MES PARA ESTOQUE MINIMO E QUANTIDADE DE REPOSICAO
      *    - FICA PENDENTE ATE O COMPRADOR ACEITAR OU RECUSAR
       FD PROPOSTAS-REPOSICAO.
       01 REG-PROPOSTA.
           03 PRP-CODIGO-PRODUTO       PIC 9(05).
           03 PRP-DATA-CALCULO         PIC 9(08).
           03 PRP-MEDIA-DIARIA         PIC 9(05)V9(04).
           03 PRP-DESVIO-DIARIO        PIC 9(05)V9(04).
           03 PRP-PRAZO-DIAS           PIC 9(03).
           03 PRP-MINIMO-ATUAL         PIC 9(05).
           03 PRP-REPOSICAO-ATUAL      PIC 9(05).
           03 PRP-MINIMO-NOVO          PIC 9(05).
           03 PRP-REPOSICAO-NOVA       PIC 9(05).
           03 PRP-STATUS               PIC X(09).

       SD ORDENACAO.
       01 REG-ORDENACAO.
           03 SRT-PRODUTO              PIC 9(05).
           03 SRT-DATA                 PIC 9(08).
           03 SRT-QTDE                 PIC S9(05).

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-MOVESTOQUE     PIC 99.
       77 WS-FS-SCORE          PIC 99.
       77 WS-FS-PROPOSTAS      PIC 99.
       77 WS-FS-SORT           PIC 99.
       77 WS-OPC               PIC X(01) VALUE SPACES.
       77 WS-RESPOSTA          PIC X(01) VALUE SPACES.
       77 WS-ACEITA-TODAS      PIC X(01) VALUE 'N'.
       77 WS-ENCERRA-REVISAO   PIC X(01) VALUE 'N'.
       77 WS-TEM-SCORE         PIC X(01) VALUE 'N'.
       77 WS-MESES-ANALISE     PIC 9(02) VALUE ZEROS.
       77 WS-FATOR-SEGURANCA   PIC 9(01)V99 VALUE ZEROS.
       77 WS-CICLO-DIAS        PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-PADRAO      PIC 9(03) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE         PIC S9(04) VALUE ZEROS.
       77 WS-DIAS-PERIODO      PIC 9(05) VALUE ZEROS.
       77 WS-PRODUTO-ATUAL     PIC 9(05) VALUE ZEROS.
       77 WS-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-DIA          PIC S9(07) VALUE ZEROS.
       77 WS-SOMA-DEMANDA      PIC 9(09) VALUE ZEROS.
       77 WS-SOMA-QUADRADOS    PIC 9(15) VALUE ZEROS.
       77 WS-MEDIA-DIARIA      PIC 9(05)V9(04) VALUE ZEROS.
       77 WS-VARIANCIA         PIC S9(09)V9(04) VALUE ZEROS.
       77 WS-DESVIO-DIARIO     PIC 9(05)V9(04) VALUE ZEROS.
       77 WS-PRAZO-DIAS        PIC 9(03) VALUE ZEROS.
       77 WS-ESTOQUE-SEGURANCA PIC 9(07)V99 VALUE ZEROS.
       77 WS-CALCULO           PIC 9(09) VALUE ZEROS.
       77 WS-MINIMO-NOVO       PIC 9(05) VALUE ZEROS.
       77 WS-REPOSICAO-NOVA    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PROPOSTAS    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ACEITAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-RECUSADAS    PIC 9(05) VALUE ZEROS.
       77 WS-ED-MEDIA          PIC ZZZZ9.99.
       77 WS-ED-DESVIO         PIC ZZZZ9.99.

       COPY UNIWS.
       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- ESTOQUE MINIMO E REPOSICAO PELA DEMANDA -----'
           DISPLAY '1 - CALCULAR AS PROPOSTAS DO MES'
           DISPLAY '2 - REVISAR E ACEITAR AS PROPOSTAS PENDENTES'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPC

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           EVALUATE WS-OPC
               WHEN '1'
                   PERFORM CALCULA-PROPOSTAS-PROCEDURE
               WHEN '2'
                   PERFORM REVISA-PROPOSTAS-PROCEDURE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    DEMANDA DIARIA = SAIDAS POR VENDA (E VENDA DE KIT) MENOS AS
      *    DEVOLUCOES E ESTORNOS, DIA A DIA, NO PERIODO DE ANALISE.
      *    MINIMO = MEDIA x PRAZO DO FORNECEDOR + ESTOQUE DE SEGURANCA
      *    (FATOR x DESVIO x RAIZ DO PRAZO); REPOSICAO = MEDIA x CICLO
      *    DE COMPRA, ARREDONDADA PARA A EMBALAGEM DE COMPRA
       CALCULA-PROPOSTAS-PROCEDURE.
           DISPLAY 'INFORME O NUMERO DE MESES DE ANALISE (EX: 06): '
           ACCEPT WS-MESES-ANALISE
           IF WS-MESES-ANALISE EQUAL ZEROS
               MOVE 6 TO WS-MESES-ANALISE
           END-IF
           DISPLAY 'FATOR DE SEGURANCA (EX: 1.65 - 0 ASSUME 1.65): '
           ACCEPT WS-FATOR-SEGURANCA
           IF WS-FATOR-SEGURANCA EQUAL ZEROS
               MOVE 1.65 TO WS-FATOR-SEGURANCA
           END-IF
           DISPLAY 'CICLO DE COMPRA EM DIAS (0 ASSUME 30): '
           ACCEPT WS-CICLO-DIAS
           IF WS-CICLO-DIAS EQUAL ZEROS
               MOVE 30 TO WS-CICLO-DIAS
           END-IF
           DISPLAY 'PRAZO DE ENTREGA PADRAO PARA FORNECEDOR SEM '
               'AVALIACAO (0 ASSUME 7): '
           ACCEPT WS-PRAZO-PADRAO
           IF WS-PRAZO-PADRAO EQUAL ZEROS
               MOVE 7 TO WS-PRAZO-PADRAO
           END-IF

           COMPUTE WS-ANO-CORTE = WS-DATA-HOJE / 10000
           COMPUTE WS-MES-CORTE =
               (WS-DATA-HOJE / 100) - (WS-ANO-CORTE * 100)
           SUBTRACT WS-MESES-ANALISE FROM WS-MES-CORTE
           PERFORM UNTIL WS-MES-CORTE GREATER THAN ZEROS
               ADD 12 TO WS-MES-CORTE
               SUBTRACT 1 FROM WS-ANO-CORTE
           END-PERFORM
           COMPUTE WS-DATA-CORTE =
               (WS-ANO-CORTE * 10000) + (WS-MES-CORTE * 100) + 1
           COMPUTE WS-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE) + 1

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    AS PROPOSTAS NAO REVISADAS DO MES ANTERIOR SAO SUBSTITUIDAS
           MOVE ZEROS TO WS-FS-PROPOSTAS
           OPEN OUTPUT PROPOSTAS-REPOSICAO
           IF WS-FS-PROPOSTAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE PROPOSTAS'
               MOVE WS-FS-PROPOSTAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE PRODUTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-TEM-SCORE
           MOVE ZEROS TO WS-FS-SCORE
           OPEN INPUT SCORE-FORNECEDORES
           IF WS-FS-SCORE EQUAL ZEROS
               MOVE 'S' TO WS-TEM-SCORE
           ELSE
               DISPLAY 'SEM AVALIACAO DE FORNECEDORES - USANDO O PRAZO'
                   ' PADRAO PARA TODOS'
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'propostas-reposicao-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'PROPOSTA DE MINIMO E REPOSICAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'DEMANDA DE ' WS-DATA-CORTE ' A ' WS-DATA-HOJE
               ' (' WS-DIAS-PERIODO ' DIAS) FATOR ' WS-FATOR-SEGURANCA
               ' CICLO ' WS-CICLO-DIAS ' DIAS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'PROD  DESCRICAO             MED/DIA   DESVIO PRZ'
               TO WS-SPOOL-LINHA
           MOVE 'MIN.A MIN.N REP.A REP.N' TO WS-SPOOL-LINHA(50:23)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           SORT ORDENACAO
               ON ASCENDING KEY SRT-PRODUTO SRT-DATA
               INPUT PROCEDURE IS SELECIONA-SAIDAS-PROCEDURE
               OUTPUT PROCEDURE IS APURA-DEMANDA-PROCEDURE

           IF WS-TEM-SCORE EQUAL 'S'
               CLOSE SCORE-FORNECEDORES
           END-IF
           CLOSE PROPOSTAS-REPOSICAO
           CLOSE PRODUTOS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PROPOSTAS GERADAS: ' WS-QTDE-PROPOSTAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'PROPOSTAS GERADAS.........: ' WS-QTDE-PROPOSTAS
           IF WS-QTDE-SEM-CADASTRO GREATER THAN ZEROS
               DISPLAY 'PRODUTOS FORA DO CADASTRO.: '
                   WS-QTDE-SEM-CADASTRO
           END-IF
           DISPLAY 'REVISE E ACEITE PELA OPCAO 2'.

       SELECIONA-SAIDAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-MOVESTOQUE
           OPEN INPUT MOVESTOQUE
           IF WS-FS-MOVESTOQUE NOT EQUAL ZEROS
               DISPLAY 'MOVIMENTO DE ESTOQUE INDISPONIVEL'
           ELSE
               PERFORM UNTIL WS-FS-MOVESTOQUE EQUAL 10
                   READ MOVESTOQUE
                       AT END
                       MOVE 10 TO WS-FS-MOVESTOQUE
                       NOT AT END
                       IF MOV-CODIGO-PRODUTO GREATER THAN ZEROS
                           AND MOV-DATA NOT LESS THAN WS-DATA-CORTE
                           AND (MOV-TIPO EQUAL 'VENDA'
                               OR MOV-TIPO EQUAL 'VENDA-KIT'
                               OR MOV-TIPO EQUAL 'DEVOLUCAO'
                               OR MOV-TIPO EQUAL 'ESTORNO')
                           MOVE MOV-CODIGO-PRODUTO TO SRT-PRODUTO
                           MOVE MOV-DATA TO SRT-DATA
                           COMPUTE SRT-QTDE = ZERO - MOV-QTDE
                           RELEASE REG-ORDENACAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVESTOQUE
           END-IF.

       APURA-DEMANDA-PROCEDURE.
           MOVE ZEROS TO WS-PRODUTO-ATUAL
           MOVE ZEROS TO WS-DATA-ATUAL
           MOVE ZEROS TO WS-QTDE-DIA
           MOVE ZEROS TO WS-FS-SORT
           PERFORM UNTIL WS-FS-SORT EQUAL 10
               RETURN ORDENACAO
                   AT END MOVE 10 TO WS-FS-SORT
                   NOT AT END
                   IF SRT-PRODUTO NOT EQUAL WS-PRODUTO-ATUAL
                       IF WS-PRODUTO-ATUAL GREATER THAN ZEROS
                           PERFORM FECHA-PRODUTO-PROCEDURE
                       END-IF
                       MOVE SRT-PRODUTO TO WS-PRODUTO-ATUAL
                       MOVE SRT-DATA TO WS-DATA-ATUAL
                       MOVE ZEROS TO WS-SOMA-DEMANDA
                       MOVE ZEROS TO WS-SOMA-QUADRADOS
                   ELSE
                       IF SRT-DATA NOT EQUAL WS-DATA-ATUAL
                           PERFORM FECHA-DIA-PROCEDURE
                           MOVE SRT-DATA TO WS-DATA-ATUAL
                       END-IF
                   END-IF
                   ADD SRT-QTDE TO WS-QTDE-DIA
               END-RETURN
           END-PERFORM

           IF WS-PRODUTO-ATUAL GREATER THAN ZEROS
               PERFORM FECHA-PRODUTO-PROCEDURE
           END-IF.

      *    DIA COM MAIS DEVOLUCAO QUE VENDA CONTA COMO DEMANDA ZERO
       FECHA-DIA-PROCEDURE.
           IF WS-QTDE-DIA GREATER THAN ZEROS
               ADD WS-QTDE-DIA TO WS-SOMA-DEMANDA
               COMPUTE WS-SOMA-QUADRADOS =
                   WS-SOMA-QUADRADOS + (WS-QTDE-DIA * WS-QTDE-DIA)
           END-IF
           MOVE ZEROS TO WS-QTDE-DIA.

       FECHA-PRODUTO-PROCEDURE.
           PERFORM FECHA-DIA-PROCEDURE
           IF WS-SOMA-DEMANDA GREATER THAN ZEROS
               MOVE WS-PRODUTO-ATUAL TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   ADD 1 TO WS-QTDE-SEM-CADASTRO
                   NOT INVALID KEY
                   PERFORM PROPOE-PRODUTO-PROCEDURE
               END-READ
           END-IF.

      *    DIAS SEM VENDA ENTRAM COM DEMANDA ZERO NA MEDIA E NO DESVIO
       PROPOE-PRODUTO-PROCEDURE.
           COMPUTE WS-MEDIA-DIARIA ROUNDED =
               WS-SOMA-DEMANDA / WS-DIAS-PERIODO
           COMPUTE WS-VARIANCIA ROUNDED =
               (WS-SOMA-QUADRADOS / WS-DIAS-PERIODO)
               - (WS-MEDIA-DIARIA * WS-MEDIA-DIARIA)
           IF WS-VARIANCIA GREATER THAN ZEROS
               COMPUTE WS-DESVIO-DIARIO ROUNDED = WS-VARIANCIA ** 0.5
           ELSE
               MOVE ZEROS TO WS-DESVIO-DIARIO
           END-IF

           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-DIAS
           IF WS-TEM-SCORE EQUAL 'S'
               AND PROD-FORNECEDOR GREATER THAN ZEROS
               MOVE PROD-FORNECEDOR TO SCF-FORNECEDOR
               READ SCORE-FORNECEDORES RECORD
                   KEY IS SCF-FORNECEDOR
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF SCF-PRAZO-MEDIO GREATER THAN ZEROS
                       COMPUTE WS-PRAZO-DIAS ROUNDED = SCF-PRAZO-MEDIO
                   END-IF
               END-READ
           END-IF
           IF WS-PRAZO-DIAS EQUAL ZEROS
               MOVE 1 TO WS-PRAZO-DIAS
           END-IF

           COMPUTE WS-ESTOQUE-SEGURANCA ROUNDED =
               WS-FATOR-SEGURANCA * WS-DESVIO-DIARIO
               * (WS-PRAZO-DIAS ** 0.5)
           COMPUTE WS-CALCULO ROUNDED =
               (WS-MEDIA-DIARIA * WS-PRAZO-DIAS) + WS-ESTOQUE-SEGURANCA
           IF WS-CALCULO GREATER THAN 99999
               MOVE 99999 TO WS-MINIMO-NOVO
           ELSE
               MOVE WS-CALCULO TO WS-MINIMO-NOVO
           END-IF

           COMPUTE WS-CALCULO ROUNDED =
               WS-MEDIA-DIARIA * WS-CICLO-DIAS
           IF WS-CALCULO EQUAL ZEROS
               MOVE 1 TO WS-CALCULO
           END-IF
           IF WS-CALCULO GREATER THAN 99999
               MOVE 99999 TO WS-CALCULO
           END-IF
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
           MOVE WS-CALCULO TO WS-UNI-QTDE-VENDA
           PERFORM CALCULA-EMBALAGENS-PROCEDURE
           PERFORM CALCULA-UNIDADES-VENDA-PROCEDURE
           IF WS-UNI-QTDE-VENDA GREATER THAN 99999
               MOVE 99999 TO WS-REPOSICAO-NOVA
           ELSE
               MOVE WS-UNI-QTDE-VENDA TO WS-REPOSICAO-NOVA
           END-IF

           MOVE CODIGO-PRODUTO         TO PRP-CODIGO-PRODUTO
           MOVE WS-DATA-HOJE           TO PRP-DATA-CALCULO
           MOVE WS-MEDIA-DIARIA        TO PRP-MEDIA-DIARIA
           MOVE WS-DESVIO-DIARIO       TO PRP-DESVIO-DIARIO
           MOVE WS-PRAZO-DIAS          TO PRP-PRAZO-DIAS
           MOVE PROD-ESTOQUE-MINIMO    TO PRP-MINIMO-ATUAL
           MOVE PROD-QTDE-REPOSICAO    TO PRP-REPOSICAO-ATUAL
           MOVE WS-MINIMO-NOVO         TO PRP-MINIMO-NOVO
           MOVE WS-REPOSICAO-NOVA      TO PRP-REPOSICAO-NOVA
           MOVE 'PENDENTE'             TO PRP-STATUS
           WRITE REG-PROPOSTA
           IF WS-FS-PROPOSTAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A PROPOSTA DO PRODUTO '
                   CODIGO-PRODUTO
               MOVE WS-FS-PROPOSTAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               ADD 1 TO WS-QTDE-PROPOSTAS
               MOVE WS-MEDIA-DIARIA TO WS-ED-MEDIA
               MOVE WS-DESVIO-DIARIO TO WS-ED-DESVIO
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING CODIGO-PRODUTO ' ' PRODUTO(1:20) ' '
                   WS-ED-MEDIA ' ' WS-ED-DESVIO ' '
                   WS-PRAZO-DIAS ' '
                   PROD-ESTOQUE-MINIMO ' ' WS-MINIMO-NOVO ' '
                   PROD-QTDE-REPOSICAO ' ' WS-REPOSICAO-NOVA
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

      *    O COMPRADOR ACEITA TUDO DE UMA VEZ OU LINHA A LINHA; O QUE
      *    FICAR SEM RESPOSTA CONTINUA PENDENTE PARA OUTRA REVISAO
       REVISA-PROPOSTAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PROPOSTAS
           OPEN I-O PROPOSTAS-REPOSICAO
           IF WS-FS-PROPOSTAS NOT EQUAL ZEROS
               DISPLAY 'NAO HA PROPOSTAS CALCULADAS - USE A OPCAO 1'
               MOVE WS-FS-PROPOSTAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN I-O PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE PROPOSTAS-REPOSICAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'ACEITAR TODAS AS PROPOSTAS PENDENTES SEM REVISAR '
               'LINHA A LINHA? (S/N)'
           ACCEPT WS-ACEITA-TODAS
           MOVE 'N' TO WS-ENCERRA-REVISAO

           PERFORM UNTIL WS-FS-PROPOSTAS EQUAL 10
               OR WS-ENCERRA-REVISAO EQUAL 'S'
               READ PROPOSTAS-REPOSICAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PROPOSTAS
                   NOT AT END
                   IF PRP-STATUS EQUAL 'PENDENTE'
                       PERFORM REVISA-UMA-PROPOSTA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PRODUTOS
           CLOSE PROPOSTAS-REPOSICAO

           DISPLAY 'PROPOSTAS ACEITAS...: ' WS-QTDE-ACEITAS
           DISPLAY 'PROPOSTAS RECUSADAS.: ' WS-QTDE-RECUSADAS.

       REVISA-UMA-PROPOSTA-PROCEDURE.
           MOVE PRP-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'PRODUTO ' PRP-CODIGO-PRODUTO
                   ' NAO ESTA MAIS NO CADASTRO - PROPOSTA RECUSADA'
               MOVE 'N' TO WS-RESPOSTA
               NOT INVALID KEY
               IF WS-ACEITA-TODAS EQUAL 'S'
                   MOVE 'S' TO WS-RESPOSTA
               ELSE
                   MOVE PRP-MEDIA-DIARIA TO WS-ED-MEDIA
                   MOVE PRP-DESVIO-DIARIO TO WS-ED-DESVIO
                   DISPLAY 'PRODUTO ' CODIGO-PRODUTO ' ' PRODUTO
                   DISPLAY '   DEMANDA/DIA ' WS-ED-MEDIA
                       ' DESVIO ' WS-ED-DESVIO
                       ' PRAZO ' PRP-PRAZO-DIAS ' DIAS'
                   DISPLAY '   MINIMO....: ' PROD-ESTOQUE-MINIMO
                       ' -> ' PRP-MINIMO-NOVO
                   DISPLAY '   REPOSICAO.: ' PROD-QTDE-REPOSICAO
                       ' -> ' PRP-REPOSICAO-NOVA
                   DISPLAY '(S)ACEITA (N)RECUSA (T)ACEITA ESTA E AS '
                       'DEMAIS (F)ENCERRA: '
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA EQUAL 'T'
                       MOVE 'S' TO WS-ACEITA-TODAS
                       MOVE 'S' TO WS-RESPOSTA
                   END-IF
               END-IF
           END-READ

           EVALUATE WS-RESPOSTA
               WHEN 'S'
                   PERFORM APLICA-PROPOSTA-PROCEDURE
               WHEN 'N'
                   MOVE 'RECUSADA' TO PRP-STATUS
                   REWRITE REG-PROPOSTA
                   END-REWRITE
                   ADD 1 TO WS-QTDE-RECUSADAS
               WHEN 'F'
                   MOVE 'S' TO WS-ENCERRA-REVISAO
               WHEN OTHER
                   DISPLAY 'RESPOSTA INVALIDA - PROPOSTA CONTINUA '
                       'PENDENTE'
           END-EVALUATE.

       APLICA-PROPOSTA-PROCEDURE.
           MOVE PRP-MINIMO-NOVO TO PROD-ESTOQUE-MINIMO
           MOVE PRP-REPOSICAO-NOVA TO PROD-QTDE-REPOSICAO
           REWRITE REG-PRODUTO
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR O PRODUTO ' CODIGO-PRODUTO
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE 'ACEITA' TO PRP-STATUS
               REWRITE REG-PROPOSTA
               END-REWRITE
               ADD 1 TO WS-QTDE-ACEITAS

               MOVE 'RECALC-REPOS' TO WS-AUD-PROGRAMA
               MOVE 'MIN-REPOS' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING CODIGO-PRODUTO ' ' PRP-MINIMO-NOVO ' '
                   PRP-REPOSICAO-NOVA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF.

       COPY UNIPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY SPOOLPRC.
       COPY AMBPRC.


       END PROGRAM RECALCULA-REPOSICAO.
