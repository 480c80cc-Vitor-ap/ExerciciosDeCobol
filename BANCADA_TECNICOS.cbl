      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCADA-TECNICOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY OSSEL.

       COPY OSBSEL.

       COPY TECSEL.

       SELECT ORDENACAO ASSIGN TO WS-ARQ-BANCADA-SORTWK.

       COPY SPOOLSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY OSFD.

       COPY OSBFD.

       COPY TECFD.

       SD ORDENACAO.
       01 REG-ORDENACAO.
           03 SRT-TECNICO              PIC 9(03).
           03 SRT-ORDEM-STATUS         PIC 9(01).
           03 SRT-DIAS                 PIC 9(05).
           03 SRT-CODIGO-OS            PIC X(10).
           03 SRT-NOME                 PIC X(25).
           03 SRT-STATUS               PIC X(10).
           03 SRT-DATA-STATUS          PIC 9(08).
           03 SRT-DATA-PROMETIDA       PIC 9(08).

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-ORDENS         PIC 99.
       77 WS-FS-TECNICOS       PIC 99.
       77 WS-FS-SORT           PIC 99.
       77 WS-OPC               PIC X(01) VALUE SPACES.
       77 WS-SO-ATRASADAS      PIC X(01) VALUE 'N'.
       77 WS-TEM-BANCADA       PIC X(01) VALUE 'N'.
       77 WS-TEM-TECNICOS      PIC X(01) VALUE 'N'.
       77 WS-ACHOU-BANCADA     PIC X(01) VALUE 'N'.
       77 WS-ATRASADA          PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WS-MES-PRODUCAO      PIC 9(06) VALUE ZEROS.
       77 WS-MES-ENTREGA       PIC 9(06) VALUE ZEROS.
       77 WS-TECNICO-OS        PIC 9(03) VALUE ZEROS.
       77 WS-DATA-STATUS-OS    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROMETIDA-OS PIC 9(08) VALUE ZEROS.
       77 WS-TECNICO-ATUAL     PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRO          PIC X(01) VALUE 'S'.
       77 WS-NOME-TECNICO      PIC X(25) VALUE SPACES.
       77 WS-DIAS-TURNAROUND   PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TEC          PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TEC-ABERTAS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TEC-ORCADAS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TEC-APROVADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TEC-PRONTAS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-TEC-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ORDENS       PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ATRASADAS    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ENTREGUES    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ENT-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ABERTO-ATRASO PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM-BANCADA  PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-DIAS         PIC 9(09) VALUE ZEROS.
       77 WS-MEDIA-DIAS        PIC 9(05)V9 VALUE ZEROS.
       77 WS-PERC-NO-PRAZO     PIC 9(03)V9 VALUE ZEROS.
       77 WS-TOTAL-MAO-OBRA    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-PECAS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-IDX               PIC 9(04) VALUE ZEROS.
       77 WS-ED-DIAS           PIC ZZZZ9.
       77 WS-ED-MEDIA          PIC ZZZ9.9.
       77 WS-ED-PERC           PIC ZZ9.9.
       77 WS-ED-VALOR          PIC ZZZ,ZZZ,ZZ9.99.

      *    PRODUCAO DO MES POR TECNICO - POSICAO = CODIGO DO TECNICO + 1
      *    (A POSICAO 1 ACUMULA AS ORDENS ENTREGUES SEM TECNICO)
       01 WS-TAB-PRODUCAO.
           03 WS-PRD-ITEM OCCURS 1000 TIMES.
               05 WS-PRD-QTDE          PIC 9(05).
               05 WS-PRD-MAO-OBRA      PIC 9(09)V99.
               05 WS-PRD-PECAS         PIC 9(09)V99.
               05 WS-PRD-DIAS          PIC 9(07).
               05 WS-PRD-ATRASADAS     PIC 9(05).

       COPY OSBWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- BANCADA DE ASSISTENCIA TECNICA -----'
           DISPLAY '1 - QUADRO DA BANCADA POR TECNICO'
           DISPLAY '2 - PRAZO DE ATENDIMENTO (SLA) DAS ORDENS'
           DISPLAY '3 - PRODUTIVIDADE MENSAL DOS TECNICOS'
           DISPLAY 'INFORME A OPCAO: '
           ACCEPT WS-OPC

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE ZEROS TO WS-FS-ORDENS
           OPEN INPUT ORDENS-SERVICO
           IF WS-FS-ORDENS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ORDENS'
               MOVE WS-FS-ORDENS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-TEM-BANCADA
           MOVE ZEROS TO WS-FS-OSBANCADA
           OPEN INPUT OS-BANCADA
           IF WS-FS-OSBANCADA EQUAL ZEROS
               MOVE 'S' TO WS-TEM-BANCADA
           ELSE
               DISPLAY 'BANCADA AINDA SEM REGISTROS - ORDENS CONTADAS '
                   'DESDE A ABERTURA'
           END-IF

           MOVE 'N' TO WS-TEM-TECNICOS
           MOVE ZEROS TO WS-FS-TECNICOS
           OPEN INPUT TECNICOS
           IF WS-FS-TECNICOS EQUAL ZEROS
               MOVE 'S' TO WS-TEM-TECNICOS
           END-IF

           EVALUATE WS-OPC
               WHEN '1'
                   PERFORM QUADRO-BANCADA-PROCEDURE
               WHEN '2'
                   PERFORM PRAZO-ATENDIMENTO-PROCEDURE
               WHEN '3'
                   PERFORM PRODUTIVIDADE-PROCEDURE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF WS-TEM-TECNICOS EQUAL 'S'
               CLOSE TECNICOS
           END-IF
           IF WS-TEM-BANCADA EQUAL 'S'
               CLOSE OS-BANCADA
           END-IF
           CLOSE ORDENS-SERVICO

           STOP RUN.

      *    ORDENS EM ANDAMENTO AGRUPADAS POR TECNICO E STATUS, DA QUE
      *    ESTA HA MAIS TEMPO PARADA NO STATUS PARA A MAIS RECENTE
       QUADRO-BANCADA-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'quadro-bancada-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'QUADRO DA BANCADA POR TECNICO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE 'ORDEM      CLIENTE              STATUS     DESDE'
               TO WS-SPOOL-LINHA
           MOVE 'DIAS PROMETIDO' TO WS-SPOOL-LINHA(54:14)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-ORDENS
           MOVE ZEROS TO WS-QTDE-ATRASADAS
           MOVE 'S' TO WS-PRIMEIRO

           SORT ORDENACAO
               ON ASCENDING KEY SRT-TECNICO SRT-ORDEM-STATUS
               ON DESCENDING KEY SRT-DIAS
               INPUT PROCEDURE IS SELECIONA-ANDAMENTO-PROCEDURE
               OUTPUT PROCEDURE IS IMPRIME-QUADRO-PROCEDURE

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ORDENS EM ANDAMENTO: ' WS-QTDE-ORDENS
               '   FORA DO PRAZO PROMETIDO: ' WS-QTDE-ATRASADAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'ORDENS EM ANDAMENTO......: ' WS-QTDE-ORDENS
           DISPLAY 'FORA DO PRAZO PROMETIDO..: ' WS-QTDE-ATRASADAS
           MOVE 0 TO RETURN-CODE.

       SELECIONA-ANDAMENTO-PROCEDURE.
           PERFORM UNTIL WS-FS-ORDENS EQUAL 10
               READ ORDENS-SERVICO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORDENS
                   NOT AT END
                   IF OS-STATUS NOT EQUAL 'ENTREGUE'
                       AND OS-STATUS NOT EQUAL 'CANCELADA'
                       PERFORM BUSCA-BANCADA-PROCEDURE
                       MOVE WS-TECNICO-OS TO SRT-TECNICO
                       EVALUATE OS-STATUS
                           WHEN 'ABERTA'
                               MOVE 1 TO SRT-ORDEM-STATUS
                           WHEN 'ORCADA'
                               MOVE 2 TO SRT-ORDEM-STATUS
                           WHEN 'APROVADA'
                               MOVE 3 TO SRT-ORDEM-STATUS
                           WHEN 'PRONTA'
                               MOVE 4 TO SRT-ORDEM-STATUS
                           WHEN OTHER
                               MOVE 5 TO SRT-ORDEM-STATUS
                       END-EVALUATE
                       COMPUTE SRT-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                           - FUNCTION INTEGER-OF-DATE(WS-DATA-STATUS-OS)
                       MOVE CODIGO-OS TO SRT-CODIGO-OS
                       MOVE OS-NOME TO SRT-NOME
                       MOVE OS-STATUS TO SRT-STATUS
                       MOVE WS-DATA-STATUS-OS TO SRT-DATA-STATUS
                       MOVE WS-DATA-PROMETIDA-OS TO SRT-DATA-PROMETIDA
                       RELEASE REG-ORDENACAO
                   END-IF
               END-READ
           END-PERFORM.

       IMPRIME-QUADRO-PROCEDURE.
           MOVE ZEROS TO WS-FS-SORT
           PERFORM UNTIL WS-FS-SORT EQUAL 10
               RETURN ORDENACAO
                   AT END MOVE 10 TO WS-FS-SORT
                   NOT AT END
                   IF WS-PRIMEIRO EQUAL 'S'
                       OR SRT-TECNICO NOT EQUAL WS-TECNICO-ATUAL
                       IF WS-PRIMEIRO NOT EQUAL 'S'
                           PERFORM TOTAL-TECNICO-QUADRO-PROCEDURE
                       END-IF
                       MOVE 'N' TO WS-PRIMEIRO
                       MOVE SRT-TECNICO TO WS-TECNICO-ATUAL
                       PERFORM CABECALHO-TECNICO-PROCEDURE
                   END-IF
                   PERFORM IMPRIME-LINHA-QUADRO-PROCEDURE
               END-RETURN
           END-PERFORM

           IF WS-PRIMEIRO NOT EQUAL 'S'
               PERFORM TOTAL-TECNICO-QUADRO-PROCEDURE
           END-IF.

       CABECALHO-TECNICO-PROCEDURE.
           PERFORM BUSCA-NOME-TECNICO-PROCEDURE
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TECNICO ' WS-TECNICO-ATUAL ' - ' WS-NOME-TECNICO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ZEROS TO WS-QTDE-TEC
           MOVE ZEROS TO WS-QTDE-TEC-ABERTAS
           MOVE ZEROS TO WS-QTDE-TEC-ORCADAS
           MOVE ZEROS TO WS-QTDE-TEC-APROVADAS
           MOVE ZEROS TO WS-QTDE-TEC-PRONTAS
           MOVE ZEROS TO WS-QTDE-TEC-ATRASO.

       IMPRIME-LINHA-QUADRO-PROCEDURE.
           ADD 1 TO WS-QTDE-TEC
           ADD 1 TO WS-QTDE-ORDENS
           EVALUATE SRT-ORDEM-STATUS
               WHEN 1
                   ADD 1 TO WS-QTDE-TEC-ABERTAS
               WHEN 2
                   ADD 1 TO WS-QTDE-TEC-ORCADAS
               WHEN 3
                   ADD 1 TO WS-QTDE-TEC-APROVADAS
               WHEN 4
                   ADD 1 TO WS-QTDE-TEC-PRONTAS
           END-EVALUATE

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE SRT-CODIGO-OS TO WS-SPOOL-LINHA(1:10)
           MOVE SRT-NOME TO WS-SPOOL-LINHA(12:20)
           MOVE SRT-STATUS TO WS-SPOOL-LINHA(33:10)
           MOVE SRT-DATA-STATUS TO WS-SPOOL-LINHA(44:8)
           MOVE SRT-DIAS TO WS-ED-DIAS
           MOVE WS-ED-DIAS TO WS-SPOOL-LINHA(53:5)
           MOVE SRT-DATA-PROMETIDA TO WS-SPOOL-LINHA(59:8)
           IF WS-DATA-HOJE GREATER THAN SRT-DATA-PROMETIDA
               AND SRT-ORDEM-STATUS LESS THAN 4
               MOVE 'ATRASADA' TO WS-SPOOL-LINHA(68:8)
               ADD 1 TO WS-QTDE-TEC-ATRASO
               ADD 1 TO WS-QTDE-ATRASADAS
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       TOTAL-TECNICO-QUADRO-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ORDENS ' WS-QTDE-TEC
               ' ABERTAS ' WS-QTDE-TEC-ABERTAS
               ' ORCADAS ' WS-QTDE-TEC-ORCADAS
               ' APROVADAS ' WS-QTDE-TEC-APROVADAS
               ' PRONTAS ' WS-QTDE-TEC-PRONTAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ATRASADAS ' WS-QTDE-TEC-ATRASO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      *    ORDENS ABERTAS NO PERIODO: DIAS DA ABERTURA ATE A ENTREGA (OU
      *    ATE HOJE, SE AINDA NAO ENTREGUE) CONTRA O PRAZO PROMETIDO
       PRAZO-ATENDIMENTO-PROCEDURE.
           DISPLAY 'INFORME A DATA INICIAL DE ABERTURA (AAAAMMDD - 0 '
               'PARA O INICIO DO MES): '
           ACCEPT WS-DATA-INICIAL
           IF WS-DATA-INICIAL EQUAL ZEROS
               COMPUTE WS-DATA-INICIAL = (WS-DATA-HOJE / 100) * 100 + 1
           END-IF
           DISPLAY 'INFORME A DATA FINAL DE ABERTURA (AAAAMMDD - 0 '
               'PARA HOJE): '
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FINAL
           END-IF
           DISPLAY 'LISTAR SOMENTE AS ORDENS FORA DO PRAZO? (S/N): '
           ACCEPT WS-SO-ATRASADAS

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'sla-bancada-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'PRAZO DE ATENDIMENTO DA BANCADA' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ORDENS ABERTAS DE ' WS-DATA-INICIAL ' A '
               WS-DATA-FINAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'ORDEM      TEC CLIENTE            ABERTURA PROMETID'
               TO WS-SPOOL-LINHA
           MOVE 'STATUS    DIAS ATRASO' TO WS-SPOOL-LINHA(54:21)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-ORDENS
           MOVE ZEROS TO WS-QTDE-ENTREGUES
           MOVE ZEROS TO WS-QTDE-ENT-ATRASO
           MOVE ZEROS TO WS-QTDE-ABERTO-ATRASO
           MOVE ZEROS TO WS-SOMA-DIAS

           PERFORM UNTIL WS-FS-ORDENS EQUAL 10
               READ ORDENS-SERVICO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORDENS
                   NOT AT END
                   IF OS-STATUS NOT EQUAL 'CANCELADA'
                       AND OS-DATA-ABERTURA NOT LESS THAN
                           WS-DATA-INICIAL
                       AND OS-DATA-ABERTURA NOT GREATER THAN
                           WS-DATA-FINAL
                       PERFORM AVALIA-PRAZO-ORDEM-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           MOVE ZEROS TO WS-MEDIA-DIAS
           MOVE ZEROS TO WS-PERC-NO-PRAZO
           IF WS-QTDE-ENTREGUES GREATER THAN ZEROS
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-SOMA-DIAS / WS-QTDE-ENTREGUES
               COMPUTE WS-PERC-NO-PRAZO ROUNDED =
                   ((WS-QTDE-ENTREGUES - WS-QTDE-ENT-ATRASO) * 100)
                   / WS-QTDE-ENTREGUES
           END-IF
           MOVE WS-MEDIA-DIAS TO WS-ED-MEDIA
           MOVE WS-PERC-NO-PRAZO TO WS-ED-PERC

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ORDENS NO PERIODO.........: ' WS-QTDE-ORDENS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ENTREGUES.................: ' WS-QTDE-ENTREGUES
               '  FORA DO PRAZO: ' WS-QTDE-ENT-ATRASO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ENTREGUES NO PRAZO (%)....: ' WS-ED-PERC
               '  MEDIA DE DIAS: ' WS-ED-MEDIA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'EM ANDAMENTO JA ATRASADAS.: ' WS-QTDE-ABERTO-ATRASO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'ORDENS NO PERIODO.........: ' WS-QTDE-ORDENS
           DISPLAY 'ENTREGUES NO PRAZO (%)....: ' WS-ED-PERC
           DISPLAY 'EM ANDAMENTO JA ATRASADAS.: ' WS-QTDE-ABERTO-ATRASO
           MOVE 0 TO RETURN-CODE.

       AVALIA-PRAZO-ORDEM-PROCEDURE.
           ADD 1 TO WS-QTDE-ORDENS
           PERFORM BUSCA-BANCADA-PROCEDURE
           IF OS-STATUS EQUAL 'ENTREGUE'
               AND WS-ACHOU-BANCADA EQUAL 'S'
               MOVE WS-DATA-STATUS-OS TO WS-DATA-FIM
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF
           COMPUTE WS-DIAS-TURNAROUND =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE(OS-DATA-ABERTURA)
           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE 'N' TO WS-ATRASADA
           IF WS-DATA-FIM GREATER THAN WS-DATA-PROMETIDA-OS
               MOVE 'S' TO WS-ATRASADA
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-PROMETIDA-OS)
           END-IF

           IF OS-STATUS EQUAL 'ENTREGUE'
               ADD 1 TO WS-QTDE-ENTREGUES
               ADD WS-DIAS-TURNAROUND TO WS-SOMA-DIAS
               IF WS-ATRASADA EQUAL 'S'
                   ADD 1 TO WS-QTDE-ENT-ATRASO
               END-IF
           ELSE
               IF WS-ATRASADA EQUAL 'S'
                   ADD 1 TO WS-QTDE-ABERTO-ATRASO
               END-IF
           END-IF

           IF WS-SO-ATRASADAS NOT EQUAL 'S'
               OR WS-ATRASADA EQUAL 'S'
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE CODIGO-OS TO WS-SPOOL-LINHA(1:10)
               MOVE WS-TECNICO-OS TO WS-SPOOL-LINHA(12:3)
               MOVE OS-NOME TO WS-SPOOL-LINHA(16:18)
               MOVE OS-DATA-ABERTURA TO WS-SPOOL-LINHA(35:8)
               MOVE WS-DATA-PROMETIDA-OS TO WS-SPOOL-LINHA(44:8)
               MOVE OS-STATUS TO WS-SPOOL-LINHA(54:8)
               MOVE WS-DIAS-TURNAROUND TO WS-ED-DIAS
               MOVE WS-ED-DIAS TO WS-SPOOL-LINHA(63:5)
               IF WS-ATRASADA EQUAL 'S'
                   MOVE WS-DIAS-ATRASO TO WS-ED-DIAS
                   MOVE WS-ED-DIAS TO WS-SPOOL-LINHA(69:5)
                   MOVE '*' TO WS-SPOOL-LINHA(75:1)
               END-IF
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

      *    MAO DE OBRA DAS ORDENS ENTREGUES NO MES, PELO TECNICO QUE
      *    ESTAVA COM A ORDEM NA ENTREGA - BASE PARA A BONIFICACAO
       PRODUTIVIDADE-PROCEDURE.
           DISPLAY 'INFORME O MES DAS ENTREGAS (AAAAMM): '
           ACCEPT WS-MES-PRODUCAO
           IF WS-MES-PRODUCAO EQUAL ZEROS
               COMPUTE WS-MES-PRODUCAO = WS-DATA-HOJE / 100
           END-IF

           INITIALIZE WS-TAB-PRODUCAO
           MOVE ZEROS TO WS-QTDE-SEM-BANCADA

           PERFORM UNTIL WS-FS-ORDENS EQUAL 10
               READ ORDENS-SERVICO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ORDENS
                   NOT AT END
                   IF OS-STATUS EQUAL 'ENTREGUE'
                       PERFORM ACUMULA-PRODUCAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'produtividade-tecnicos-' WS-MES-PRODUCAO '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'PRODUTIVIDADE DOS TECNICOS' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ORDENS ENTREGUES EM ' WS-MES-PRODUCAO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'TEC NOME                      ORDENS   MAO DE OBRA'
               TO WS-SPOOL-LINHA
           MOVE 'PECAS  DIAS ATRAS' TO WS-SPOOL-LINHA(61:17)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-ORDENS
           MOVE ZEROS TO WS-TOTAL-MAO-OBRA
           MOVE ZEROS TO WS-TOTAL-PECAS

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 1000
               IF WS-PRD-QTDE(WS-IDX) GREATER THAN ZEROS
                   PERFORM IMPRIME-LINHA-PRODUCAO-PROCEDURE
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-MAO-OBRA TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL: ' WS-QTDE-ORDENS ' ORDENS  MAO DE OBRA '
               WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-QTDE-SEM-BANCADA GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'ENTREGUES SEM REGISTRO NA BANCADA (FORA DO '
                   'RELATORIO): ' WS-QTDE-SEM-BANCADA
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'ORDENS ENTREGUES NO MES...: ' WS-QTDE-ORDENS
           DISPLAY 'MAO DE OBRA NO MES........: ' WS-ED-VALOR
           MOVE 0 TO RETURN-CODE.

       ACUMULA-PRODUCAO-PROCEDURE.
           PERFORM BUSCA-BANCADA-PROCEDURE
           IF WS-ACHOU-BANCADA NOT EQUAL 'S'
               ADD 1 TO WS-QTDE-SEM-BANCADA
           ELSE
               COMPUTE WS-MES-ENTREGA = WS-DATA-STATUS-OS / 100
               IF WS-MES-ENTREGA EQUAL WS-MES-PRODUCAO
                   COMPUTE WS-IDX = WS-TECNICO-OS + 1
                   ADD 1 TO WS-PRD-QTDE(WS-IDX)
                   ADD OS-VALOR-MAO-OBRA TO WS-PRD-MAO-OBRA(WS-IDX)
                   ADD OS-VALOR-PECAS TO WS-PRD-PECAS(WS-IDX)
                   COMPUTE WS-DIAS-TURNAROUND =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-STATUS-OS)
                       - FUNCTION INTEGER-OF-DATE(OS-DATA-ABERTURA)
                   ADD WS-DIAS-TURNAROUND TO WS-PRD-DIAS(WS-IDX)
                   IF WS-DATA-STATUS-OS GREATER THAN
                       WS-DATA-PROMETIDA-OS
                       ADD 1 TO WS-PRD-ATRASADAS(WS-IDX)
                   END-IF
               END-IF
           END-IF.

       IMPRIME-LINHA-PRODUCAO-PROCEDURE.
           COMPUTE WS-TECNICO-ATUAL = WS-IDX - 1
           PERFORM BUSCA-NOME-TECNICO-PROCEDURE
           ADD WS-PRD-QTDE(WS-IDX) TO WS-QTDE-ORDENS
           ADD WS-PRD-MAO-OBRA(WS-IDX) TO WS-TOTAL-MAO-OBRA
           ADD WS-PRD-PECAS(WS-IDX) TO WS-TOTAL-PECAS
           COMPUTE WS-MEDIA-DIAS ROUNDED =
               WS-PRD-DIAS(WS-IDX) / WS-PRD-QTDE(WS-IDX)

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-TECNICO-ATUAL TO WS-SPOOL-LINHA(1:3)
           MOVE WS-NOME-TECNICO TO WS-SPOOL-LINHA(5:25)
           MOVE WS-PRD-QTDE(WS-IDX) TO WS-ED-DIAS
           MOVE WS-ED-DIAS TO WS-SPOOL-LINHA(31:5)
           MOVE WS-PRD-MAO-OBRA(WS-IDX) TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(37:14)
           MOVE WS-PRD-PECAS(WS-IDX) TO WS-ED-VALOR
           MOVE WS-ED-VALOR(4:11) TO WS-SPOOL-LINHA(55:11)
           MOVE WS-MEDIA-DIAS TO WS-ED-MEDIA
           MOVE WS-ED-MEDIA TO WS-SPOOL-LINHA(67:6)
           MOVE WS-PRD-ATRASADAS(WS-IDX) TO WS-ED-DIAS
           MOVE WS-ED-DIAS TO WS-SPOOL-LINHA(74:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      *    ORDEM SEM REGISTRO NA BANCADA (ABERTA ANTES DO CONTROLE POR
      *    TECNICO) FICA SEM TECNICO, NO STATUS DESDE A ABERTURA E COM
      *    O PRAZO PADRAO
       BUSCA-BANCADA-PROCEDURE.
           MOVE 'N' TO WS-ACHOU-BANCADA
           IF WS-TEM-BANCADA EQUAL 'S'
               MOVE CODIGO-OS TO OSB-CODIGO-OS
               READ OS-BANCADA RECORD
                   KEY IS OSB-CODIGO-OS
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-BANCADA
               END-READ
           END-IF

           IF WS-ACHOU-BANCADA EQUAL 'S'
               MOVE OSB-CODIGO-TECNICO TO WS-TECNICO-OS
               MOVE OSB-DATA-STATUS TO WS-DATA-STATUS-OS
               MOVE OSB-DATA-PROMETIDA TO WS-DATA-PROMETIDA-OS
           ELSE
               MOVE ZEROS TO WS-TECNICO-OS
               MOVE OS-DATA-ABERTURA TO WS-DATA-STATUS-OS
               COMPUTE WS-DATA-PROMETIDA-OS = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OS-DATA-ABERTURA)
                   + WS-OSB-PRAZO-PADRAO)
           END-IF.

       BUSCA-NOME-TECNICO-PROCEDURE.
           IF WS-TECNICO-ATUAL EQUAL ZEROS
               MOVE 'SEM TECNICO (A DEFINIR)' TO WS-NOME-TECNICO
           ELSE
               MOVE 'TECNICO NAO CADASTRADO' TO WS-NOME-TECNICO
               IF WS-TEM-TECNICOS EQUAL 'S'
                   MOVE WS-TECNICO-ATUAL TO TEC-CODIGO
                   READ TECNICOS RECORD
                       KEY IS TEC-CODIGO
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       MOVE TEC-NOME TO WS-NOME-TECNICO
                   END-READ
               END-IF
           END-IF.

       COPY SPOOLPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM BANCADA-TECNICOS.
