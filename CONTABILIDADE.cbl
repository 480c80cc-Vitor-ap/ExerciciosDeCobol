      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PLCSEL.

       COPY LCTSEL.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PLCFD.

       COPY LCTFD.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PLANO          PIC 99.
       77 WS-FS-LANCAMENTOS    PIC 99.
       77 WS-OPC               PIC X(1).
       77 WS-TENT-INVALIDAS    PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE       PIC 9(02) VALUE 3.
       77 WS-ANO-MES           PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-RAZAO       PIC X(10) VALUE SPACES.
       77 WS-NATUREZA-RAZAO    PIC X(01) VALUE SPACES.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO        PIC 9(03) VALUE ZEROS.
       77 WS-SALDO-ANTERIOR    PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-ATUAL       PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CREDITOS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-CONTAS       PIC 9(05) VALUE ZEROS.
       77 WS-SEM-PLANO         PIC 9(05) VALUE ZEROS.

       01 WS-ED-VALOR              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-2            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-3            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-4            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TAB-CONTAS.
           03 WS-CTA-QTDE              PIC 9(03) VALUE ZEROS.
           03 WS-CTA-ITEM OCCURS 300 TIMES.
               05 WS-CTA-CONTA         PIC X(10).
               05 WS-CTA-DESCRICAO     PIC X(30).
               05 WS-CTA-NATUREZA      PIC X(01).
               05 WS-CTA-ANTERIOR      PIC S9(11)V99.
               05 WS-CTA-DEBITOS       PIC 9(11)V99.
               05 WS-CTA-CREDITOS      PIC 9(11)V99.

       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-CONTABIL-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-CONTABIL-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------CONTABILIDADE -------------'
           DISPLAY 'I - INCLUIR CONTA NO PLANO DE CONTAS'
           DISPLAY 'A - ALTERAR CONTA DO PLANO DE CONTAS'
           DISPLAY 'L - LISTAR PLANO DE CONTAS'
           DISPLAY 'B - BALANCETE MENSAL'
           DISPLAY 'R - RAZAO DE UMA CONTA'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO I,A,L,B OU R... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUI-CONTA
               ELSE IF WS-OPC IS EQUAL TO 'A'
               GO TO ALTERA-CONTA
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTA-PLANO
               ELSE IF WS-OPC IS EQUAL TO 'B'
               GO TO BALANCETE-MENSAL
               ELSE IF WS-OPC IS EQUAL TO 'R'
               GO TO RAZAO-CONTA
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-CONTABIL-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

       INCLUI-CONTA.
           MOVE ZEROS TO WS-FS-PLANO
           OPEN I-O PLANO-CONTAS
           IF WS-FS-PLANO EQUAL 35
               MOVE WS-FS-PLANO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               OPEN OUTPUT PLANO-CONTAS
               CLOSE PLANO-CONTAS
               OPEN I-O PLANO-CONTAS
           END-IF

           IF WS-FS-PLANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O PLANO DE CONTAS'
               MOVE WS-FS-PLANO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DA CONTA: '
           ACCEPT PLC-CONTA
           DISPLAY 'INFORME A DESCRICAO DA CONTA: '
           ACCEPT PLC-DESCRICAO
           DISPLAY 'GRUPO (A-ATIVO P-PASSIVO L-PATRIMONIO LIQUIDO '
               'R-RECEITA D-DESPESA): '
           ACCEPT PLC-GRUPO
           DISPLAY 'NATUREZA DO SALDO (D-DEVEDORA C-CREDORA): '
           ACCEPT PLC-NATUREZA
           MOVE 'A' TO PLC-SITUACAO

           IF PLC-GRUPO NOT EQUAL 'A' AND PLC-GRUPO NOT EQUAL 'P'
               AND PLC-GRUPO NOT EQUAL 'L' AND PLC-GRUPO NOT EQUAL 'R'
               AND PLC-GRUPO NOT EQUAL 'D'
               DISPLAY 'GRUPO INVALIDO - CONTA NAO GRAVADA'
           ELSE IF PLC-NATUREZA NOT EQUAL 'D'
               AND PLC-NATUREZA NOT EQUAL 'C'
               DISPLAY 'NATUREZA INVALIDA - CONTA NAO GRAVADA'
           ELSE
               WRITE REG-PLANO-CONTAS
                   INVALID KEY
                   DISPLAY 'CONTA JA CADASTRADA'
                   NOT INVALID KEY
                   DISPLAY 'CONTA GRAVADA!'
                   MOVE 'CONTABILIDADE' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE PLC-CONTA TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-WRITE
           END-IF

           CLOSE PLANO-CONTAS
           GO TO MENU-CONTABIL-PROCEDURE.

       ALTERA-CONTA.
           MOVE ZEROS TO WS-FS-PLANO
           OPEN I-O PLANO-CONTAS
           IF WS-FS-PLANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O PLANO DE CONTAS'
               MOVE WS-FS-PLANO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DA CONTA: '
           ACCEPT PLC-CONTA

           READ PLANO-CONTAS RECORD
               KEY IS PLC-CONTA
               INVALID KEY
               DISPLAY 'CONTA NAO ENCONTRADA'
               NOT INVALID KEY
               DISPLAY 'DESCRICAO.: ' PLC-DESCRICAO
               DISPLAY 'GRUPO.....: ' PLC-GRUPO
               DISPLAY 'NATUREZA..: ' PLC-NATUREZA
               DISPLAY 'SITUACAO..: ' PLC-SITUACAO
               DISPLAY 'INFORME A NOVA DESCRICAO: '
               ACCEPT PLC-DESCRICAO
               DISPLAY 'SITUACAO (A-ATIVA I-INATIVA): '
               ACCEPT PLC-SITUACAO
               IF PLC-SITUACAO NOT EQUAL 'I'
                   MOVE 'A' TO PLC-SITUACAO
               END-IF
               REWRITE REG-PLANO-CONTAS
               END-REWRITE
               DISPLAY 'CONTA ALTERADA!'
               MOVE 'CONTABILIDADE' TO WS-AUD-PROGRAMA
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE PLC-CONTA TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-READ

           CLOSE PLANO-CONTAS
           GO TO MENU-CONTABIL-PROCEDURE.

       LISTA-PLANO.
           MOVE ZEROS TO WS-FS-PLANO
           OPEN INPUT PLANO-CONTAS
           IF WS-FS-PLANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O PLANO DE CONTAS'
               MOVE WS-FS-PLANO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF

           DISPLAY ' '
           DISPLAY 'CONTA      DESCRICAO                      G N S'
           PERFORM UNTIL WS-FS-PLANO EQUAL 10
               READ PLANO-CONTAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PLANO
                   NOT AT END
                   DISPLAY PLC-CONTA ' ' PLC-DESCRICAO ' '
                       PLC-GRUPO ' ' PLC-NATUREZA ' ' PLC-SITUACAO
               END-READ
           END-PERFORM

           CLOSE PLANO-CONTAS
           GO TO MENU-CONTABIL-PROCEDURE.

      * SALDO ANTERIOR, MOVIMENTO DO MES E SALDO ATUAL DE CADA CONTA;
      * O TOTAL DE DEBITOS TEM DE BATER COM O TOTAL DE CREDITOS
       BALANCETE-MENSAL.
           DISPLAY 'INFORME O MES DO BALANCETE (AAAAMM): '
           ACCEPT WS-ANO-MES

           PERFORM CARREGA-CONTAS-PROCEDURE
           IF WS-CTA-QTDE EQUAL ZEROS
               DISPLAY 'PLANO DE CONTAS VAZIO OU INDISPONIVEL'
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-TOT-DEBITOS
           MOVE ZEROS TO WS-TOT-CREDITOS
           MOVE ZEROS TO WS-SEM-PLANO

           MOVE ZEROS TO WS-FS-LANCAMENTOS
           OPEN INPUT LANCAMENTOS-CONTABEIS
           IF WS-FS-LANCAMENTOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-LANCAMENTOS EQUAL 10
                   READ LANCAMENTOS-CONTABEIS
                       AT END
                       MOVE 10 TO WS-FS-LANCAMENTOS
                       NOT AT END
                       IF LCT-DATA(1:6) NOT GREATER THAN WS-ANO-MES
                           PERFORM ACUMULA-BALANCETE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCAMENTOS-CONTABEIS
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'balancete-' WS-ANO-MES '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'BALANCETE DE VERIFICACAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'MES DE REFERENCIA ' WS-ANO-MES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CONTA      SALDO ANTERIOR     DEBITOS            '
               TO WS-SPOOL-LINHA
           MOVE 'CREDITOS           SALDO ATUAL'
               TO WS-SPOOL-LINHA(52:29)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-CTA-QTDE
               PERFORM IMPRIME-CONTA-BALANCETE-PROCEDURE
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-DEBITOS TO WS-ED-VALOR
           MOVE WS-TOT-CREDITOS TO WS-ED-VALOR-2
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL DEBITOS ' WS-ED-VALOR
               ' TOTAL CREDITOS ' WS-ED-VALOR-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-TOT-DEBITOS EQUAL WS-TOT-CREDITOS
               MOVE 'BALANCETE FECHADO - DEBITOS IGUAIS AOS CREDITOS'
                   TO WS-SPOOL-LINHA
           ELSE
               MOVE 'ATENCAO - DEBITOS DIFERENTES DOS CREDITOS'
                   TO WS-SPOOL-LINHA
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-SEM-PLANO GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'LANCAMENTOS EM CONTAS FORA DO PLANO: '
                   WS-SEM-PLANO
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'TOTAL DEBITOS..: ' WS-TOT-DEBITOS
           DISPLAY 'TOTAL CREDITOS.: ' WS-TOT-CREDITOS
           GO TO MENU-CONTABIL-PROCEDURE.

       CARREGA-CONTAS-PROCEDURE.
           MOVE ZEROS TO WS-CTA-QTDE
           MOVE ZEROS TO WS-FS-PLANO
           OPEN INPUT PLANO-CONTAS
           IF WS-FS-PLANO EQUAL ZEROS
               PERFORM UNTIL WS-FS-PLANO EQUAL 10
                   READ PLANO-CONTAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PLANO
                       NOT AT END
                       IF WS-CTA-QTDE LESS THAN 300
                           ADD 1 TO WS-CTA-QTDE
                           MOVE PLC-CONTA TO WS-CTA-CONTA(WS-CTA-QTDE)
                           MOVE PLC-DESCRICAO
                               TO WS-CTA-DESCRICAO(WS-CTA-QTDE)
                           MOVE PLC-NATUREZA
                               TO WS-CTA-NATUREZA(WS-CTA-QTDE)
                           MOVE ZEROS TO WS-CTA-ANTERIOR(WS-CTA-QTDE)
                           MOVE ZEROS TO WS-CTA-DEBITOS(WS-CTA-QTDE)
                           MOVE ZEROS TO WS-CTA-CREDITOS(WS-CTA-QTDE)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANO-CONTAS
           END-IF.

      * O SALDO ANTERIOR E GUARDADO NO SENTIDO DEVEDOR (DEBITO MENOS
      * CREDITO) E CONVERTIDO PELA NATUREZA DA CONTA NA IMPRESSAO
       ACUMULA-BALANCETE-PROCEDURE.
           MOVE LCT-CONTA-DEBITO TO WS-CONTA-RAZAO
           PERFORM LOCALIZA-CONTA-PROCEDURE
           IF WS-IDX-ACHADO EQUAL ZEROS
               ADD 1 TO WS-SEM-PLANO
           ELSE IF LCT-DATA(1:6) LESS THAN WS-ANO-MES
               ADD LCT-VALOR TO WS-CTA-ANTERIOR(WS-IDX-ACHADO)
           ELSE
               ADD LCT-VALOR TO WS-CTA-DEBITOS(WS-IDX-ACHADO)
               ADD LCT-VALOR TO WS-TOT-DEBITOS
           END-IF

           MOVE LCT-CONTA-CREDITO TO WS-CONTA-RAZAO
           PERFORM LOCALIZA-CONTA-PROCEDURE
           IF WS-IDX-ACHADO EQUAL ZEROS
               ADD 1 TO WS-SEM-PLANO
           ELSE IF LCT-DATA(1:6) LESS THAN WS-ANO-MES
               SUBTRACT LCT-VALOR FROM WS-CTA-ANTERIOR(WS-IDX-ACHADO)
           ELSE
               ADD LCT-VALOR TO WS-CTA-CREDITOS(WS-IDX-ACHADO)
               ADD LCT-VALOR TO WS-TOT-CREDITOS
           END-IF.

       LOCALIZA-CONTA-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-ACHADO FROM 1 BY 1
               UNTIL WS-IDX-ACHADO GREATER THAN WS-CTA-QTDE
               OR WS-CTA-CONTA(WS-IDX-ACHADO) EQUAL WS-CONTA-RAZAO
               CONTINUE
           END-PERFORM
           IF WS-IDX-ACHADO GREATER THAN WS-CTA-QTDE
               MOVE ZEROS TO WS-IDX-ACHADO
           END-IF.

       IMPRIME-CONTA-BALANCETE-PROCEDURE.
           IF WS-CTA-NATUREZA(WS-IDX) EQUAL 'C'
               COMPUTE WS-SALDO-ANTERIOR =
                   WS-CTA-ANTERIOR(WS-IDX) * -1
               COMPUTE WS-SALDO-ATUAL = WS-SALDO-ANTERIOR
                   + WS-CTA-CREDITOS(WS-IDX) - WS-CTA-DEBITOS(WS-IDX)
           ELSE
               MOVE WS-CTA-ANTERIOR(WS-IDX) TO WS-SALDO-ANTERIOR
               COMPUTE WS-SALDO-ATUAL = WS-SALDO-ANTERIOR
                   + WS-CTA-DEBITOS(WS-IDX) - WS-CTA-CREDITOS(WS-IDX)
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-CTA-CONTA(WS-IDX) ' ' WS-CTA-DESCRICAO(WS-IDX)
               ' (' WS-CTA-NATUREZA(WS-IDX) ')'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-SALDO-ANTERIOR TO WS-ED-VALOR
           MOVE WS-CTA-DEBITOS(WS-IDX) TO WS-ED-VALOR-2
           MOVE WS-CTA-CREDITOS(WS-IDX) TO WS-ED-VALOR-3
           MOVE WS-SALDO-ATUAL TO WS-ED-VALOR-4
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '           ' WS-ED-VALOR ' ' WS-ED-VALOR-2
               ' ' WS-ED-VALOR-3 ' ' WS-ED-VALOR-4
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * RAZAO: LANCAMENTOS DO MES NA CONTA COM SALDO ACUMULADO
       RAZAO-CONTA.
           DISPLAY 'INFORME O CODIGO DA CONTA: '
           ACCEPT WS-CONTA-RAZAO
           DISPLAY 'INFORME O MES (AAAAMM): '
           ACCEPT WS-ANO-MES

           MOVE ZEROS TO WS-FS-PLANO
           OPEN INPUT PLANO-CONTAS
           IF WS-FS-PLANO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O PLANO DE CONTAS'
               MOVE WS-FS-PLANO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF
           MOVE WS-CONTA-RAZAO TO PLC-CONTA
           READ PLANO-CONTAS RECORD
               KEY IS PLC-CONTA
               INVALID KEY
               MOVE SPACES TO PLC-DESCRICAO
               MOVE SPACES TO PLC-NATUREZA
           END-READ
           CLOSE PLANO-CONTAS
           IF PLC-NATUREZA EQUAL SPACES
               DISPLAY 'CONTA NAO ENCONTRADA NO PLANO'
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF
           MOVE PLC-NATUREZA TO WS-NATUREZA-RAZAO

      *    PRIMEIRA PASSADA APURA O SALDO ANTERIOR AO MES
           MOVE ZEROS TO WS-SALDO-ANTERIOR
           MOVE ZEROS TO WS-FS-LANCAMENTOS
           OPEN INPUT LANCAMENTOS-CONTABEIS
           IF WS-FS-LANCAMENTOS NOT EQUAL ZEROS
               DISPLAY 'NENHUM LANCAMENTO CONTABIL REGISTRADO'
               GO TO MENU-CONTABIL-PROCEDURE
           END-IF
           PERFORM UNTIL WS-FS-LANCAMENTOS EQUAL 10
               READ LANCAMENTOS-CONTABEIS
                   AT END
                   MOVE 10 TO WS-FS-LANCAMENTOS
                   NOT AT END
                   IF LCT-DATA(1:6) LESS THAN WS-ANO-MES
                       PERFORM ACUMULA-SALDO-RAZAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LANCAMENTOS-CONTABEIS
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ATUAL

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'razao-' WS-CONTA-RAZAO DELIMITED BY SPACE
               '-' WS-ANO-MES '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'RAZAO CONTABIL' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'CONTA ' WS-CONTA-RAZAO ' ' PLC-DESCRICAO
               ' MES ' WS-ANO-MES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-SALDO-ANTERIOR TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'SALDO ANTERIOR' WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'DATA     EVENTO       DOCUMENTO            D/C VALOR'
               TO WS-SPOOL-LINHA
           MOVE 'SALDO' TO WS-SPOOL-LINHA(70:5)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-TOT-DEBITOS
           MOVE ZEROS TO WS-TOT-CREDITOS
           MOVE ZEROS TO WS-FS-LANCAMENTOS
           OPEN INPUT LANCAMENTOS-CONTABEIS
           PERFORM UNTIL WS-FS-LANCAMENTOS EQUAL 10
               READ LANCAMENTOS-CONTABEIS
                   AT END
                   MOVE 10 TO WS-FS-LANCAMENTOS
                   NOT AT END
                   IF LCT-DATA(1:6) EQUAL WS-ANO-MES
                       PERFORM IMPRIME-LINHA-RAZAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LANCAMENTOS-CONTABEIS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-DEBITOS TO WS-ED-VALOR
           MOVE WS-TOT-CREDITOS TO WS-ED-VALOR-2
           MOVE WS-SALDO-ATUAL TO WS-ED-VALOR-3
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'DEBITOS' WS-ED-VALOR ' CREDITOS' WS-ED-VALOR-2
               ' SALDO' WS-ED-VALOR-3
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'SALDO ANTERIOR.: ' WS-SALDO-ANTERIOR
           DISPLAY 'SALDO ATUAL....: ' WS-SALDO-ATUAL
           GO TO MENU-CONTABIL-PROCEDURE.

       ACUMULA-SALDO-RAZAO-PROCEDURE.
           IF LCT-CONTA-DEBITO EQUAL WS-CONTA-RAZAO
               IF WS-NATUREZA-RAZAO EQUAL 'C'
                   SUBTRACT LCT-VALOR FROM WS-SALDO-ANTERIOR
               ELSE
                   ADD LCT-VALOR TO WS-SALDO-ANTERIOR
               END-IF
           END-IF
           IF LCT-CONTA-CREDITO EQUAL WS-CONTA-RAZAO
               IF WS-NATUREZA-RAZAO EQUAL 'C'
                   ADD LCT-VALOR TO WS-SALDO-ANTERIOR
               ELSE
                   SUBTRACT LCT-VALOR FROM WS-SALDO-ANTERIOR
               END-IF
           END-IF.

       IMPRIME-LINHA-RAZAO-PROCEDURE.
           IF LCT-CONTA-DEBITO EQUAL WS-CONTA-RAZAO
               ADD LCT-VALOR TO WS-TOT-DEBITOS
               IF WS-NATUREZA-RAZAO EQUAL 'C'
                   SUBTRACT LCT-VALOR FROM WS-SALDO-ATUAL
               ELSE
                   ADD LCT-VALOR TO WS-SALDO-ATUAL
               END-IF
               MOVE LCT-VALOR TO WS-ED-VALOR
               MOVE WS-SALDO-ATUAL TO WS-ED-VALOR-2
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING LCT-DATA ' ' LCT-EVENTO ' ' LCT-DOCUMENTO
                   ' D ' WS-ED-VALOR WS-ED-VALOR-2
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           IF LCT-CONTA-CREDITO EQUAL WS-CONTA-RAZAO
               ADD LCT-VALOR TO WS-TOT-CREDITOS
               IF WS-NATUREZA-RAZAO EQUAL 'C'
                   ADD LCT-VALOR TO WS-SALDO-ATUAL
               ELSE
                   SUBTRACT LCT-VALOR FROM WS-SALDO-ATUAL
               END-IF
               MOVE LCT-VALOR TO WS-ED-VALOR
               MOVE WS-SALDO-ATUAL TO WS-ED-VALOR-2
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING LCT-DATA ' ' LCT-EVENTO ' ' LCT-DOCUMENTO
                   ' C ' WS-ED-VALOR WS-ED-VALOR-2
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CONTABILIDADE.
