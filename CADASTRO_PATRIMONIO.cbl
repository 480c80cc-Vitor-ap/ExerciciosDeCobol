      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PATRIMONIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PATRSEL.

       COPY PCATSEL.

       COPY PMOVSEL.

       COPY TURMSEL.

       COPY CPAGSEL.

       COPY AUDITSEL.

       COPY SPOOLSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PATRFD.

       COPY PCATFD.

       COPY PMOVFD.

       COPY TURMFD.

       COPY CPAGFD.

       COPY AUDITFD.

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PATRIMONIO    PIC 99.
       77 WS-FS-PATRCAT       PIC 99.
       77 WS-FS-PATRMOV       PIC 99.
       77 WS-FS-TURMAS        PIC 99.
       77 WS-FS-CPAGAR        PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-ANO-HOJE         PIC 9(04) VALUE ZEROS.
       77 WS-PAT-OK           PIC X(01) VALUE 'S'.
       77 WS-LOCAL-OK         PIC X(01) VALUE 'S'.
       77 WS-LOCAL-TIPO       PIC X(01) VALUE SPACES.
       77 WS-LOCAL-SALA       PIC X(07) VALUE SPACES.
       77 WS-ORIGEM-TIPO      PIC X(01) VALUE SPACES.
       77 WS-ORIGEM-SALA      PIC X(07) VALUE SPACES.
       77 WS-VIDA-UTIL        PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-CONTABIL   PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOTIVO           PIC X(30) VALUE SPACES.
       77 WS-MOV-TIPO-PAT     PIC X(10) VALUE SPACES.
       77 WS-QTDE-BENS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONTABIL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-ED-VALOR         PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-PATRIMONIO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-PATRIMONIO-REPROMPT.

           DISPLAY ' '
           DISPLAY '------ PATRIMONIO (ATIVO IMOBILIZADO) ------'
           DISPLAY 'C - INCLUSAO DE CATEGORIA'
           DISPLAY 'K - LISTAR CATEGORIAS'
           DISPLAY 'I - INCLUSAO DE BEM'
           DISPLAY 'T - TRANSFERENCIA DE LOCAL'
           DISPLAY 'B - BAIXA DE BEM'
           DISPLAY 'L - LISTAR BENS'
           DISPLAY 'F - LISTA DE CONFERENCIA FISICA POR LOCAL'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO C,K,I,T,B,L OU F... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'C'
               GO TO INCLUIR-CATEGORIA
               ELSE IF WS-OPC IS EQUAL TO 'K'
               GO TO LISTAR-CATEGORIAS
               ELSE IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUIR-BEM
               ELSE IF WS-OPC IS EQUAL TO 'T'
               GO TO TRANSFERE-BEM
               ELSE IF WS-OPC IS EQUAL TO 'B'
               GO TO BAIXA-BEM
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTAR-BENS
               ELSE IF WS-OPC IS EQUAL TO 'F'
               GO TO LISTA-CONFERENCIA
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-PATRIMONIO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

       INCLUIR-CATEGORIA.
           MOVE ZEROS TO WS-FS-PATRCAT
           OPEN I-O PATRIM-CATEGORIAS
           IF WS-FS-PATRCAT EQUAL 35
               OPEN OUTPUT PATRIM-CATEGORIAS
               CLOSE PATRIM-CATEGORIAS
               OPEN I-O PATRIM-CATEGORIAS
           END-IF

           DISPLAY 'INFORME O CODIGO DA CATEGORIA (EX: MOVE, INFO): '
           ACCEPT PCT-CODIGO
           DISPLAY 'INFORME A DESCRICAO DA CATEGORIA: '
           ACCEPT PCT-DESCRICAO
           DISPLAY 'INFORME A VIDA UTIL EM MESES: '
           ACCEPT PCT-VIDA-UTIL-MESES

           IF PCT-CODIGO EQUAL SPACES
               OR PCT-VIDA-UTIL-MESES EQUAL ZEROS
               DISPLAY 'CODIGO E VIDA UTIL SAO OBRIGATORIOS'
           ELSE
               WRITE REG-PATRIM-CATEGORIA
               IF WS-FS-PATRCAT NOT EQUAL ZEROS
                   DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                   MOVE WS-FS-PATRCAT TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'CATEGORIA CADASTRADA!'
                   MOVE 'CAD-PATRIMONIO' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING 'CATEGORIA ' PCT-CODIGO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE PATRIM-CATEGORIAS
           GO TO MENU-PATRIMONIO-PROCEDURE.

       LISTAR-CATEGORIAS.
           MOVE ZEROS TO WS-FS-PATRCAT
           OPEN INPUT PATRIM-CATEGORIAS

           IF WS-FS-PATRCAT EQUAL ZEROS
               DISPLAY '----- CATEGORIAS DO PATRIMONIO -----'
               PERFORM UNTIL WS-FS-PATRCAT EQUAL 10
                   READ PATRIM-CATEGORIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PATRCAT
                       NOT AT END
                       DISPLAY PCT-CODIGO ' ' PCT-DESCRICAO
                           ' VIDA UTIL ' PCT-VIDA-UTIL-MESES ' MESES'
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CATEGORIAS'
               MOVE WS-FS-PATRCAT TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE PATRIM-CATEGORIAS
           GO TO MENU-PATRIMONIO-PROCEDURE.

       INCLUIR-BEM.
           MOVE ZEROS TO WS-FS-PATRIMONIO
           OPEN I-O PATRIMONIO
           IF WS-FS-PATRIMONIO EQUAL 35
               OPEN OUTPUT PATRIMONIO
               CLOSE PATRIMONIO
               OPEN I-O PATRIMONIO
           END-IF

           MOVE 'S' TO WS-PAT-OK
           DISPLAY 'INFORME O NUMERO DA PLAQUETA DO BEM: '
           ACCEPT PAT-CODIGO
           READ PATRIMONIO RECORD
               KEY IS PAT-CODIGO
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               DISPLAY 'PLAQUETA JA CADASTRADA: ' PAT-DESCRICAO
               MOVE 'N' TO WS-PAT-OK
           END-READ

           IF WS-PAT-OK EQUAL 'S'
               DISPLAY 'INFORME A DESCRICAO DO BEM: '
               ACCEPT PAT-DESCRICAO
               PERFORM INFORMA-CATEGORIA-PROCEDURE
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               DISPLAY 'INFORME A DATA DE AQUISICAO (AAAAMMDD): '
               ACCEPT PAT-DATA-AQUISICAO
               DISPLAY 'INFORME O VALOR DE AQUISICAO: '
               ACCEPT PAT-VALOR-AQUISICAO
               DISPLAY 'INFORME A VIDA UTIL EM MESES (ZERO = '
                   WS-VIDA-UTIL ' DA CATEGORIA): '
               ACCEPT PAT-VIDA-UTIL-MESES
               IF PAT-VIDA-UTIL-MESES EQUAL ZEROS
                   MOVE WS-VIDA-UTIL TO PAT-VIDA-UTIL-MESES
               END-IF
               IF PAT-VALOR-AQUISICAO EQUAL ZEROS
                   OR PAT-DATA-AQUISICAO EQUAL ZEROS
                   DISPLAY 'DATA E VALOR DE AQUISICAO OBRIGATORIOS'
                   MOVE 'N' TO WS-PAT-OK
               END-IF
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               PERFORM INFORMA-LOCAL-PROCEDURE
               MOVE WS-LOCAL-OK TO WS-PAT-OK
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               MOVE WS-LOCAL-TIPO TO PAT-LOCAL-TIPO
               MOVE WS-LOCAL-SALA TO PAT-LOCAL-SALA
               PERFORM INFORMA-TITULO-COMPRA-PROCEDURE
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               MOVE ZEROS TO PAT-DEPREC-ACUMULADA
               MOVE ZEROS TO PAT-ULT-MES-DEPREC
               MOVE 'ATIVO' TO PAT-STATUS
               MOVE ZEROS TO PAT-DATA-BAIXA
               MOVE SPACES TO PAT-MOTIVO-BAIXA
               WRITE REG-PATRIMONIO
               IF WS-FS-PATRIMONIO NOT EQUAL ZEROS
                   DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                   MOVE WS-FS-PATRIMONIO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'BEM CADASTRADO NO PATRIMONIO!'
                   MOVE 'INCLUSAO' TO WS-MOV-TIPO-PAT
                   MOVE SPACES TO WS-ORIGEM-TIPO
                   MOVE SPACES TO WS-ORIGEM-SALA
                   MOVE PAT-VALOR-AQUISICAO TO WS-VALOR-CONTABIL
                   MOVE SPACES TO WS-MOTIVO
                   PERFORM GRAVA-MOVIMENTO-PATRIM-PROCEDURE
                   MOVE 'CAD-PATRIMONIO' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING 'BEM ' PAT-CODIGO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE PATRIMONIO
           GO TO MENU-PATRIMONIO-PROCEDURE.

       INFORMA-CATEGORIA-PROCEDURE.
           DISPLAY 'INFORME A CATEGORIA DO BEM: '
           ACCEPT PAT-CATEGORIA
           MOVE ZEROS TO WS-FS-PATRCAT
           OPEN INPUT PATRIM-CATEGORIAS
           IF WS-FS-PATRCAT NOT EQUAL ZEROS
               DISPLAY 'NENHUMA CATEGORIA CADASTRADA'
               MOVE 'N' TO WS-PAT-OK
           ELSE
               MOVE PAT-CATEGORIA TO PCT-CODIGO
               READ PATRIM-CATEGORIAS RECORD
                   KEY IS PCT-CODIGO
                   INVALID KEY
                   DISPLAY 'CATEGORIA NAO CADASTRADA'
                   MOVE 'N' TO WS-PAT-OK
                   NOT INVALID KEY
                   DISPLAY 'CATEGORIA: ' PCT-DESCRICAO
                   MOVE PCT-VIDA-UTIL-MESES TO WS-VIDA-UTIL
               END-READ
               CLOSE PATRIM-CATEGORIAS
           END-IF.

      *    NA ESCOLA O LOCAL E A SALA DA TURMA, VALIDADA NO CADASTRO DE
      *    TURMAS. NA LOJA O SETOR E LIVRE (EM BRANCO = LOJA INTEIRA)
       INFORMA-LOCAL-PROCEDURE.
           MOVE 'S' TO WS-LOCAL-OK
           DISPLAY 'INFORME O LOCAL: L - LOJA   E - ESCOLA'
           ACCEPT WS-LOCAL-TIPO
           MOVE SPACES TO WS-LOCAL-SALA

           EVALUATE WS-LOCAL-TIPO
               WHEN 'L'
                   DISPLAY 'INFORME O SETOR DA LOJA (OPCIONAL): '
                   ACCEPT WS-LOCAL-SALA
               WHEN 'E'
                   DISPLAY 'INFORME A TURMA DA SALA: '
                   ACCEPT WS-LOCAL-SALA
                   MOVE ZEROS TO WS-FS-TURMAS
                   OPEN INPUT TURMAS
                   IF WS-FS-TURMAS NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS'
                       MOVE 'N' TO WS-LOCAL-OK
                   ELSE
                       MOVE WS-LOCAL-SALA TO TUR-CODIGO
                       READ TURMAS RECORD
                           KEY IS TUR-CODIGO
                           INVALID KEY
                           DISPLAY 'TURMA NAO CADASTRADA'
                           MOVE 'N' TO WS-LOCAL-OK
                           NOT INVALID KEY
                           DISPLAY 'SALA DA TURMA: ' TUR-DESCRICAO
                               ' ' TUR-PERIODO
                       END-READ
                       CLOSE TURMAS
                   END-IF
               WHEN OTHER
                   DISPLAY 'LOCAL INVALIDO'
                   MOVE 'N' TO WS-LOCAL-OK
           END-EVALUATE.

      *    O VINCULO COM O TITULO E OPCIONAL (BENS DOADOS OU ANTERIORES
      *    AO CONTAS A PAGAR). O BEM NAO PODE VALER MAIS QUE O TITULO
       INFORMA-TITULO-COMPRA-PROCEDURE.
           MOVE ZEROS TO PAT-CP-FORNECEDOR
           MOVE SPACES TO PAT-CP-NUM-NOTA
           DISPLAY 'INFORME O FORNECEDOR DO TITULO DE COMPRA '
               '(ZERO = SEM VINCULO): '
           ACCEPT PAT-CP-FORNECEDOR

           IF PAT-CP-FORNECEDOR NOT EQUAL ZEROS
               DISPLAY 'INFORME O NUMERO DA NOTA DO TITULO: '
               ACCEPT PAT-CP-NUM-NOTA
               MOVE ZEROS TO WS-FS-CPAGAR
               OPEN INPUT CONTAS-PAGAR
               IF WS-FS-CPAGAR NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O CONTAS A PAGAR'
                   MOVE 'N' TO WS-PAT-OK
               ELSE
                   MOVE PAT-CP-FORNECEDOR TO CP-FORNECEDOR
                   MOVE PAT-CP-NUM-NOTA TO CP-NUM-NOTA
                   READ CONTAS-PAGAR RECORD
                       KEY IS CP-CHAVE
                       INVALID KEY
                       DISPLAY 'TITULO NAO ENCONTRADO NO CONTAS A PAGAR'
                       MOVE 'N' TO WS-PAT-OK
                       NOT INVALID KEY
                       MOVE CP-VALOR-TOTAL TO WS-ED-VALOR
                       DISPLAY 'TITULO: ' CP-NOME-FORNECEDOR
                           ' EMISSAO ' CP-DATA-EMISSAO
                           ' VALOR ' WS-ED-VALOR
                       IF PAT-VALOR-AQUISICAO GREATER THAN
                           CP-VALOR-TOTAL
                           DISPLAY 'VALOR DO BEM MAIOR QUE O DO TITULO'
                           MOVE 'N' TO WS-PAT-OK
                       END-IF
                   END-READ
                   CLOSE CONTAS-PAGAR
               END-IF
           END-IF.

       TRANSFERE-BEM.
           MOVE ZEROS TO WS-FS-PATRIMONIO
           OPEN I-O PATRIMONIO

           MOVE 'S' TO WS-PAT-OK
           DISPLAY 'INFORME O NUMERO DA PLAQUETA DO BEM: '
           ACCEPT PAT-CODIGO
           READ PATRIMONIO RECORD
               KEY IS PAT-CODIGO
               INVALID KEY
               DISPLAY 'BEM NAO CADASTRADO'
               MOVE 'N' TO WS-PAT-OK
               NOT INVALID KEY
               PERFORM EXIBE-BEM-PROCEDURE
               IF PAT-STATUS NOT EQUAL 'ATIVO'
                   DISPLAY 'BEM BAIXADO NAO PODE SER TRANSFERIDO'
                   MOVE 'N' TO WS-PAT-OK
               END-IF
           END-READ

           IF WS-PAT-OK EQUAL 'S'
               MOVE PAT-LOCAL-TIPO TO WS-ORIGEM-TIPO
               MOVE PAT-LOCAL-SALA TO WS-ORIGEM-SALA
               DISPLAY 'NOVO LOCAL DO BEM'
               PERFORM INFORMA-LOCAL-PROCEDURE
               MOVE WS-LOCAL-OK TO WS-PAT-OK
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               IF WS-LOCAL-TIPO EQUAL WS-ORIGEM-TIPO
                   AND WS-LOCAL-SALA EQUAL WS-ORIGEM-SALA
                   DISPLAY 'O BEM JA ESTA NESTE LOCAL'
                   MOVE 'N' TO WS-PAT-OK
               END-IF
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               DISPLAY 'INFORME O MOTIVO DA TRANSFERENCIA: '
               ACCEPT WS-MOTIVO
               MOVE WS-LOCAL-TIPO TO PAT-LOCAL-TIPO
               MOVE WS-LOCAL-SALA TO PAT-LOCAL-SALA
               REWRITE REG-PATRIMONIO
               END-REWRITE
               IF WS-FS-PATRIMONIO NOT EQUAL ZEROS
                   DISPLAY 'ERRO - NAO FOI POSSIVEL REGRAVAR O BEM'
                   MOVE WS-FS-PATRIMONIO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'BEM TRANSFERIDO!'
                   MOVE 'TRANSFER' TO WS-MOV-TIPO-PAT
                   COMPUTE WS-VALOR-CONTABIL =
                       PAT-VALOR-AQUISICAO - PAT-DEPREC-ACUMULADA
                   PERFORM GRAVA-MOVIMENTO-PATRIM-PROCEDURE
                   MOVE 'CAD-PATRIMONIO' TO WS-AUD-PROGRAMA
                   MOVE 'TRANSFER' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING 'BEM ' PAT-CODIGO ' ' PAT-LOCAL-TIPO
                       PAT-LOCAL-SALA
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE PATRIMONIO
           GO TO MENU-PATRIMONIO-PROCEDURE.

       BAIXA-BEM.
           MOVE ZEROS TO WS-FS-PATRIMONIO
           OPEN I-O PATRIMONIO

           MOVE 'S' TO WS-PAT-OK
           DISPLAY 'INFORME O NUMERO DA PLAQUETA DO BEM: '
           ACCEPT PAT-CODIGO
           READ PATRIMONIO RECORD
               KEY IS PAT-CODIGO
               INVALID KEY
               DISPLAY 'BEM NAO CADASTRADO'
               MOVE 'N' TO WS-PAT-OK
               NOT INVALID KEY
               PERFORM EXIBE-BEM-PROCEDURE
               IF PAT-STATUS NOT EQUAL 'ATIVO'
                   DISPLAY 'BEM JA BAIXADO EM ' PAT-DATA-BAIXA
                   MOVE 'N' TO WS-PAT-OK
               END-IF
           END-READ

           IF WS-PAT-OK EQUAL 'S'
               DISPLAY 'INFORME O MOTIVO DA BAIXA '
                   '(VENDA, SUCATA, EXTRAVIO...): '
               ACCEPT WS-MOTIVO
               DISPLAY 'CONFIRMA A BAIXA DO BEM? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' OR WS-MOTIVO EQUAL SPACES
                   DISPLAY 'BAIXA NAO EFETUADA'
                   MOVE 'N' TO WS-PAT-OK
               END-IF
           END-IF

           IF WS-PAT-OK EQUAL 'S'
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE 'BAIXADO' TO PAT-STATUS
               MOVE WS-DATA-HOJE TO PAT-DATA-BAIXA
               MOVE WS-MOTIVO TO PAT-MOTIVO-BAIXA
               REWRITE REG-PATRIMONIO
               END-REWRITE
               IF WS-FS-PATRIMONIO NOT EQUAL ZEROS
                   DISPLAY 'ERRO - NAO FOI POSSIVEL REGRAVAR O BEM'
                   MOVE WS-FS-PATRIMONIO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   COMPUTE WS-VALOR-CONTABIL =
                       PAT-VALOR-AQUISICAO - PAT-DEPREC-ACUMULADA
                   MOVE WS-VALOR-CONTABIL TO WS-ED-VALOR
                   DISPLAY 'BEM BAIXADO! VALOR CONTABIL BAIXADO: '
                       WS-ED-VALOR
                   MOVE 'BAIXA' TO WS-MOV-TIPO-PAT
                   MOVE PAT-LOCAL-TIPO TO WS-ORIGEM-TIPO
                   MOVE PAT-LOCAL-SALA TO WS-ORIGEM-SALA
                   MOVE SPACES TO WS-LOCAL-TIPO
                   MOVE SPACES TO WS-LOCAL-SALA
                   PERFORM GRAVA-MOVIMENTO-PATRIM-PROCEDURE
                   MOVE 'CAD-PATRIMONIO' TO WS-AUD-PROGRAMA
                   MOVE 'BAIXA' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING 'BEM ' PAT-CODIGO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE PATRIMONIO
           GO TO MENU-PATRIMONIO-PROCEDURE.

       EXIBE-BEM-PROCEDURE.
           COMPUTE WS-VALOR-CONTABIL =
               PAT-VALOR-AQUISICAO - PAT-DEPREC-ACUMULADA
           MOVE WS-VALOR-CONTABIL TO WS-ED-VALOR
           DISPLAY 'BEM: ' PAT-CODIGO ' ' PAT-DESCRICAO
               ' CATEGORIA ' PAT-CATEGORIA
           DISPLAY '     LOCAL ' PAT-LOCAL-TIPO ' ' PAT-LOCAL-SALA
               ' VALOR CONTABIL ' WS-ED-VALOR ' ' PAT-STATUS.

       GRAVA-MOVIMENTO-PATRIM-PROCEDURE.
           MOVE ZEROS TO WS-FS-PATRMOV
           OPEN EXTEND PATRIM-MOVIMENTOS
           IF WS-FS-PATRMOV EQUAL 35
               OPEN OUTPUT PATRIM-MOVIMENTOS
           END-IF

           ACCEPT PMV-DATA FROM DATE YYYYMMDD
           MOVE PAT-CODIGO TO PMV-CODIGO
           MOVE WS-MOV-TIPO-PAT TO PMV-TIPO
           MOVE WS-ORIGEM-TIPO TO PMV-ORIGEM-TIPO
           MOVE WS-ORIGEM-SALA TO PMV-ORIGEM-SALA
           MOVE WS-LOCAL-TIPO TO PMV-DESTINO-TIPO
           MOVE WS-LOCAL-SALA TO PMV-DESTINO-SALA
           MOVE WS-VALOR-CONTABIL TO PMV-VALOR-CONTABIL
           MOVE WS-MOTIVO TO PMV-MOTIVO
           WRITE REG-PATRIM-MOVIMENTO

           CLOSE PATRIM-MOVIMENTOS.

       LISTAR-BENS.
           MOVE ZEROS TO WS-FS-PATRIMONIO
           OPEN INPUT PATRIMONIO

           IF WS-FS-PATRIMONIO EQUAL ZEROS
               DISPLAY '----- BENS DO PATRIMONIO -----'
               PERFORM UNTIL WS-FS-PATRIMONIO EQUAL 10
                   READ PATRIMONIO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PATRIMONIO
                       NOT AT END
                       PERFORM EXIBE-BEM-PROCEDURE
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PATRIMONIO'
               MOVE WS-FS-PATRIMONIO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE PATRIMONIO
           GO TO MENU-PATRIMONIO-PROCEDURE.

      *    LISTA PARA O INVENTARIO FISICO ANUAL - UM LOCAL POR VEZ, COM
      *    OS BENS ATIVOS DO LOCAL E ESPACO PARA MARCAR A CONFERENCIA
       LISTA-CONFERENCIA.
           DISPLAY 'LOCAL A CONFERIR'
           PERFORM INFORMA-LOCAL-PROCEDURE
           IF WS-LOCAL-OK NOT EQUAL 'S'
               GO TO MENU-PATRIMONIO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PATRIMONIO
           OPEN INPUT PATRIMONIO
           IF WS-FS-PATRIMONIO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PATRIMONIO'
               MOVE WS-FS-PATRIMONIO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-PATRIMONIO-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000
           MOVE ZEROS TO WS-QTDE-BENS
           MOVE ZEROS TO WS-TOT-CONTABIL

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'conferencia-patrimonio-' WS-LOCAL-TIPO
               DELIMITED BY SIZE
               WS-LOCAL-SALA DELIMITED BY SPACE
               '-' WS-ANO-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING 'CONFERENCIA FISICA ' WS-ANO-HOJE
               ' LOCAL ' WS-LOCAL-TIPO ' ' WS-LOCAL-SALA
               DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE 'PLAQ.' TO WS-SPOOL-LINHA(1:5)
           MOVE 'DESCRICAO' TO WS-SPOOL-LINHA(8:9)
           MOVE 'CAT' TO WS-SPOOL-LINHA(40:3)
           MOVE 'VL CONTABIL' TO WS-SPOOL-LINHA(48:11)
           MOVE 'PRESENTE AUSENTE' TO WS-SPOOL-LINHA(62:16)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM UNTIL WS-FS-PATRIMONIO EQUAL 10
               READ PATRIMONIO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PATRIMONIO
                   NOT AT END
                   IF PAT-STATUS EQUAL 'ATIVO'
                       AND PAT-LOCAL-TIPO EQUAL WS-LOCAL-TIPO
                       AND PAT-LOCAL-SALA EQUAL WS-LOCAL-SALA
                       PERFORM IMPRIME-ITEM-CONFERENCIA-PROC
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PATRIMONIO

           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOT-CONTABIL TO WS-ED-TOTAL
           STRING 'TOTAL DE BENS: ' WS-QTDE-BENS
               '   VALOR CONTABIL: ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CONFERIDO POR: ______________________'
               TO WS-SPOOL-LINHA
           MOVE 'DATA: __/__/____' TO WS-SPOOL-LINHA(41:16)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'BENS NO LOCAL: ' WS-QTDE-BENS
           GO TO MENU-PATRIMONIO-PROCEDURE.

       IMPRIME-ITEM-CONFERENCIA-PROC.
           ADD 1 TO WS-QTDE-BENS
           COMPUTE WS-VALOR-CONTABIL =
               PAT-VALOR-AQUISICAO - PAT-DEPREC-ACUMULADA
           ADD WS-VALOR-CONTABIL TO WS-TOT-CONTABIL
           MOVE WS-VALOR-CONTABIL TO WS-ED-VALOR
           MOVE PAT-CODIGO TO WS-SPOOL-LINHA(1:6)
           MOVE PAT-DESCRICAO TO WS-SPOOL-LINHA(8:30)
           MOVE PAT-CATEGORIA TO WS-SPOOL-LINHA(40:4)
           MOVE WS-ED-VALOR TO WS-SPOOL-LINHA(45:14)
           MOVE '[  ]    [  ]' TO WS-SPOOL-LINHA(64:12)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY SPOOLPRC.
       COPY AMBPRC.


       END PROGRAM CADASTRO-PATRIMONIO.
