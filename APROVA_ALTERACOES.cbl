      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-ALTERACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY ALTPSEL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-CLIENTES.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY TPRSEL.

       COPY OPERSEL.

       COPY JRNLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY ALTPFD.

       COPY CLIFD.

       COPY PRODFD.

       COPY TPRFD.

       COPY OPERFD.

       COPY JRNLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-ALTPEND       PIC 99.
       77 WS-FS-CLIENTES      PIC 99.
       77 WS-FS-PRODUTOS      PIC 99.
       77 WS-FS-TABPRECO      PIC 99.
       77 WS-FS-OPERADORES    PIC 99.
       77 WS-APROVADOR        PIC X(05) VALUE SPACES.
       77 WS-SENHA-DIGITADA   PIC X(08) VALUE SPACES.
       77 WS-SENHA-HASH       PIC 9(08) VALUE ZEROS.
       77 WS-HASH-IDX         PIC 9(02) VALUE ZEROS.
       77 WS-SUPERVISOR-OK    PIC X(01) VALUE 'N'.
       77 WS-OPC              PIC X(01) VALUE SPACES.
       77 WS-MESTRE-OK        PIC X(01) VALUE 'N'.
       77 WS-VALOR-ATUAL      PIC 9(09)V99 VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-APROVADAS   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PROPRIAS    PIC 9(05) VALUE ZEROS.
       77 WS-ED-VALOR         PIC ZZZ,ZZZ,ZZ9.99.

       COPY JRNLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- APROVACAO DE ALTERACOES DE PRECO/LIMITE -----'
           PERFORM AUTORIZA-SUPERVISOR-PROCEDURE
           IF WS-SUPERVISOR-OK NOT EQUAL 'S'
               DISPLAY 'APLICACAO FINALIZADA!'
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-ALTPEND
           OPEN I-O ALTERACOES-PENDENTES
           IF WS-FS-ALTPEND NOT EQUAL ZEROS
               DISPLAY 'NAO HA ALTERACOES PENDENTES REGISTRADAS'
               MOVE WS-FS-ALTPEND TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN I-O PRODUTOS
           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN I-O CLIENTES
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               OR WS-FS-CLIENTES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR OS CADASTROS DE PRODUTOS/CLIENTES'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE WS-FS-CLIENTES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE PRODUTOS
               CLOSE CLIENTES
               CLOSE ALTERACOES-PENDENTES
               STOP RUN
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM UNTIL WS-FS-ALTPEND EQUAL 10
               READ ALTERACOES-PENDENTES NEXT RECORD
                   AT END MOVE 10 TO WS-FS-ALTPEND
                   NOT AT END
                   IF ALP-SITUACAO EQUAL 'PENDENTE'
                       ADD 1 TO WS-QTDE-PENDENTES
                       PERFORM REVISA-ALTERACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES
           CLOSE PRODUTOS
           CLOSE ALTERACOES-PENDENTES

           DISPLAY ' '
           DISPLAY 'ALTERACOES PENDENTES REVISTAS: ' WS-QTDE-PENDENTES
           DISPLAY 'APROVADAS E APLICADAS........: ' WS-QTDE-APROVADAS
           DISPLAY 'REJEITADAS...................: ' WS-QTDE-REJEITADAS
           DISPLAY 'SOLICITADAS PELO APROVADOR...: ' WS-QTDE-PROPRIAS

           STOP RUN.

       AUTORIZA-SUPERVISOR-PROCEDURE.
           MOVE 'N' TO WS-SUPERVISOR-OK

           DISPLAY 'INFORME O ID DO SUPERVISOR: '
           ACCEPT WS-APROVADOR
           DISPLAY 'INFORME A SENHA DO SUPERVISOR: '
           ACCEPT WS-SENHA-DIGITADA

           MOVE ZEROS TO WS-FS-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES EQUAL ZEROS
               MOVE WS-APROVADOR TO OPER-ID
               READ OPERADORES RECORD
                   KEY IS OPER-ID
                   INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO'
                   NOT INVALID KEY
                   PERFORM CALCULA-HASH-SENHA-PROCEDURE
                   IF WS-SENHA-HASH EQUAL OPER-SENHA-HASH
                       AND OPER-PERFIL EQUAL 'SUPERVISOR'
                       MOVE 'S' TO WS-SUPERVISOR-OK
                   END-IF
               END-READ
               CLOSE OPERADORES
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL'
           END-IF

           MOVE 'APROVA-ALTER' TO WS-AUD-PROGRAMA
           MOVE WS-APROVADOR TO WS-AUD-OPERADOR
           MOVE WS-APROVADOR TO WS-AUD-CHAVE
           IF WS-SUPERVISOR-OK EQUAL 'S'
               MOVE 'LOGIN' TO WS-AUD-OPERACAO
           ELSE
               DISPLAY 'AUTORIZACAO NEGADA'
               MOVE 'LOGIN-NEG' TO WS-AUD-OPERACAO
           END-IF
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

       CALCULA-HASH-SENHA-PROCEDURE.
           MOVE ZEROS TO WS-SENHA-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX GREATER THAN 8
               COMPUTE WS-SENHA-HASH = FUNCTION MOD(
                   WS-SENHA-HASH * 31 +
                   FUNCTION ORD(WS-SENHA-DIGITADA(WS-HASH-IDX:1)) *
                   WS-HASH-IDX, 99999989)
           END-PERFORM.

      * ALTERACAO SOLICITADA PELO PROPRIO APROVADOR NAO E DECIDIDA
      * AQUI - FICA PENDENTE PARA OUTRO SUPERVISOR
       REVISA-ALTERACAO-PROCEDURE.
           DISPLAY ' '
           IF ALP-SOLICITANTE EQUAL WS-APROVADOR
               ADD 1 TO WS-QTDE-PROPRIAS
               DISPLAY ALP-TIPO ' ' ALP-CODIGO
                   ' SOLICITADA PELO PROPRIO APROVADOR - '
                   'DEVE SER APROVADA POR OUTRO SUPERVISOR'
           ELSE
               PERFORM LE-MESTRE-ALTERACAO-PROCEDURE
               PERFORM EXIBE-ALTERACAO-PROCEDURE
               DISPLAY '(A)PROVAR, (R)EJEITAR OU (P)ULAR? '
               ACCEPT WS-OPC

               EVALUATE WS-OPC
                   WHEN 'A'
                       IF WS-MESTRE-OK EQUAL 'S'
                           PERFORM APLICA-ALTERACAO-PROCEDURE
                       ELSE
                           DISPLAY 'CADASTRO NAO ENCONTRADO - '
                               'ALTERACAO MANTIDA COMO PENDENTE'
                       END-IF
                   WHEN 'R'
                       PERFORM REJEITA-ALTERACAO-PROCEDURE
                   WHEN OTHER
                       DISPLAY 'ALTERACAO MANTIDA COMO PENDENTE'
               END-EVALUATE
           END-IF.

       LE-MESTRE-ALTERACAO-PROCEDURE.
           MOVE 'N' TO WS-MESTRE-OK
           MOVE ZEROS TO WS-VALOR-ATUAL
           IF ALP-TIPO EQUAL 'PRECO'
               MOVE ALP-CODIGO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE SPACES TO PRODUTO
                   NOT INVALID KEY
                   MOVE 'S' TO WS-MESTRE-OK
                   MOVE PRECO TO WS-VALOR-ATUAL
               END-READ
           ELSE
               MOVE ALP-CODIGO TO CODIGO-CLIENTE
               READ CLIENTES RECORD
                   KEY IS CODIGO-CLIENTE
                   INVALID KEY
                   MOVE SPACES TO NOME
                   NOT INVALID KEY
                   MOVE 'S' TO WS-MESTRE-OK
                   MOVE CLI-LIMITE-CREDITO TO WS-VALOR-ATUAL
               END-READ
           END-IF.

       EXIBE-ALTERACAO-PROCEDURE.
           IF ALP-TIPO EQUAL 'PRECO'
               DISPLAY 'PRECO DO PRODUTO ' ALP-CODIGO ' ' PRODUTO
           ELSE
               DISPLAY 'LIMITE DE CREDITO DO CLIENTE ' ALP-CODIGO
                   ' ' NOME
           END-IF
           DISPLAY 'SOLICITADA POR ' ALP-SOLICITANTE
               ' EM ' ALP-DATA-SOLIC
           MOVE ALP-VALOR-ANTERIOR TO WS-ED-VALOR
           DISPLAY 'VALOR ANTERIOR: ' WS-ED-VALOR
           MOVE ALP-VALOR-NOVO TO WS-ED-VALOR
           DISPLAY 'VALOR NOVO....: ' WS-ED-VALOR
           IF ALP-TIPO EQUAL 'PRECO'
               DISPLAY 'VIGENCIA......: ' ALP-DATA-VIGENCIA
           ELSE
               IF ALP-VALOR-NOVO EQUAL ZEROS
                   DISPLAY '(0 = CLIENTE SEM LIMITE DE CREDITO)'
               END-IF
           END-IF
           IF WS-MESTRE-OK EQUAL 'S'
               AND WS-VALOR-ATUAL NOT EQUAL ALP-VALOR-ANTERIOR
               MOVE WS-VALOR-ATUAL TO WS-ED-VALOR
               DISPLAY 'ATENCAO - VALOR ATUAL NO CADASTRO: '
                   WS-ED-VALOR
           END-IF.

       APLICA-ALTERACAO-PROCEDURE.
           IF ALP-TIPO EQUAL 'PRECO'
               PERFORM GRAVA-TABELA-PRECO-PROCEDURE
               IF ALP-DATA-VIGENCIA NOT GREATER THAN WS-DATA-HOJE
                   MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
                   MOVE REG-PRODUTO TO WS-JRN-IMAGEM
                   MOVE 'REWRITE' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE
                   MOVE ALP-VALOR-NOVO TO PRECO
                   REWRITE REG-PRODUTO
                   END-REWRITE
                   MOVE REG-PRODUTO TO WS-JRN-IMAGEM
                   MOVE 'REW-APOS' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE
               ELSE
                   DISPLAY 'PRECO AGENDADO - VIGORA EM '
                       ALP-DATA-VIGENCIA
               END-IF
           ELSE
               MOVE 'CLIENTES' TO WS-JRN-ARQUIVO
               MOVE REG-CLIENTE TO WS-JRN-IMAGEM
               MOVE 'REWRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               MOVE ALP-VALOR-NOVO TO CLI-LIMITE-CREDITO
               REWRITE REG-CLIENTE
               END-REWRITE
               MOVE REG-CLIENTE TO WS-JRN-IMAGEM
               MOVE 'REW-APOS' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
           END-IF

           MOVE 'APLICADA' TO ALP-SITUACAO
           MOVE SPACES TO ALP-MOTIVO
           PERFORM REGISTRA-DECISAO-PROCEDURE
           ADD 1 TO WS-QTDE-APROVADAS
           MOVE 'APROVACAO' TO WS-AUD-OPERACAO
           PERFORM AUDITA-DECISAO-PROCEDURE
           DISPLAY 'ALTERACAO APROVADA E APLICADA'.

       REJEITA-ALTERACAO-PROCEDURE.
           DISPLAY 'INFORME O MOTIVO DA REJEICAO: '
           ACCEPT ALP-MOTIVO
           MOVE 'REJEITADA' TO ALP-SITUACAO
           PERFORM REGISTRA-DECISAO-PROCEDURE
           ADD 1 TO WS-QTDE-REJEITADAS
           MOVE 'REJEICAO' TO WS-AUD-OPERACAO
           PERFORM AUDITA-DECISAO-PROCEDURE
           DISPLAY 'ALTERACAO REJEITADA'.

       REGISTRA-DECISAO-PROCEDURE.
           MOVE WS-APROVADOR TO ALP-APROVADOR
           ACCEPT ALP-DATA-DECISAO FROM DATE YYYYMMDD
           ACCEPT ALP-HORA-DECISAO FROM TIME
           REWRITE REG-ALTERACAO-PEND
           END-REWRITE
           IF WS-FS-ALTPEND NOT EQUAL ZEROS
               DISPLAY 'ERRO AO REGISTRAR A DECISAO'
               MOVE WS-FS-ALTPEND TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF.

       AUDITA-DECISAO-PROCEDURE.
           MOVE 'APROVA-ALTER' TO WS-AUD-PROGRAMA
           MOVE WS-APROVADOR TO WS-AUD-OPERADOR
           MOVE SPACES TO WS-AUD-CHAVE
           STRING ALP-TIPO '-' ALP-CODIGO '-' ALP-SOLICITANTE
               DELIMITED BY SIZE INTO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

       GRAVA-TABELA-PRECO-PROCEDURE.
           MOVE ZEROS TO WS-FS-TABPRECO
           OPEN I-O TABPRECO
           IF WS-FS-TABPRECO EQUAL 35
               OPEN OUTPUT TABPRECO
           END-IF
           IF WS-FS-TABPRECO EQUAL ZEROS
               MOVE ALP-CODIGO        TO PRC-CODIGO-PRODUTO
               MOVE ALP-DATA-VIGENCIA TO PRC-DATA-VIGENCIA
               MOVE ALP-VALOR-NOVO    TO PRC-PRECO
               WRITE REG-TABPRECO
               IF WS-FS-TABPRECO EQUAL 22
                   REWRITE REG-TABPRECO
                   END-REWRITE
               END-IF
               IF WS-FS-TABPRECO NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR A TABELA DE PRECOS'
                   MOVE WS-FS-TABPRECO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR A TABELA DE PRECOS'
               MOVE WS-FS-TABPRECO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE TABPRECO.

       COPY JRNLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM APROVA-ALTERACOES.
