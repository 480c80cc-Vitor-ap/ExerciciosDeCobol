      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-VENDAS-ESCOLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PESCSEL.

       COPY VESCSEL.

       COPY PEDSEL.

           SELECT  MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

       COPY SPOOLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PESCFD.

       COPY VESCFD.

       COPY PEDFD.

           FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03  MEN-CHAVE.
               05  MEN-RGM           PIC 9(005).
               05  MEN-COMPETENCIA   PIC 9(006).
           03  MEN-NOME              PIC A(020).
           03  MEN-DATA-VENCIMENTO   PIC 9(008).
           03  MEN-VALOR             PIC 9(007)V99.
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

       COPY SPOOLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PEDESC         PIC 99.
       77 WS-FS-VENDESC        PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-MENSALIDADES   PIC 99.
       77 WS-TEM-VENDESC       PIC X(01) VALUE 'N'.
       77 WS-TEM-PEDIDOS       PIC X(01) VALUE 'N'.
       77 WS-TEM-MENSALIDADES  PIC X(01) VALUE 'N'.
       77 WS-COMPET-REF        PIC 9(06) VALUE ZEROS.
       77 WS-PED-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-STATUS        PIC X(09) VALUE SPACES.
       77 WS-PED-LANCADO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-COBRADO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-VENCIDO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-A-VENCER      PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-ESTORNAR      PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-SEM-MENS      PIC 9(02) VALUE ZEROS.
       77 WS-SITUACAO          PIC X(12) VALUE SPACES.
       77 WS-TOT-VENDIDO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-LANCADO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-COBRADO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-VENCIDO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-A-VENCER      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-ESTORNAR      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTDE-PEDIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-DIVERGENTES  PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED          PIC ZZZZZZ9.99.
       77 WS-COBRADO-ED        PIC ZZZZZZ9.99.
       77 WS-PENDENTE-ED       PIC ZZZZZZ9.99.

       COPY SPOOLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- VENDAS DA LOJA COBRADAS NA MENSALIDADE -----'
           DISPLAY 'INFORME A COMPETENCIA DE REFERENCIA (AAAAMM): '
           ACCEPT WS-COMPET-REF

           MOVE ZEROS TO WS-FS-PEDESC
           OPEN INPUT PEDIDOS-ESCOLA
           IF WS-FS-PEDESC NOT EQUAL ZEROS
               DISPLAY 'NENHUMA VENDA PARA ALUNO REGISTRADA'
               MOVE WS-FS-PEDESC TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-TEM-VENDESC
           MOVE ZEROS TO WS-FS-VENDESC
           OPEN INPUT VENDAS-ESCOLA
           IF WS-FS-VENDESC EQUAL ZEROS
               MOVE 'S' TO WS-TEM-VENDESC
           END-IF

           MOVE 'N' TO WS-TEM-PEDIDOS
           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS EQUAL ZEROS
               MOVE 'S' TO WS-TEM-PEDIDOS
           END-IF

           MOVE 'N' TO WS-TEM-MENSALIDADES
           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN INPUT MENSALIDADES
           IF WS-FS-MENSALIDADES EQUAL ZEROS
               MOVE 'S' TO WS-TEM-MENSALIDADES
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'conciliacao-vendas-escola-'
               WS-COMPET-REF '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'VENDAS DA LOJA X COBRANCA NAS MENSALIDADES'
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COMPETENCIA DE REFERENCIA: ' WS-COMPET-REF
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'PEDIDO     RGM   RESP  VENDIDO    COBRADO    PENDENTE'
               TO WS-SPOOL-LINHA
           MOVE '  SITUACAO' TO WS-SPOOL-LINHA(56:10)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM UNTIL WS-FS-PEDESC EQUAL 10
               READ PEDIDOS-ESCOLA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDESC
                   NOT AT END
                   PERFORM CONCILIA-PEDIDO-PROCEDURE
               END-READ
           END-PERFORM

           PERFORM IMPRIME-TOTAIS-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           CLOSE PEDIDOS-ESCOLA
           IF WS-TEM-VENDESC EQUAL 'S'
               CLOSE VENDAS-ESCOLA
           END-IF
           IF WS-TEM-PEDIDOS EQUAL 'S'
               CLOSE PEDIDOS
           END-IF
           IF WS-TEM-MENSALIDADES EQUAL 'S'
               CLOSE MENSALIDADES
           END-IF

           DISPLAY 'PEDIDOS CONCILIADOS: ' WS-QTDE-PEDIDOS
           DISPLAY 'COM DIVERGENCIA....: ' WS-QTDE-DIVERGENTES
           DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-SPOOL

           MOVE 'CONCILIA-VESC' TO WS-AUD-PROGRAMA
           MOVE 'CONCILIA' TO WS-AUD-OPERACAO
           MOVE WS-COMPET-REF TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE 0 TO RETURN-CODE
           IF WS-QTDE-DIVERGENTES GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * UM PEDIDO DA LOJA FATURADO PARA A FAMILIA: VALOR DA VENDA,
      * PARCELAS LANCADAS E O QUE AS MENSALIDADES DE FATO COBRARAM
       CONCILIA-PEDIDO-PROCEDURE.
           ADD 1 TO WS-QTDE-PEDIDOS
           MOVE ZEROS TO WS-PED-VALOR
           MOVE SPACES TO WS-PED-STATUS
           MOVE ZEROS TO WS-PED-LANCADO
           MOVE ZEROS TO WS-PED-COBRADO
           MOVE ZEROS TO WS-PED-VENCIDO
           MOVE ZEROS TO WS-PED-A-VENCER
           MOVE ZEROS TO WS-PED-ESTORNAR
           MOVE ZEROS TO WS-PED-SEM-MENS

           IF WS-TEM-PEDIDOS EQUAL 'S'
               MOVE PES-CODIGO-PEDIDO TO CODIGO-PEDIDO
               READ PEDIDOS RECORD
                   KEY IS CODIGO-PEDIDO
                   INVALID KEY
                   MOVE 'INEXIST.' TO WS-PED-STATUS
                   NOT INVALID KEY
                   MOVE PV-VALOR-TOTAL TO WS-PED-VALOR
                   MOVE PV-STATUS TO WS-PED-STATUS
               END-READ
           END-IF

           IF WS-TEM-VENDESC EQUAL 'S'
               AND PES-STATUS NOT EQUAL 'PENDENTE'
               PERFORM SOMA-PARCELAS-PEDIDO-PROCEDURE
           END-IF

           IF PES-STATUS EQUAL 'PENDENTE'
               MOVE 'NAO FATURADO' TO WS-SITUACAO
           ELSE IF WS-PED-ESTORNAR GREATER THAN ZEROS
               MOVE 'ESTORNAR' TO WS-SITUACAO
               ADD 1 TO WS-QTDE-DIVERGENTES
           ELSE IF WS-PED-SEM-MENS GREATER THAN ZEROS
               MOVE 'SEM MENSAL.' TO WS-SITUACAO
               ADD 1 TO WS-QTDE-DIVERGENTES
           ELSE IF PES-STATUS EQUAL 'LANCADO'
               AND WS-PED-LANCADO NOT EQUAL PES-VALOR-LANCADO
               MOVE 'DIVERGENTE' TO WS-SITUACAO
               ADD 1 TO WS-QTDE-DIVERGENTES
           ELSE IF WS-PED-VENCIDO GREATER THAN ZEROS
               MOVE 'NAO COBRADO' TO WS-SITUACAO
               ADD 1 TO WS-QTDE-DIVERGENTES
           ELSE IF PES-STATUS EQUAL 'CANCELADO'
               MOVE 'CANCELADO' TO WS-SITUACAO
           ELSE IF WS-PED-A-VENCER GREATER THAN ZEROS
               MOVE 'EM COBRANCA' TO WS-SITUACAO
           ELSE
               MOVE 'QUITADO' TO WS-SITUACAO
           END-IF

           IF PES-STATUS EQUAL 'LANCADO'
               ADD PES-VALOR-LANCADO TO WS-TOT-VENDIDO
           END-IF
           ADD WS-PED-LANCADO TO WS-TOT-LANCADO
           ADD WS-PED-COBRADO TO WS-TOT-COBRADO
           ADD WS-PED-VENCIDO TO WS-TOT-VENCIDO
           ADD WS-PED-A-VENCER TO WS-TOT-A-VENCER
           ADD WS-PED-ESTORNAR TO WS-TOT-ESTORNAR

           MOVE PES-VALOR-LANCADO TO WS-VALOR-ED
           MOVE WS-PED-COBRADO TO WS-COBRADO-ED
           COMPUTE WS-PENDENTE-ED = WS-PED-VENCIDO + WS-PED-A-VENCER
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING PES-CODIGO-PEDIDO ' ' PES-RGM ' ' PES-RESP ' '
               WS-VALOR-ED ' ' WS-COBRADO-ED ' ' WS-PENDENTE-ED
               ' ' WS-SITUACAO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF WS-PED-STATUS NOT EQUAL SPACES
               AND WS-PED-STATUS NOT EQUAL 'FATURADO'
               AND WS-PED-STATUS NOT EQUAL 'ENTREGUE'
               AND PES-STATUS EQUAL 'LANCADO'
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '    PEDIDO NA LOJA COM STATUS ' WS-PED-STATUS
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       SOMA-PARCELAS-PEDIDO-PROCEDURE.
           MOVE PES-RGM TO VES-RGM
           MOVE ZEROS TO VES-COMPETENCIA
           MOVE SPACES TO VES-CODIGO-PEDIDO
           START VENDAS-ESCOLA KEY IS GREATER THAN VES-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-VENDESC
           END-START
           PERFORM UNTIL WS-FS-VENDESC EQUAL 10
               READ VENDAS-ESCOLA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-VENDESC
                   NOT AT END
                   IF VES-RGM NOT EQUAL PES-RGM
                       MOVE 10 TO WS-FS-VENDESC
                   ELSE
                       IF VES-CODIGO-PEDIDO EQUAL PES-CODIGO-PEDIDO
                           PERFORM CONFERE-PARCELA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-VENDESC.

       CONFERE-PARCELA-PROCEDURE.
           IF VES-STATUS NOT EQUAL 'CANCELADO'
               ADD VES-VALOR TO WS-PED-LANCADO
           END-IF

           IF VES-STATUS EQUAL 'COBRADO'
               ADD VES-VALOR-COBRADO TO WS-PED-COBRADO
               IF PES-STATUS EQUAL 'CANCELADO'
                   ADD VES-VALOR-COBRADO TO WS-PED-ESTORNAR
                   ADD VES-VALOR-COBRADO TO WS-PED-LANCADO
               END-IF
               PERFORM CONFERE-MENSALIDADE-PROCEDURE
           ELSE IF VES-STATUS EQUAL 'PENDENTE'
               IF VES-COMPETENCIA NOT GREATER THAN WS-COMPET-REF
                   ADD VES-VALOR TO WS-PED-VENCIDO
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '    PARCELA ' VES-PARCELA '/'
                       VES-QTDE-PARCELAS ' DA COMPETENCIA '
                       VES-COMPETENCIA ' AINDA NAO COBRADA'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               ELSE
                   ADD VES-VALOR TO WS-PED-A-VENCER
               END-IF
           END-IF
           END-IF.

      * A PARCELA COBRADA PRECISA ESTAR DENTRO DE UMA MENSALIDADE
      * EXISTENTE E NAO CANCELADA, COM VALOR QUE A COMPORTE
       CONFERE-MENSALIDADE-PROCEDURE.
           IF WS-TEM-MENSALIDADES NOT EQUAL 'S'
               ADD 1 TO WS-PED-SEM-MENS
           ELSE
               MOVE VES-RGM TO MEN-RGM
               MOVE VES-COMPET-COBRADA TO MEN-COMPETENCIA
               READ MENSALIDADES RECORD
                   KEY IS MEN-CHAVE
                   INVALID KEY
                   ADD 1 TO WS-PED-SEM-MENS
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING '    MENSALIDADE ' VES-COMPET-COBRADA
                       ' NAO ENCONTRADA PARA A PARCELA ' VES-PARCELA
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   NOT INVALID KEY
                   IF MEN-VALOR LESS THAN VES-VALOR-COBRADO
                       ADD 1 TO WS-PED-SEM-MENS
                       MOVE SPACES TO WS-SPOOL-LINHA
                       STRING '    MENSALIDADE ' VES-COMPET-COBRADA
                           ' MENOR QUE A PARCELA ' VES-PARCELA
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-READ
           END-IF.

       IMPRIME-TOTAIS-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-VENDIDO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VENDIDO PARA AS FAMILIAS......: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-LANCADO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PARCELAS LANCADAS.............: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-COBRADO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COBRADO NAS MENSALIDADES......: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-VENCIDO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VENCIDO E NAO COBRADO.........: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-A-VENCER TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'A COBRAR EM COMPETENCIAS FUTURAS: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-ESTORNAR TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COBRADO DE PEDIDO CANCELADO...: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PEDIDOS: ' WS-QTDE-PEDIDOS
               '  COM DIVERGENCIA: ' WS-QTDE-DIVERGENTES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY SPOOLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CONCILIA-VENDAS-ESCOLA.
