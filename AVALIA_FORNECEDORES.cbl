      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIA-FORNECEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY PEDCSEL.

       COPY FORNSEL.

       COPY SCFSEL.

       COPY SPOOLSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY PEDCFD.

       COPY FORNFD.

       COPY SCFFD.

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PEDCOMPRA      PIC 99.
       77 WS-FS-FORNECEDORES   PIC 99.
       77 WS-FS-SCORE          PIC 99.
       77 WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       77 WS-QTD-FORN          PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03).
       77 WS-IDX2              PIC 9(03).
       77 WS-IDX-ATUAL         PIC 9(03) VALUE ZEROS.
       77 WS-RANK              PIC 9(03).
       77 WS-FORN-ATUAL        PIC 9(03) VALUE ZEROS.
       77 WS-PEDIDO-ATUAL      PIC 9(10) VALUE ZEROS.
       77 WS-PED-ATRASADO      PIC X(01) VALUE 'N'.
       77 WS-PED-PARCIAL       PIC X(01) VALUE 'N'.
       77 WS-DIAS              PIC S9(05) VALUE ZEROS.
       77 WS-VALOR-COMBINADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-NOTA-PRECO        PIC S9(05)V99 VALUE ZEROS.
       77 WS-PERC-ATRASO       PIC 9(03)V99 VALUE ZEROS.
       77 WS-LIDAS             PIC 9(06) VALUE ZEROS.
       77 WS-ED-PERC           PIC ZZ9.99.
       77 WS-ED-NOTA           PIC ZZ9.99.
       77 WS-ED-PRAZO          PIC ZZ9.9.
       77 WS-ED-VARIACAO       PIC -ZZ9.99.
       77 WS-ED-QTDE           PIC ZZZZ9.

       COPY SPOOLWS.

       01 WS-AF-AUX.
           05 WS-AF-AUX-CODIGO         PIC 9(03).
           05 WS-AF-AUX-NOME           PIC X(25).
           05 WS-AF-AUX-PEDIDOS        PIC 9(05).
           05 WS-AF-AUX-ATRASADOS      PIC 9(05).
           05 WS-AF-AUX-PARCIAIS       PIC 9(05).
           05 WS-AF-AUX-QTDE-PEDIDA    PIC 9(09).
           05 WS-AF-AUX-QTDE-RECEB     PIC 9(09).
           05 WS-AF-AUX-DIAS-PRAZO     PIC 9(09).
           05 WS-AF-AUX-LINHAS-PRAZO   PIC 9(05).
           05 WS-AF-AUX-VALOR-PEDIDO   PIC 9(11)V99.
           05 WS-AF-AUX-VALOR-FATUR    PIC 9(11)V99.
           05 WS-AF-AUX-PERC-ATEND     PIC 9(03)V99.
           05 WS-AF-AUX-PERC-PONTUAL   PIC 9(03)V99.
           05 WS-AF-AUX-PRAZO-MEDIO    PIC 9(03)V9.
           05 WS-AF-AUX-VARIACAO       PIC S9(03)V99.
           05 WS-AF-AUX-NOTA           PIC 9(03)V99.

       01 WS-AVALIACAO-FORNECEDORES.
           03 WS-AF OCCURS 300 TIMES.
               05 WS-AF-CODIGO         PIC 9(03).
               05 WS-AF-NOME           PIC X(25).
               05 WS-AF-PEDIDOS        PIC 9(05).
               05 WS-AF-ATRASADOS      PIC 9(05).
               05 WS-AF-PARCIAIS       PIC 9(05).
               05 WS-AF-QTDE-PEDIDA    PIC 9(09).
               05 WS-AF-QTDE-RECEB     PIC 9(09).
               05 WS-AF-DIAS-PRAZO     PIC 9(09).
               05 WS-AF-LINHAS-PRAZO   PIC 9(05).
               05 WS-AF-VALOR-PEDIDO   PIC 9(11)V99.
               05 WS-AF-VALOR-FATUR    PIC 9(11)V99.
               05 WS-AF-PERC-ATEND     PIC 9(03)V99.
               05 WS-AF-PERC-PONTUAL   PIC 9(03)V99.
               05 WS-AF-PRAZO-MEDIO    PIC 9(03)V9.
               05 WS-AF-VARIACAO       PIC S9(03)V99.
               05 WS-AF-NOTA           PIC 9(03)V99.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.

           DISPLAY '----- AVALIACAO DE DESEMPENHO DE FORNECEDORES -----'
           DISPLAY 'INFORME A DATA INICIAL DE EMISSAO DOS PEDIDOS '
               '(AAAAMMDD): '
           ACCEPT WS-DATA-INICIAL
           DISPLAY 'INFORME A DATA FINAL DE EMISSAO DOS PEDIDOS '
               '(AAAAMMDD - 0 PARA HOJE): '
           ACCEPT WS-DATA-FINAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DATA-FINAL EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FINAL
           END-IF

           MOVE ZEROS TO WS-FS-PEDCOMPRA
           OPEN INPUT PEDIDOS-COMPRA
           IF WS-FS-PEDCOMPRA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS DE COMPRA'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDCOMPRA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    O ARQUIVO ESTA EM ORDEM DE FORNECEDOR + PEDIDO + ITEM, ENTAO
      *    AS LINHAS DE UM MESMO PEDIDO CHEGAM JUNTAS
           MOVE ZEROS TO WS-FORN-ATUAL
           MOVE ZEROS TO WS-PEDIDO-ATUAL
           PERFORM UNTIL WS-FS-PEDCOMPRA EQUAL 10
               READ PEDIDOS-COMPRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDCOMPRA
                   NOT AT END
                   IF PC-DATA-EMISSAO NOT LESS THAN WS-DATA-INICIAL
                       AND PC-DATA-EMISSAO NOT GREATER THAN
                           WS-DATA-FINAL
                       AND PC-STATUS NOT EQUAL 'CANCELADO'
                       ADD 1 TO WS-LIDAS
                       PERFORM ACUMULA-LINHA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           PERFORM FECHA-PEDIDO-PROCEDURE

           CLOSE PEDIDOS-COMPRA

           IF WS-QTD-FORN EQUAL ZEROS
               DISPLAY 'NENHUM PEDIDO DE COMPRA NO PERIODO'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUSCA-NOMES-PROCEDURE
           PERFORM CALCULA-NOTAS-PROCEDURE
           PERFORM ORDENA-FORNECEDORES-PROCEDURE
           PERFORM IMPRIME-AVALIACAO-PROCEDURE
           PERFORM GRAVA-SCORE-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       ACUMULA-LINHA-PROCEDURE.
           IF PC-FORNECEDOR NOT EQUAL WS-FORN-ATUAL
               OR PC-NUMERO NOT EQUAL WS-PEDIDO-ATUAL
               PERFORM FECHA-PEDIDO-PROCEDURE
               PERFORM LOCALIZA-FORNECEDOR-PROCEDURE
               MOVE PC-FORNECEDOR TO WS-FORN-ATUAL
               MOVE PC-NUMERO TO WS-PEDIDO-ATUAL
               MOVE 'N' TO WS-PED-ATRASADO
               MOVE 'N' TO WS-PED-PARCIAL
           END-IF

           IF WS-IDX-ATUAL EQUAL ZEROS
               CONTINUE
           ELSE
               ADD PC-QTDE-PEDIDA TO WS-AF-QTDE-PEDIDA(WS-IDX-ATUAL)
               ADD PC-QTDE-RECEBIDA TO WS-AF-QTDE-RECEB(WS-IDX-ATUAL)

               IF PC-DATA-PRIM-RECEB GREATER THAN ZEROS
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(PC-DATA-PRIM-RECEB)
                     - FUNCTION INTEGER-OF-DATE(PC-DATA-EMISSAO)
                   IF WS-DIAS LESS THAN ZEROS
                       MOVE ZEROS TO WS-DIAS
                   END-IF
                   ADD WS-DIAS TO WS-AF-DIAS-PRAZO(WS-IDX-ATUAL)
                   ADD 1 TO WS-AF-LINHAS-PRAZO(WS-IDX-ATUAL)
               END-IF

      *        ATRASO: LINHA CONCLUIDA DEPOIS DO PRAZO COMBINADO, OU
      *        AINDA PENDENTE COM O PRAZO JA VENCIDO
               IF PC-PRAZO-DIAS GREATER THAN ZEROS
                   COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PC-DATA-EMISSAO)
                       + PC-PRAZO-DIAS)
                   IF PC-STATUS EQUAL 'RECEBIDO'
                       IF PC-DATA-ULT-RECEB GREATER THAN WS-DATA-LIMITE
                           MOVE 'S' TO WS-PED-ATRASADO
                       END-IF
                   ELSE IF WS-DATA-HOJE GREATER THAN WS-DATA-LIMITE
                       MOVE 'S' TO WS-PED-ATRASADO
                   END-IF
               END-IF

               IF PC-QTDE-RECEBIDA GREATER THAN ZEROS
                   AND PC-QTDE-RECEBIDA LESS THAN PC-QTDE-PEDIDA
                   MOVE 'S' TO WS-PED-PARCIAL
               END-IF

      *        VARIACAO DE PRECO SO ONDE HA PRECO COMBINADO E NOTA
               IF PC-PRECO-UNITARIO GREATER THAN ZEROS
                   AND PC-VALOR-FATURADO GREATER THAN ZEROS
                   COMPUTE WS-VALOR-COMBINADO ROUNDED =
                       PC-QTDE-RECEBIDA * PC-PRECO-UNITARIO
                   ADD WS-VALOR-COMBINADO
                       TO WS-AF-VALOR-PEDIDO(WS-IDX-ATUAL)
                   ADD PC-VALOR-FATURADO
                       TO WS-AF-VALOR-FATUR(WS-IDX-ATUAL)
               END-IF
           END-IF.

       FECHA-PEDIDO-PROCEDURE.
           IF WS-IDX-ATUAL GREATER THAN ZEROS
               AND WS-PEDIDO-ATUAL GREATER THAN ZEROS
               ADD 1 TO WS-AF-PEDIDOS(WS-IDX-ATUAL)
               IF WS-PED-ATRASADO EQUAL 'S'
                   ADD 1 TO WS-AF-ATRASADOS(WS-IDX-ATUAL)
               END-IF
               IF WS-PED-PARCIAL EQUAL 'S'
                   ADD 1 TO WS-AF-PARCIAIS(WS-IDX-ATUAL)
               END-IF
           END-IF.

       LOCALIZA-FORNECEDOR-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ATUAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FORN
               IF WS-AF-CODIGO(WS-IDX) EQUAL PC-FORNECEDOR
                   MOVE WS-IDX TO WS-IDX-ATUAL
               END-IF
           END-PERFORM

           IF WS-IDX-ATUAL EQUAL ZEROS
               IF WS-QTD-FORN < 300
                   ADD 1 TO WS-QTD-FORN
                   MOVE WS-QTD-FORN TO WS-IDX-ATUAL
                   INITIALIZE WS-AF(WS-IDX-ATUAL)
                   MOVE PC-FORNECEDOR TO WS-AF-CODIGO(WS-IDX-ATUAL)
               ELSE
                   DISPLAY 'MAIS DE 300 FORNECEDORES - FORNECEDOR '
                       PC-FORNECEDOR ' FORA DA AVALIACAO'
               END-IF
           END-IF.

       BUSCA-NOMES-PROCEDURE.
           MOVE ZEROS TO WS-FS-FORNECEDORES
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES EQUAL ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FORN
                   MOVE WS-AF-CODIGO(WS-IDX) TO FORN-CODIGO
                   READ FORNECEDORES RECORD
                       KEY IS FORN-CODIGO
                       INVALID KEY
                       MOVE 'FORNECEDOR NAO CADASTRADO' TO
                           WS-AF-NOME(WS-IDX)
                       NOT INVALID KEY
                       MOVE FORN-NOME TO WS-AF-NOME(WS-IDX)
                   END-READ
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF.

      *    NOTA DE 0 A 100: 40% ATENDIMENTO (QTDE RECEBIDA / PEDIDA),
      *    40% PONTUALIDADE (PEDIDOS SEM ATRASO) E 20% PRECO (100 MENOS
      *    O DESVIO PERCENTUAL ENTRE O FATURADO E O COMBINADO)
       CALCULA-NOTAS-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FORN

               IF WS-AF-QTDE-PEDIDA(WS-IDX) GREATER THAN ZEROS
                   COMPUTE WS-AF-PERC-ATEND(WS-IDX) ROUNDED =
                       (WS-AF-QTDE-RECEB(WS-IDX) * 100)
                       / WS-AF-QTDE-PEDIDA(WS-IDX)
               ELSE
                   MOVE ZEROS TO WS-AF-PERC-ATEND(WS-IDX)
               END-IF

               IF WS-AF-PEDIDOS(WS-IDX) GREATER THAN ZEROS
                   COMPUTE WS-PERC-ATRASO ROUNDED =
                       (WS-AF-ATRASADOS(WS-IDX) * 100)
                       / WS-AF-PEDIDOS(WS-IDX)
                   COMPUTE WS-AF-PERC-PONTUAL(WS-IDX) =
                       100 - WS-PERC-ATRASO
               ELSE
                   MOVE ZEROS TO WS-AF-PERC-PONTUAL(WS-IDX)
               END-IF

               IF WS-AF-LINHAS-PRAZO(WS-IDX) GREATER THAN ZEROS
                   COMPUTE WS-AF-PRAZO-MEDIO(WS-IDX) ROUNDED =
                       WS-AF-DIAS-PRAZO(WS-IDX)
                       / WS-AF-LINHAS-PRAZO(WS-IDX)
               ELSE
                   MOVE ZEROS TO WS-AF-PRAZO-MEDIO(WS-IDX)
               END-IF

               IF WS-AF-VALOR-PEDIDO(WS-IDX) GREATER THAN ZEROS
                   COMPUTE WS-AF-VARIACAO(WS-IDX) ROUNDED =
                       ((WS-AF-VALOR-FATUR(WS-IDX)
                         - WS-AF-VALOR-PEDIDO(WS-IDX)) * 100)
                       / WS-AF-VALOR-PEDIDO(WS-IDX)
                   IF WS-AF-VARIACAO(WS-IDX) LESS THAN ZEROS
                       COMPUTE WS-NOTA-PRECO =
                           100 + WS-AF-VARIACAO(WS-IDX)
                   ELSE
                       COMPUTE WS-NOTA-PRECO =
                           100 - WS-AF-VARIACAO(WS-IDX)
                   END-IF
                   IF WS-NOTA-PRECO LESS THAN ZEROS
                       MOVE ZEROS TO WS-NOTA-PRECO
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-AF-VARIACAO(WS-IDX)
                   MOVE 100 TO WS-NOTA-PRECO
               END-IF

               COMPUTE WS-AF-NOTA(WS-IDX) ROUNDED =
                   (WS-AF-PERC-ATEND(WS-IDX) * 0.4)
                   + (WS-AF-PERC-PONTUAL(WS-IDX) * 0.4)
                   + (WS-NOTA-PRECO * 0.2)
           END-PERFORM.

       ORDENA-FORNECEDORES-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FORN

               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-QTD-FORN

                   IF WS-AF-NOTA(WS-IDX2) > WS-AF-NOTA(WS-IDX)
                       MOVE WS-AF(WS-IDX)  TO WS-AF-AUX
                       MOVE WS-AF(WS-IDX2) TO WS-AF(WS-IDX)
                       MOVE WS-AF-AUX      TO WS-AF(WS-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-AVALIACAO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'avaliacao-fornecedores-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'AVALIACAO DE FORNECEDORES' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PEDIDOS EMITIDOS DE ' WS-DATA-INICIAL ' A '
               WS-DATA-FINAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'POS FORN NOME                      NOTA  ATEND% PONT%'
               TO WS-SPOOL-LINHA
           MOVE ' PRAZO PED ATR PAR PRECO%' TO WS-SPOOL-LINHA(55:26)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-QTD-FORN
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-RANK TO WS-SPOOL-LINHA(1:3)
               MOVE WS-AF-CODIGO(WS-RANK) TO WS-SPOOL-LINHA(5:3)
               MOVE WS-AF-NOME(WS-RANK) TO WS-SPOOL-LINHA(10:25)
               MOVE WS-AF-NOTA(WS-RANK) TO WS-ED-NOTA
               MOVE WS-ED-NOTA TO WS-SPOOL-LINHA(36:6)
               MOVE WS-AF-PERC-ATEND(WS-RANK) TO WS-ED-PERC
               MOVE WS-ED-PERC TO WS-SPOOL-LINHA(43:6)
               MOVE WS-AF-PERC-PONTUAL(WS-RANK) TO WS-ED-PERC
               MOVE WS-ED-PERC TO WS-SPOOL-LINHA(50:6)
               MOVE WS-AF-PRAZO-MEDIO(WS-RANK) TO WS-ED-PRAZO
               MOVE WS-ED-PRAZO TO WS-SPOOL-LINHA(57:5)
               MOVE WS-AF-PEDIDOS(WS-RANK) TO WS-ED-QTDE
               MOVE WS-ED-QTDE(3:3) TO WS-SPOOL-LINHA(63:3)
               MOVE WS-AF-ATRASADOS(WS-RANK) TO WS-ED-QTDE
               MOVE WS-ED-QTDE(3:3) TO WS-SPOOL-LINHA(67:3)
               MOVE WS-AF-PARCIAIS(WS-RANK) TO WS-ED-QTDE
               MOVE WS-ED-QTDE(3:3) TO WS-SPOOL-LINHA(71:3)
               MOVE WS-AF-VARIACAO(WS-RANK) TO WS-ED-VARIACAO
               MOVE WS-ED-VARIACAO TO WS-SPOOL-LINHA(74:7)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'NOTA = 40% ATENDIMENTO + 40% PONTUALIDADE + 20% PRECO'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'PRAZO = DIAS MEDIOS DA EMISSAO AO PRIMEIRO RECEBIMENTO'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'PRECO% = FATURADO CONTRA O PRECO COMBINADO NO PEDIDO'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'LINHAS DE PEDIDO AVALIADAS: ' WS-LIDAS
           DISPLAY 'FORNECEDORES AVALIADOS....: ' WS-QTD-FORN.

      *    A ULTIMA NOTA DE CADA FORNECEDOR FICA GRAVADA PARA SER
      *    CONSULTADA NO MAPA DA PROXIMA COTACAO
       GRAVA-SCORE-PROCEDURE.
           MOVE ZEROS TO WS-FS-SCORE
           OPEN I-O SCORE-FORNECEDORES
           IF WS-FS-SCORE EQUAL 35
               OPEN OUTPUT SCORE-FORNECEDORES
               CLOSE SCORE-FORNECEDORES
               OPEN I-O SCORE-FORNECEDORES
           END-IF
           IF WS-FS-SCORE NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS'
               DISPLAY 'FILE STATUS: ' WS-FS-SCORE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-QTD-FORN
                   MOVE WS-AF-CODIGO(WS-RANK) TO SCF-FORNECEDOR
                   READ SCORE-FORNECEDORES RECORD
                       KEY IS SCF-FORNECEDOR
                       INVALID KEY
                       PERFORM MONTA-SCORE-PROCEDURE
                       WRITE REG-SCORE-FORNECEDOR
                       END-WRITE
                       NOT INVALID KEY
                       PERFORM MONTA-SCORE-PROCEDURE
                       REWRITE REG-SCORE-FORNECEDOR
                       END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE SCORE-FORNECEDORES
           END-IF.

       MONTA-SCORE-PROCEDURE.
           MOVE WS-AF-CODIGO(WS-RANK) TO SCF-FORNECEDOR
           MOVE WS-RANK TO SCF-POSICAO
           MOVE WS-AF-NOTA(WS-RANK) TO SCF-NOTA
           MOVE WS-AF-PERC-ATEND(WS-RANK) TO SCF-PERC-ATENDIDO
           MOVE WS-AF-PERC-PONTUAL(WS-RANK) TO SCF-PERC-PONTUAL
           MOVE WS-AF-PRAZO-MEDIO(WS-RANK) TO SCF-PRAZO-MEDIO
           MOVE WS-DATA-INICIAL TO SCF-DATA-INICIAL
           MOVE WS-DATA-FINAL TO SCF-DATA-FINAL
           MOVE WS-DATA-HOJE TO SCF-DATA-APURACAO.

       COPY SPOOLPRC.
       COPY AMBPRC.


       END PROGRAM AVALIA-FORNECEDORES.
