       01 WS-LISTA-SEPARACAO.
           03 WS-ITEM-LISTA OCCURS 99 TIMES.
               05 WS-LST-BIN           PIC X(06).
               05 WS-LST-PRODUTO       PIC 9(05).
               05 WS-LST-NOME          PIC X(25).
               05 WS-LST-QTDE          PIC 9(03).
               05 WS-LST-UNIDADE       PIC X(03).

       01 WS-ITEM-TROCA.
           03 WS-TRC-BIN               PIC X(06).
           03 WS-TRC-PRODUTO           PIC 9(05).
           03 WS-TRC-NOME              PIC X(25).
           03 WS-TRC-QTDE              PIC 9(03).
           03 WS-TRC-UNIDADE           PIC X(03).

       COPY SPOOLWS.
       COPY UNIWS.
       COPY AUDITWS.
       COPY FSMSGWS.

                           WS-LST-QTDE(WS-QTDE-ITENS-LISTA)
                       MOVE SPACES TO
                           WS-LST-BIN(WS-QTDE-ITENS-LISTA)
                       MOVE 'UN' TO
                           WS-LST-UNIDADE(WS-QTDE-ITENS-LISTA)

                       MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
                       READ PRODUTOS RECORD
                           INVALID KEY
                           CONTINUE
                           NOT INVALID KEY
                           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
                           MOVE WS-UNI-VENDA TO
                               WS-LST-UNIDADE(WS-QTDE-ITENS-LISTA)
                           IF PV-LOCAL-ESTOQUE EQUAL 'D'
                               MOVE PROD-BIN-DEP TO
                                   WS-LST-BIN(WS-QTDE-ITENS-LISTA)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE 'BIN    PRODUTO NOME                      QTDE UN'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               STRING WS-LST-BIN(WS-IDX) ' '
                   WS-LST-PRODUTO(WS-IDX) '     '
                   WS-LST-NOME(WS-IDX) ' '
                   WS-LST-QTDE(WS-IDX) ' '
                   WS-LST-UNIDADE(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM
           CLOSE SEPARACAO-FALTAS.

       COPY SPOOLPRC.
       COPY UNIPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
