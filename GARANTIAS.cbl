
       COPY OSCTLSEL.

       COPY OSBSEL.

       COPY OSHSEL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY SERSEL.

       COPY AUDITSEL.

       DATA DIVISION.
               05 ACI-CODIGO-PEDIDO        PIC 9(10).
               05 ACI-NUM-ITEM             PIC 9(03).
               05 ACI-DATA                 PIC 9(08).
           03 ACI-CODIGO-PRODUTO           PIC 9(05).
           03 ACI-CODIGO-CLIENTE           PIC 9(05).
           03 ACI-DEFEITO                  PIC X(60).
           03 ACI-CODIGO-OS                PIC 9(10).


       COPY OSCTLFD.

       COPY OSBFD.

       COPY OSHFD.

       COPY CLIFD.

       COPY PRODFD.

       COPY SERFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORDENS        PIC 99.
       77 WS-FS-OSCTL         PIC 99.
       77 WS-FS-CLIENTES      PIC 99.
       77 WS-FS-PRODUTOS      PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.

       01 WS-CLAIMS-TABELA.
           03 WS-CLM OCCURS 300 TIMES.
               05 WS-CLM-PRODUTO       PIC 9(05).
               05 WS-CLM-QTDE          PIC 9(05).

       COPY SERWS.
       COPY OSBWS.
       COPY AUDITWS.
       COPY FSMSGWS.

                   DISPLAY 'GARANTIA VENCIDA EM ' GAR-DATA-FIM
                       ' - ACIONAMENTO NAO ABERTO'
               ELSE
                   PERFORM CONFERE-SERIE-GARANTIA-PROCEDURE
                   IF WS-SER-OK NOT EQUAL 'S'
                       DISPLAY 'UNIDADE NAO CONFERE COM A VENDA - '
                           'ACIONAMENTO NAO ABERTO'
                   ELSE
                       PERFORM REGISTRA-ACIONAMENTO-PROCEDURE
                       IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                           MOVE CODIGO-OS TO WS-SER-OS
                           MOVE CODIGO-OS TO WS-SER-DOCUMENTO
                           PERFORM ATUALIZA-SERIES-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-READ

           CLOSE GARANTIAS
           GO TO MENU-GARANTIAS-PROCEDURE.

      * PRODUTO SERIALIZADO: A UNIDADE APRESENTADA PRECISA SER A MESMA
      * QUE FOI VENDIDA NO PEDIDO/ITEM DA GARANTIA
       CONFERE-SERIE-GARANTIA-PROCEDURE.
           MOVE ZEROS TO WS-SER-QTDE-LIDA
           MOVE 'S' TO WS-SER-OK
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS EQUAL ZEROS
               MOVE GAR-CODIGO-PRODUTO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE 'N' TO PROD-SERIALIZADO
               END-READ
               CLOSE PRODUTOS
               IF PROD-SERIALIZADO EQUAL 'S'
                   DISPLAY 'PRODUTO COM NUMERO DE SERIE - INFORME O '
                       'NUMERO DA UNIDADE RECEBIDA'
                   MOVE 'R' TO WS-SER-MODO
                   MOVE GAR-CODIGO-PRODUTO TO WS-SER-PRODUTO
                   MOVE 1 TO WS-SER-QTDE
                   MOVE GAR-CODIGO-PEDIDO TO WS-SER-PEDIDO
                   MOVE GAR-NUM-ITEM TO WS-SER-ITEM
                   PERFORM CAPTURA-SERIES-PROCEDURE
               END-IF
           END-IF.

       REGISTRA-ACIONAMENTO-PROCEDURE.
           MOVE ZEROS TO WS-FS-ACIONAMENTOS
           OPEN I-O ACIONAMENTOS
           ELSE
               DISPLAY 'ORDEM DE SERVICO ' CODIGO-OS
                   ' ABERTA PARA A GARANTIA'
               MOVE ZEROS TO WS-OSB-TECNICO
               MOVE 'STATUS' TO WS-OSB-TIPO
               PERFORM REGISTRA-BANCADA-OS-PROCEDURE
           END-IF
           CLOSE ORDENS-SERVICO.

               END-IF
           END-IF.

       COPY SERPRC.
       COPY OSBPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
