      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-PEDCOMPRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PEDCOMPRA-ANT ASSIGN TO WS-ARQ-PEDCOMPRA-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PC-CHAVE
           FILE STATUS IS WS-FS-PEDCOMPRA-ANT.

       COPY PEDCSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD PEDCOMPRA-ANT.
       01 REG-PEDCOMPRA-ANT.
           03 ANT-PC-CHAVE.
               05 ANT-PC-FORNECEDOR    PIC 9(03).
               05 ANT-PC-NUMERO        PIC 9(10).
               05 ANT-PC-ITEM          PIC 9(03).
           03 ANT-PC-CODIGO-PRODUTO    PIC 9(03).
           03 ANT-PC-PRODUTO           PIC X(25).
           03 ANT-PC-QTDE-PEDIDA       PIC 9(05).
           03 ANT-PC-QTDE-RECEBIDA     PIC 9(05).
           03 ANT-PC-DATA-EMISSAO      PIC 9(08).
           03 ANT-PC-STATUS            PIC X(09).

       COPY PEDCFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PEDCOMPRA-ANT  PIC 99.
       77 WS-FS-PEDCOMPRA      PIC 99.
       77 WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-GRAVADOS          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DOS PEDIDOS DE COMPRA -----'
           DISPLAY 'ENTRADA: pedidos-compra-ant.txt'
           DISPLAY 'SAIDA..: pedidos-compra.txt (PRECO, PRAZO E DATAS'
               ' DE RECEBIMENTO)'

           MOVE ZEROS TO WS-FS-PEDCOMPRA-ANT
           OPEN INPUT PEDCOMPRA-ANT
           IF WS-FS-PEDCOMPRA-ANT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ANTERIOR'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDCOMPRA-ANT
               DISPLAY 'RENOMEIE O pedidos-compra.txt ATUAL PARA'
               DISPLAY 'pedidos-compra-ant.txt ANTES DE CONVERTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PEDCOMPRA
           OPEN OUTPUT PEDIDOS-COMPRA
           IF WS-FS-PEDCOMPRA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O NOVO ARQUIVO'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDCOMPRA
               CLOSE PEDCOMPRA-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    AS LINHAS ANTIGAS NAO TEM PRECO, PRAZO COMBINADO NEM DATAS DE
      *    RECEBIMENTO - FICAM ZERADOS E A AVALIACAO DE FORNECEDORES
      *    DESCONSIDERA ESSES CAMPOS NELAS
           PERFORM UNTIL WS-FS-PEDCOMPRA-ANT EQUAL 10
               READ PEDCOMPRA-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDCOMPRA-ANT
                   NOT AT END
                   ADD 1 TO WS-LIDOS
                   MOVE ANT-PC-FORNECEDOR      TO PC-FORNECEDOR
                   MOVE ANT-PC-NUMERO          TO PC-NUMERO
                   MOVE ANT-PC-ITEM            TO PC-ITEM
                   MOVE ANT-PC-CODIGO-PRODUTO  TO PC-CODIGO-PRODUTO
                   MOVE ANT-PC-PRODUTO         TO PC-PRODUTO
                   MOVE ANT-PC-QTDE-PEDIDA     TO PC-QTDE-PEDIDA
                   MOVE ANT-PC-QTDE-RECEBIDA   TO PC-QTDE-RECEBIDA
                   MOVE ANT-PC-DATA-EMISSAO    TO PC-DATA-EMISSAO
                   MOVE ANT-PC-STATUS          TO PC-STATUS
                   MOVE ZEROS                  TO PC-PRECO-UNITARIO
                   MOVE ZEROS                  TO PC-PRAZO-DIAS
                   MOVE ZEROS                  TO PC-DATA-PRIM-RECEB
                   MOVE ZEROS                  TO PC-DATA-ULT-RECEB
                   MOVE ZEROS                  TO PC-VALOR-FATURADO
                   WRITE REG-PEDIDO-COMPRA
                   IF WS-FS-PEDCOMPRA EQUAL ZEROS
                       ADD 1 TO WS-GRAVADOS
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR A LINHA '
                           ANT-PC-FORNECEDOR '-' ANT-PC-NUMERO '-'
                           ANT-PC-ITEM ' - FILE STATUS '
                           WS-FS-PEDCOMPRA
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PEDCOMPRA-ANT
           CLOSE PEDIDOS-COMPRA

           DISPLAY 'LINHAS LIDAS....: ' WS-LIDOS
           DISPLAY 'LINHAS GRAVADAS.: ' WS-GRAVADOS

           IF WS-LIDOS EQUAL WS-GRAVADOS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       COPY AMBPRC.


       END PROGRAM CONVERTE-PEDCOMPRA.
