      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-PRODUTOS-CATEGORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PRODUTOS-ANT ASSIGN TO WS-ARQ-PROD-CAT-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PROD-ANT.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD PRODUTOS-ANT.
       01 REG-PRODUTO-ANT.
           03 ANT-CODIGO-PRODUTO       PIC 9(03).
           03 ANT-PRODUTO              PIC X(25).
           03 ANT-PRECO                PIC 9(06)V99.
           03 ANT-ESTOQUE              PIC 9(05).
           03 ANT-PROD-FORNECEDOR      PIC 9(03).
           03 ANT-PROD-ESTOQUE-MINIMO  PIC 9(05).
           03 ANT-PROD-QTDE-REPOSICAO  PIC 9(05).
           03 ANT-PROD-PRECO-CUSTO     PIC 9(06)V99.
           03 ANT-PROD-ALIQ-IMPOSTO    PIC 9(02)V99.
           03 ANT-PROD-ESTOQUE-DEP     PIC 9(05).
           03 ANT-PROD-BIN-LOJA        PIC X(06).
           03 ANT-PROD-BIN-DEP         PIC X(06).
           03 ANT-PROD-GARANTIA-MESES  PIC 9(02).
           03 ANT-PROD-SERIALIZADO     PIC X(01).

       COPY PRODFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PROD-ANT       PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-GRAVADOS          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DO CADASTRO DE PRODUTOS -----'
           DISPLAY 'ENTRADA: produtos-cat-ant.txt'
           DISPLAY 'SAIDA..: produtos.txt (CATEGORIA DO PRODUTO)'

           MOVE ZEROS TO WS-FS-PROD-ANT
           OPEN INPUT PRODUTOS-ANT
           IF WS-FS-PROD-ANT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ANTERIOR'
               DISPLAY 'FILE STATUS: ' WS-FS-PROD-ANT
               DISPLAY 'RENOMEIE O produtos.txt ATUAL PARA'
               DISPLAY 'produtos-cat-ant.txt ANTES DE CONVERTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN OUTPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O NOVO ARQUIVO'
               DISPLAY 'FILE STATUS: ' WS-FS-PRODUTOS
               CLOSE PRODUTOS-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    OS PRODUTOS EXISTENTES FICAM SEM CATEGORIA (000) ATE SEREM
      *    CLASSIFICADOS PELA ALTERACAO DO CADASTRO
           PERFORM UNTIL WS-FS-PROD-ANT EQUAL 10
               READ PRODUTOS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PROD-ANT
                   NOT AT END
                   ADD 1 TO WS-LIDOS
                   MOVE ANT-CODIGO-PRODUTO      TO CODIGO-PRODUTO
                   MOVE ANT-PRODUTO             TO PRODUTO
                   MOVE ANT-PRECO               TO PRECO
                   MOVE ANT-ESTOQUE             TO ESTOQUE
                   MOVE ANT-PROD-FORNECEDOR     TO PROD-FORNECEDOR
                   MOVE ANT-PROD-ESTOQUE-MINIMO TO PROD-ESTOQUE-MINIMO
                   MOVE ANT-PROD-QTDE-REPOSICAO TO PROD-QTDE-REPOSICAO
                   MOVE ANT-PROD-PRECO-CUSTO    TO PROD-PRECO-CUSTO
                   MOVE ANT-PROD-ALIQ-IMPOSTO   TO PROD-ALIQ-IMPOSTO
                   MOVE ANT-PROD-ESTOQUE-DEP    TO PROD-ESTOQUE-DEP
                   MOVE ANT-PROD-BIN-LOJA       TO PROD-BIN-LOJA
                   MOVE ANT-PROD-BIN-DEP        TO PROD-BIN-DEP
                   MOVE ANT-PROD-GARANTIA-MESES TO PROD-GARANTIA-MESES
                   MOVE ANT-PROD-SERIALIZADO    TO PROD-SERIALIZADO
                   MOVE ZEROS                   TO PROD-CATEGORIA
                   MOVE 'UN'                    TO PROD-UNIDADE-VENDA
                   MOVE 'UN'                    TO PROD-UNIDADE-COMPRA
                   MOVE 1                       TO PROD-FATOR-COMPRA
                   MOVE ZEROS                   TO PROD-PESO-KG
                   MOVE ZEROS                   TO PROD-VOLUME-M3
                   WRITE REG-PRODUTO
                   IF WS-FS-PRODUTOS EQUAL ZEROS
                       ADD 1 TO WS-GRAVADOS
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR O PRODUTO '
                           ANT-CODIGO-PRODUTO ' - FILE STATUS '
                           WS-FS-PRODUTOS
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PRODUTOS-ANT
           CLOSE PRODUTOS

           DISPLAY 'PRODUTOS LIDOS....: ' WS-LIDOS
           DISPLAY 'PRODUTOS GRAVADOS.: ' WS-GRAVADOS

           IF WS-LIDOS EQUAL WS-GRAVADOS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       COPY AMBPRC.


       END PROGRAM CONVERTE-PRODUTOS-CATEGORIA.
