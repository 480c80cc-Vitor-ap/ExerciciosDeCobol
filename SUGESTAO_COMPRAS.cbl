       COPY FORNFD.

       FD SUGESTAO.
       01 REG-SUGESTAO                 PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-QTDE-SEM-FORN     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-COMPRAR      PIC 9(05) VALUE ZEROS.
       77 WS-ESTOQUE-TOTAL     PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-SUGESTAO    PIC X(132) VALUE SPACES.

       COPY UNIWS.

       PROCEDURE DIVISION.

                   PROD-ESTOQUE-MINIMO - WS-ESTOQUE-TOTAL + 1
           END-IF

      *    A NECESSIDADE E APURADA NA UNIDADE DE VENDA E ARREDONDADA
      *    PARA CIMA EM EMBALAGENS DE COMPRA DO FORNECEDOR
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
           MOVE WS-QTDE-COMPRAR TO WS-UNI-QTDE-VENDA
           PERFORM CALCULA-EMBALAGENS-PROCEDURE
           PERFORM CALCULA-UNIDADES-VENDA-PROCEDURE

           MOVE SPACES TO WS-LINHA-SUGESTAO
           STRING '   PRODUTO ' CODIGO-PRODUTO ' ' PRODUTO
               ' ESTOQUE: ' WS-ESTOQUE-TOTAL
               ' MINIMO: ' PROD-ESTOQUE-MINIMO
               ' COMPRAR: ' WS-UNI-QTDE-COMPRA ' ' WS-UNI-EMBALAGEM
               ' (' WS-UNI-QTDE-VENDA ' ' WS-UNI-VENDA ')'
               DELIMITED BY SIZE INTO WS-LINHA-SUGESTAO
           WRITE REG-SUGESTAO FROM WS-LINHA-SUGESTAO
           ADD 1 TO WS-QTDE-SUGERIDOS.
       COPY UNIPRC.
       COPY AMBPRC.


