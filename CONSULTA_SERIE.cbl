      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-SERIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY SERSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY SERFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-QTDE-EVENTOS      PIC 9(05) VALUE ZEROS.

       COPY SERWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '----- CONSULTA DE NUMERO DE SERIE -----'
           DISPLAY 'INFORME O CODIGO DO PRODUTO (00000 PARA SAIR): '
           MOVE ZEROS TO WS-SER-PRODUTO
           ACCEPT WS-SER-PRODUTO
           IF WS-SER-PRODUTO EQUAL ZEROS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'INFORME O NUMERO DE SERIE: '
           MOVE SPACES TO WS-SER-DIGITADO
           ACCEPT WS-SER-DIGITADO

           PERFORM BUSCA-SERIE-PROCEDURE
           IF WS-SER-ACHOU NOT EQUAL 'S'
               DISPLAY 'NUMERO DE SERIE NAO CADASTRADO PARA O PRODUTO'
           ELSE
               PERFORM EXIBE-UNIDADE-PROCEDURE
               PERFORM EXIBE-HISTORICO-PROCEDURE
           END-IF

           GO TO MAIN-PROCEDURE.

       EXIBE-UNIDADE-PROCEDURE.
           DISPLAY ' '
           DISPLAY 'PRODUTO..........: ' SER-CODIGO-PRODUTO
           DISPLAY 'NUMERO DE SERIE..: ' SER-NUMERO
           DISPLAY 'SITUACAO.........: ' SER-STATUS
               ' DESDE ' SER-DATA-STATUS
           DISPLAY 'ENTRADA..........: ' SER-DATA-ENTRADA
               ' FORNECEDOR ' SER-FORNECEDOR
               ' NOTA ' SER-DOC-ENTRADA
           IF SER-CODIGO-PEDIDO NOT EQUAL ZEROS
               DISPLAY 'VENDA............: ' SER-DATA-VENDA
                   ' PEDIDO ' SER-CODIGO-PEDIDO
                   ' ITEM ' SER-NUM-ITEM
                   ' CLIENTE ' SER-CODIGO-CLIENTE
           END-IF
           IF SER-CODIGO-OS NOT EQUAL ZEROS
               DISPLAY 'ULTIMA OS........: ' SER-CODIGO-OS
           END-IF.

       EXIBE-HISTORICO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-EVENTOS
           MOVE ZEROS TO WS-FS-SERHIST
           OPEN INPUT HISTORICO-SERIE
           IF WS-FS-SERHIST NOT EQUAL ZEROS
               DISPLAY 'HISTORICO DE NUMEROS DE SERIE INDISPONIVEL'
           ELSE
               DISPLAY ' '
               DISPLAY 'DATA     HORA   EVENTO     DOCUMENTO  SITUACAO'
               PERFORM UNTIL WS-FS-SERHIST EQUAL 10
                   READ HISTORICO-SERIE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SERHIST
                       NOT AT END
                       IF SRH-CODIGO-PRODUTO EQUAL WS-SER-PRODUTO
                           AND SRH-NUMERO EQUAL WS-SER-DIGITADO
                           ADD 1 TO WS-QTDE-EVENTOS
                           DISPLAY SRH-DATA ' ' SRH-HORA ' '
                               SRH-EVENTO ' ' SRH-DOCUMENTO ' '
                               SRH-STATUS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-SERIE
               DISPLAY 'EVENTOS: ' WS-QTDE-EVENTOS
           END-IF.

       COPY SERPRC.
       COPY AMBPRC.


       END PROGRAM CONSULTA-SERIE.
