
       COPY CAIXASEL.

       COPY RCCSEL.

       COPY SPOOLSEL.

       DATA DIVISION.

       COPY CAIXAFD.

       COPY RCCFD.

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.
       77 WS-TIPO-EVENTO       PIC 9(01) VALUE ZEROS.
       77 WS-TITULO-ABERTO     PIC X(01) VALUE 'N'.
       77 WS-CRECEBER-OK       PIC X(01) VALUE 'N'.
       77 WS-FS-RECCARTAO      PIC 99.
       77 WS-RECCARTAO-OK      PIC X(01) VALUE 'N'.
       77 WS-VENDA-CARTAO      PIC X(01) VALUE 'N'.

       01 WS-FLUXO.
           03 WS-DIA-FLUXO OCCURS 61 TIMES.
           PERFORM ACUMULA-RECEBIVEIS-PROCEDURE
           PERFORM ACUMULA-PAGAVEIS-PROCEDURE
           PERFORM ACUMULA-CHEQUES-PROCEDURE
           PERFORM ACUMULA-CARTAO-PROCEDURE
           PERFORM IMPRIME-PROJECAO-PROCEDURE

           MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      * TITULO DE VENDA NO CARTAO COM RECEBIVEL GERADO ENTRA PELA DATA
      * PREVISTA DA ADQUIRENTE (ACUMULA-CARTAO-PROCEDURE)
       ACUMULA-RECEBIVEIS-PROCEDURE.
           MOVE 'N' TO WS-RECCARTAO-OK
           MOVE ZEROS TO WS-FS-RECCARTAO
           OPEN INPUT RECEBIVEIS-CARTAO
           IF WS-FS-RECCARTAO EQUAL ZEROS
               MOVE 'S' TO WS-RECCARTAO-OK
           END-IF

           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN INPUT CRECEBER
           IF WS-FS-CRECEBER NOT EQUAL ZEROS
                       AT END
                       MOVE 10 TO WS-FS-CRECEBER
                       NOT AT END
                       PERFORM VERIFICA-VENDA-CARTAO-PROCEDURE
                       IF (CR-STATUS EQUAL 'ABERTO'
                           OR CR-STATUS EQUAL 'PARCIAL')
                           AND WS-VENDA-CARTAO EQUAL 'N'
                           COMPUTE WS-VALOR-ABERTO =
                               CR-VALOR-TOTAL - CR-VALOR-PAGO
                           COMPUTE WS-DIAS-EVENTO =
                   END-READ
               END-PERFORM
               CLOSE CRECEBER
           END-IF

           IF WS-RECCARTAO-OK EQUAL 'S'
               CLOSE RECEBIVEIS-CARTAO
           END-IF.

       VERIFICA-VENDA-CARTAO-PROCEDURE.
           MOVE 'N' TO WS-VENDA-CARTAO
           IF WS-RECCARTAO-OK EQUAL 'S'
               MOVE CR-CODIGO-PEDIDO TO RCC-CODIGO-PEDIDO
               READ RECEBIVEIS-CARTAO RECORD
                   KEY IS RCC-CODIGO-PEDIDO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S' TO WS-VENDA-CARTAO
               END-READ
           END-IF.

      * REPASSES DA ADQUIRENTE AINDA NAO CREDITADOS, PELO LIQUIDO, NA
      * DATA PREVISTA (ATRASADOS CONTAM NO PRIMEIRO DIA DA PROJECAO)
       ACUMULA-CARTAO-PROCEDURE.
           MOVE ZEROS TO WS-FS-RECCARTAO
           OPEN INPUT RECEBIVEIS-CARTAO
           IF WS-FS-RECCARTAO EQUAL ZEROS
               PERFORM UNTIL WS-FS-RECCARTAO EQUAL 10
                   READ RECEBIVEIS-CARTAO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-RECCARTAO
                       NOT AT END
                       IF (RCC-STATUS EQUAL 'PENDENTE'
                           OR RCC-STATUS EQUAL 'PARCIAL')
                           AND RCC-VALOR-LIQUIDO GREATER THAN
                               RCC-VALOR-RECEBIDO
                           COMPUTE WS-VALOR-ABERTO =
                               RCC-VALOR-LIQUIDO - RCC-VALOR-RECEBIDO
                           COMPUTE WS-DIAS-EVENTO =
                               FUNCTION INTEGER-OF-DATE(
                                   RCC-DATA-PREVISTA)
                           COMPUTE WS-DIA-OFFSET =
                               WS-DIAS-EVENTO - WS-DIAS-HOJE
                           MOVE 1 TO WS-TIPO-EVENTO
                           PERFORM SOMA-EVENTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEBIVEIS-CARTAO
           END-IF.

       ACUMULA-PAGAVEIS-PROCEDURE.
                       NOT AT END
                       IF CP-STATUS EQUAL 'ABERTO'
                           OR CP-STATUS EQUAL 'PARCIAL'
                           OR CP-STATUS EQUAL 'BLOQUEADO'
                           COMPUTE WS-VALOR-ABERTO =
                               CP-VALOR-TOTAL - CP-VALOR-PAGO
                           COMPUTE WS-DIAS-EVENTO =
