      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CPAGAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT CPAGAR-ANT ASSIGN TO WS-ARQ-CPAGAR-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CP-CHAVE
           FILE STATUS IS WS-FS-CPAGAR-ANT.

       COPY CPAGSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD CPAGAR-ANT.
       01 REG-CPAGAR-ANT.
           03 ANT-CP-CHAVE.
               05 ANT-CP-FORNECEDOR        PIC 9(03).
               05 ANT-CP-NUM-NOTA          PIC X(10).
           03 ANT-CP-NOME-FORNECEDOR       PIC X(25).
           03 ANT-CP-DATA-EMISSAO          PIC 9(08).
           03 ANT-CP-DATA-VENCIMENTO       PIC 9(08).
           03 ANT-CP-VALOR-TOTAL           PIC 9(09)V99.
           03 ANT-CP-VALOR-PAGO            PIC 9(09)V99.
           03 ANT-CP-DATA-ULT-PAGTO        PIC 9(08).
           03 ANT-CP-STATUS                PIC X(09).

       COPY CPAGFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CPAGAR-ANT     PIC 99.
       77 WS-FS-CPAGAR         PIC 99.
       77 WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-GRAVADOS          PIC 9(05) VALUE ZEROS.
       77 WS-CATEGORIA-PADRAO  PIC X(04) VALUE 'MERC'.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DO CONTAS A PAGAR (CATEGORIA) -----'
           DISPLAY 'ENTRADA: contas-pagar-ant.txt'
           DISPLAY 'SAIDA..: contas-pagar.txt (COM NATUREZA DE DESPESA)'

           MOVE ZEROS TO WS-FS-CPAGAR-ANT
           OPEN INPUT CPAGAR-ANT
           IF WS-FS-CPAGAR-ANT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ANTERIOR'
               DISPLAY 'FILE STATUS: ' WS-FS-CPAGAR-ANT
               DISPLAY 'RENOMEIE O contas-pagar.txt ATUAL PARA'
               DISPLAY 'contas-pagar-ant.txt ANTES DE CONVERTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN OUTPUT CONTAS-PAGAR
           IF WS-FS-CPAGAR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O NOVO ARQUIVO'
               DISPLAY 'FILE STATUS: ' WS-FS-CPAGAR
               CLOSE CPAGAR-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    OS TITULOS ANTIGOS VIERAM DO RECEBIMENTO DE COMPRAS OU FORAM
      *    DIGITADOS SEM NATUREZA - ASSUMEM A CATEGORIA DE MERCADORIAS
           PERFORM UNTIL WS-FS-CPAGAR-ANT EQUAL 10
               READ CPAGAR-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CPAGAR-ANT
                   NOT AT END
                   ADD 1 TO WS-LIDOS
                   MOVE ANT-CP-FORNECEDOR      TO CP-FORNECEDOR
                   MOVE ANT-CP-NUM-NOTA        TO CP-NUM-NOTA
                   MOVE ANT-CP-NOME-FORNECEDOR TO CP-NOME-FORNECEDOR
                   MOVE ANT-CP-DATA-EMISSAO    TO CP-DATA-EMISSAO
                   MOVE ANT-CP-DATA-VENCIMENTO TO CP-DATA-VENCIMENTO
                   MOVE ANT-CP-VALOR-TOTAL     TO CP-VALOR-TOTAL
                   MOVE ANT-CP-VALOR-PAGO      TO CP-VALOR-PAGO
                   MOVE ANT-CP-DATA-ULT-PAGTO  TO CP-DATA-ULT-PAGTO
                   MOVE ANT-CP-STATUS          TO CP-STATUS
                   MOVE WS-CATEGORIA-PADRAO    TO CP-CATEGORIA
                   WRITE REG-CPAGAR
                   IF WS-FS-CPAGAR EQUAL ZEROS
                       ADD 1 TO WS-GRAVADOS
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR A NOTA '
                           ANT-CP-FORNECEDOR '-' ANT-CP-NUM-NOTA
                           ' - FILE STATUS ' WS-FS-CPAGAR
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CPAGAR-ANT
           CLOSE CONTAS-PAGAR

           DISPLAY 'TITULOS LIDOS....: ' WS-LIDOS
           DISPLAY 'TITULOS GRAVADOS.: ' WS-GRAVADOS

           IF WS-LIDOS EQUAL WS-GRAVADOS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       COPY AMBPRC.


       END PROGRAM CONVERTE-CPAGAR.
