      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMO-CATEGORIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY RESVSEL.

       COPY CATSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY RESVFD.

       COPY CATFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-MES-FILTRO      PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-GERAL     PIC S9(13)V99 VALUE ZEROS.
       77 WS-QTDE-GERAL      PIC S9(09) VALUE ZEROS.

       COPY RESVWS.
       COPY CATWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.

           DISPLAY '----- RESUMO MENSAL POR DEPARTAMENTO E CATEGORIA '
               '-----'
           DISPLAY 'INFORME A COMPETENCIA (AAAAMM - 000000 P/ TODAS): '
           ACCEPT WS-MES-FILTRO

           MOVE ZEROS TO WS-FS-RESUMO
           OPEN INPUT RESUMO-VENDAS

           IF WS-FS-RESUMO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RESUMO DE VENDAS'
               DISPLAY 'FILE STATUS: ' WS-FS-RESUMO
               DISPLAY 'RODE O RECONSTROI-RESUMO PARA GERAR O '
                   'RESUMO A PARTIR DOS PEDIDOS'
               STOP RUN
           END-IF

           PERFORM CARREGA-TAB-CATEGORIAS-PROCEDURE

      *    AS LINHAS 'G' DO RESUMO TRAZEM A CATEGORIA DO PRODUTO NA
      *    DATA DA VENDA; O DEPARTAMENTO E O DO CADASTRO ATUAL
           PERFORM UNTIL WS-FS-RESUMO EQUAL 10
               READ RESUMO-VENDAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-RESUMO
                   NOT AT END
                   IF RSM-TIPO EQUAL 'G'
                       AND (WS-MES-FILTRO EQUAL ZEROS
                           OR RSM-ANO-MES EQUAL WS-MES-FILTRO)
                       MOVE RSM-CODIGO TO WS-CTG-CATEGORIA
                       MOVE RSM-QTDE TO WS-CTG-MOV-QTDE
                       MOVE RSM-VALOR TO WS-CTG-MOV-VALOR
                       MOVE ZEROS TO WS-CTG-MOV-CUSTO
                       PERFORM ACUMULA-CATEGORIA-PROCEDURE
                       ADD RSM-VALOR TO WS-TOTAL-GERAL
                       ADD RSM-QTDE TO WS-QTDE-GERAL
                   END-IF
               END-READ
           END-PERFORM

           CLOSE RESUMO-VENDAS

           PERFORM IMPRIME-RESUMO-CATEGORIAS-PROCEDURE

           STOP RUN.

       IMPRIME-RESUMO-CATEGORIAS-PROCEDURE.
           DISPLAY 'COMPETENCIA: ' WS-MES-FILTRO
           MOVE 'N' TO WS-CTG-COM-CUSTO
           PERFORM MONTA-CABECALHO-CATEGORIA-PROCEDURE
           DISPLAY WS-CTG-LINHA

           PERFORM VARYING WS-CTG-POS FROM 1 BY 1
               UNTIL WS-CTG-POS > WS-CTG-QTDE-ORDEM
               MOVE WS-CTG-ORDEM(WS-CTG-POS) TO WS-CTG-IDX
               PERFORM MONTA-LINHA-CATEGORIA-PROCEDURE
               IF WS-CTG-IMPRIME EQUAL 'S'
                   DISPLAY WS-CTG-LINHA
               END-IF
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'QUANTIDADE TOTAL: ' WS-QTDE-GERAL
           DISPLAY 'VALOR TOTAL.....: ' WS-TOTAL-GERAL.

       COPY CATPRC.
       COPY AMBPRC.


       END PROGRAM RESUMO-CATEGORIAS.
