       77 WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE         PIC S9(04) VALUE ZEROS.
       77 WS-DIAS-VENDA        PIC 9(07) VALUE ZEROS.
       77 WS-IDX               PIC 9(06) VALUE ZEROS.
       77 WS-IDX-2             PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-LINHAS       PIC 9(05) VALUE ZEROS.
       77 WS-MEDIA-MENSAL      PIC 9(07)V99 VALUE ZEROS.
       77 WS-ESTOQUE-TOTAL     PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-PARADO-TOT  PIC 9(13)V99 VALUE ZEROS.

       01 WS-CONSUMO-TABELA.
           03 WS-CSM-PRODUTO OCCURS 99999 TIMES.
               05 WS-CSM-SAIDAS        PIC 9(09).
               05 WS-CSM-ULT-VENDA     PIC 9(08).

       01 WS-COBERTURA-TABELA.
           03 WS-COB-LINHA OCCURS 9999 TIMES.
               05 WS-COB-DIAS          PIC 9(05).
               05 WS-COB-PRODUTO       PIC 9(05).
               05 WS-COB-NOME          PIC X(25).
               05 WS-COB-SEM-VENDA     PIC 9(05).
               05 WS-COB-VALOR-PARADO  PIC 9(11)V99.

       01 WS-COB-TROCA.
           03 WS-TRC-DIAS              PIC 9(05).
           03 WS-TRC-PRODUTO           PIC 9(05).
           03 WS-TRC-NOME              PIC X(25).
           03 WS-TRC-SEM-VENDA         PIC 9(05).
           03 WS-TRC-VALOR-PARADO      PIC 9(11)V99.
               (WS-ANO-CORTE * 10000) + (WS-MES-CORTE * 100) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 99999
               MOVE ZEROS TO WS-CSM-SAIDAS(WS-IDX)
               MOVE ZEROS TO WS-CSM-ULT-VENDA(WS-IDX)
           END-PERFORM
                   AT END
                   MOVE 10 TO WS-FS-PRODUTOS
                   NOT AT END
                   IF WS-QTDE-LINHAS LESS THAN 9999
                       AND CODIGO-PRODUTO GREATER THAN ZEROS
                       PERFORM MONTA-UMA-LINHA-PROCEDURE
                   END-IF
