       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-CLIENTE-BUSCA    PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE       PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CORTE        PIC 9(04) VALUE ZEROS.
       77 WS-IDX              PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-EXPIRADOS   PIC 9(05) VALUE ZEROS.
       77 WS-PONTOS-EXPIRAR   PIC S9(09) VALUE ZEROS.

       01 WS-EXPIRA-TABELA.
           03 WS-EXP-CLIENTE OCCURS 99999 TIMES.
               05 WS-EXP-ACUM-ANTIGO   PIC S9(09).
               05 WS-EXP-CONSUMIDO     PIC S9(09).

           DISPLAY 'EXPIRANDO ACUMULOS ANTERIORES A ' WS-DATA-CORTE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 99999
               MOVE ZEROS TO WS-EXP-ACUM-ANTIGO(WS-IDX)
               MOVE ZEROS TO WS-EXP-CONSUMIDO(WS-IDX)
           END-PERFORM

           MOVE ZEROS TO WS-QTDE-EXPIRADOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 99999
               COMPUTE WS-PONTOS-EXPIRAR =
                   WS-EXP-ACUM-ANTIGO(WS-IDX) -
                   WS-EXP-CONSUMIDO(WS-IDX)
