       COPY RESVWS.

       01 WS-RC-AUX.
           05 WS-RC-AUX-CODIGO PIC 9(05).
           05 WS-RC-AUX-NOME   PIC X(25).
           05 WS-RC-AUX-QTDE   PIC 9(05).
           05 WS-RC-AUX-VALOR  PIC 9(11)V99.

       01 WS-RANKING-CLIENTES.
           03 WS-RC OCCURS 300 TIMES.
               05 WS-RC-CODIGO PIC 9(05) VALUE ZEROS.
               05 WS-RC-NOME   PIC X(25) VALUE SPACES.
               05 WS-RC-QTDE   PIC 9(05) VALUE ZEROS.
               05 WS-RC-VALOR  PIC 9(11)V99 VALUE ZEROS.
