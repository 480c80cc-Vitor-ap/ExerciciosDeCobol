      * MOVIMENTOS DO PATRIMONIO - INCLUSAO, TRANSFERENCIA E BAIXA
       FD PATRIM-MOVIMENTOS.
       01 REG-PATRIM-MOVIMENTO.
           03 PMV-DATA                 PIC 9(08).
           03 PMV-CODIGO               PIC 9(06).
           03 PMV-TIPO                 PIC X(10).
           03 PMV-ORIGEM-TIPO          PIC X(01).
           03 PMV-ORIGEM-SALA          PIC X(07).
           03 PMV-DESTINO-TIPO         PIC X(01).
           03 PMV-DESTINO-SALA         PIC X(07).
           03 PMV-VALOR-CONTABIL       PIC 9(09)V99.
           03 PMV-MOTIVO               PIC X(30).
