
       FD SALDO-SNAPSHOT.
       01 REG-SALDO-SNAPSHOT.
           03 SNP-CODIGO-PRODUTO       PIC 9(05).
           03 SNP-SALDO-LOJA           PIC S9(07).
           03 SNP-SALDO-DEP            PIC S9(07).
           03 SNP-DATA                 PIC 9(08).
       77 WS-ESPERADO-LOJA     PIC S9(07) VALUE ZEROS.
       77 WS-ESPERADO-DEP      PIC S9(07) VALUE ZEROS.
       77 WS-QTDE-ULTIMOS      PIC 9(02) VALUE ZEROS.
       77 WS-PRODUTO-DIV       PIC 9(05) VALUE ZEROS.
       77 WS-DATA-CORTE-SNP    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ULT-MOV      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT          PIC 9(07) VALUE ZEROS.

       01 WS-SALDOS-TABELA.
           03 WS-SLD-PRODUTO OCCURS 99999 TIMES.
               05 WS-SLD-BASE-LOJA     PIC S9(07).
               05 WS-SLD-BASE-DEP      PIC S9(07).
               05 WS-SLD-MOV-LOJA      PIC S9(07).
               05 WS-SLD-MOV-DEP       PIC S9(07).

       77 WS-IDX               PIC 9(06) VALUE ZEROS.

       COPY SPOOLWS.
       COPY JOBJWS.
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 99999
               MOVE ZEROS TO WS-SLD-BASE-LOJA(WS-IDX)
               MOVE ZEROS TO WS-SLD-BASE-DEP(WS-IDX)
               MOVE ZEROS TO WS-SLD-MOV-LOJA(WS-IDX)
