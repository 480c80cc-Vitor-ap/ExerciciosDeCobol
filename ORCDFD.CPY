       FD ORCAMENTO-DESPESAS.
       01 REG-ORCAMENTO-DESPESA.
           03 ORCD-CHAVE.
               05 ORCD-ANO                 PIC 9(04).
               05 ORCD-CATEGORIA           PIC X(04).
           03 ORCD-VALOR-MES               PIC 9(09)V99 OCCURS 12 TIMES.
