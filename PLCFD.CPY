       FD PLANO-CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-CONTA                    PIC X(10).
           03 PLC-DESCRICAO                PIC X(30).
           03 PLC-GRUPO                    PIC X(01).
           03 PLC-NATUREZA                 PIC X(01).
           03 PLC-SITUACAO                 PIC X(01).
