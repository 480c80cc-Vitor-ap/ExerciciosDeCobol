       FD HISTORICO-CUSTO.
       01 REG-HIST-CUSTO.
           03 HCU-DATA                 PIC 9(08).
           03 HCU-HORA                 PIC 9(06).
           03 HCU-CODIGO-PRODUTO       PIC 9(05).
           03 HCU-ORIGEM               PIC X(10).
           03 HCU-DOCUMENTO            PIC X(10).
           03 HCU-FORNECEDOR           PIC 9(03).
           03 HCU-SALDO-ANTERIOR       PIC 9(06).
           03 HCU-CUSTO-ANTERIOR       PIC 9(06)V99.
           03 HCU-QTDE-ENTRADA         PIC 9(05).
           03 HCU-CUSTO-ENTRADA        PIC 9(06)V99.
           03 HCU-RATEIO-UNITARIO      PIC 9(06)V99.
           03 HCU-CUSTO-NOVO           PIC 9(06)V99.
