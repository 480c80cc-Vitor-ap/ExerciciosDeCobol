       FD BACKORDERS.
       01 REG-BACKORDER.
           03 BCK-CHAVE.
               05 BCK-CODIGO-PRODUTO       PIC 9(05).
               05 BCK-DATA                 PIC 9(08).
               05 BCK-SEQ                  PIC 9(03).
           03 BCK-CODIGO-CLIENTE           PIC 9(05).
           03 BCK-NOME                     PIC X(25).
           03 BCK-QTDE                     PIC 9(05).
           03 BCK-QTDE-ATENDIDA            PIC 9(05).
