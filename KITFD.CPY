       FD KITS.
       01 REG-KIT-COMPONENTE.
           03 KIT-CHAVE.
               05 KIT-CODIGO-PRODUTO       PIC 9(05).
               05 KIT-COMPONENTE           PIC 9(05).
           03 KIT-QTDE                     PIC 9(03).
