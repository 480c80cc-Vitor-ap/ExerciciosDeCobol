               05 PED-ANO                  PIC 9(04).
               05 PED-SEQ                  PIC 9(06).
           03 PV-NUM-NOTA-FISCAL           PIC 9(06).
           03 PV-CODIGO-CLIENTE            PIC 9(05).
           03 PV-NOME                      PIC X(25).
           03 PV-RG                        PIC X(15).
           03 PV-TELEFONE                  PIC X(13).
