       FD CATEGORIAS-DESPESA.
       01 REG-CATEGORIA-DESPESA.
           03 CATD-CODIGO                  PIC X(04).
           03 CATD-DESCRICAO               PIC X(30).
