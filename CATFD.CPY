       FD CATEGORIAS.
       01 REG-CATEGORIA.
           03 CAT-CHAVE.
               05 CAT-TIPO                 PIC X(01).
               05 CAT-CODIGO               PIC 9(03).
           03 CAT-DESCRICAO                PIC X(25).
           03 CAT-DEPTO                    PIC 9(03).
