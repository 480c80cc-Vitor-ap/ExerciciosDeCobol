      * CATEGORIA DO PATRIMONIO COM A VIDA UTIL PADRAO EM MESES
       FD PATRIM-CATEGORIAS.
       01 REG-PATRIM-CATEGORIA.
           03 PCT-CODIGO               PIC X(04).
           03 PCT-DESCRICAO            PIC X(25).
           03 PCT-VIDA-UTIL-MESES      PIC 9(03).
