      * BEM DO ATIVO IMOBILIZADO - O CODIGO E O NUMERO DA PLAQUETA
      * LOCAL 'L' = LOJA (SALA EM BRANCO OU SETOR), 'E' = ESCOLA, ONDE
      * A SALA E O CODIGO DA TURMA QUE OCUPA A SALA
      * O TITULO DE COMPRA (FORNECEDOR + NOTA) E O DO CONTAS A PAGAR
       FD PATRIMONIO.
       01 REG-PATRIMONIO.
           03 PAT-CODIGO               PIC 9(06).
           03 PAT-DESCRICAO            PIC X(30).
           03 PAT-CATEGORIA            PIC X(04).
           03 PAT-DATA-AQUISICAO       PIC 9(08).
           03 PAT-VALOR-AQUISICAO      PIC 9(09)V99.
           03 PAT-VIDA-UTIL-MESES      PIC 9(03).
           03 PAT-LOCAL-TIPO           PIC X(01).
           03 PAT-LOCAL-SALA           PIC X(07).
           03 PAT-CP-FORNECEDOR        PIC 9(03).
           03 PAT-CP-NUM-NOTA          PIC X(10).
           03 PAT-DEPREC-ACUMULADA     PIC 9(09)V99.
           03 PAT-ULT-MES-DEPREC       PIC 9(06).
           03 PAT-STATUS               PIC X(08).
           03 PAT-DATA-BAIXA           PIC 9(08).
           03 PAT-MOTIVO-BAIXA         PIC X(30).
