      * HISTORICO DA DEPRECIACAO MENSAL - UM REGISTRO POR MES E BEM
       FD PATRIM-DEPRECIACAO.
       01 REG-PATRIM-DEPRECIACAO.
           03 PDP-CHAVE.
               05 PDP-MES              PIC 9(06).
               05 PDP-CODIGO           PIC 9(06).
           03 PDP-CATEGORIA            PIC X(04).
           03 PDP-VALOR-AQUISICAO      PIC 9(09)V99.
           03 PDP-VALOR-MES            PIC 9(09)V99.
           03 PDP-DEPREC-ACUMULADA     PIC 9(09)V99.
           03 PDP-VALOR-CONTABIL       PIC 9(09)V99.
           03 PDP-DATA-CALCULO         PIC 9(08).
