       FD ALTERACOES-PENDENTES.
       01 REG-ALTERACAO-PEND.
           03 ALP-CHAVE.
               05 ALP-DATA-SOLIC           PIC 9(08).
               05 ALP-HORA-SOLIC           PIC 9(08).
      * PRECO = PRECO DE VENDA DO PRODUTO, LIMITE = LIMITE DE CREDITO
           03 ALP-TIPO                     PIC X(06).
           03 ALP-CODIGO                   PIC 9(05).
           03 ALP-VALOR-ANTERIOR           PIC 9(09)V99.
           03 ALP-VALOR-NOVO               PIC 9(09)V99.
           03 ALP-DATA-VIGENCIA            PIC 9(08).
           03 ALP-SOLICITANTE              PIC X(05).
      * PENDENTE, APLICADA OU REJEITADA
           03 ALP-SITUACAO                 PIC X(10).
           03 ALP-APROVADOR                PIC X(05).
           03 ALP-DATA-DECISAO             PIC 9(08).
           03 ALP-HORA-DECISAO             PIC 9(08).
           03 ALP-MOTIVO                   PIC X(30).
