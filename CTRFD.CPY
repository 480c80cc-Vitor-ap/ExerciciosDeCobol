      *    CONTRATO DE MANUTENCAO COM MENSALIDADE FIXA. SEM EQUIPAMENTO
      *    RELACIONADO O CONTRATO COBRE TODOS OS APARELHOS DO CLIENTE;
      *    EQUIPAMENTO SEM NUMERO DE SERIE COBRE TODO O PRODUTO
       FD CONTRATOS-MANUTENCAO.
       01 REG-CONTRATO.
           03 CTR-CODIGO                   PIC 9(05).
           03 CTR-CODIGO-CLIENTE           PIC 9(05).
           03 CTR-NOME                     PIC X(25).
           03 CTR-DATA-INICIO              PIC 9(08).
           03 CTR-DATA-FIM                 PIC 9(08).
           03 CTR-VALOR-MENSAL             PIC 9(07)V99.
           03 CTR-DIA-VENCIMENTO           PIC 9(02).
           03 CTR-STATUS                   PIC X(09).
           03 CTR-ULTIMA-COMPETENCIA       PIC 9(06).
           03 CTR-QTDE-EQUIPAMENTOS        PIC 9(02).
           03 CTR-EQUIPAMENTO OCCURS 10 TIMES.
               05 CTR-EQP-PRODUTO          PIC 9(05).
               05 CTR-EQP-SERIE            PIC X(20).
               05 CTR-EQP-DESCRICAO        PIC X(30).
