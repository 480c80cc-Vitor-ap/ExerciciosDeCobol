      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-PEDIDOS-WEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PEDIDOS-WEB ASSIGN TO WS-ARQ-PEDIDOS-WEB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PEDWEB.

       SELECT PEDIDOS-WEB-REJEITOS ASSIGN TO
           WS-ARQ-PEDIDOS-WEB-REJEITOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REJEITOS.

       SELECT MARGEM-PARAM ASSIGN TO WS-ARQ-MARGEM-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MARGEMPRM.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY PEDSEL.

       COPY PEDISEL.

       COPY PCTLSEL.

       COPY PWEBSEL.

       COPY TPRSEL.

       COPY CLIPRSEL.

       COPY PROMOSEL.

       COPY COBRSEL.

       COPY CRECSEL.

       COPY KITSEL.

       COPY LOTESEL.

       COPY MOVESTQSEL.

       COPY JRNLSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
      * PEDIDO DA LOJA VIRTUAL: UM CABECALHO (C) SEGUIDO DOS ITENS (I)
       FD PEDIDOS-WEB.
       01 REG-WEB-CABECALHO.
           03 WBC-TIPO-REG             PIC X(01).
           03 WBC-NUM-WEB              PIC X(12).
           03 WBC-RG                   PIC X(15).
           03 WBC-NOME                 PIC X(25).
           03 WBC-TELEFONE             PIC X(13).
           03 WBC-ENDERECO             PIC X(40).
           03 WBC-BAIRRO               PIC X(20).
           03 WBC-CIDADE               PIC X(20).
           03 WBC-UF                   PIC X(02).
           03 WBC-CEP                  PIC X(09).
           03 WBC-TIPO-PAGAMENTO       PIC X(08).
           03 WBC-ENTREGA              PIC X(01).
           03 WBC-VALOR-FRETE          PIC 9(07)V99.
       01 REG-WEB-ITEM.
           03 WBI-TIPO-REG             PIC X(01).
           03 WBI-NUM-WEB              PIC X(12).
           03 WBI-CODIGO-PRODUTO       PIC 9(05).
           03 WBI-QTDE                 PIC 9(03).
           03 WBI-PRECO-SITE           PIC 9(06)V99.
           03 FILLER                   PIC X(146).

       FD PEDIDOS-WEB-REJEITOS.
       01 REG-PEDIDO-WEB-REJEITO       PIC X(080).

       FD MARGEM-PARAM.
       01 REG-MARGEM-PARAM.
           03 MPR-MARGEM-MINIMA     PIC 9(02)V99.

       COPY CLIFD.

       COPY PRODFD.

       COPY PEDFD.

       COPY PEDIFD.

       COPY PCTLFD.

       COPY PWEBFD.

       COPY TPRFD.

       COPY CLIPRFD.

       COPY PROMOFD.

       COPY COBRFD.

       COPY CRECFD.

       COPY KITFD.

       COPY LOTEFD.

       COPY MOVESTQFD.

       COPY JRNLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PEDWEB         PIC 99.
       77 WS-FS-REJEITOS       PIC 99.
       77 WS-FS-MARGEMPRM      PIC 99.
       77 WS-FS-CLIENTES       PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-PEDCTL         PIC 99.
       77 WS-FS-PWEBCTL        PIC 99.
       77 WS-FS-TABPRECO       PIC 99.
       77 WS-FS-PRECOSCLI      PIC 99.
       77 WS-FS-PROMOCOES      PIC 99.
       77 WS-FS-COBRANCA       PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-FS-KITS           PIC 99.
       77 WS-FS-LOTES          PIC 99.

      * PEDIDOS DA LOJA VIRTUAL SAEM SEMPRE DO DEPOSITO
       77 WS-WEB-LOCAL         PIC X(01) VALUE 'D'.
       77 WS-WEB-PROGRAMA      PIC X(15) VALUE 'IMPORTA-WEB'.

       77 WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-IMPORTADOS        PIC 9(05) VALUE ZEROS.
       77 WS-REJEITADOS        PIC 9(05) VALUE ZEROS.
       77 WS-LINHAS-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WS-PRECOS-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WS-CLIENTES-NOVOS    PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO            PIC X(060) VALUE SPACES.
       77 WS-LINHA-REJEITO     PIC X(080) VALUE SPACES.
       77 WS-TEM-PEDIDO        PIC X(01) VALUE 'N'.
       77 WS-EXCESSO-ITENS     PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-IDX               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ANT           PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-DEMANDA      PIC 9(05) VALUE ZEROS.

      * CLIENTE DO PEDIDO WEB
       77 WS-CLIENTE-NOVO      PIC X(01) VALUE 'N'.
       77 WS-CLI-CODIGO        PIC 9(05) VALUE ZEROS.
       77 WS-CLI-MAIOR-CODIGO  PIC 9(05) VALUE ZEROS.
       77 WS-CLI-LIMITE        PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-ABERTO-CLI  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-PEDIDO      PIC 9(09)V99 VALUE ZEROS.

      * PRECO, PROMOCAO, MARGEM E ESTOQUE DO ITEM
       77 WS-PRECO-VIGENTE     PIC 9(06)V99 VALUE ZEROS.
       77 WS-ORIGEM-PRECO      PIC X(01) VALUE 'T'.
       77 WS-PROMO-ACHOU       PIC X(01) VALUE 'N'.
       77 WS-PROMO-DESCONTO    PIC 9(02)V99 VALUE ZEROS.
       77 WS-MARGEM-MINIMA     PIC 9(02)V99 VALUE ZEROS.
       77 WS-PRECO-LIQUIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WS-MARGEM-PCT-ITEM   PIC S9(03)V99 VALUE ZEROS.
       77 WS-PROD-PRECO-CUSTO  PIC 9(06)V99 VALUE ZEROS.
       77 WS-PROD-ALIQ-IMPOSTO PIC 9(02)V99 VALUE ZEROS.
       77 WS-VALOR-ITEM        PIC 9(09)V99 VALUE ZEROS.
       77 WS-ESTOQUE-OK        PIC X(01) VALUE 'S'.
       77 WS-EH-KIT            PIC X(01) VALUE 'N'.
       77 WS-KIT-CODIGO        PIC 9(05) VALUE ZEROS.
       77 WS-KIT-QTDE-NEC      PIC 9(07) VALUE ZEROS.
       77 WS-TEM-LOTES         PIC X(01) VALUE 'N'.
       77 WS-LOT-ACHOU         PIC X(01) VALUE 'N'.
       77 WS-LOT-RESTANTE      PIC 9(05) VALUE ZEROS.
       77 WS-LOT-CONSUMO       PIC 9(05) VALUE ZEROS.
       77 WS-LOT-VAL-SEL       PIC 9(08) VALUE ZEROS.
       77 WS-LOT-NUM-SEL       PIC X(10) VALUE SPACES.

      * CABECALHO E ITENS DO PEDIDO WEB EM PROCESSAMENTO
       01 WS-WEB-CABECALHO         PIC X(175) VALUE SPACES.
       01 WS-WEB-CAB REDEFINES WS-WEB-CABECALHO.
           03 WS-CAB-TIPO-REG          PIC X(01).
           03 WS-CAB-NUM-WEB           PIC X(12).
           03 WS-CAB-RG                PIC X(15).
           03 WS-CAB-NOME              PIC X(25).
           03 WS-CAB-TELEFONE          PIC X(13).
           03 WS-CAB-ENDERECO          PIC X(40).
           03 WS-CAB-BAIRRO            PIC X(20).
           03 WS-CAB-CIDADE            PIC X(20).
           03 WS-CAB-UF                PIC X(02).
           03 WS-CAB-CEP               PIC X(09).
           03 WS-CAB-TIPO-PAGAMENTO    PIC X(08).
           03 WS-CAB-ENTREGA           PIC X(01).
           03 WS-CAB-VALOR-FRETE       PIC 9(07)V99.

       77 WS-QTDE-ITENS-WEB    PIC 9(02) VALUE ZEROS.
       01 WS-ITENS-WEB.
           03 WS-WIT OCCURS 99 TIMES.
               05 WS-WIT-PRODUTO       PIC 9(05).
               05 WS-WIT-DESCRICAO     PIC X(25).
               05 WS-WIT-QTDE          PIC 9(03).
               05 WS-WIT-PRECO-SITE    PIC 9(06)V99.
               05 WS-WIT-PRECO         PIC 9(06)V99.
               05 WS-WIT-ORIGEM        PIC X(01).
               05 WS-WIT-DESCONTO      PIC 9(02)V99.
               05 WS-WIT-IMPOSTO       PIC 9(07)V99.
               05 WS-WIT-VALOR         PIC 9(09)V99.

       COPY MOVESTQWS.
       COPY JRNLWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL -----'
           DISPLAY 'ENTRADA: pedidos-web.txt'
           DISPLAY 'REJEITOS: pedidos-web-rejeitos.txt'

           MOVE ZEROS TO WS-FS-PEDWEB
           OPEN INPUT PEDIDOS-WEB
           IF WS-FS-PEDWEB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS WEB'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDWEB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN I-O PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               MOVE WS-FS-PRODUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE PEDIDOS-WEB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN I-O CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF

           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN I-O PEDIDOS
           IF WS-FS-PEDIDOS EQUAL 35
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF

           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN I-O PEDIDOS-ITENS
           IF WS-FS-PEDIDOS-ITENS EQUAL 35
               OPEN OUTPUT PEDIDOS-ITENS
               CLOSE PEDIDOS-ITENS
               OPEN I-O PEDIDOS-ITENS
           END-IF

           MOVE ZEROS TO WS-FS-PWEBCTL
           OPEN I-O PEDIDOS-WEB-CONTROLE
           IF WS-FS-PWEBCTL EQUAL 35
               OPEN OUTPUT PEDIDOS-WEB-CONTROLE
               CLOSE PEDIDOS-WEB-CONTROLE
               OPEN I-O PEDIDOS-WEB-CONTROLE
           END-IF

           IF WS-FS-CLIENTES NOT EQUAL ZEROS
               OR WS-FS-PEDIDOS NOT EQUAL ZEROS
               OR WS-FS-PEDIDOS-ITENS NOT EQUAL ZEROS
               OR WS-FS-PWEBCTL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE CLIENTES/PEDIDOS'
               DISPLAY 'CLIENTES: ' WS-FS-CLIENTES
                   ' PEDIDOS: ' WS-FS-PEDIDOS
                   ' ITENS: ' WS-FS-PEDIDOS-ITENS
                   ' CONTROLE WEB: ' WS-FS-PWEBCTL
               CLOSE PEDIDOS-WEB-CONTROLE
               CLOSE PEDIDOS-ITENS
               CLOSE PEDIDOS
               CLOSE CLIENTES
               CLOSE PRODUTOS
               CLOSE PEDIDOS-WEB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PEDIDOS-WEB-REJEITOS

           PERFORM LE-MARGEM-MINIMA-PROCEDURE

           MOVE 'N' TO WS-TEM-PEDIDO
           PERFORM UNTIL WS-FS-PEDWEB EQUAL 10
               READ PEDIDOS-WEB
                   AT END MOVE 10 TO WS-FS-PEDWEB
                   NOT AT END
                   PERFORM PROCESSA-LINHA-WEB-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-TEM-PEDIDO EQUAL 'S'
               PERFORM PROCESSA-PEDIDO-WEB-PROCEDURE
           END-IF

           CLOSE PEDIDOS-WEB-REJEITOS
           CLOSE PEDIDOS-WEB-CONTROLE
           CLOSE PEDIDOS-ITENS
           CLOSE PEDIDOS
           CLOSE CLIENTES
           CLOSE PRODUTOS
           CLOSE PEDIDOS-WEB

           DISPLAY ' '
           DISPLAY '----- RESUMO DA IMPORTACAO -----'
           DISPLAY 'PEDIDOS LIDOS.........: ' WS-LIDOS
           DISPLAY 'PEDIDOS IMPORTADOS....: ' WS-IMPORTADOS
           DISPLAY 'PEDIDOS REJEITADOS....: ' WS-REJEITADOS
           DISPLAY 'LINHAS SEM PEDIDO.....: ' WS-LINHAS-REJEITADAS
           DISPLAY 'CLIENTES CADASTRADOS..: ' WS-CLIENTES-NOVOS
           DISPLAY 'PRECOS DO SITE DIVERG.: ' WS-PRECOS-DIVERGENTES
           IF WS-PRECOS-DIVERGENTES GREATER THAN ZEROS
               DISPLAY 'OS PEDIDOS FORAM GRAVADOS PELO PRECO VIGENTE - '
                   'REPUBLIQUE O ESTOQUE/PRECO DA LOJA VIRTUAL'
           END-IF

           IF WS-REJEITADOS GREATER THAN ZEROS
               OR WS-LINHAS-REJEITADAS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LE-MARGEM-MINIMA-PROCEDURE.
           MOVE ZEROS TO WS-MARGEM-MINIMA
           MOVE ZEROS TO WS-FS-MARGEMPRM
           OPEN INPUT MARGEM-PARAM
           IF WS-FS-MARGEMPRM EQUAL ZEROS
               READ MARGEM-PARAM
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE MPR-MARGEM-MINIMA TO WS-MARGEM-MINIMA
               END-READ
               CLOSE MARGEM-PARAM
           END-IF.

      *-----------------------------------------------------------------
      * AGRUPA AS LINHAS DO ARQUIVO EM PEDIDOS (CABECALHO + ITENS)
      *-----------------------------------------------------------------
       PROCESSA-LINHA-WEB-PROCEDURE.
           EVALUATE WBC-TIPO-REG
               WHEN 'C'
                   IF WS-TEM-PEDIDO EQUAL 'S'
                       PERFORM PROCESSA-PEDIDO-WEB-PROCEDURE
                   END-IF
                   MOVE REG-WEB-CABECALHO TO WS-WEB-CABECALHO
                   MOVE ZEROS TO WS-QTDE-ITENS-WEB
                   MOVE 'N' TO WS-EXCESSO-ITENS
                   MOVE 'S' TO WS-TEM-PEDIDO
               WHEN 'I'
                   IF WS-TEM-PEDIDO EQUAL 'S'
                       AND WBI-NUM-WEB EQUAL WS-CAB-NUM-WEB
                       IF WS-QTDE-ITENS-WEB LESS THAN 99
                           ADD 1 TO WS-QTDE-ITENS-WEB
                           MOVE WBI-CODIGO-PRODUTO TO
                               WS-WIT-PRODUTO(WS-QTDE-ITENS-WEB)
                           MOVE WBI-QTDE TO
                               WS-WIT-QTDE(WS-QTDE-ITENS-WEB)
                           MOVE WBI-PRECO-SITE TO
                               WS-WIT-PRECO-SITE(WS-QTDE-ITENS-WEB)
                       ELSE
                           MOVE 'S' TO WS-EXCESSO-ITENS
                       END-IF
                   ELSE
                       ADD 1 TO WS-LINHAS-REJEITADAS
                       MOVE SPACES TO WS-LINHA-REJEITO
                       STRING WBI-NUM-WEB ' ITEM SEM CABECALHO '
                           'CORRESPONDENTE - PRODUTO '
                           WBI-CODIGO-PRODUTO
                           DELIMITED BY SIZE INTO WS-LINHA-REJEITO
                       WRITE REG-PEDIDO-WEB-REJEITO
                           FROM WS-LINHA-REJEITO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LINHAS-REJEITADAS
                   MOVE SPACES TO WS-LINHA-REJEITO
                   STRING WBC-NUM-WEB ' TIPO DE REGISTRO INVALIDO: '
                       WBC-TIPO-REG
                       DELIMITED BY SIZE INTO WS-LINHA-REJEITO
                   WRITE REG-PEDIDO-WEB-REJEITO FROM WS-LINHA-REJEITO
           END-EVALUATE.

      *-----------------------------------------------------------------
      * VALIDA O PEDIDO COM AS MESMAS REGRAS DA INCLUSAO NO BALCAO E
      * GRAVA-O JA APROVADO, COM O ESTOQUE RESERVADO
      *-----------------------------------------------------------------
       PROCESSA-PEDIDO-WEB-PROCEDURE.
           ADD 1 TO WS-LIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE 'N' TO WS-TEM-PEDIDO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO PV-DATA-EMISSAO
           MOVE WS-WEB-LOCAL TO PV-LOCAL-ESTOQUE

           PERFORM VALIDA-CABECALHO-WEB-PROCEDURE

           IF WS-MOTIVO EQUAL SPACES
               PERFORM LOCALIZA-CLIENTE-WEB-PROCEDURE
               MOVE WS-CLI-CODIGO TO PV-CODIGO-CLIENTE
               IF WS-CAB-TIPO-PAGAMENTO EQUAL 'PRAZO'
                   AND WS-CLIENTE-NOVO EQUAL 'S'
                   MOVE 'VENDA A PRAZO SOMENTE PARA CLIENTE CADASTRADO'
                       TO WS-MOTIVO
               END-IF
           END-IF

           MOVE ZEROS TO WS-VALOR-PEDIDO
           IF WS-MOTIVO EQUAL SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-ITENS-WEB
                   OR WS-MOTIVO NOT EQUAL SPACES
                   PERFORM VALIDA-ITEM-WEB-PROCEDURE
               END-PERFORM
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               AND WS-CAB-TIPO-PAGAMENTO EQUAL 'PRAZO'
               PERFORM VERIFICA-CREDITO-WEB-PROCEDURE
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               PERFORM GRAVA-PEDIDO-WEB-PROCEDURE
           END-IF

           IF WS-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WS-REJEITADOS
               MOVE SPACES TO WS-LINHA-REJEITO
               STRING WS-CAB-NUM-WEB ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA-REJEITO
               WRITE REG-PEDIDO-WEB-REJEITO FROM WS-LINHA-REJEITO
               DISPLAY 'PEDIDO WEB ' WS-CAB-NUM-WEB ' REJEITADO - '
                   WS-MOTIVO
           END-IF.

       VALIDA-CABECALHO-WEB-PROCEDURE.
           IF WS-CAB-NUM-WEB EQUAL SPACES
               MOVE 'NUMERO DO PEDIDO WEB NAO INFORMADO' TO WS-MOTIVO
           ELSE
               MOVE WS-CAB-NUM-WEB TO PWB-NUM-WEB
               READ PEDIDOS-WEB-CONTROLE RECORD
                   KEY IS PWB-NUM-WEB
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'PEDIDO WEB JA IMPORTADO - PEDIDO '
                       PWB-CODIGO-PEDIDO
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-READ
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               IF WS-QTDE-ITENS-WEB EQUAL ZEROS
                   MOVE 'PEDIDO SEM ITENS' TO WS-MOTIVO
               ELSE IF WS-EXCESSO-ITENS EQUAL 'S'
                   MOVE 'PEDIDO COM MAIS DE 99 ITENS' TO WS-MOTIVO
               ELSE IF WS-CAB-RG EQUAL SPACES
                   OR WS-CAB-NOME EQUAL SPACES
                   MOVE 'CLIENTE SEM NOME OU DOCUMENTO' TO WS-MOTIVO
               ELSE IF WS-CAB-TIPO-PAGAMENTO NOT EQUAL 'CARTAO'
                   AND WS-CAB-TIPO-PAGAMENTO NOT EQUAL 'PIX'
                   AND WS-CAB-TIPO-PAGAMENTO NOT EQUAL 'PRAZO'
                   STRING 'FORMA DE PAGAMENTO INVALIDA: '
                       WS-CAB-TIPO-PAGAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE IF WS-CAB-VALOR-FRETE IS NOT NUMERIC
                   MOVE 'VALOR DO FRETE NAO NUMERICO' TO WS-MOTIVO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * O CLIENTE E LOCALIZADO PELO DOCUMENTO (RG/CPF); SE NAO EXISTIR
      * SERA CADASTRADO NA GRAVACAO DO PEDIDO, COM O PROXIMO CODIGO
       LOCALIZA-CLIENTE-WEB-PROCEDURE.
           MOVE 'S' TO WS-CLIENTE-NOVO
           MOVE ZEROS TO WS-CLI-CODIGO
           MOVE ZEROS TO WS-CLI-MAIOR-CODIGO
           MOVE ZEROS TO WS-CLI-LIMITE
           MOVE ZEROS TO CODIGO-CLIENTE
           START CLIENTES KEY IS GREATER THAN CODIGO-CLIENTE
               INVALID KEY
                   MOVE 10 TO WS-FS-CLIENTES
           END-START
           PERFORM UNTIL WS-FS-CLIENTES EQUAL 10
               READ CLIENTES NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CLIENTES
                   NOT AT END
                   MOVE CODIGO-CLIENTE TO WS-CLI-MAIOR-CODIGO
                   IF RG EQUAL WS-CAB-RG
                       AND WS-CLIENTE-NOVO EQUAL 'S'
                       MOVE 'N' TO WS-CLIENTE-NOVO
                       MOVE CODIGO-CLIENTE TO WS-CLI-CODIGO
                       MOVE CLI-LIMITE-CREDITO TO WS-CLI-LIMITE
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-CLIENTES.

       VALIDA-ITEM-WEB-PROCEDURE.
           MOVE WS-WIT-QTDE(WS-IDX) TO PVI-QTDE
           IF WS-WIT-PRODUTO(WS-IDX) IS NOT NUMERIC
               OR WS-WIT-QTDE(WS-IDX) IS NOT NUMERIC
               OR WS-WIT-QTDE(WS-IDX) EQUAL ZEROS
               MOVE SPACES TO WS-MOTIVO
               STRING 'PRODUTO OU QUANTIDADE INVALIDA NO ITEM '
                   WS-IDX
                   DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
           MOVE WS-WIT-PRODUTO(WS-IDX) TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE SPACES TO WS-MOTIVO
               STRING 'PRODUTO ' WS-WIT-PRODUTO(WS-IDX)
                   ' NAO CADASTRADO'
                   DELIMITED BY SIZE INTO WS-MOTIVO
               NOT INVALID KEY
               IF PROD-SERIALIZADO EQUAL 'S'
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'PRODUTO ' CODIGO-PRODUTO
                       ' SERIALIZADO - VENDA SOMENTE NO BALCAO'
                       DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   MOVE PRODUTO TO WS-WIT-DESCRICAO(WS-IDX)
                   MOVE PROD-PRECO-CUSTO TO WS-PROD-PRECO-CUSTO
                   MOVE PROD-ALIQ-IMPOSTO TO WS-PROD-ALIQ-IMPOSTO
                   PERFORM BUSCA-PRECO-VIGENTE-PROCEDURE
                   MOVE WS-PRECO-VIGENTE TO WS-WIT-PRECO(WS-IDX)
                   MOVE WS-ORIGEM-PRECO TO WS-WIT-ORIGEM(WS-IDX)
                   PERFORM VERIFICA-ESTOQUE-WEB-PROCEDURE
               END-IF
           END-READ
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               MOVE WS-WIT-PRODUTO(WS-IDX) TO CODIGO-PRODUTO
               MOVE ZEROS TO WS-WIT-DESCONTO(WS-IDX)
               PERFORM BUSCA-PROMOCAO-PROCEDURE
               IF WS-PROMO-ACHOU EQUAL 'S'
                   MOVE WS-PROMO-DESCONTO TO WS-WIT-DESCONTO(WS-IDX)
               END-IF
               PERFORM VERIFICA-MARGEM-WEB-PROCEDURE
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               COMPUTE WS-VALOR-ITEM = WS-WIT-PRECO(WS-IDX) *
                   WS-WIT-QTDE(WS-IDX) *
                   (1 - (WS-WIT-DESCONTO(WS-IDX) / 100))
               MOVE WS-VALOR-ITEM TO WS-WIT-VALOR(WS-IDX)
               COMPUTE WS-WIT-IMPOSTO(WS-IDX) ROUNDED =
                   WS-VALOR-ITEM * (WS-PROD-ALIQ-IMPOSTO / 100)
               ADD WS-VALOR-ITEM TO WS-VALOR-PEDIDO
               IF WS-WIT-PRECO-SITE(WS-IDX) IS NUMERIC
                   AND WS-WIT-PRECO-SITE(WS-IDX) NOT EQUAL
                       WS-WIT-PRECO(WS-IDX)
                   ADD 1 TO WS-PRECOS-DIVERGENTES
                   DISPLAY 'AVISO: PEDIDO WEB ' WS-CAB-NUM-WEB
                       ' PRODUTO ' WS-WIT-PRODUTO(WS-IDX)
                       ' PRECO DO SITE ' WS-WIT-PRECO-SITE(WS-IDX)
                       ' VIGENTE ' WS-WIT-PRECO(WS-IDX)
               END-IF
           END-IF.

       VERIFICA-ESTOQUE-WEB-PROCEDURE.
           MOVE 'S' TO WS-ESTOQUE-OK
           MOVE CODIGO-PRODUTO TO WS-KIT-CODIGO
           PERFORM VERIFICA-SE-KIT-PROCEDURE
           IF WS-EH-KIT EQUAL 'S'
               PERFORM VERIFICA-ESTOQUE-KIT-PROCEDURE
           ELSE
      * O MESMO PRODUTO PODE VIR EM MAIS DE UM ITEM DO PEDIDO
               MOVE ZEROS TO WS-QTDE-DEMANDA
               PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT GREATER THAN WS-IDX
                   IF WS-WIT-PRODUTO(WS-IDX-ANT) EQUAL CODIGO-PRODUTO
                       ADD WS-WIT-QTDE(WS-IDX-ANT) TO WS-QTDE-DEMANDA
                   END-IF
               END-PERFORM
               IF PV-LOCAL-ESTOQUE EQUAL 'D'
                   IF WS-QTDE-DEMANDA GREATER THAN PROD-ESTOQUE-DEP
                       MOVE 'N' TO WS-ESTOQUE-OK
                   END-IF
               ELSE
                   IF WS-QTDE-DEMANDA GREATER THAN ESTOQUE
                       MOVE 'N' TO WS-ESTOQUE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ESTOQUE-OK NOT EQUAL 'S'
               MOVE SPACES TO WS-MOTIVO
               STRING 'ESTOQUE INSUFICIENTE PARA O PRODUTO '
                   WS-WIT-PRODUTO(WS-IDX)
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

      * SEM GERENTE NA IMPORTACAO, ITEM ABAIXO DA MARGEM REJEITA PEDIDO
       VERIFICA-MARGEM-WEB-PROCEDURE.
           IF WS-MARGEM-MINIMA GREATER THAN ZEROS
               COMPUTE WS-PRECO-LIQUIDO =
                   WS-WIT-PRECO(WS-IDX) *
                   (1 - (WS-WIT-DESCONTO(WS-IDX) / 100))
               IF WS-PRECO-LIQUIDO EQUAL ZEROS
                   MOVE -99.99 TO WS-MARGEM-PCT-ITEM
               ELSE
                   COMPUTE WS-MARGEM-PCT-ITEM ROUNDED =
                       ((WS-PRECO-LIQUIDO - WS-PROD-PRECO-CUSTO) /
                           WS-PRECO-LIQUIDO) * 100
               END-IF
               IF WS-MARGEM-PCT-ITEM LESS THAN WS-MARGEM-MINIMA
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'MARGEM ABAIXO DO MINIMO NO PRODUTO '
                       WS-WIT-PRODUTO(WS-IDX)
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

      * SEM SUPERVISOR NA IMPORTACAO, CREDITO EXCEDIDO REJEITA O PEDIDO
       VERIFICA-CREDITO-WEB-PROCEDURE.
           MOVE ZEROS TO WS-FS-COBRANCA
           OPEN INPUT COBRANCA-NIVEL
           IF WS-FS-COBRANCA EQUAL ZEROS
               MOVE WS-CLI-CODIGO TO COB-CODIGO-CLIENTE
               READ COBRANCA-NIVEL RECORD
                   KEY IS COB-CODIGO-CLIENTE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF COB-NIVEL EQUAL 3
                       MOVE 'CLIENTE EM AVISO FINAL DE COBRANCA'
                           TO WS-MOTIVO
                   END-IF
               END-READ
               CLOSE COBRANCA-NIVEL
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               AND WS-CLI-LIMITE GREATER THAN ZEROS
               MOVE ZEROS TO WS-SALDO-ABERTO-CLI
               MOVE ZEROS TO WS-FS-CRECEBER
               OPEN INPUT CRECEBER
               IF WS-FS-CRECEBER EQUAL ZEROS
                   PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
                       READ CRECEBER NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-CRECEBER
                           NOT AT END
                           IF CR-CODIGO-CLIENTE EQUAL WS-CLI-CODIGO
                               AND (CR-STATUS EQUAL 'ABERTO'
                               OR CR-STATUS EQUAL 'PARCIAL')
                               COMPUTE WS-SALDO-ABERTO-CLI =
                                   WS-SALDO-ABERTO-CLI +
                                   CR-VALOR-TOTAL - CR-VALOR-PAGO
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CRECEBER

               IF WS-SALDO-ABERTO-CLI + WS-VALOR-PEDIDO
                   GREATER THAN WS-CLI-LIMITE
                   MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WS-MOTIVO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * GRAVACAO DO PEDIDO ACEITO
      *-----------------------------------------------------------------
       GRAVA-PEDIDO-WEB-PROCEDURE.
           IF WS-CLIENTE-NOVO EQUAL 'S'
               PERFORM CADASTRA-CLIENTE-WEB-PROCEDURE
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               PERFORM PROXIMO-NUMERO-PEDIDO-PROCEDURE
               IF PED-SEQ EQUAL ZEROS
                   MOVE 'NUMERACAO DE PEDIDOS EM USO - REENVIAR'
                       TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               MOVE ZEROS TO PV-NUM-NOTA-FISCAL
               MOVE WS-CLI-CODIGO TO PV-CODIGO-CLIENTE
               MOVE WS-CAB-NOME TO PV-NOME
               MOVE WS-CAB-RG TO PV-RG
               MOVE WS-CAB-TELEFONE TO PV-TELEFONE
               MOVE WS-DATA-HOJE TO PV-DATA-EMISSAO
               ACCEPT WS-HORA-AGORA FROM TIME
               COMPUTE PV-HORA-EMISSAO = WS-HORA-AGORA / 100
               MOVE ZEROS TO PV-QTDE-ITENS
               MOVE ZEROS TO PV-VALOR-TOTAL
               MOVE ZEROS TO PV-VALOR-IMPOSTO
               MOVE ZEROS TO PV-CODIGO-VENDEDOR
               MOVE WS-CAB-TIPO-PAGAMENTO TO PV-TIPO-PAGAMENTO
               IF WS-CAB-ENTREGA EQUAL 'N'
                   MOVE 'N' TO PV-ENTREGA
               ELSE
                   MOVE 'S' TO PV-ENTREGA
               END-IF
               MOVE WS-WEB-LOCAL TO PV-LOCAL-ESTOQUE
               MOVE ZEROS TO PV-TRANSPORTADORA
               MOVE WS-CAB-VALOR-FRETE TO PV-VALOR-FRETE

               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-ITENS-WEB
                   PERFORM GRAVA-ITEM-WEB-PROCEDURE
               END-PERFORM

               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-ITENS-WEB
                   PERFORM MONTA-ITEM-WEB-PROCEDURE
                   PERFORM BAIXA-ESTOQUE-ITEM
               END-PERFORM

               MOVE 'APROVADO' TO PV-STATUS
               WRITE REG-PEDIDO
               IF WS-FS-PEDIDOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO ' CODIGO-PEDIDO
                   MOVE WS-FS-PEDIDOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   DISPLAY 'ITENS E BAIXAS DE ESTOQUE DO PEDIDO '
                       CODIGO-PEDIDO ' DEVEM SER ESTORNADOS PELO '
                       'JORNAL'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'PEDIDOS' TO WS-JRN-ARQUIVO
                   MOVE REG-PEDIDO TO WS-JRN-IMAGEM
                   MOVE 'WRITE' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE
                   MOVE WS-WEB-PROGRAMA TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE CODIGO-PEDIDO TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE

                   MOVE WS-CAB-NUM-WEB TO PWB-NUM-WEB
                   MOVE CODIGO-PEDIDO TO PWB-CODIGO-PEDIDO
                   MOVE WS-CLI-CODIGO TO PWB-CODIGO-CLIENTE
                   MOVE WS-DATA-HOJE TO PWB-DATA-IMPORTACAO
                   MOVE PV-HORA-EMISSAO TO PWB-HORA-IMPORTACAO
                   WRITE REG-PEDIDO-WEB-CONTROLE
                   END-WRITE

                   ADD 1 TO WS-IMPORTADOS
                   DISPLAY 'PEDIDO WEB ' WS-CAB-NUM-WEB
                       ' IMPORTADO COMO PEDIDO ' CODIGO-PEDIDO
                       ' - VALOR ' PV-VALOR-TOTAL
               END-IF
           END-IF.

       CADASTRA-CLIENTE-WEB-PROCEDURE.
           IF WS-CLI-MAIOR-CODIGO EQUAL 99999
               MOVE 'CADASTRO DE CLIENTES SEM CODIGO LIVRE'
                   TO WS-MOTIVO
           ELSE
               COMPUTE CODIGO-CLIENTE = WS-CLI-MAIOR-CODIGO + 1
               MOVE WS-CAB-NOME TO NOME
               MOVE WS-CAB-RG TO RG
               MOVE WS-CAB-TELEFONE TO TELEFONE
               MOVE WS-CAB-ENDERECO TO CLI-ENDERECO
               MOVE WS-CAB-BAIRRO TO CLI-BAIRRO
               MOVE WS-CAB-CIDADE TO CLI-CIDADE
               MOVE WS-CAB-UF TO CLI-UF
               MOVE WS-CAB-CEP TO CLI-CEP
               MOVE ZEROS TO CLI-LIMITE-CREDITO
               WRITE REG-CLIENTE
               IF WS-FS-CLIENTES NOT EQUAL ZEROS
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'ERRO AO CADASTRAR O CLIENTE - FS '
                       WS-FS-CLIENTES
                       DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   MOVE CODIGO-CLIENTE TO WS-CLI-CODIGO
                   ADD 1 TO WS-CLIENTES-NOVOS
                   MOVE 'CLIENTES' TO WS-JRN-ARQUIVO
                   MOVE REG-CLIENTE TO WS-JRN-IMAGEM
                   MOVE 'WRITE' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE
                   MOVE WS-WEB-PROGRAMA TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE CODIGO-CLIENTE TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF.

       MONTA-ITEM-WEB-PROCEDURE.
           MOVE CODIGO-PEDIDO TO PVI-CODIGO-PEDIDO
           MOVE WS-IDX TO PVI-NUM-ITEM
           MOVE WS-WIT-PRODUTO(WS-IDX) TO PVI-CODIGO-PRODUTO
           MOVE WS-WIT-DESCRICAO(WS-IDX) TO PVI-PRODUTO
           MOVE WS-WIT-PRECO(WS-IDX) TO PVI-PRECO
           MOVE WS-WIT-QTDE(WS-IDX) TO PVI-QTDE
           MOVE WS-WIT-DESCONTO(WS-IDX) TO PVI-DESCONTO
           MOVE WS-WIT-IMPOSTO(WS-IDX) TO PVI-VALOR-IMPOSTO
           MOVE WS-WIT-ORIGEM(WS-IDX) TO PVI-ORIGEM-PRECO
           MOVE 'N' TO PVI-MARGEM-LIBERADA
           MOVE ZEROS TO PVI-QTDE-DEVOLVIDA.

       GRAVA-ITEM-WEB-PROCEDURE.
           PERFORM MONTA-ITEM-WEB-PROCEDURE
           WRITE REG-PEDIDO-ITEM
           IF WS-FS-PEDIDOS-ITENS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ITEM ' PVI-NUM-ITEM
                   ' DO PEDIDO ' CODIGO-PEDIDO
               MOVE WS-FS-PEDIDOS-ITENS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               ADD 1 TO PV-QTDE-ITENS
               ADD WS-WIT-VALOR(WS-IDX) TO PV-VALOR-TOTAL
               ADD WS-WIT-IMPOSTO(WS-IDX) TO PV-VALOR-IMPOSTO
               MOVE 'ITENS' TO WS-JRN-ARQUIVO
               MOVE REG-PEDIDO-ITEM TO WS-JRN-IMAGEM
               MOVE 'WRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
           END-IF.

      *-----------------------------------------------------------------
      * RESERVA DE ESTOQUE - MESMAS BAIXAS DA APROVACAO NO BALCAO
      *-----------------------------------------------------------------
       BAIXA-ESTOQUE-ITEM.
           MOVE PVI-CODIGO-PRODUTO TO WS-KIT-CODIGO
           PERFORM VERIFICA-SE-KIT-PROCEDURE
           IF WS-EH-KIT EQUAL 'S'
               PERFORM BAIXA-COMPONENTES-KIT-PROCEDURE
           ELSE
               PERFORM BAIXA-ITEM-SIMPLES-PROCEDURE
           END-IF.

       BAIXA-ITEM-SIMPLES-PROCEDURE.
           MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'PRODUTO ' PVI-CODIGO-PRODUTO ' NAO ENCONTRADO'
               NOT INVALID KEY
               MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
               MOVE REG-PRODUTO TO WS-JRN-IMAGEM
               MOVE 'REWRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               IF PV-LOCAL-ESTOQUE EQUAL 'D'
                   SUBTRACT PVI-QTDE FROM PROD-ESTOQUE-DEP
               ELSE
                   SUBTRACT PVI-QTDE FROM ESTOQUE
               END-IF
               REWRITE REG-PRODUTO
               MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
               MOVE REG-PRODUTO TO WS-JRN-IMAGEM
               MOVE 'REW-APOS' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               MOVE PV-LOCAL-ESTOQUE TO WS-MOV-LOCAL
               MOVE WS-WEB-PROGRAMA TO WS-AUD-PROGRAMA
               MOVE 'BAIXA-ESTOQUE' TO WS-AUD-OPERACAO
               MOVE CODIGO-PRODUTO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               MOVE CODIGO-PRODUTO TO WS-MOV-CODIGO-PRODUTO
               MOVE 'VENDA' TO WS-MOV-TIPO
               PERFORM VERIFICA-SE-LOTES-PROCEDURE
               IF WS-TEM-LOTES EQUAL 'S'
                   PERFORM CONSOME-LOTES-FEFO-PROCEDURE
               ELSE
                   MOVE CODIGO-PEDIDO TO WS-MOV-DOCUMENTO
                   COMPUTE WS-MOV-QTDE = ZERO - PVI-QTDE
                   PERFORM GRAVA-MOVESTOQUE-PROCEDURE
               END-IF
           END-READ.

       VERIFICA-SE-LOTES-PROCEDURE.
           MOVE 'N' TO WS-TEM-LOTES
           MOVE ZEROS TO WS-FS-LOTES
           OPEN INPUT LOTES
           IF WS-FS-LOTES EQUAL ZEROS
               MOVE CODIGO-PRODUTO TO LOT-CODIGO-PRODUTO
               MOVE SPACES TO LOT-NUMERO
               MOVE SPACES TO LOT-LOCAL
               START LOTES KEY IS GREATER THAN LOT-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-LOTES
               END-START
               PERFORM UNTIL WS-FS-LOTES EQUAL 10
                   READ LOTES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-LOTES
                       NOT AT END
                       IF LOT-CODIGO-PRODUTO NOT EQUAL CODIGO-PRODUTO
                           MOVE 10 TO WS-FS-LOTES
                       ELSE
                           IF LOT-LOCAL EQUAL PV-LOCAL-ESTOQUE
                               AND LOT-QTDE GREATER THAN ZEROS
                               MOVE 'S' TO WS-TEM-LOTES
                               MOVE 10 TO WS-FS-LOTES
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF.

       CONSOME-LOTES-FEFO-PROCEDURE.
           MOVE PVI-QTDE TO WS-LOT-RESTANTE
           MOVE ZEROS TO WS-FS-LOTES
           OPEN I-O LOTES
           IF WS-FS-LOTES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOTES'
               MOVE WS-FS-LOTES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               PERFORM UNTIL WS-LOT-RESTANTE EQUAL ZEROS
                   PERFORM ACHA-LOTE-FEFO-PROCEDURE
                   IF WS-LOT-ACHOU NOT EQUAL 'S'
                       DISPLAY 'SALDO DE LOTES INSUFICIENTE - BAIXA '
                           'SEM LOTE DE ' WS-LOT-RESTANTE ' UNIDADES'
                       MOVE CODIGO-PEDIDO TO WS-MOV-DOCUMENTO
                       COMPUTE WS-MOV-QTDE = ZERO - WS-LOT-RESTANTE
                       PERFORM GRAVA-MOVESTOQUE-PROCEDURE
                       MOVE ZEROS TO WS-LOT-RESTANTE
                   ELSE
                       PERFORM CONSOME-UM-LOTE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE LOTES
           END-IF.

       ACHA-LOTE-FEFO-PROCEDURE.
           MOVE 'N' TO WS-LOT-ACHOU
           MOVE 99999999 TO WS-LOT-VAL-SEL
           MOVE SPACES TO WS-LOT-NUM-SEL
           MOVE ZEROS TO WS-FS-LOTES

           MOVE CODIGO-PRODUTO TO LOT-CODIGO-PRODUTO
           MOVE SPACES TO LOT-NUMERO
           MOVE SPACES TO LOT-LOCAL
           START LOTES KEY IS GREATER THAN LOT-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-LOTES
           END-START

           PERFORM UNTIL WS-FS-LOTES EQUAL 10
               READ LOTES NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-LOTES
                   NOT AT END
                   IF LOT-CODIGO-PRODUTO NOT EQUAL CODIGO-PRODUTO
                       MOVE 10 TO WS-FS-LOTES
                   ELSE
                       IF LOT-LOCAL EQUAL PV-LOCAL-ESTOQUE
                           AND LOT-QTDE GREATER THAN ZEROS
                           AND LOT-VALIDADE LESS THAN WS-LOT-VAL-SEL
                           MOVE 'S' TO WS-LOT-ACHOU
                           MOVE LOT-VALIDADE TO WS-LOT-VAL-SEL
                           MOVE LOT-NUMERO TO WS-LOT-NUM-SEL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-LOTES.

       CONSOME-UM-LOTE-PROCEDURE.
           MOVE CODIGO-PRODUTO TO LOT-CODIGO-PRODUTO
           MOVE WS-LOT-NUM-SEL TO LOT-NUMERO
           MOVE PV-LOCAL-ESTOQUE TO LOT-LOCAL
           READ LOTES RECORD
               KEY IS LOT-CHAVE
               INVALID KEY
               DISPLAY 'LOTE ' WS-LOT-NUM-SEL ' NAO REENCONTRADO'
               MOVE 'N' TO WS-LOT-ACHOU
               MOVE ZEROS TO WS-LOT-RESTANTE
               NOT INVALID KEY
               IF LOT-QTDE LESS THAN WS-LOT-RESTANTE
                   MOVE LOT-QTDE TO WS-LOT-CONSUMO
               ELSE
                   MOVE WS-LOT-RESTANTE TO WS-LOT-CONSUMO
               END-IF

               SUBTRACT WS-LOT-CONSUMO FROM LOT-QTDE
               REWRITE REG-LOTE
               END-REWRITE

               MOVE LOT-NUMERO TO WS-MOV-DOCUMENTO
               COMPUTE WS-MOV-QTDE = ZERO - WS-LOT-CONSUMO
               PERFORM GRAVA-MOVESTOQUE-PROCEDURE

               SUBTRACT WS-LOT-CONSUMO FROM WS-LOT-RESTANTE
           END-READ.

       VERIFICA-SE-KIT-PROCEDURE.
           MOVE 'N' TO WS-EH-KIT
           MOVE ZEROS TO WS-FS-KITS
           OPEN INPUT KITS
           IF WS-FS-KITS EQUAL ZEROS
               PERFORM POSICIONA-KIT-PROCEDURE
               READ KITS NEXT RECORD
                   AT END
                   CONTINUE
                   NOT AT END
                   IF KIT-CODIGO-PRODUTO EQUAL WS-KIT-CODIGO
                       MOVE 'S' TO WS-EH-KIT
                   END-IF
               END-READ
               CLOSE KITS
           END-IF.

       POSICIONA-KIT-PROCEDURE.
           MOVE WS-KIT-CODIGO TO KIT-CODIGO-PRODUTO
           MOVE ZEROS TO KIT-COMPONENTE
           START KITS KEY IS GREATER THAN KIT-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-KITS
           END-START.

       VERIFICA-ESTOQUE-KIT-PROCEDURE.
           MOVE ZEROS TO WS-FS-KITS
           OPEN INPUT KITS
           IF WS-FS-KITS EQUAL ZEROS
               PERFORM POSICIONA-KIT-PROCEDURE
               PERFORM UNTIL WS-FS-KITS EQUAL 10
                   READ KITS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-KITS
                       NOT AT END
                       IF KIT-CODIGO-PRODUTO NOT EQUAL WS-KIT-CODIGO
                           MOVE 10 TO WS-FS-KITS
                       ELSE
                           PERFORM VERIFICA-UM-COMPONENTE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE KITS
           END-IF.

       VERIFICA-UM-COMPONENTE-PROCEDURE.
           COMPUTE WS-KIT-QTDE-NEC = KIT-QTDE * PVI-QTDE
           MOVE KIT-COMPONENTE TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE 'N' TO WS-ESTOQUE-OK
               NOT INVALID KEY
               IF PV-LOCAL-ESTOQUE EQUAL 'D'
                   IF WS-KIT-QTDE-NEC GREATER THAN PROD-ESTOQUE-DEP
                       MOVE 'N' TO WS-ESTOQUE-OK
                   END-IF
               ELSE
                   IF WS-KIT-QTDE-NEC GREATER THAN ESTOQUE
                       MOVE 'N' TO WS-ESTOQUE-OK
                   END-IF
               END-IF
           END-READ.

       BAIXA-COMPONENTES-KIT-PROCEDURE.
           MOVE ZEROS TO WS-FS-KITS
           OPEN INPUT KITS
           IF WS-FS-KITS EQUAL ZEROS
               PERFORM POSICIONA-KIT-PROCEDURE
               PERFORM UNTIL WS-FS-KITS EQUAL 10
                   READ KITS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-KITS
                       NOT AT END
                       IF KIT-CODIGO-PRODUTO NOT EQUAL WS-KIT-CODIGO
                           MOVE 10 TO WS-FS-KITS
                       ELSE
                           PERFORM BAIXA-UM-COMPONENTE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE KITS

               MOVE WS-WEB-PROGRAMA TO WS-AUD-PROGRAMA
               MOVE 'BAIXA-KIT' TO WS-AUD-OPERACAO
               MOVE WS-KIT-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY 'COMPOSICAO DE KITS INDISPONIVEL - BAIXA DO '
                   'KIT ' WS-KIT-CODIGO ' NAO EFETUADA'
           END-IF.

       BAIXA-UM-COMPONENTE-PROCEDURE.
           COMPUTE WS-KIT-QTDE-NEC = KIT-QTDE * PVI-QTDE
           MOVE KIT-COMPONENTE TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'COMPONENTE ' KIT-COMPONENTE ' NAO ENCONTRADO'
               NOT INVALID KEY
               MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
               MOVE REG-PRODUTO TO WS-JRN-IMAGEM
               MOVE 'REWRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               IF PV-LOCAL-ESTOQUE EQUAL 'D'
                   SUBTRACT WS-KIT-QTDE-NEC FROM PROD-ESTOQUE-DEP
               ELSE
                   SUBTRACT WS-KIT-QTDE-NEC FROM ESTOQUE
               END-IF
               REWRITE REG-PRODUTO
               MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
               MOVE REG-PRODUTO TO WS-JRN-IMAGEM
               MOVE 'REW-APOS' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               MOVE PV-LOCAL-ESTOQUE TO WS-MOV-LOCAL
               MOVE CODIGO-PRODUTO TO WS-MOV-CODIGO-PRODUTO
               MOVE 'VENDA-KIT' TO WS-MOV-TIPO
               MOVE CODIGO-PEDIDO TO WS-MOV-DOCUMENTO
               COMPUTE WS-MOV-QTDE = ZERO - WS-KIT-QTDE-NEC
               PERFORM GRAVA-MOVESTOQUE-PROCEDURE
           END-READ.

      *-----------------------------------------------------------------
      * PRECO E PROMOCAO VIGENTES - MESMA REGRA DA VENDA NO BALCAO
      *-----------------------------------------------------------------
       BUSCA-PROMOCAO-PROCEDURE.
           MOVE 'N' TO WS-PROMO-ACHOU
           MOVE ZEROS TO WS-PROMO-DESCONTO
           MOVE ZEROS TO WS-FS-PROMOCOES
           OPEN INPUT PROMOCOES
           IF WS-FS-PROMOCOES EQUAL ZEROS
               MOVE CODIGO-PRODUTO TO PMO-CODIGO-PRODUTO
               MOVE ZEROS TO PMO-DATA-INICIO
               START PROMOCOES KEY IS GREATER THAN PMO-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-PROMOCOES
               END-START
               PERFORM UNTIL WS-FS-PROMOCOES EQUAL 10
                   READ PROMOCOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PROMOCOES
                       NOT AT END
                       IF PMO-CODIGO-PRODUTO NOT EQUAL CODIGO-PRODUTO
                           OR PMO-DATA-INICIO GREATER THAN
                               PV-DATA-EMISSAO
                           MOVE 10 TO WS-FS-PROMOCOES
                       ELSE
                           IF PMO-DATA-FIM NOT LESS THAN
                               PV-DATA-EMISSAO
                               AND PVI-QTDE NOT LESS THAN
                                   PMO-QTDE-MINIMA
                               MOVE 'S' TO WS-PROMO-ACHOU
                               MOVE PMO-PERC-DESCONTO
                                   TO WS-PROMO-DESCONTO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOCOES
           END-IF.

       BUSCA-PRECO-VIGENTE-PROCEDURE.
           MOVE PRECO TO WS-PRECO-VIGENTE
           MOVE ZEROS TO WS-FS-TABPRECO
           OPEN INPUT TABPRECO
           IF WS-FS-TABPRECO EQUAL ZEROS
               MOVE CODIGO-PRODUTO TO PRC-CODIGO-PRODUTO
               MOVE ZEROS TO PRC-DATA-VIGENCIA
               START TABPRECO KEY IS GREATER THAN PRC-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-TABPRECO
               END-START
               PERFORM UNTIL WS-FS-TABPRECO EQUAL 10
                   READ TABPRECO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TABPRECO
                       NOT AT END
                       IF PRC-CODIGO-PRODUTO NOT EQUAL CODIGO-PRODUTO
                           OR PRC-DATA-VIGENCIA GREATER THAN
                               PV-DATA-EMISSAO
                           MOVE 10 TO WS-FS-TABPRECO
                       ELSE
                           MOVE PRC-PRECO TO WS-PRECO-VIGENTE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TABPRECO

           MOVE 'T' TO WS-ORIGEM-PRECO
           IF PV-CODIGO-CLIENTE GREATER THAN ZEROS
           MOVE ZEROS TO WS-FS-PRECOSCLI
           OPEN INPUT PRECOS-CLIENTES
           IF WS-FS-PRECOSCLI EQUAL ZEROS
               MOVE PV-CODIGO-CLIENTE TO PCL-CODIGO-CLIENTE
               MOVE CODIGO-PRODUTO TO PCL-CODIGO-PRODUTO
               MOVE ZEROS TO PCL-DATA-VIGENCIA
               START PRECOS-CLIENTES KEY IS GREATER THAN PCL-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-PRECOSCLI
               END-START
               PERFORM UNTIL WS-FS-PRECOSCLI EQUAL 10
                   READ PRECOS-CLIENTES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PRECOSCLI
                       NOT AT END
                       IF PCL-CODIGO-CLIENTE NOT EQUAL
                           PV-CODIGO-CLIENTE
                           OR PCL-CODIGO-PRODUTO NOT EQUAL
                               CODIGO-PRODUTO
                           OR PCL-DATA-VIGENCIA GREATER THAN
                               PV-DATA-EMISSAO
                           MOVE 10 TO WS-FS-PRECOSCLI
                       ELSE
                           MOVE PCL-PRECO TO WS-PRECO-VIGENTE
                           MOVE 'C' TO WS-ORIGEM-PRECO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECOS-CLIENTES
           END-IF
           END-IF.

       PROXIMO-NUMERO-PEDIDO-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDCTL
           OPEN I-O PEDIDOS-CONTROLE
           IF WS-FS-PEDCTL EQUAL 35
               OPEN OUTPUT PEDIDOS-CONTROLE
               CLOSE PEDIDOS-CONTROLE
               OPEN I-O PEDIDOS-CONTROLE
           END-IF

           COMPUTE CTL-ANO = WS-DATA-HOJE / 10000

           READ PEDIDOS-CONTROLE RECORD
               KEY IS CTL-ANO
               INVALID KEY
               MOVE 1 TO CTL-ULTIMO-SEQ
               WRITE REG-PEDIDO-CONTROLE
               END-WRITE
               NOT INVALID KEY
               ADD 1 TO CTL-ULTIMO-SEQ
               REWRITE REG-PEDIDO-CONTROLE
               END-REWRITE
           END-READ

           CLOSE PEDIDOS-CONTROLE

           IF WS-FS-PEDCTL NOT EQUAL ZEROS
               DISPLAY 'CONTROLE DE NUMERACAO EM USO - FS '
                   WS-FS-PEDCTL
               MOVE ZEROS TO PED-ANO
               MOVE ZEROS TO PED-SEQ
           ELSE
               MOVE CTL-ANO TO PED-ANO
               MOVE CTL-ULTIMO-SEQ TO PED-SEQ
           END-IF.

       COPY MOVESTQPRC.
       COPY JRNLPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM IMPORTA-PEDIDOS-WEB.
