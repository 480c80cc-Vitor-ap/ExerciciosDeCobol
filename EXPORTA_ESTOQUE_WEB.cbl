      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-ESTOQUE-WEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT ESTOQUE-WEB ASSIGN TO WS-ARQ-ESTOQUE-WEB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ESTWEB.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       COPY PEDSEL.

       COPY PEDISEL.

       COPY KITSEL.

       COPY TPRSEL.

       COPY PROMOSEL.

       COPY MANIFSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
      * POSICAO DE ESTOQUE E PRECO PUBLICADA PARA A LOJA VIRTUAL
       FD ESTOQUE-WEB.
       01 REG-ESTOQUE-WEB.
           03 EWB-CODIGO-PRODUTO       PIC 9(05).
           03 EWB-DESCRICAO            PIC X(25).
           03 EWB-QTDE-DISPONIVEL      PIC 9(07).
           03 EWB-PRECO                PIC 9(06)V99.
           03 EWB-PRECO-PROMOCIONAL    PIC 9(06)V99.
           03 EWB-DATA                 PIC 9(08).
           03 EWB-HORA                 PIC 9(06).

       COPY PRODFD.

       COPY PEDFD.

       COPY PEDIFD.

       COPY KITFD.

       COPY TPRFD.

       COPY PROMOFD.

       COPY MANIFFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-ESTWEB         PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-KITS           PIC 99.
       77 WS-FS-TABPRECO       PIC 99.
       77 WS-FS-PROMOCOES      PIC 99.

      * PEDIDOS DA LOJA VIRTUAL SAEM SEMPRE DO DEPOSITO
       77 WS-WEB-LOCAL         PIC X(01) VALUE 'D'.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-HORA-EXPORTACAO   PIC 9(06) VALUE ZEROS.
       77 WS-QTDE-PRODUTOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-ESTOQUE  PIC 9(07) VALUE ZEROS.
       77 WS-PEDIDOS-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WS-PRECO-VIGENTE     PIC 9(06)V99 VALUE ZEROS.
       77 WS-KIT-CODIGO        PIC 9(05) VALUE ZEROS.
       77 WS-KIT-ACHOU         PIC X(01) VALUE 'N'.
       77 WS-KIT-POSSIVEL      PIC S9(07) VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(07) VALUE ZEROS.

      * SALDO POR PRODUTO: ESTOQUE DO DEPOSITO MENOS O QUE JA ESTA
      * COMPROMETIDO EM PEDIDOS DIGITADOS E AINDA NAO APROVADOS
       01 WS-SALDOS-WEB.
           03 WS-SALDO-WEB         PIC S9(07) OCCURS 99999 TIMES.

       COPY MANIFWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           MOVE 'ESTOQUE-WEB' TO WS-MAN-INTERFACE
           PERFORM VERIFICA-AMBIENTE-INTERFACE-PROCEDURE
           IF WS-MAN-BLOQUEADA EQUAL 'S'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY '----- PUBLICACAO DE ESTOQUE E PRECO - WEB -----'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           COMPUTE WS-HORA-EXPORTACAO = WS-HORA-AGORA / 100

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRODUTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-ESTWEB
           OPEN OUTPUT ESTOQUE-WEB
           IF WS-FS-ESTWEB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE ESTOQUE WEB'
               DISPLAY 'FILE STATUS: ' WS-FS-ESTWEB
               CLOSE PRODUTOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-SALDOS-WEB
           MOVE ZEROS TO WS-FS-KITS
           OPEN INPUT KITS

           PERFORM ACUMULA-PENDENTES-PROCEDURE
           PERFORM ACUMULA-ESTOQUE-PROCEDURE

           MOVE ZEROS TO WS-MAN-QTDE
           MOVE ZEROS TO WS-MAN-HASH
           MOVE ZEROS TO CODIGO-PRODUTO
           START PRODUTOS KEY IS GREATER THAN CODIGO-PRODUTO
               INVALID KEY
                   MOVE 10 TO WS-FS-PRODUTOS
           END-START
           PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
               READ PRODUTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PRODUTOS
                   NOT AT END
                   PERFORM GRAVA-PRODUTO-WEB-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE KITS
           CLOSE ESTOQUE-WEB
           CLOSE PRODUTOS

           MOVE 'ESTOQUE-WEB' TO WS-MAN-INTERFACE
           MOVE 'EXPORTA-ESTOQUE-WEB' TO WS-MAN-PROGRAMA
           MOVE 'N' TO WS-MAN-REEMISSAO
           PERFORM GRAVA-MANIFESTO-PROCEDURE

           DISPLAY 'ARQUIVO GERADO: ' WS-ARQ-ESTOQUE-WEB
           DISPLAY 'PRODUTOS PUBLICADOS......: ' WS-QTDE-PRODUTOS
           DISPLAY 'PRODUTOS SEM DISPONIVEL..: ' WS-QTDE-SEM-ESTOQUE
           DISPLAY 'PEDIDOS PENDENTES NO SALDO: ' WS-PEDIDOS-PENDENTES

           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      * PEDIDOS AINDA EM ORCAMENTO NO DEPOSITO: A APROVACAO VAI BAIXAR
      * ESSAS QUANTIDADES, ENTAO ELAS NAO PODEM SER VENDIDAS NA WEB
      *-----------------------------------------------------------------
       ACUMULA-PENDENTES-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS
           IF WS-FS-PEDIDOS EQUAL ZEROS
               AND WS-FS-PEDIDOS-ITENS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
                   READ PEDIDOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS
                       NOT AT END
                       IF PV-STATUS EQUAL 'ORCAMENTO'
                           AND PV-LOCAL-ESTOQUE EQUAL WS-WEB-LOCAL
                           ADD 1 TO WS-PEDIDOS-PENDENTES
                           PERFORM ACUMULA-ITENS-PENDENTES-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PEDIDOS-ITENS
           CLOSE PEDIDOS.

       ACUMULA-ITENS-PENDENTES-PROCEDURE.
           MOVE CODIGO-PEDIDO TO PVI-CODIGO-PEDIDO
           MOVE ZEROS TO PVI-NUM-ITEM
           START PEDIDOS-ITENS KEY IS GREATER THAN PVI-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
           END-START
           PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
               READ PEDIDOS-ITENS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   NOT AT END
                   IF PVI-CODIGO-PEDIDO NOT EQUAL CODIGO-PEDIDO
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   ELSE
                       IF PVI-CODIGO-PRODUTO GREATER THAN ZEROS
                           PERFORM ACUMULA-ITEM-PENDENTE-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS.

      * KIT COMPROMETE OS COMPONENTES, COMO NA BAIXA DA APROVACAO
       ACUMULA-ITEM-PENDENTE-PROCEDURE.
           MOVE 'N' TO WS-KIT-ACHOU
           IF WS-FS-KITS EQUAL ZEROS
               MOVE PVI-CODIGO-PRODUTO TO KIT-CODIGO-PRODUTO
               MOVE ZEROS TO KIT-COMPONENTE
               START KITS KEY IS GREATER THAN KIT-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-KITS
               END-START
               PERFORM UNTIL WS-FS-KITS EQUAL 10
                   READ KITS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-KITS
                       NOT AT END
                       IF KIT-CODIGO-PRODUTO NOT EQUAL
                           PVI-CODIGO-PRODUTO
                           MOVE 10 TO WS-FS-KITS
                       ELSE
                           MOVE 'S' TO WS-KIT-ACHOU
                           IF KIT-COMPONENTE GREATER THAN ZEROS
                               COMPUTE WS-SALDO-WEB(KIT-COMPONENTE) =
                                   WS-SALDO-WEB(KIT-COMPONENTE) -
                                   (KIT-QTDE * PVI-QTDE)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-KITS
           END-IF
           IF WS-KIT-ACHOU NOT EQUAL 'S'
               SUBTRACT PVI-QTDE FROM
                   WS-SALDO-WEB(PVI-CODIGO-PRODUTO)
           END-IF.

       ACUMULA-ESTOQUE-PROCEDURE.
           MOVE ZEROS TO CODIGO-PRODUTO
           START PRODUTOS KEY IS GREATER THAN CODIGO-PRODUTO
               INVALID KEY
                   MOVE 10 TO WS-FS-PRODUTOS
           END-START
           PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
               READ PRODUTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PRODUTOS
                   NOT AT END
                   IF CODIGO-PRODUTO GREATER THAN ZEROS
                       IF WS-WEB-LOCAL EQUAL 'D'
                           ADD PROD-ESTOQUE-DEP TO
                               WS-SALDO-WEB(CODIGO-PRODUTO)
                       ELSE
                           ADD ESTOQUE TO WS-SALDO-WEB(CODIGO-PRODUTO)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-PRODUTOS.

      *-----------------------------------------------------------------
      * UMA LINHA POR PRODUTO: DISPONIVEL, PRECO VIGENTE E PROMOCIONAL
      *-----------------------------------------------------------------
       GRAVA-PRODUTO-WEB-PROCEDURE.
           IF CODIGO-PRODUTO GREATER THAN ZEROS
               MOVE WS-SALDO-WEB(CODIGO-PRODUTO) TO WS-DISPONIVEL
               MOVE CODIGO-PRODUTO TO WS-KIT-CODIGO
               PERFORM DISPONIVEL-KIT-PROCEDURE
               IF WS-KIT-ACHOU EQUAL 'S'
                   MOVE WS-KIT-POSSIVEL TO WS-DISPONIVEL
               END-IF
               IF WS-DISPONIVEL LESS THAN ZEROS
                   MOVE ZEROS TO WS-DISPONIVEL
               END-IF

               PERFORM BUSCA-PRECO-VIGENTE-PROCEDURE

               MOVE CODIGO-PRODUTO TO EWB-CODIGO-PRODUTO
               MOVE PRODUTO TO EWB-DESCRICAO
               MOVE WS-DISPONIVEL TO EWB-QTDE-DISPONIVEL
               MOVE WS-PRECO-VIGENTE TO EWB-PRECO
               PERFORM BUSCA-PRECO-PROMOCIONAL-PROCEDURE
               MOVE WS-DATA-HOJE TO EWB-DATA
               MOVE WS-HORA-EXPORTACAO TO EWB-HORA
               WRITE REG-ESTOQUE-WEB

               ADD 1 TO WS-QTDE-PRODUTOS
               ADD 1 TO WS-MAN-QTDE
               ADD EWB-PRECO TO WS-MAN-HASH
               IF WS-DISPONIVEL EQUAL ZEROS
                   ADD 1 TO WS-QTDE-SEM-ESTOQUE
               END-IF
           END-IF.

      * KIT: QUANTOS KITS COMPLETOS OS COMPONENTES PERMITEM MONTAR
       DISPONIVEL-KIT-PROCEDURE.
           MOVE 'N' TO WS-KIT-ACHOU
           MOVE ZEROS TO WS-KIT-POSSIVEL
           IF WS-FS-KITS EQUAL ZEROS
               MOVE WS-KIT-CODIGO TO KIT-CODIGO-PRODUTO
               MOVE ZEROS TO KIT-COMPONENTE
               START KITS KEY IS GREATER THAN KIT-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-KITS
               END-START
               PERFORM UNTIL WS-FS-KITS EQUAL 10
                   READ KITS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-KITS
                       NOT AT END
                       IF KIT-CODIGO-PRODUTO NOT EQUAL WS-KIT-CODIGO
                           MOVE 10 TO WS-FS-KITS
                       ELSE
                           PERFORM LIMITA-KIT-COMPONENTE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-KITS
           END-IF.

       LIMITA-KIT-COMPONENTE-PROCEDURE.
           IF KIT-COMPONENTE EQUAL ZEROS
               OR KIT-QTDE EQUAL ZEROS
               OR WS-SALDO-WEB(KIT-COMPONENTE) NOT GREATER THAN ZEROS
               MOVE ZEROS TO WS-DISPONIVEL
           ELSE
               COMPUTE WS-DISPONIVEL =
                   WS-SALDO-WEB(KIT-COMPONENTE) / KIT-QTDE
           END-IF
           IF WS-KIT-ACHOU NOT EQUAL 'S'
               OR WS-DISPONIVEL LESS THAN WS-KIT-POSSIVEL
               MOVE WS-DISPONIVEL TO WS-KIT-POSSIVEL
           END-IF
           MOVE 'S' TO WS-KIT-ACHOU.

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
                               WS-DATA-HOJE
                           MOVE 10 TO WS-FS-TABPRECO
                       ELSE
                           MOVE PRC-PRECO TO WS-PRECO-VIGENTE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TABPRECO.

      * PROMOCAO VIGENTE HOJE QUE VALE A PARTIR DE UMA UNIDADE
       BUSCA-PRECO-PROMOCIONAL-PROCEDURE.
           MOVE ZEROS TO EWB-PRECO-PROMOCIONAL
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
                               WS-DATA-HOJE
                           MOVE 10 TO WS-FS-PROMOCOES
                       ELSE
                           IF PMO-DATA-FIM NOT LESS THAN WS-DATA-HOJE
                               AND PMO-QTDE-MINIMA NOT GREATER THAN 1
                               COMPUTE EWB-PRECO-PROMOCIONAL ROUNDED =
                                   WS-PRECO-VIGENTE *
                                   (1 - (PMO-PERC-DESCONTO / 100))
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOCOES
           END-IF.

       COPY MANIFPRC.
       COPY AMBPRC.


       END PROGRAM EXPORTA-ESTOQUE-WEB.
