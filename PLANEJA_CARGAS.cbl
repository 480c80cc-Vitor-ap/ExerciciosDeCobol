      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANEJA-CARGAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
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

       COPY ZONASEL.

       COPY VEICSEL.

       SELECT CARGAS-PENDENTES ASSIGN TO WS-ARQ-CARGAS-PENDENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PENDENTES.

       COPY SPOOLSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY CLIFD.

       COPY PRODFD.

       COPY PEDFD.

       COPY PEDIFD.

       COPY ZONAFD.

       COPY VEICFD.

      * ENTREGAS QUE NAO COUBERAM NOS VEICULOS - LIDAS NO PLANO SEGUINTE
      * PARA SAIREM NA FRENTE DAS ENTREGAS NOVAS
       FD CARGAS-PENDENTES.
       01 REG-CARGA-PENDENTE.
           03 CGP-CODIGO-PEDIDO        PIC 9(10).
           03 CGP-DATA-DESDE           PIC 9(08).
           03 CGP-MOTIVO               PIC X(30).

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CLIENTES       PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-ZONAS          PIC 99.
       77 WS-FS-VEICULOS       PIC 99.
       77 WS-FS-PENDENTES      PIC 99.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-2             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-VEI           PIC 9(02) VALUE ZEROS.
       77 WS-VEI-ESCOLHIDO     PIC 9(02) VALUE ZEROS.
       77 WS-VEI-NA-ZONA       PIC X(01) VALUE 'N'.
       77 WS-CABE              PIC X(01) VALUE 'N'.
       77 WS-TROCA             PIC X(01) VALUE 'N'.
       77 WS-ORDENA-MODO       PIC X(01) VALUE 'P'.
       77 WS-CEP-TXT           PIC X(08) VALUE SPACES.
       77 WS-CEP-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-MAIOR-CAPAC-KG    PIC 9(05)V99 VALUE ZEROS.
       77 WS-MAIOR-CAPAC-M3    PIC 9(03)V999 VALUE ZEROS.
       77 WS-PARADA            PIC 9(03) VALUE ZEROS.
       77 WS-PCT-KG            PIC 9(03) VALUE ZEROS.
       77 WS-PCT-M3            PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-DESCARTADAS  PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CARREGADAS   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-NAO-CARREG   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-SEM-PESO     PIC 9(05) VALUE ZEROS.
       77 WS-VEICULOS-USADOS   PIC 9(02) VALUE ZEROS.
       77 WS-ED-PESO           PIC ZZZ,ZZ9.999.
       77 WS-ED-VOLUME         PIC Z,ZZ9.999.
       77 WS-ED-CAPAC-KG       PIC ZZ,ZZ9.99.
       77 WS-ED-CAPAC-M3       PIC ZZ9.999.

      * ZONAS DE ENTREGA CARREGADAS DO CADASTRO, NA ORDEM DA ROTA
       01 WS-TAB-ZONAS.
           03 WS-QTDE-ZONAS        PIC 9(03) VALUE ZEROS.
           03 WS-ZON OCCURS 300 TIMES.
               05 WS-ZON-CODIGO    PIC 9(03).
               05 WS-ZON-DESCRICAO PIC X(25).
               05 WS-ZON-CEP-INI   PIC 9(08).
               05 WS-ZON-CEP-FIM   PIC 9(08).

      * VEICULOS ATIVOS E A CARGA JA ATRIBUIDA A CADA UM
       01 WS-TAB-VEICULOS.
           03 WS-QTDE-VEICULOS     PIC 9(02) VALUE ZEROS.
           03 WS-VEI OCCURS 50 TIMES.
               05 WS-VEI-CODIGO    PIC 9(03).
               05 WS-VEI-PLACA     PIC X(08).
               05 WS-VEI-DESCRICAO PIC X(20).
               05 WS-VEI-CAPAC-KG  PIC 9(05)V99.
               05 WS-VEI-CAPAC-M3  PIC 9(03)V999.
               05 WS-VEI-CARGA-KG  PIC 9(06)V999.
               05 WS-VEI-CARGA-M3  PIC 9(04)V999.
               05 WS-VEI-PARADAS   PIC 9(03).

      * SOBRAS DO PLANO ANTERIOR (PEDIDO E DATA DA PRIMEIRA SOBRA)
       01 WS-TAB-SOBRAS.
           03 WS-QTDE-SOBRAS       PIC 9(03) VALUE ZEROS.
           03 WS-SOB OCCURS 500 TIMES.
               05 WS-SOB-PEDIDO    PIC 9(10).
               05 WS-SOB-DESDE     PIC 9(08).

      * ENTREGAS DO DIA - A CHAVE ORDENA SOBRAS PRIMEIRO, DEPOIS ZONA
       01 WS-TAB-ENTREGAS.
           03 WS-QTDE-ENTREGAS     PIC 9(03) VALUE ZEROS.
           03 WS-ENT OCCURS 500 TIMES.
               05 WS-ENT-CHAVE.
                   07 WS-ENT-PRIORIDADE    PIC 9(01).
                   07 WS-ENT-ORDEM-ROTA.
                       09 WS-ENT-ZONA      PIC 9(03).
                       09 WS-ENT-PEDIDO    PIC 9(10).
               05 WS-ENT-NOME              PIC X(25).
               05 WS-ENT-BAIRRO            PIC X(20).
               05 WS-ENT-PESO              PIC 9(06)V999.
               05 WS-ENT-VOLUME            PIC 9(04)V999.
               05 WS-ENT-SEM-PESO          PIC 9(03).
               05 WS-ENT-VEICULO           PIC 9(02).
               05 WS-ENT-DESDE             PIC 9(08).
               05 WS-ENT-MOTIVO            PIC X(30).
       01 WS-ENT-TROCA                     PIC X(118).

       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- PLANEJAMENTO DE CARGAS - FROTA PROPRIA -----'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGA-VEICULOS-PROCEDURE
           IF WS-QTDE-VEICULOS EQUAL ZEROS
               DISPLAY 'NENHUM VEICULO ATIVO NO CADASTRO DA FROTA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGA-ZONAS-PROCEDURE
           IF WS-QTDE-ZONAS EQUAL ZEROS
               DISPLAY 'NENHUMA ZONA DE ENTREGA CADASTRADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS'
               DISPLAY 'FILE STATUS: ' WS-FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGA-SOBRAS-PROCEDURE

           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN INPUT CLIENTES
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS

           PERFORM SELECIONA-ENTREGAS-PROCEDURE

           CLOSE PEDIDOS-ITENS
           CLOSE PRODUTOS
           CLOSE CLIENTES
           CLOSE PEDIDOS

           MOVE 'P' TO WS-ORDENA-MODO
           PERFORM ORDENA-ENTREGAS-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ENTREGAS
               IF WS-ENT-MOTIVO(WS-IDX) EQUAL SPACES
                   PERFORM CARREGA-ENTREGA-PROCEDURE
               END-IF
           END-PERFORM

           MOVE 'R' TO WS-ORDENA-MODO
           PERFORM ORDENA-ENTREGAS-PROCEDURE

           PERFORM IMPRIME-PLANO-PROCEDURE
           PERFORM GRAVA-SOBRAS-PROCEDURE

           DISPLAY 'ENTREGAS SELECIONADAS....: ' WS-QTDE-ENTREGAS
           DISPLAY 'ENTREGAS CARREGADAS......: ' WS-QTDE-CARREGADAS
           DISPLAY 'ENTREGAS NAO CARREGADAS..: ' WS-QTDE-NAO-CARREG
           DISPLAY 'VEICULOS UTILIZADOS......: ' WS-VEICULOS-USADOS
           IF WS-QTDE-SEM-PESO GREATER THAN ZEROS
               DISPLAY 'ITENS SEM PESO/VOLUME....: ' WS-QTDE-SEM-PESO
               DISPLAY 'COMPLETE O CADASTRO DESSES PRODUTOS - A CARGA '
                   'REAL E MAIOR QUE A PLANEJADA'
           END-IF
           IF WS-QTDE-DESCARTADAS GREATER THAN ZEROS
               DISPLAY 'ENTREGAS ACIMA DO LIMITE.: '
                   WS-QTDE-DESCARTADAS ' (FICAM PARA O PROXIMO PLANO)'
           END-IF

           IF WS-QTDE-NAO-CARREG GREATER THAN ZEROS
               OR WS-QTDE-SEM-PESO GREATER THAN ZEROS
               OR WS-QTDE-DESCARTADAS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       CARREGA-VEICULOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-VEICULOS
           MOVE ZEROS TO WS-MAIOR-CAPAC-KG
           MOVE ZEROS TO WS-MAIOR-CAPAC-M3
           MOVE ZEROS TO WS-FS-VEICULOS
           OPEN INPUT VEICULOS
           IF WS-FS-VEICULOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VEICULOS'
               DISPLAY 'FILE STATUS: ' WS-FS-VEICULOS
           ELSE
               PERFORM UNTIL WS-FS-VEICULOS EQUAL 10
                   READ VEICULOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-VEICULOS
                       NOT AT END
                       IF VEI-ATIVO EQUAL 'S'
                           AND WS-QTDE-VEICULOS LESS THAN 50
                           ADD 1 TO WS-QTDE-VEICULOS
                           MOVE WS-QTDE-VEICULOS TO WS-IDX-VEI
                           MOVE VEI-CODIGO TO WS-VEI-CODIGO(WS-IDX-VEI)
                           MOVE VEI-PLACA TO WS-VEI-PLACA(WS-IDX-VEI)
                           MOVE VEI-DESCRICAO
                               TO WS-VEI-DESCRICAO(WS-IDX-VEI)
                           MOVE VEI-CAPAC-KG
                               TO WS-VEI-CAPAC-KG(WS-IDX-VEI)
                           MOVE VEI-CAPAC-M3
                               TO WS-VEI-CAPAC-M3(WS-IDX-VEI)
                           MOVE ZEROS TO WS-VEI-CARGA-KG(WS-IDX-VEI)
                           MOVE ZEROS TO WS-VEI-CARGA-M3(WS-IDX-VEI)
                           MOVE ZEROS TO WS-VEI-PARADAS(WS-IDX-VEI)
                           IF VEI-CAPAC-KG GREATER THAN
                               WS-MAIOR-CAPAC-KG
                               MOVE VEI-CAPAC-KG TO WS-MAIOR-CAPAC-KG
                           END-IF
                           IF VEI-CAPAC-M3 GREATER THAN
                               WS-MAIOR-CAPAC-M3
                               MOVE VEI-CAPAC-M3 TO WS-MAIOR-CAPAC-M3
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VEICULOS
           END-IF.

       CARREGA-ZONAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ZONAS
           MOVE ZEROS TO WS-FS-ZONAS
           OPEN INPUT ZONAS-ENTREGA
           IF WS-FS-ZONAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ZONAS DE ENTREGA'
               DISPLAY 'FILE STATUS: ' WS-FS-ZONAS
           ELSE
               PERFORM UNTIL WS-FS-ZONAS EQUAL 10
                   READ ZONAS-ENTREGA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ZONAS
                       NOT AT END
                       IF WS-QTDE-ZONAS LESS THAN 300
                           ADD 1 TO WS-QTDE-ZONAS
                           MOVE ZON-CODIGO
                               TO WS-ZON-CODIGO(WS-QTDE-ZONAS)
                           MOVE ZON-DESCRICAO
                               TO WS-ZON-DESCRICAO(WS-QTDE-ZONAS)
                           MOVE ZON-CEP-INICIAL
                               TO WS-ZON-CEP-INI(WS-QTDE-ZONAS)
                           MOVE ZON-CEP-FINAL
                               TO WS-ZON-CEP-FIM(WS-QTDE-ZONAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ZONAS-ENTREGA
           END-IF.

      *    O ARQUIVO DE SOBRAS E OPCIONAL - NO PRIMEIRO PLANO NAO EXISTE
       CARREGA-SOBRAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-SOBRAS
           MOVE ZEROS TO WS-FS-PENDENTES
           OPEN INPUT CARGAS-PENDENTES
           IF WS-FS-PENDENTES EQUAL ZEROS
               PERFORM UNTIL WS-FS-PENDENTES EQUAL 10
                   READ CARGAS-PENDENTES
                       AT END
                       MOVE 10 TO WS-FS-PENDENTES
                       NOT AT END
                       IF WS-QTDE-SOBRAS LESS THAN 500
                           ADD 1 TO WS-QTDE-SOBRAS
                           MOVE CGP-CODIGO-PEDIDO
                               TO WS-SOB-PEDIDO(WS-QTDE-SOBRAS)
                           MOVE CGP-DATA-DESDE
                               TO WS-SOB-DESDE(WS-QTDE-SOBRAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGAS-PENDENTES
           END-IF
           DISPLAY 'SOBRAS DO PLANO ANTERIOR: ' WS-QTDE-SOBRAS.

      *    ENTREGAS DA FROTA PROPRIA: PEDIDO COM ENTREGA, FATURADO OU JA
      *    SEPARADO E SEM TRANSPORTADORA (ESSAS SAEM PELO ROMANEIO)
       SELECIONA-ENTREGAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ENTREGAS
           PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
               READ PEDIDOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS
                   NOT AT END
                   IF PV-ENTREGA EQUAL 'S'
                       AND PV-TRANSPORTADORA EQUAL ZEROS
                       AND (PV-STATUS EQUAL 'FATURADO'
                           OR PV-STATUS EQUAL 'SEPARADO')
                       IF WS-QTDE-ENTREGAS LESS THAN 500
                           ADD 1 TO WS-QTDE-ENTREGAS
                           PERFORM MONTA-ENTREGA-PROCEDURE
                       ELSE
                           ADD 1 TO WS-QTDE-DESCARTADAS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       MONTA-ENTREGA-PROCEDURE.
           MOVE WS-QTDE-ENTREGAS TO WS-IDX
           MOVE 2 TO WS-ENT-PRIORIDADE(WS-IDX)
           MOVE WS-DATA-HOJE TO WS-ENT-DESDE(WS-IDX)
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 GREATER THAN WS-QTDE-SOBRAS
               IF WS-SOB-PEDIDO(WS-IDX-2) EQUAL CODIGO-PEDIDO
                   MOVE 1 TO WS-ENT-PRIORIDADE(WS-IDX)
                   MOVE WS-SOB-DESDE(WS-IDX-2) TO WS-ENT-DESDE(WS-IDX)
               END-IF
           END-PERFORM

           MOVE CODIGO-PEDIDO TO WS-ENT-PEDIDO(WS-IDX)
           MOVE PV-NOME TO WS-ENT-NOME(WS-IDX)
           MOVE SPACES TO WS-ENT-BAIRRO(WS-IDX)
           MOVE 999 TO WS-ENT-ZONA(WS-IDX)
           MOVE ZEROS TO WS-ENT-VEICULO(WS-IDX)
           MOVE SPACES TO WS-ENT-MOTIVO(WS-IDX)

           MOVE PV-CODIGO-CLIENTE TO CODIGO-CLIENTE
           READ CLIENTES RECORD
               KEY IS CODIGO-CLIENTE
               INVALID KEY
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-ENT-MOTIVO(WS-IDX)
               NOT INVALID KEY
               MOVE CLI-BAIRRO TO WS-ENT-BAIRRO(WS-IDX)
               PERFORM LOCALIZA-ZONA-PROCEDURE
           END-READ

           PERFORM SOMA-PESO-VOLUME-PROCEDURE.

      *    O CEP DO CLIENTE VEM COMO 99999-999 - A FAIXA DA ZONA E SEM
      *    O HIFEN
       LOCALIZA-ZONA-PROCEDURE.
           MOVE SPACES TO WS-CEP-TXT
           IF CLI-CEP(6:1) EQUAL '-'
               STRING CLI-CEP(1:5) CLI-CEP(7:3)
                   DELIMITED BY SIZE INTO WS-CEP-TXT
           ELSE
               MOVE CLI-CEP(1:8) TO WS-CEP-TXT
           END-IF
           IF WS-CEP-TXT IS NUMERIC
               MOVE WS-CEP-TXT TO WS-CEP-NUM
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN WS-QTDE-ZONAS
                   IF WS-CEP-NUM NOT LESS THAN WS-ZON-CEP-INI(WS-IDX-2)
                       AND WS-CEP-NUM NOT GREATER THAN
                           WS-ZON-CEP-FIM(WS-IDX-2)
                       MOVE WS-ZON-CODIGO(WS-IDX-2)
                           TO WS-ENT-ZONA(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENT-ZONA(WS-IDX) EQUAL 999
               MOVE 'CEP FORA DAS ZONAS DE ENTREGA'
                   TO WS-ENT-MOTIVO(WS-IDX)
           END-IF.

       SOMA-PESO-VOLUME-PROCEDURE.
           MOVE ZEROS TO WS-ENT-PESO(WS-IDX)
           MOVE ZEROS TO WS-ENT-VOLUME(WS-IDX)
           MOVE ZEROS TO WS-ENT-SEM-PESO(WS-IDX)

           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
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
                       MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
                       READ PRODUTOS RECORD
                           KEY IS CODIGO-PRODUTO
                           INVALID KEY
                           ADD 1 TO WS-ENT-SEM-PESO(WS-IDX)
                           NOT INVALID KEY
                           IF PROD-PESO-KG EQUAL ZEROS
                               OR PROD-VOLUME-M3 EQUAL ZEROS
                               ADD 1 TO WS-ENT-SEM-PESO(WS-IDX)
                           END-IF
                           COMPUTE WS-ENT-PESO(WS-IDX) =
                               WS-ENT-PESO(WS-IDX) +
                               PROD-PESO-KG * PVI-QTDE
                           COMPUTE WS-ENT-VOLUME(WS-IDX) =
                               WS-ENT-VOLUME(WS-IDX) +
                               PROD-VOLUME-M3 * PVI-QTDE
                       END-READ
                   END-IF
               END-READ
           END-PERFORM

           ADD WS-ENT-SEM-PESO(WS-IDX) TO WS-QTDE-SEM-PESO.

      *    MODO P: SOBRAS PRIMEIRO, DEPOIS ZONA E PEDIDO (CARREGAMENTO)
      *    MODO R: ZONA E PEDIDO (ORDEM DAS PARADAS NO MANIFESTO)
       ORDENA-ENTREGAS-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-ENTREGAS
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN
                       WS-QTDE-ENTREGAS - WS-IDX
                   MOVE 'N' TO WS-TROCA
                   IF WS-ORDENA-MODO EQUAL 'P'
                       IF WS-ENT-CHAVE(WS-IDX-2) GREATER THAN
                           WS-ENT-CHAVE(WS-IDX-2 + 1)
                           MOVE 'S' TO WS-TROCA
                       END-IF
                   ELSE
                       IF WS-ENT-ORDEM-ROTA(WS-IDX-2) GREATER THAN
                           WS-ENT-ORDEM-ROTA(WS-IDX-2 + 1)
                           MOVE 'S' TO WS-TROCA
                       END-IF
                   END-IF
                   IF WS-TROCA EQUAL 'S'
                       MOVE WS-ENT(WS-IDX-2) TO WS-ENT-TROCA
                       MOVE WS-ENT(WS-IDX-2 + 1) TO WS-ENT(WS-IDX-2)
                       MOVE WS-ENT-TROCA TO WS-ENT(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    ESCOLHA DO VEICULO: O QUE JA ATENDE A MESMA ZONA; SENAO O
      *    QUE JA SAI CARREGADO (SEGUE A ROTA PARA A ZONA SEGUINTE);
      *    SENAO UM VEICULO AINDA VAZIO. O QUE NAO COUBER FICA PARA O
      *    PROXIMO PLANO
       CARREGA-ENTREGA-PROCEDURE.
           MOVE ZEROS TO WS-VEI-ESCOLHIDO

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
               UNTIL WS-IDX-VEI GREATER THAN WS-QTDE-VEICULOS
                   OR WS-VEI-ESCOLHIDO GREATER THAN ZEROS
               PERFORM VERIFICA-CAPACIDADE-PROCEDURE
               IF WS-CABE EQUAL 'S'
                   AND WS-VEI-PARADAS(WS-IDX-VEI) GREATER THAN ZEROS
                   PERFORM VERIFICA-VEICULO-ZONA-PROCEDURE
                   IF WS-VEI-NA-ZONA EQUAL 'S'
                       MOVE WS-IDX-VEI TO WS-VEI-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
               UNTIL WS-IDX-VEI GREATER THAN WS-QTDE-VEICULOS
                   OR WS-VEI-ESCOLHIDO GREATER THAN ZEROS
               PERFORM VERIFICA-CAPACIDADE-PROCEDURE
               IF WS-CABE EQUAL 'S'
                   AND WS-VEI-PARADAS(WS-IDX-VEI) GREATER THAN ZEROS
                   MOVE WS-IDX-VEI TO WS-VEI-ESCOLHIDO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
               UNTIL WS-IDX-VEI GREATER THAN WS-QTDE-VEICULOS
                   OR WS-VEI-ESCOLHIDO GREATER THAN ZEROS
               PERFORM VERIFICA-CAPACIDADE-PROCEDURE
               IF WS-CABE EQUAL 'S'
                   MOVE WS-IDX-VEI TO WS-VEI-ESCOLHIDO
               END-IF
           END-PERFORM

           IF WS-VEI-ESCOLHIDO GREATER THAN ZEROS
               MOVE WS-VEI-ESCOLHIDO TO WS-ENT-VEICULO(WS-IDX)
               ADD WS-ENT-PESO(WS-IDX)
                   TO WS-VEI-CARGA-KG(WS-VEI-ESCOLHIDO)
               ADD WS-ENT-VOLUME(WS-IDX)
                   TO WS-VEI-CARGA-M3(WS-VEI-ESCOLHIDO)
               ADD 1 TO WS-VEI-PARADAS(WS-VEI-ESCOLHIDO)
           ELSE
               IF WS-ENT-PESO(WS-IDX) GREATER THAN WS-MAIOR-CAPAC-KG
                   OR WS-ENT-VOLUME(WS-IDX) GREATER THAN
                       WS-MAIOR-CAPAC-M3
                   MOVE 'MAIOR QUE QUALQUER VEICULO'
                       TO WS-ENT-MOTIVO(WS-IDX)
               ELSE
                   MOVE 'SEM ESPACO NOS VEICULOS'
                       TO WS-ENT-MOTIVO(WS-IDX)
               END-IF
           END-IF.

       VERIFICA-CAPACIDADE-PROCEDURE.
           MOVE 'N' TO WS-CABE
           IF WS-VEI-CARGA-KG(WS-IDX-VEI) + WS-ENT-PESO(WS-IDX)
               NOT GREATER THAN WS-VEI-CAPAC-KG(WS-IDX-VEI)
               AND WS-VEI-CARGA-M3(WS-IDX-VEI) + WS-ENT-VOLUME(WS-IDX)
                   NOT GREATER THAN WS-VEI-CAPAC-M3(WS-IDX-VEI)
               MOVE 'S' TO WS-CABE
           END-IF.

       VERIFICA-VEICULO-ZONA-PROCEDURE.
           MOVE 'N' TO WS-VEI-NA-ZONA
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 NOT LESS THAN WS-IDX
               IF WS-ENT-VEICULO(WS-IDX-2) EQUAL WS-IDX-VEI
                   AND WS-ENT-ZONA(WS-IDX-2) EQUAL WS-ENT-ZONA(WS-IDX)
                   MOVE 'S' TO WS-VEI-NA-ZONA
               END-IF
           END-PERFORM.

       IMPRIME-PLANO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'cargas-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'PLANO DE CARGAS - FROTA PROPRIA' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
               UNTIL WS-IDX-VEI GREATER THAN WS-QTDE-VEICULOS
               IF WS-VEI-PARADAS(WS-IDX-VEI) GREATER THAN ZEROS
                   ADD 1 TO WS-VEICULOS-USADOS
                   PERFORM IMPRIME-VEICULO-PROCEDURE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE '===== ENTREGAS NAO CARREGADAS (PROXIMO PLANO) ====='
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'ZONA PEDIDO     CLIENTE' TO WS-SPOOL-LINHA
           MOVE 'DESDE    MOTIVO' TO WS-SPOOL-LINHA(43:15)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ENTREGAS
               IF WS-ENT-VEICULO(WS-IDX) EQUAL ZEROS
                   ADD 1 TO WS-QTDE-NAO-CARREG
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING WS-ENT-ZONA(WS-IDX) '  '
                       WS-ENT-PEDIDO(WS-IDX) ' '
                       WS-ENT-NOME(WS-IDX) ' '
                       WS-ENT-DESDE(WS-IDX) ' '
                       WS-ENT-MOTIVO(WS-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               ELSE
                   ADD 1 TO WS-QTDE-CARREGADAS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL NAO CARREGADAS: ' WS-QTDE-NAO-CARREG
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM FECHA-SPOOL-PROCEDURE.

      *    MANIFESTO DO VEICULO: PARADAS NA ORDEM DAS ZONAS DA ROTA
       IMPRIME-VEICULO-PROCEDURE.
           IF WS-VEICULOS-USADOS GREATER THAN 1
               PERFORM SPOOL-CABECALHO-PROCEDURE
           END-IF

           MOVE WS-VEI-CAPAC-KG(WS-IDX-VEI) TO WS-ED-CAPAC-KG
           MOVE WS-VEI-CAPAC-M3(WS-IDX-VEI) TO WS-ED-CAPAC-M3
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VEICULO ' WS-VEI-CODIGO(WS-IDX-VEI) ' '
               WS-VEI-PLACA(WS-IDX-VEI) ' '
               WS-VEI-DESCRICAO(WS-IDX-VEI)
               ' CAPAC ' WS-ED-CAPAC-KG ' KG ' WS-ED-CAPAC-M3 ' M3'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE 'PAR ZONA PEDIDO     CLIENTE' TO WS-SPOOL-LINHA
           MOVE 'BAIRRO' TO WS-SPOOL-LINHA(47:6)
           MOVE 'PESO KG' TO WS-SPOOL-LINHA(71:7)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-PARADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ENTREGAS
               IF WS-ENT-VEICULO(WS-IDX) EQUAL WS-IDX-VEI
                   ADD 1 TO WS-PARADA
                   MOVE WS-ENT-PESO(WS-IDX) TO WS-ED-PESO
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING WS-PARADA ' '
                       WS-ENT-ZONA(WS-IDX) '  '
                       WS-ENT-PEDIDO(WS-IDX) ' '
                       WS-ENT-NOME(WS-IDX) ' '
                       WS-ENT-BAIRRO(WS-IDX) WS-ED-PESO
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   IF WS-ENT-SEM-PESO(WS-IDX) GREATER THAN ZEROS
                       MOVE SPACES TO WS-SPOOL-LINHA
                       STRING '    ATENCAO: ' WS-ENT-SEM-PESO(WS-IDX)
                           ' ITEM(NS) SEM PESO/VOLUME NO CADASTRO'
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-PCT-KG
           MOVE ZEROS TO WS-PCT-M3
           IF WS-VEI-CAPAC-KG(WS-IDX-VEI) GREATER THAN ZEROS
               COMPUTE WS-PCT-KG ROUNDED =
                   WS-VEI-CARGA-KG(WS-IDX-VEI) * 100 /
                   WS-VEI-CAPAC-KG(WS-IDX-VEI)
           END-IF
           IF WS-VEI-CAPAC-M3(WS-IDX-VEI) GREATER THAN ZEROS
               COMPUTE WS-PCT-M3 ROUNDED =
                   WS-VEI-CARGA-M3(WS-IDX-VEI) * 100 /
                   WS-VEI-CAPAC-M3(WS-IDX-VEI)
           END-IF
           MOVE WS-VEI-CARGA-KG(WS-IDX-VEI) TO WS-ED-PESO
           MOVE WS-VEI-CARGA-M3(WS-IDX-VEI) TO WS-ED-VOLUME

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PARADAS: ' WS-VEI-PARADAS(WS-IDX-VEI)
               '  PESO TOTAL: ' WS-ED-PESO ' KG (' WS-PCT-KG '%)'
               '  VOLUME: ' WS-ED-VOLUME ' M3 (' WS-PCT-M3 '%)'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'MOTORISTA: ____________________  SAIDA: __:__'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      *    REGRAVA AS SOBRAS - PEDIDO CARREGADO OU ENTREGUE SAI DA LISTA
       GRAVA-SOBRAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PENDENTES
           OPEN OUTPUT CARGAS-PENDENTES
           IF WS-FS-PENDENTES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE SOBRAS'
               DISPLAY 'FILE STATUS: ' WS-FS-PENDENTES
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-ENTREGAS
                   IF WS-ENT-VEICULO(WS-IDX) EQUAL ZEROS
                       MOVE WS-ENT-PEDIDO(WS-IDX) TO CGP-CODIGO-PEDIDO
                       MOVE WS-ENT-DESDE(WS-IDX) TO CGP-DATA-DESDE
                       MOVE WS-ENT-MOTIVO(WS-IDX) TO CGP-MOTIVO
                       WRITE REG-CARGA-PENDENTE
                   END-IF
               END-PERFORM
               CLOSE CARGAS-PENDENTES
           END-IF.

       COPY SPOOLPRC.
       COPY AMBPRC.


       END PROGRAM PLANEJA-CARGAS.
