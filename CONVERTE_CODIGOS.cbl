      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CODIGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT CLIENTES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       SELECT PRODUTOS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CODIGO-PRODUTO
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       SELECT PEDIDOS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CODIGO-PEDIDO
           ALTERNATE RECORD KEY IS ANT-PV-CODIGO-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY PEDSEL.

       SELECT PEDIDOS-ITENS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PVI-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY PEDISEL.

       SELECT CRECEBER-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CR-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY CRECSEL.

       SELECT BACKORDERS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-BCK-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY BACKSEL.

       SELECT CHEQUES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CHQ-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY CHEQSEL.

       SELECT PRECOS-CLIENTES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PCL-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY CLIPRSEL.

       SELECT COBRANCA-NIVEL-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-COB-CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY COBRSEL.

       SELECT COTACOES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-COT-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY COTSEL.

       SELECT CONSIGNACAO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CSG-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY CSGSEL.

       SELECT CODIGOS-EAN-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-EAN-CODIGO
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY EANSEL.

       SELECT GARANTIAS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-GAR-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY GARSEL.

       SELECT ACIONAMENTOS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-ACI-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT ACIONAMENTOS ASSIGN TO WS-ARQ-ACIONAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACI-CHAVE
           FILE STATUS IS WS-FS-ACIONAMENTOS.

       SELECT HISTORICO-CUSTO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY HCUSTSEL.

       SELECT KITS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-KIT-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY KITSEL.

       SELECT LIVRO-FISCAL-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY LIVROSEL.

       SELECT LOTES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-LOT-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY LOTESEL.

       SELECT MOVESTOQUE-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY MOVESTQSEL.

       SELECT NOTAS-CREDITO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-NC-NUMERO
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY NCREDSEL.

       SELECT ORCAMENTOS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CODIGO-ORCAMENTO
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY ORCSEL.

       SELECT ORCAMENTOS-ITENS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-ORI-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY ORCISEL.

       SELECT ORDENS-SERVICO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CODIGO-OS
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY OSSEL.

       SELECT ORDENS-SERVICO-ITENS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-OSI-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY OSISEL.

       SELECT PEDIDOS-COMPRA-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PC-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY PEDCSEL.

       SELECT PONTOS-SALDO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PTS-CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY PONTSEL.

       SELECT PONTOS-MOVIMENTOS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY PTMVSEL.

       SELECT PROMOCOES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PMO-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY PROMOSEL.

       SELECT RESUMO-VENDAS-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-RSM-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY RESVSEL.

       SELECT NUMEROS-SERIE-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-SER-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY SERSEL.

       SELECT HISTORICO-SERIE-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT TABPRECO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PRC-CHAVE
           FILE STATUS IS WS-FS-CNV-ANT.

       COPY TPRSEL.

       SELECT SALDO-SNAPSHOT-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-SNP-CODIGO-PRODUTO
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT SALDO-SNAPSHOT ASSIGN TO WS-ARQ-SALDO-SNAPSHOT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SNP-CODIGO-PRODUTO
           FILE STATUS IS WS-FS-SNAPSHOT.

       SELECT EXCECOES-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT EXCECOES ASSIGN TO WS-ARQ-EXCECOES-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXCECOES.

       SELECT PEDIDOS-ARQMORTO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT PEDIDOS-ARQMORTO ASSIGN TO WS-ARQ-PEDIDOS-MORTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQMORTO.

       SELECT ITENS-ARQMORTO-ANT ASSIGN TO WS-ARQ-CNV-ANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV-ANT.

       SELECT ITENS-ARQMORTO ASSIGN TO WS-ARQ-ITENS-MORTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ITENS-ARQMORTO.
       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD CLIENTES-ANT.
       01 ANT-REG-CLIENTE.
           03 ANT-CODIGO-CLIENTE            PIC 9(03).
           03 ANT-CLI-DADOS-1               PIC X(155).

       COPY CLIFD.

       FD PRODUTOS-ANT.
       01 ANT-REG-PRODUTO.
           03 ANT-CODIGO-PRODUTO            PIC 9(03).
           03 ANT-PROD-DADOS-1              PIC X(86).

       COPY PRODFD.

       FD PEDIDOS-ANT.
       01 ANT-REG-PEDIDO.
           03 ANT-CODIGO-PEDIDO             PIC X(10).
           03 ANT-PED-DADOS-1               PIC X(06).
           03 ANT-PV-CODIGO-CLIENTE         PIC 9(03).
           03 ANT-PED-DADOS-2               PIC X(125).

       COPY PEDFD.

       FD PEDIDOS-ITENS-ANT.
       01 ANT-REG-PEDIDO-ITEM.
           03 ANT-PVI-CHAVE                 PIC X(13).
           03 ANT-PVI-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-PVI-DADOS-1               PIC X(54).

       COPY PEDIFD.

       FD CRECEBER-ANT.
       01 ANT-REG-CRECEBER.
           03 ANT-CR-CHAVE                  PIC X(08).
           03 ANT-CR-DADOS-1                PIC X(10).
           03 ANT-CR-CODIGO-CLIENTE         PIC 9(03).
           03 ANT-CR-DADOS-2                PIC X(80).

       COPY CRECFD.

       FD BACKORDERS-ANT.
       01 ANT-REG-BACKORDER.
           03 ANT-BCK-CHAVE.
               05 ANT-BCK-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-BCK-DADOS-1           PIC X(11).
           03 ANT-BCK-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-BCK-DADOS-2               PIC X(44).

       COPY BACKFD.

       FD CHEQUES-ANT.
       01 ANT-REG-CHEQUE.
           03 ANT-CHQ-CHAVE                 PIC X(11).
           03 ANT-CHQ-DADOS-1               PIC X(25).
           03 ANT-CHQ-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-CHQ-DADOS-2               PIC X(37).

       COPY CHEQFD.

       FD PRECOS-CLIENTES-ANT.
       01 ANT-REG-PRECO-CLIENTE.
           03 ANT-PCL-CHAVE.
               05 ANT-PCL-CODIGO-CLIENTE    PIC 9(03).
               05 ANT-PCL-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-PCL-DADOS-1           PIC X(08).
           03 ANT-PCL-DADOS-2               PIC X(08).

       COPY CLIPRFD.

       FD COBRANCA-NIVEL-ANT.
       01 ANT-REG-COBRANCA-NIVEL.
           03 ANT-COB-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-COB-DADOS-1               PIC X(22).

       COPY COBRFD.

       FD COTACOES-ANT.
       01 ANT-REG-COTACAO.
           03 ANT-COT-CHAVE.
               05 ANT-COT-DADOS-1           PIC X(13).
               05 ANT-COT-CODIGO-PRODUTO    PIC 9(03).
           03 ANT-COT-DADOS-2               PIC X(59).

       COPY COTFD.

       FD CONSIGNACAO-ANT.
       01 ANT-REG-CONSIGNACAO.
           03 ANT-CSG-CHAVE.
               05 ANT-CSG-DADOS-1           PIC X(03).
               05 ANT-CSG-CODIGO-PRODUTO    PIC 9(03).
           03 ANT-CSG-DADOS-2               PIC X(63).

       COPY CSGFD.

       FD CODIGOS-EAN-ANT.
       01 ANT-REG-CODIGO-EAN.
           03 ANT-EAN-CODIGO                PIC X(13).
           03 ANT-EAN-CODIGO-PRODUTO        PIC 9(03).

       COPY EANFD.

       FD GARANTIAS-ANT.
       01 ANT-REG-GARANTIA.
           03 ANT-GAR-CHAVE                 PIC X(13).
           03 ANT-GAR-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-GAR-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-GAR-DADOS-1               PIC X(16).

       COPY GARFD.

       FD ACIONAMENTOS-ANT.
       01 ANT-REG-ACIONAMENTO.
           03 ANT-ACI-CHAVE                 PIC X(21).
           03 ANT-ACI-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-ACI-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-ACI-DADOS-1               PIC X(70).

       FD ACIONAMENTOS.
       01 REG-ACIONAMENTO.
           03 ACI-CHAVE.
               05 ACI-CODIGO-PEDIDO        PIC 9(10).
               05 ACI-NUM-ITEM             PIC 9(03).
               05 ACI-DATA                 PIC 9(08).
           03 ACI-CODIGO-PRODUTO           PIC 9(05).
           03 ACI-CODIGO-CLIENTE           PIC 9(05).
           03 ACI-DEFEITO                  PIC X(60).
           03 ACI-CODIGO-OS                PIC 9(10).

       FD HISTORICO-CUSTO-ANT.
       01 ANT-REG-HIST-CUSTO.
           03 ANT-HCU-DADOS-1               PIC X(14).
           03 ANT-HCU-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-HCU-DADOS-2               PIC X(66).

       COPY HCUSTFD.

       FD KITS-ANT.
       01 ANT-REG-KIT-COMPONENTE.
           03 ANT-KIT-CHAVE.
               05 ANT-KIT-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-KIT-COMPONENTE        PIC 9(03).
           03 ANT-KIT-DADOS-1               PIC X(03).

       COPY KITFD.

       FD LIVRO-FISCAL-ANT.
       01 ANT-REG-LIVRO-FISCAL.
           03 ANT-LF-DADOS-1                PIC X(36).
           03 ANT-LF-CODIGO-CLIENTE         PIC 9(03).
           03 ANT-LF-DADOS-2                PIC X(22).

       COPY LIVROFD.

       FD LOTES-ANT.
       01 ANT-REG-LOTE.
           03 ANT-LOT-CHAVE.
               05 ANT-LOT-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-LOT-DADOS-1           PIC X(11).
           03 ANT-LOT-DADOS-2               PIC X(13).

       COPY LOTEFD.

       FD MOVESTOQUE-ANT.
       01 ANT-REG-MOVESTOQUE.
           03 ANT-MOV-DADOS-1               PIC X(14).
           03 ANT-MOV-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-MOV-DADOS-2               PIC X(26).

       COPY MOVESTQFD.

       FD NOTAS-CREDITO-ANT.
       01 ANT-REG-NOTA-CREDITO.
           03 ANT-NC-NUMERO                 PIC X(10).
           03 ANT-NC-DADOS-1                PIC X(16).
           03 ANT-NC-CODIGO-CLIENTE         PIC 9(03).
           03 ANT-NC-DADOS-2                PIC X(30).

       COPY NCREDFD.

       FD ORCAMENTOS-ANT.
       01 ANT-REG-ORCAMENTO.
           03 ANT-CODIGO-ORCAMENTO          PIC X(10).
           03 ANT-ORC-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-ORC-DADOS-1               PIC X(67).

       COPY ORCFD.

       FD ORCAMENTOS-ITENS-ANT.
       01 ANT-REG-ORCAMENTO-ITEM.
           03 ANT-ORI-CHAVE                 PIC X(13).
           03 ANT-ORI-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-ORI-DADOS-1               PIC X(40).

       COPY ORCIFD.

       FD ORDENS-SERVICO-ANT.
       01 ANT-REG-ORDEM-SERVICO.
           03 ANT-CODIGO-OS                 PIC X(10).
           03 ANT-OS-CODIGO-CLIENTE         PIC 9(03).
           03 ANT-OS-DADOS-1                PIC X(131).

       COPY OSFD.

       FD ORDENS-SERVICO-ITENS-ANT.
       01 ANT-REG-OS-ITEM.
           03 ANT-OSI-CHAVE                 PIC X(13).
           03 ANT-OSI-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-OSI-DADOS-1               PIC X(36).

       COPY OSIFD.

       FD PEDIDOS-COMPRA-ANT.
       01 ANT-REG-PEDIDO-COMPRA.
           03 ANT-PC-CHAVE                  PIC X(16).
           03 ANT-PC-CODIGO-PRODUTO         PIC 9(03).
           03 ANT-PC-DADOS-1                PIC X(90).

       COPY PEDCFD.

       FD PONTOS-SALDO-ANT.
       01 ANT-REG-PONTOS-SALDO.
           03 ANT-PTS-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-PTS-DADOS-1               PIC X(09).

       COPY PONTFD.

       FD PONTOS-MOVIMENTOS-ANT.
       01 ANT-REG-PONTO-MOVIMENTO.
           03 ANT-PTM-DADOS-1               PIC X(08).
           03 ANT-PTM-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-PTM-DADOS-2               PIC X(25).

       COPY PTMVFD.

       FD PROMOCOES-ANT.
       01 ANT-REG-PROMOCAO.
           03 ANT-PMO-CHAVE.
               05 ANT-PMO-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-PMO-DADOS-1           PIC X(08).
           03 ANT-PMO-DADOS-2               PIC X(15).

       COPY PROMOFD.

       FD RESUMO-VENDAS-ANT.
       01 ANT-REG-RESUMO-VENDA.
           03 ANT-RSM-CHAVE.
               05 ANT-RSM-DADOS-1           PIC X(07).
               05 ANT-RSM-CODIGO            PIC 9(03).
           03 ANT-RSM-DADOS-2               PIC X(20).

       COPY RESVFD.

       FD NUMEROS-SERIE-ANT.
       01 ANT-REG-NUMERO-SERIE.
           03 ANT-SER-CHAVE.
               05 ANT-SER-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-SER-DADOS-1           PIC X(20).
           03 ANT-SER-DADOS-2               PIC X(54).
           03 ANT-SER-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-SER-DADOS-3               PIC X(26).

       COPY SERFD.

       FD HISTORICO-SERIE-ANT.
       01 ANT-REG-HISTORICO-SERIE.
           03 ANT-SRH-DADOS-1               PIC X(14).
           03 ANT-SRH-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-SRH-DADOS-2               PIC X(50).

       FD TABPRECO-ANT.
       01 ANT-REG-TABPRECO.
           03 ANT-PRC-CHAVE.
               05 ANT-PRC-CODIGO-PRODUTO    PIC 9(03).
               05 ANT-PRC-DADOS-1           PIC X(08).
           03 ANT-PRC-DADOS-2               PIC X(08).

       COPY TPRFD.

       FD SALDO-SNAPSHOT-ANT.
       01 ANT-REG-SALDO-SNAPSHOT.
           03 ANT-SNP-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-SNP-DADOS-1               PIC X(22).

       FD SALDO-SNAPSHOT.
       01 REG-SALDO-SNAPSHOT.
           03 SNP-CODIGO-PRODUTO       PIC 9(05).
           03 SNP-SALDO-LOJA           PIC S9(07).
           03 SNP-SALDO-DEP            PIC S9(07).
           03 SNP-DATA                 PIC 9(08).

       FD EXCECOES-ANT.
       01 ANT-REG-EXCECAO.
           03 ANT-EXC-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-EXC-DADOS-1               PIC X(65).

       FD EXCECOES.
       01 REG-EXCECAO.
           03 EXC-CODIGO-CLIENTE   PIC 9(05).
           03 EXC-TIPO             PIC X(15).
           03 EXC-DETALHE          PIC X(40).
           03 EXC-SITUACAO         PIC X(10).

       FD PEDIDOS-ARQMORTO-ANT.
       01 ANT-ARQ-PEDIDO.
           03 ANT-MPV-DADOS-1               PIC X(16).
           03 ANT-MPV-CODIGO-CLIENTE        PIC 9(03).
           03 ANT-MPV-DADOS-2               PIC X(125).

       FD PEDIDOS-ARQMORTO.
       01 ARQ-PEDIDO.
           03 ARQ-MPV-DADOS-1               PIC X(16).
           03 ARQ-MPV-CODIGO-CLIENTE        PIC 9(05).
           03 ARQ-MPV-DADOS-2               PIC X(125).

       FD ITENS-ARQMORTO-ANT.
       01 ANT-ARQ-PEDIDO-ITEM.
           03 ANT-MPI-DADOS-1               PIC X(13).
           03 ANT-MPI-CODIGO-PRODUTO        PIC 9(03).
           03 ANT-MPI-DADOS-2               PIC X(54).

       FD ITENS-ARQMORTO.
       01 ARQ-PEDIDO-ITEM.
           03 ARQ-MPI-DADOS-1               PIC X(13).
           03 ARQ-MPI-CODIGO-PRODUTO        PIC 9(05).
           03 ARQ-MPI-DADOS-2               PIC X(54).
       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-CNV-ANT          PIC 99.
       77 WS-FS-CLIENTES         PIC 99.
       77 WS-FS-PRODUTOS         PIC 99.
       77 WS-FS-PEDIDOS          PIC 99.
       77 WS-FS-PEDIDOS-ITENS    PIC 99.
       77 WS-FS-CRECEBER         PIC 99.
       77 WS-FS-BACKORDERS       PIC 99.
       77 WS-FS-CHEQUES          PIC 99.
       77 WS-FS-PRECOSCLI        PIC 99.
       77 WS-FS-COBRANCA         PIC 99.
       77 WS-FS-COTACOES         PIC 99.
       77 WS-FS-CONSIGNACAO      PIC 99.
       77 WS-FS-EANS             PIC 99.
       77 WS-FS-GARANTIAS        PIC 99.
       77 WS-FS-ACIONAMENTOS     PIC 99.
       77 WS-FS-HISTCUSTO        PIC 99.
       77 WS-FS-KITS             PIC 99.
       77 WS-FS-LIVRO            PIC 99.
       77 WS-FS-LOTES            PIC 99.
       77 WS-FS-MOVESTOQUE       PIC 99.
       77 WS-FS-NCREDITO         PIC 99.
       77 WS-FS-ORCAMENTOS       PIC 99.
       77 WS-FS-ORCITENS         PIC 99.
       77 WS-FS-ORDENS           PIC 99.
       77 WS-FS-OSITENS          PIC 99.
       77 WS-FS-PEDCOMPRA        PIC 99.
       77 WS-FS-PONTOS           PIC 99.
       77 WS-FS-PONTMOV          PIC 99.
       77 WS-FS-PROMOCOES        PIC 99.
       77 WS-FS-RESUMO           PIC 99.
       77 WS-FS-SERIES           PIC 99.
       77 WS-FS-SERHIST          PIC 99.
       77 WS-FS-TABPRECO         PIC 99.
       77 WS-FS-SNAPSHOT         PIC 99.
       77 WS-FS-EXCECOES         PIC 99.
       77 WS-FS-ARQMORTO         PIC 99.
       77 WS-FS-ITENS-ARQMORTO   PIC 99.
       77 WS-ARQ-CNV-ANT         PIC X(70) VALUE SPACES.
       77 WS-CNV-ARQUIVO         PIC X(70) VALUE SPACES.
       77 WS-CNV-NOME            PIC X(30) VALUE SPACES.
       77 WS-CNV-FS-NOVO         PIC 99 VALUE ZEROS.
       77 WS-CNV-LIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-CNV-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77 WS-CNV-CONTADOS        PIC 9(07) VALUE ZEROS.
       77 WS-CNV-ERROS           PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-CONVERTIDOS    PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-AUSENTES       PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-DIVERGENTES    PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DE CODIGOS CLIENTE/PRODUTO -----'
           DISPLAY 'OS CODIGOS PASSAM DE 3 PARA 5 DIGITOS EM TODOS'
           DISPLAY 'OS ARQUIVOS QUE OS CARREGAM. RENOMEIE CADA ARQUIVO'
           DISPLAY 'ATUAL DE <nome>.txt PARA <nome>-ant.txt ANTES DE'
           DISPLAY 'CONVERTER; SEM COPIA -ant O ARQUIVO FICA COMO ESTA'
           DISPLAY ' '
           DISPLAY 'ARQUIVO                          LIDOS GRAVADOS'
               ' CONTADOS SITUACAO'

           PERFORM CONVERTE-CLI-PROCEDURE
           PERFORM CONVERTE-PROD-PROCEDURE
           PERFORM CONVERTE-PED-PROCEDURE
           PERFORM CONVERTE-PVI-PROCEDURE
           PERFORM CONVERTE-CR-PROCEDURE
           PERFORM CONVERTE-BCK-PROCEDURE
           PERFORM CONVERTE-CHQ-PROCEDURE
           PERFORM CONVERTE-PCL-PROCEDURE
           PERFORM CONVERTE-COB-PROCEDURE
           PERFORM CONVERTE-COT-PROCEDURE
           PERFORM CONVERTE-CSG-PROCEDURE
           PERFORM CONVERTE-EAN-PROCEDURE
           PERFORM CONVERTE-GAR-PROCEDURE
           PERFORM CONVERTE-ACI-PROCEDURE
           PERFORM CONVERTE-HCU-PROCEDURE
           PERFORM CONVERTE-KIT-PROCEDURE
           PERFORM CONVERTE-LF-PROCEDURE
           PERFORM CONVERTE-LOT-PROCEDURE
           PERFORM CONVERTE-MOV-PROCEDURE
           PERFORM CONVERTE-NC-PROCEDURE
           PERFORM CONVERTE-ORC-PROCEDURE
           PERFORM CONVERTE-ORI-PROCEDURE
           PERFORM CONVERTE-OS-PROCEDURE
           PERFORM CONVERTE-OSI-PROCEDURE
           PERFORM CONVERTE-PC-PROCEDURE
           PERFORM CONVERTE-PTS-PROCEDURE
           PERFORM CONVERTE-PTM-PROCEDURE
           PERFORM CONVERTE-PMO-PROCEDURE
           PERFORM CONVERTE-RSM-PROCEDURE
           PERFORM CONVERTE-SER-PROCEDURE
           PERFORM CONVERTE-SRH-PROCEDURE
           PERFORM CONVERTE-PRC-PROCEDURE
           PERFORM CONVERTE-SNP-PROCEDURE
           PERFORM CONVERTE-EXC-PROCEDURE
           PERFORM CONVERTE-MPV-PROCEDURE
           PERFORM CONVERTE-MPI-PROCEDURE

           DISPLAY ' '
           DISPLAY 'ARQUIVOS CONVERTIDOS....: ' WS-QTDE-CONVERTIDOS
           DISPLAY 'ARQUIVOS SEM COPIA -ant.: ' WS-QTDE-AUSENTES
           DISPLAY 'ARQUIVOS COM DIVERGENCIA: ' WS-QTDE-DIVERGENTES

           IF WS-QTDE-DIVERGENTES GREATER THAN ZEROS
               DISPLAY 'CONTAGENS NAO CONFEREM - NAO LIBERE O SISTEMA;'
               DISPLAY 'RESTAURE OS ARQUIVOS -ant E VERIFIQUE OS ERROS'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'CONTAGENS CONFEREM EM TODOS OS ARQUIVOS.'
               DISPLAY 'TIRE UM NOVO BACKUP COMPLETO AGORA: OS BACKUPS'
               DISPLAY 'E O JORNAL ANTERIORES ESTAO NO LEIAUTE ANTIGO.'
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       PREPARA-CONVERSAO-PROCEDURE.
           MOVE ZEROS TO WS-CNV-LIDOS
           MOVE ZEROS TO WS-CNV-GRAVADOS
           MOVE ZEROS TO WS-CNV-CONTADOS
           MOVE ZEROS TO WS-CNV-ERROS
           MOVE ZEROS TO WS-FS-CNV-ANT
           MOVE SPACES TO WS-ARQ-CNV-ANT
           STRING WS-CNV-ARQUIVO DELIMITED BY '.txt'
               '-ant.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CNV-ANT.

       REGISTRA-AUSENTE-PROCEDURE.
           IF WS-FS-CNV-ANT EQUAL 35
               ADD 1 TO WS-QTDE-AUSENTES
               DISPLAY WS-CNV-NOME '   -        -        - '
                   'SEM COPIA -ant, MANTIDO'
           ELSE
               ADD 1 TO WS-QTDE-DIVERGENTES
               DISPLAY WS-CNV-NOME '   -        -        - '
                   'ERRO NA COPIA -ant, FILE STATUS ' WS-FS-CNV-ANT
           END-IF.

       REGISTRA-ERRO-CRIACAO-PROCEDURE.
           ADD 1 TO WS-QTDE-DIVERGENTES
           DISPLAY WS-CNV-NOME '   -        -        - '
               'ERRO AO CRIAR, FILE STATUS ' WS-CNV-FS-NOVO.

       REGISTRA-ERRO-GRAVACAO-PROCEDURE.
           ADD 1 TO WS-CNV-ERROS
           DISPLAY '   ERRO AO GRAVAR O REGISTRO ' WS-CNV-LIDOS
               ' DE ' WS-CNV-NOME ' - FILE STATUS ' WS-CNV-FS-NOVO.

      *    O ARQUIVO SO E DADO COMO CONVERTIDO QUANDO O QUE FOI LIDO DA
      *    COPIA -ant, O QUE FOI GRAVADO E O QUE SE CONTA RELENDO O
      *    ARQUIVO NOVO BATEM EXATAMENTE
       CONFERE-CONVERSAO-PROCEDURE.
           IF WS-CNV-LIDOS EQUAL WS-CNV-GRAVADOS
               AND WS-CNV-GRAVADOS EQUAL WS-CNV-CONTADOS
               AND WS-CNV-ERROS EQUAL ZEROS
               ADD 1 TO WS-QTDE-CONVERTIDOS
               DISPLAY WS-CNV-NOME ' ' WS-CNV-LIDOS ' ' WS-CNV-GRAVADOS
                   ' ' WS-CNV-CONTADOS ' OK'
           ELSE
               ADD 1 TO WS-QTDE-DIVERGENTES
               DISPLAY WS-CNV-NOME ' ' WS-CNV-LIDOS ' ' WS-CNV-GRAVADOS
                   ' ' WS-CNV-CONTADOS ' DIVERGENTE'
           END-IF.

      *    CADA ARQUIVO E LIDO DA COPIA -ant NO LEIAUTE DE 3 DIGITOS.
      *    OS CODIGOS DE CLIENTE E PRODUTO SAO MOVIDOS COMO NUMERICOS
      *    (GANHAM ZEROS A ESQUERDA) E OS TRECHOS ENTRE ELES SAO
      *    COPIADOS SEM ALTERACAO PARA A POSICAO DO LEIAUTE NOVO
       CONVERTE-CLI-PROCEDURE.
           MOVE 'clientes.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-CLIENTES TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT CLIENTES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT CLIENTES
               IF WS-FS-CLIENTES EQUAL ZEROS
                   PERFORM COPIA-CLI-PROCEDURE
               ELSE
                   MOVE WS-FS-CLIENTES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE CLIENTES-ANT
           END-IF.

       COPIA-CLI-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ CLIENTES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CODIGO-CLIENTE TO CODIGO-CLIENTE
                   MOVE ANT-CLI-DADOS-1 TO REG-CLIENTE(6:155)
                   WRITE REG-CLIENTE
                   IF WS-FS-CLIENTES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-CLIENTES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTES

           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL ZEROS
               PERFORM UNTIL WS-FS-CLIENTES EQUAL 10
                   READ CLIENTES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CLIENTES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PROD-PROCEDURE.
           MOVE 'produtos.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PRODUTOS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PRODUTOS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PRODUTOS
               IF WS-FS-PRODUTOS EQUAL ZEROS
                   PERFORM COPIA-PROD-PROCEDURE
               ELSE
                   MOVE WS-FS-PRODUTOS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PRODUTOS-ANT
           END-IF.

       COPIA-PROD-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PRODUTOS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CODIGO-PRODUTO TO CODIGO-PRODUTO
                   MOVE ANT-PROD-DADOS-1 TO REG-PRODUTO(6:86)
                   MOVE 'UN' TO PROD-UNIDADE-VENDA
                   MOVE 'UN' TO PROD-UNIDADE-COMPRA
                   MOVE 1 TO PROD-FATOR-COMPRA
                   MOVE ZEROS TO PROD-PESO-KG
                   MOVE ZEROS TO PROD-VOLUME-M3
                   WRITE REG-PRODUTO
                   IF WS-FS-PRODUTOS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PRODUTOS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTOS

           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
                   READ PRODUTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PRODUTOS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PED-PROCEDURE.
           MOVE 'pedidos-vendas.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PEDIDOS-VENDAS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PEDIDOS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PEDIDOS
               IF WS-FS-PEDIDOS EQUAL ZEROS
                   PERFORM COPIA-PED-PROCEDURE
               ELSE
                   MOVE WS-FS-PEDIDOS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PEDIDOS-ANT
           END-IF.

       COPIA-PED-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PEDIDOS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CODIGO-PEDIDO TO CODIGO-PEDIDO
                   MOVE ANT-PED-DADOS-1 TO REG-PEDIDO(11:6)
                   MOVE ANT-PV-CODIGO-CLIENTE TO PV-CODIGO-CLIENTE
                   MOVE ANT-PED-DADOS-2 TO REG-PEDIDO(22:125)
                   WRITE REG-PEDIDO
                   IF WS-FS-PEDIDOS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PEDIDOS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS

           OPEN INPUT PEDIDOS
           IF WS-FS-PEDIDOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
                   READ PEDIDOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PVI-PROCEDURE.
           MOVE 'pedidos-itens.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PEDIDOS-ITENS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PEDIDOS-ITENS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PEDIDOS-ITENS
               IF WS-FS-PEDIDOS-ITENS EQUAL ZEROS
                   PERFORM COPIA-PVI-PROCEDURE
               ELSE
                   MOVE WS-FS-PEDIDOS-ITENS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PEDIDOS-ITENS-ANT
           END-IF.

       COPIA-PVI-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PEDIDOS-ITENS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PVI-CHAVE TO PVI-CHAVE
                   MOVE ANT-PVI-CODIGO-PRODUTO TO PVI-CODIGO-PRODUTO
                   MOVE ANT-PVI-DADOS-1 TO REG-PEDIDO-ITEM(19:54)
                   WRITE REG-PEDIDO-ITEM
                   IF WS-FS-PEDIDOS-ITENS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PEDIDOS-ITENS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-ITENS

           OPEN INPUT PEDIDOS-ITENS
           IF WS-FS-PEDIDOS-ITENS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
                   READ PEDIDOS-ITENS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-ITENS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-CR-PROCEDURE.
           MOVE 'contas-receber.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-CONTAS-RECEBER TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT CRECEBER-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT CRECEBER
               IF WS-FS-CRECEBER EQUAL ZEROS
                   PERFORM COPIA-CR-PROCEDURE
               ELSE
                   MOVE WS-FS-CRECEBER TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE CRECEBER-ANT
           END-IF.

       COPIA-CR-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ CRECEBER-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CR-CHAVE TO CR-CHAVE
                   MOVE ANT-CR-DADOS-1 TO REG-CRECEBER(9:10)
                   MOVE ANT-CR-CODIGO-CLIENTE TO CR-CODIGO-CLIENTE
                   MOVE ANT-CR-DADOS-2 TO REG-CRECEBER(24:80)
                   WRITE REG-CRECEBER
                   IF WS-FS-CRECEBER LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-CRECEBER TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CRECEBER

           OPEN INPUT CRECEBER
           IF WS-FS-CRECEBER EQUAL ZEROS
               PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
                   READ CRECEBER NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CRECEBER
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE CRECEBER
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-BCK-PROCEDURE.
           MOVE 'pendencias-venda.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PENDENCIAS-VENDA TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT BACKORDERS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT BACKORDERS
               IF WS-FS-BACKORDERS EQUAL ZEROS
                   PERFORM COPIA-BCK-PROCEDURE
               ELSE
                   MOVE WS-FS-BACKORDERS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE BACKORDERS-ANT
           END-IF.

       COPIA-BCK-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ BACKORDERS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-BCK-CODIGO-PRODUTO TO BCK-CODIGO-PRODUTO
                   MOVE ANT-BCK-DADOS-1 TO REG-BACKORDER(6:11)
                   MOVE ANT-BCK-CODIGO-CLIENTE TO BCK-CODIGO-CLIENTE
                   MOVE ANT-BCK-DADOS-2 TO REG-BACKORDER(22:44)
                   WRITE REG-BACKORDER
                   IF WS-FS-BACKORDERS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-BACKORDERS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDERS

           OPEN INPUT BACKORDERS
           IF WS-FS-BACKORDERS EQUAL ZEROS
               PERFORM UNTIL WS-FS-BACKORDERS EQUAL 10
                   READ BACKORDERS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-BACKORDERS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE BACKORDERS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-CHQ-PROCEDURE.
           MOVE 'cheques-custodia.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-CHEQUES-CUSTODIA TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT CHEQUES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT CHEQUES
               IF WS-FS-CHEQUES EQUAL ZEROS
                   PERFORM COPIA-CHQ-PROCEDURE
               ELSE
                   MOVE WS-FS-CHEQUES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE CHEQUES-ANT
           END-IF.

       COPIA-CHQ-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ CHEQUES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CHQ-CHAVE TO CHQ-CHAVE
                   MOVE ANT-CHQ-DADOS-1 TO REG-CHEQUE(12:25)
                   MOVE ANT-CHQ-CODIGO-CLIENTE TO CHQ-CODIGO-CLIENTE
                   MOVE ANT-CHQ-DADOS-2 TO REG-CHEQUE(42:37)
                   WRITE REG-CHEQUE
                   IF WS-FS-CHEQUES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-CHEQUES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CHEQUES

           OPEN INPUT CHEQUES
           IF WS-FS-CHEQUES EQUAL ZEROS
               PERFORM UNTIL WS-FS-CHEQUES EQUAL 10
                   READ CHEQUES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CHEQUES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PCL-PROCEDURE.
           MOVE 'precos-clientes.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PRECOS-CLIENTES TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PRECOS-CLIENTES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PRECOS-CLIENTES
               IF WS-FS-PRECOSCLI EQUAL ZEROS
                   PERFORM COPIA-PCL-PROCEDURE
               ELSE
                   MOVE WS-FS-PRECOSCLI TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PRECOS-CLIENTES-ANT
           END-IF.

       COPIA-PCL-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PRECOS-CLIENTES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PCL-CODIGO-CLIENTE TO PCL-CODIGO-CLIENTE
                   MOVE ANT-PCL-CODIGO-PRODUTO TO PCL-CODIGO-PRODUTO
                   MOVE ANT-PCL-DADOS-1 TO REG-PRECO-CLIENTE(11:8)
                   MOVE ANT-PCL-DADOS-2 TO REG-PRECO-CLIENTE(19:8)
                   WRITE REG-PRECO-CLIENTE
                   IF WS-FS-PRECOSCLI LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PRECOSCLI TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRECOS-CLIENTES

           OPEN INPUT PRECOS-CLIENTES
           IF WS-FS-PRECOSCLI EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRECOSCLI EQUAL 10
                   READ PRECOS-CLIENTES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PRECOSCLI
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PRECOS-CLIENTES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-COB-PROCEDURE.
           MOVE 'cobranca-nivel.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-COBRANCA-NIVEL TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT COBRANCA-NIVEL-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT COBRANCA-NIVEL
               IF WS-FS-COBRANCA EQUAL ZEROS
                   PERFORM COPIA-COB-PROCEDURE
               ELSE
                   MOVE WS-FS-COBRANCA TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE COBRANCA-NIVEL-ANT
           END-IF.

       COPIA-COB-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ COBRANCA-NIVEL-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-COB-CODIGO-CLIENTE TO COB-CODIGO-CLIENTE
                   MOVE ANT-COB-DADOS-1 TO REG-COBRANCA-NIVEL(6:22)
                   WRITE REG-COBRANCA-NIVEL
                   IF WS-FS-COBRANCA LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-COBRANCA TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COBRANCA-NIVEL

           OPEN INPUT COBRANCA-NIVEL
           IF WS-FS-COBRANCA EQUAL ZEROS
               PERFORM UNTIL WS-FS-COBRANCA EQUAL 10
                   READ COBRANCA-NIVEL NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-COBRANCA
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-NIVEL
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-COT-PROCEDURE.
           MOVE 'cotacoes.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-COTACOES TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT COTACOES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT COTACOES
               IF WS-FS-COTACOES EQUAL ZEROS
                   PERFORM COPIA-COT-PROCEDURE
               ELSE
                   MOVE WS-FS-COTACOES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE COTACOES-ANT
           END-IF.

       COPIA-COT-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ COTACOES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-COT-DADOS-1 TO REG-COTACAO(1:13)
                   MOVE ANT-COT-CODIGO-PRODUTO TO COT-CODIGO-PRODUTO
                   MOVE ANT-COT-DADOS-2 TO REG-COTACAO(19:59)
                   WRITE REG-COTACAO
                   IF WS-FS-COTACOES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-COTACOES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COTACOES

           OPEN INPUT COTACOES
           IF WS-FS-COTACOES EQUAL ZEROS
               PERFORM UNTIL WS-FS-COTACOES EQUAL 10
                   READ COTACOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-COTACOES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE COTACOES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-CSG-PROCEDURE.
           MOVE 'consignacao.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-CONSIGNACAO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT CONSIGNACAO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT CONSIGNACAO
               IF WS-FS-CONSIGNACAO EQUAL ZEROS
                   PERFORM COPIA-CSG-PROCEDURE
               ELSE
                   MOVE WS-FS-CONSIGNACAO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE CONSIGNACAO-ANT
           END-IF.

       COPIA-CSG-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ CONSIGNACAO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CSG-DADOS-1 TO REG-CONSIGNACAO(1:3)
                   MOVE ANT-CSG-CODIGO-PRODUTO TO CSG-CODIGO-PRODUTO
                   MOVE ANT-CSG-DADOS-2 TO REG-CONSIGNACAO(9:63)
                   WRITE REG-CONSIGNACAO
                   IF WS-FS-CONSIGNACAO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-CONSIGNACAO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONSIGNACAO

           OPEN INPUT CONSIGNACAO
           IF WS-FS-CONSIGNACAO EQUAL ZEROS
               PERFORM UNTIL WS-FS-CONSIGNACAO EQUAL 10
                   READ CONSIGNACAO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CONSIGNACAO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE CONSIGNACAO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-EAN-PROCEDURE.
           MOVE 'codigos-ean.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-CODIGOS-EAN TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT CODIGOS-EAN-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT CODIGOS-EAN
               IF WS-FS-EANS EQUAL ZEROS
                   PERFORM COPIA-EAN-PROCEDURE
               ELSE
                   MOVE WS-FS-EANS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE CODIGOS-EAN-ANT
           END-IF.

       COPIA-EAN-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ CODIGOS-EAN-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-EAN-CODIGO TO EAN-CODIGO
                   MOVE ANT-EAN-CODIGO-PRODUTO TO EAN-CODIGO-PRODUTO
                   WRITE REG-CODIGO-EAN
                   IF WS-FS-EANS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-EANS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CODIGOS-EAN

           OPEN INPUT CODIGOS-EAN
           IF WS-FS-EANS EQUAL ZEROS
               PERFORM UNTIL WS-FS-EANS EQUAL 10
                   READ CODIGOS-EAN NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-EANS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE CODIGOS-EAN
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-GAR-PROCEDURE.
           MOVE 'garantias.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-GARANTIAS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT GARANTIAS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT GARANTIAS
               IF WS-FS-GARANTIAS EQUAL ZEROS
                   PERFORM COPIA-GAR-PROCEDURE
               ELSE
                   MOVE WS-FS-GARANTIAS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE GARANTIAS-ANT
           END-IF.

       COPIA-GAR-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ GARANTIAS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-GAR-CHAVE TO GAR-CHAVE
                   MOVE ANT-GAR-CODIGO-CLIENTE TO GAR-CODIGO-CLIENTE
                   MOVE ANT-GAR-CODIGO-PRODUTO TO GAR-CODIGO-PRODUTO
                   MOVE ANT-GAR-DADOS-1 TO REG-GARANTIA(24:16)
                   WRITE REG-GARANTIA
                   IF WS-FS-GARANTIAS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-GARANTIAS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GARANTIAS

           OPEN INPUT GARANTIAS
           IF WS-FS-GARANTIAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-GARANTIAS EQUAL 10
                   READ GARANTIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-GARANTIAS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE GARANTIAS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-ACI-PROCEDURE.
           MOVE 'garantias-acionamentos.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-ACIONAMENTOS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT ACIONAMENTOS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT ACIONAMENTOS
               IF WS-FS-ACIONAMENTOS EQUAL ZEROS
                   PERFORM COPIA-ACI-PROCEDURE
               ELSE
                   MOVE WS-FS-ACIONAMENTOS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE ACIONAMENTOS-ANT
           END-IF.

       COPIA-ACI-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ ACIONAMENTOS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-ACI-CHAVE TO ACI-CHAVE
                   MOVE ANT-ACI-CODIGO-PRODUTO TO ACI-CODIGO-PRODUTO
                   MOVE ANT-ACI-CODIGO-CLIENTE TO ACI-CODIGO-CLIENTE
                   MOVE ANT-ACI-DADOS-1 TO REG-ACIONAMENTO(32:70)
                   WRITE REG-ACIONAMENTO
                   IF WS-FS-ACIONAMENTOS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-ACIONAMENTOS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACIONAMENTOS

           OPEN INPUT ACIONAMENTOS
           IF WS-FS-ACIONAMENTOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ACIONAMENTOS EQUAL 10
                   READ ACIONAMENTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ACIONAMENTOS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ACIONAMENTOS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-HCU-PROCEDURE.
           MOVE 'historico-custo.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-HISTORICO-CUSTO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT HISTORICO-CUSTO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT HISTORICO-CUSTO
               IF WS-FS-HISTCUSTO EQUAL ZEROS
                   PERFORM COPIA-HCU-PROCEDURE
               ELSE
                   MOVE WS-FS-HISTCUSTO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE HISTORICO-CUSTO-ANT
           END-IF.

       COPIA-HCU-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ HISTORICO-CUSTO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-HCU-DADOS-1 TO REG-HIST-CUSTO(1:14)
                   MOVE ANT-HCU-CODIGO-PRODUTO TO HCU-CODIGO-PRODUTO
                   MOVE ANT-HCU-DADOS-2 TO REG-HIST-CUSTO(20:66)
                   WRITE REG-HIST-CUSTO
                   IF WS-FS-HISTCUSTO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-HISTCUSTO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-CUSTO

           OPEN INPUT HISTORICO-CUSTO
           IF WS-FS-HISTCUSTO EQUAL ZEROS
               PERFORM UNTIL WS-FS-HISTCUSTO EQUAL 10
                   READ HISTORICO-CUSTO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-HISTCUSTO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CUSTO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-KIT-PROCEDURE.
           MOVE 'kits-composicao.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-KITS-COMPOSICAO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT KITS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT KITS
               IF WS-FS-KITS EQUAL ZEROS
                   PERFORM COPIA-KIT-PROCEDURE
               ELSE
                   MOVE WS-FS-KITS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE KITS-ANT
           END-IF.

       COPIA-KIT-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ KITS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-KIT-CODIGO-PRODUTO TO KIT-CODIGO-PRODUTO
                   MOVE ANT-KIT-COMPONENTE TO KIT-COMPONENTE
                   MOVE ANT-KIT-DADOS-1 TO REG-KIT-COMPONENTE(11:3)
                   WRITE REG-KIT-COMPONENTE
                   IF WS-FS-KITS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-KITS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE KITS

           OPEN INPUT KITS
           IF WS-FS-KITS EQUAL ZEROS
               PERFORM UNTIL WS-FS-KITS EQUAL 10
                   READ KITS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-KITS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE KITS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-LF-PROCEDURE.
           MOVE 'livro-fiscal.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-LIVRO-FISCAL TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT LIVRO-FISCAL-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT LIVRO-FISCAL
               IF WS-FS-LIVRO EQUAL ZEROS
                   PERFORM COPIA-LF-PROCEDURE
               ELSE
                   MOVE WS-FS-LIVRO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE LIVRO-FISCAL-ANT
           END-IF.

       COPIA-LF-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ LIVRO-FISCAL-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-LF-DADOS-1 TO REG-LIVRO-FISCAL(1:36)
                   MOVE ANT-LF-CODIGO-CLIENTE TO LF-CODIGO-CLIENTE
                   MOVE ANT-LF-DADOS-2 TO REG-LIVRO-FISCAL(42:22)
                   WRITE REG-LIVRO-FISCAL
                   IF WS-FS-LIVRO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-LIVRO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LIVRO-FISCAL

           OPEN INPUT LIVRO-FISCAL
           IF WS-FS-LIVRO EQUAL ZEROS
               PERFORM UNTIL WS-FS-LIVRO EQUAL 10
                   READ LIVRO-FISCAL NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-LIVRO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE LIVRO-FISCAL
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-LOT-PROCEDURE.
           MOVE 'lotes-estoque.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-LOTES-ESTOQUE TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT LOTES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT LOTES
               IF WS-FS-LOTES EQUAL ZEROS
                   PERFORM COPIA-LOT-PROCEDURE
               ELSE
                   MOVE WS-FS-LOTES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE LOTES-ANT
           END-IF.

       COPIA-LOT-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ LOTES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-LOT-CODIGO-PRODUTO TO LOT-CODIGO-PRODUTO
                   MOVE ANT-LOT-DADOS-1 TO REG-LOTE(6:11)
                   MOVE ANT-LOT-DADOS-2 TO REG-LOTE(17:13)
                   WRITE REG-LOTE
                   IF WS-FS-LOTES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-LOTES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOTES

           OPEN INPUT LOTES
           IF WS-FS-LOTES EQUAL ZEROS
               PERFORM UNTIL WS-FS-LOTES EQUAL 10
                   READ LOTES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-LOTES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-MOV-PROCEDURE.
           MOVE 'movimento-estoque.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-MOVIMENTO-ESTOQUE TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT MOVESTOQUE-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT MOVESTOQUE
               IF WS-FS-MOVESTOQUE EQUAL ZEROS
                   PERFORM COPIA-MOV-PROCEDURE
               ELSE
                   MOVE WS-FS-MOVESTOQUE TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE MOVESTOQUE-ANT
           END-IF.

       COPIA-MOV-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ MOVESTOQUE-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-MOV-DADOS-1 TO REG-MOVESTOQUE(1:14)
                   MOVE ANT-MOV-CODIGO-PRODUTO TO MOV-CODIGO-PRODUTO
                   MOVE ANT-MOV-DADOS-2 TO REG-MOVESTOQUE(20:26)
                   WRITE REG-MOVESTOQUE
                   IF WS-FS-MOVESTOQUE LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-MOVESTOQUE TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MOVESTOQUE

           OPEN INPUT MOVESTOQUE
           IF WS-FS-MOVESTOQUE EQUAL ZEROS
               PERFORM UNTIL WS-FS-MOVESTOQUE EQUAL 10
                   READ MOVESTOQUE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-MOVESTOQUE
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE MOVESTOQUE
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-NC-PROCEDURE.
           MOVE 'notas-credito.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-NOTAS-CREDITO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT NOTAS-CREDITO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT NOTAS-CREDITO
               IF WS-FS-NCREDITO EQUAL ZEROS
                   PERFORM COPIA-NC-PROCEDURE
               ELSE
                   MOVE WS-FS-NCREDITO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE NOTAS-CREDITO-ANT
           END-IF.

       COPIA-NC-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ NOTAS-CREDITO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-NC-NUMERO TO NC-NUMERO
                   MOVE ANT-NC-DADOS-1 TO REG-NOTA-CREDITO(11:16)
                   MOVE ANT-NC-CODIGO-CLIENTE TO NC-CODIGO-CLIENTE
                   MOVE ANT-NC-DADOS-2 TO REG-NOTA-CREDITO(32:30)
                   WRITE REG-NOTA-CREDITO
                   IF WS-FS-NCREDITO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-NCREDITO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTAS-CREDITO

           OPEN INPUT NOTAS-CREDITO
           IF WS-FS-NCREDITO EQUAL ZEROS
               PERFORM UNTIL WS-FS-NCREDITO EQUAL 10
                   READ NOTAS-CREDITO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-NCREDITO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-ORC-PROCEDURE.
           MOVE 'orcamentos.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-ORCAMENTOS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT ORCAMENTOS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT ORCAMENTOS
               IF WS-FS-ORCAMENTOS EQUAL ZEROS
                   PERFORM COPIA-ORC-PROCEDURE
               ELSE
                   MOVE WS-FS-ORCAMENTOS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE ORCAMENTOS-ANT
           END-IF.

       COPIA-ORC-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ ORCAMENTOS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CODIGO-ORCAMENTO TO CODIGO-ORCAMENTO
                   MOVE ANT-ORC-CODIGO-CLIENTE TO ORC-CODIGO-CLIENTE
                   MOVE ANT-ORC-DADOS-1 TO REG-ORCAMENTO(16:67)
                   MOVE ZEROS TO ORC-DATA-ENCERRAMENTO
                   MOVE SPACES TO ORC-MOTIVO-PERDA
                   WRITE REG-ORCAMENTO
                   IF WS-FS-ORCAMENTOS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-ORCAMENTOS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORCAMENTOS

           OPEN INPUT ORCAMENTOS
           IF WS-FS-ORCAMENTOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ORCAMENTOS EQUAL 10
                   READ ORCAMENTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ORCAMENTOS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-ORI-PROCEDURE.
           MOVE 'orcamentos-itens.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-ORCAMENTOS-ITENS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT ORCAMENTOS-ITENS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT ORCAMENTOS-ITENS
               IF WS-FS-ORCITENS EQUAL ZEROS
                   PERFORM COPIA-ORI-PROCEDURE
               ELSE
                   MOVE WS-FS-ORCITENS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE ORCAMENTOS-ITENS-ANT
           END-IF.

       COPIA-ORI-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ ORCAMENTOS-ITENS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-ORI-CHAVE TO ORI-CHAVE
                   MOVE ANT-ORI-CODIGO-PRODUTO TO ORI-CODIGO-PRODUTO
                   MOVE ANT-ORI-DADOS-1 TO REG-ORCAMENTO-ITEM(19:40)
                   WRITE REG-ORCAMENTO-ITEM
                   IF WS-FS-ORCITENS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-ORCITENS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORCAMENTOS-ITENS

           OPEN INPUT ORCAMENTOS-ITENS
           IF WS-FS-ORCITENS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ORCITENS EQUAL 10
                   READ ORCAMENTOS-ITENS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ORCITENS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTOS-ITENS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-OS-PROCEDURE.
           MOVE 'ordens-servico.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-ORDENS-SERVICO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT ORDENS-SERVICO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT ORDENS-SERVICO
               IF WS-FS-ORDENS EQUAL ZEROS
                   PERFORM COPIA-OS-PROCEDURE
               ELSE
                   MOVE WS-FS-ORDENS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE ORDENS-SERVICO-ANT
           END-IF.

       COPIA-OS-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ ORDENS-SERVICO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CODIGO-OS TO CODIGO-OS
                   MOVE ANT-OS-CODIGO-CLIENTE TO OS-CODIGO-CLIENTE
                   MOVE ANT-OS-DADOS-1 TO REG-ORDEM-SERVICO(16:131)
                   WRITE REG-ORDEM-SERVICO
                   IF WS-FS-ORDENS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-ORDENS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORDENS-SERVICO

           OPEN INPUT ORDENS-SERVICO
           IF WS-FS-ORDENS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ORDENS EQUAL 10
                   READ ORDENS-SERVICO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ORDENS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ORDENS-SERVICO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-OSI-PROCEDURE.
           MOVE 'ordens-servico-itens.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-ORDENS-SERVICO-ITENS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT ORDENS-SERVICO-ITENS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT ORDENS-SERVICO-ITENS
               IF WS-FS-OSITENS EQUAL ZEROS
                   PERFORM COPIA-OSI-PROCEDURE
               ELSE
                   MOVE WS-FS-OSITENS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE ORDENS-SERVICO-ITENS-ANT
           END-IF.

       COPIA-OSI-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ ORDENS-SERVICO-ITENS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-OSI-CHAVE TO OSI-CHAVE
                   MOVE ANT-OSI-CODIGO-PRODUTO TO OSI-CODIGO-PRODUTO
                   MOVE ANT-OSI-DADOS-1 TO REG-OS-ITEM(19:36)
                   WRITE REG-OS-ITEM
                   IF WS-FS-OSITENS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-OSITENS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORDENS-SERVICO-ITENS

           OPEN INPUT ORDENS-SERVICO-ITENS
           IF WS-FS-OSITENS EQUAL ZEROS
               PERFORM UNTIL WS-FS-OSITENS EQUAL 10
                   READ ORDENS-SERVICO-ITENS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-OSITENS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ORDENS-SERVICO-ITENS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PC-PROCEDURE.
           MOVE 'pedidos-compra.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PEDIDOS-COMPRA TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PEDIDOS-COMPRA-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PEDIDOS-COMPRA
               IF WS-FS-PEDCOMPRA EQUAL ZEROS
                   PERFORM COPIA-PC-PROCEDURE
               ELSE
                   MOVE WS-FS-PEDCOMPRA TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PEDIDOS-COMPRA-ANT
           END-IF.

       COPIA-PC-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PEDIDOS-COMPRA-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PC-CHAVE TO PC-CHAVE
                   MOVE ANT-PC-CODIGO-PRODUTO TO PC-CODIGO-PRODUTO
                   MOVE ANT-PC-DADOS-1 TO REG-PEDIDO-COMPRA(22:90)
                   WRITE REG-PEDIDO-COMPRA
                   IF WS-FS-PEDCOMPRA LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PEDCOMPRA TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-COMPRA

           OPEN INPUT PEDIDOS-COMPRA
           IF WS-FS-PEDCOMPRA EQUAL ZEROS
               PERFORM UNTIL WS-FS-PEDCOMPRA EQUAL 10
                   READ PEDIDOS-COMPRA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDCOMPRA
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-COMPRA
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PTS-PROCEDURE.
           MOVE 'pontos-saldo.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PONTOS-SALDO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PONTOS-SALDO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PONTOS-SALDO
               IF WS-FS-PONTOS EQUAL ZEROS
                   PERFORM COPIA-PTS-PROCEDURE
               ELSE
                   MOVE WS-FS-PONTOS TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PONTOS-SALDO-ANT
           END-IF.

       COPIA-PTS-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PONTOS-SALDO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PTS-CODIGO-CLIENTE TO PTS-CODIGO-CLIENTE
                   MOVE ANT-PTS-DADOS-1 TO REG-PONTOS-SALDO(6:9)
                   WRITE REG-PONTOS-SALDO
                   IF WS-FS-PONTOS LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PONTOS TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PONTOS-SALDO

           OPEN INPUT PONTOS-SALDO
           IF WS-FS-PONTOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PONTOS EQUAL 10
                   READ PONTOS-SALDO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PONTOS
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PONTOS-SALDO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PTM-PROCEDURE.
           MOVE 'pontos-movimentos.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PONTOS-MOVIMENTOS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PONTOS-MOVIMENTOS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PONTOS-MOVIMENTOS
               IF WS-FS-PONTMOV EQUAL ZEROS
                   PERFORM COPIA-PTM-PROCEDURE
               ELSE
                   MOVE WS-FS-PONTMOV TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PONTOS-MOVIMENTOS-ANT
           END-IF.

       COPIA-PTM-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PONTOS-MOVIMENTOS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PTM-DADOS-1 TO REG-PONTO-MOVIMENTO(1:8)
                   MOVE ANT-PTM-CODIGO-CLIENTE TO PTM-CODIGO-CLIENTE
                   MOVE ANT-PTM-DADOS-2 TO REG-PONTO-MOVIMENTO(14:25)
                   WRITE REG-PONTO-MOVIMENTO
                   IF WS-FS-PONTMOV LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PONTMOV TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PONTOS-MOVIMENTOS

           OPEN INPUT PONTOS-MOVIMENTOS
           IF WS-FS-PONTMOV EQUAL ZEROS
               PERFORM UNTIL WS-FS-PONTMOV EQUAL 10
                   READ PONTOS-MOVIMENTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PONTMOV
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PONTOS-MOVIMENTOS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PMO-PROCEDURE.
           MOVE 'promocoes.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PROMOCOES TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PROMOCOES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PROMOCOES
               IF WS-FS-PROMOCOES EQUAL ZEROS
                   PERFORM COPIA-PMO-PROCEDURE
               ELSE
                   MOVE WS-FS-PROMOCOES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PROMOCOES-ANT
           END-IF.

       COPIA-PMO-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PROMOCOES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PMO-CODIGO-PRODUTO TO PMO-CODIGO-PRODUTO
                   MOVE ANT-PMO-DADOS-1 TO REG-PROMOCAO(6:8)
                   MOVE ANT-PMO-DADOS-2 TO REG-PROMOCAO(14:15)
                   WRITE REG-PROMOCAO
                   IF WS-FS-PROMOCOES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-PROMOCOES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOCOES

           OPEN INPUT PROMOCOES
           IF WS-FS-PROMOCOES EQUAL ZEROS
               PERFORM UNTIL WS-FS-PROMOCOES EQUAL 10
                   READ PROMOCOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PROMOCOES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PROMOCOES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-RSM-PROCEDURE.
           MOVE 'resumo-vendas.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-RESUMO-VENDAS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT RESUMO-VENDAS-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT RESUMO-VENDAS
               IF WS-FS-RESUMO EQUAL ZEROS
                   PERFORM COPIA-RSM-PROCEDURE
               ELSE
                   MOVE WS-FS-RESUMO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE RESUMO-VENDAS-ANT
           END-IF.

       COPIA-RSM-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ RESUMO-VENDAS-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-RSM-DADOS-1 TO REG-RESUMO-VENDA(1:7)
                   MOVE ANT-RSM-CODIGO TO RSM-CODIGO
                   MOVE ANT-RSM-DADOS-2 TO REG-RESUMO-VENDA(13:20)
                   WRITE REG-RESUMO-VENDA
                   IF WS-FS-RESUMO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-RESUMO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RESUMO-VENDAS

           OPEN INPUT RESUMO-VENDAS
           IF WS-FS-RESUMO EQUAL ZEROS
               PERFORM UNTIL WS-FS-RESUMO EQUAL 10
                   READ RESUMO-VENDAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-RESUMO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE RESUMO-VENDAS
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-SER-PROCEDURE.
           MOVE 'numeros-serie.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-NUMEROS-SERIE TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT NUMEROS-SERIE-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT NUMEROS-SERIE
               IF WS-FS-SERIES EQUAL ZEROS
                   PERFORM COPIA-SER-PROCEDURE
               ELSE
                   MOVE WS-FS-SERIES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE NUMEROS-SERIE-ANT
           END-IF.

       COPIA-SER-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ NUMEROS-SERIE-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-SER-CODIGO-PRODUTO TO SER-CODIGO-PRODUTO
                   MOVE ANT-SER-DADOS-1 TO REG-NUMERO-SERIE(6:20)
                   MOVE ANT-SER-DADOS-2 TO REG-NUMERO-SERIE(26:54)
                   MOVE ANT-SER-CODIGO-CLIENTE TO SER-CODIGO-CLIENTE
                   MOVE ANT-SER-DADOS-3 TO REG-NUMERO-SERIE(85:26)
                   WRITE REG-NUMERO-SERIE
                   IF WS-FS-SERIES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-SERIES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NUMEROS-SERIE

           OPEN INPUT NUMEROS-SERIE
           IF WS-FS-SERIES EQUAL ZEROS
               PERFORM UNTIL WS-FS-SERIES EQUAL 10
                   READ NUMEROS-SERIE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SERIES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE NUMEROS-SERIE
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-SRH-PROCEDURE.
           MOVE 'historico-serie.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-HISTORICO-SERIE TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT HISTORICO-SERIE-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT HISTORICO-SERIE
               IF WS-FS-SERHIST EQUAL ZEROS
                   PERFORM COPIA-SRH-PROCEDURE
               ELSE
                   MOVE WS-FS-SERHIST TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE HISTORICO-SERIE-ANT
           END-IF.

       COPIA-SRH-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ HISTORICO-SERIE-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-SRH-DADOS-1 TO REG-HISTORICO-SERIE(1:14)
                   MOVE ANT-SRH-CODIGO-PRODUTO TO SRH-CODIGO-PRODUTO
                   MOVE ANT-SRH-DADOS-2 TO REG-HISTORICO-SERIE(20:50)
                   WRITE REG-HISTORICO-SERIE
                   IF WS-FS-SERHIST LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-SERHIST TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-SERIE

           OPEN INPUT HISTORICO-SERIE
           IF WS-FS-SERHIST EQUAL ZEROS
               PERFORM UNTIL WS-FS-SERHIST EQUAL 10
                   READ HISTORICO-SERIE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SERHIST
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-SERIE
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-PRC-PROCEDURE.
           MOVE 'tabela-precos.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-TABELA-PRECOS TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT TABPRECO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT TABPRECO
               IF WS-FS-TABPRECO EQUAL ZEROS
                   PERFORM COPIA-PRC-PROCEDURE
               ELSE
                   MOVE WS-FS-TABPRECO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE TABPRECO-ANT
           END-IF.

       COPIA-PRC-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ TABPRECO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-PRC-CODIGO-PRODUTO TO PRC-CODIGO-PRODUTO
                   MOVE ANT-PRC-DADOS-1 TO REG-TABPRECO(6:8)
                   MOVE ANT-PRC-DADOS-2 TO REG-TABPRECO(14:8)
                   WRITE REG-TABPRECO
                   IF WS-FS-TABPRECO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-TABPRECO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TABPRECO

           OPEN INPUT TABPRECO
           IF WS-FS-TABPRECO EQUAL ZEROS
               PERFORM UNTIL WS-FS-TABPRECO EQUAL 10
                   READ TABPRECO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TABPRECO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE TABPRECO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-SNP-PROCEDURE.
           MOVE 'saldo-estoque-snapshot.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-SALDO-SNAPSHOT TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT SALDO-SNAPSHOT-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT SALDO-SNAPSHOT
               IF WS-FS-SNAPSHOT EQUAL ZEROS
                   PERFORM COPIA-SNP-PROCEDURE
               ELSE
                   MOVE WS-FS-SNAPSHOT TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE SALDO-SNAPSHOT-ANT
           END-IF.

       COPIA-SNP-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ SALDO-SNAPSHOT-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-SNP-CODIGO-PRODUTO TO SNP-CODIGO-PRODUTO
                   MOVE ANT-SNP-DADOS-1 TO REG-SALDO-SNAPSHOT(6:22)
                   WRITE REG-SALDO-SNAPSHOT
                   IF WS-FS-SNAPSHOT LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-SNAPSHOT TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SALDO-SNAPSHOT

           OPEN INPUT SALDO-SNAPSHOT
           IF WS-FS-SNAPSHOT EQUAL ZEROS
               PERFORM UNTIL WS-FS-SNAPSHOT EQUAL 10
                   READ SALDO-SNAPSHOT NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SNAPSHOT
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE SALDO-SNAPSHOT
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-EXC-PROCEDURE.
           MOVE 'excecoes-clientes.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-EXCECOES-CLIENTES TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT EXCECOES-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT EXCECOES
               IF WS-FS-EXCECOES EQUAL ZEROS
                   PERFORM COPIA-EXC-PROCEDURE
               ELSE
                   MOVE WS-FS-EXCECOES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE EXCECOES-ANT
           END-IF.

       COPIA-EXC-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ EXCECOES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-EXC-CODIGO-CLIENTE TO EXC-CODIGO-CLIENTE
                   MOVE ANT-EXC-DADOS-1 TO REG-EXCECAO(6:65)
                   WRITE REG-EXCECAO
                   IF WS-FS-EXCECOES LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-EXCECOES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EXCECOES

           OPEN INPUT EXCECOES
           IF WS-FS-EXCECOES EQUAL ZEROS
               PERFORM UNTIL WS-FS-EXCECOES EQUAL 10
                   READ EXCECOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-EXCECOES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE EXCECOES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-MPV-PROCEDURE.
           MOVE 'pedidos-arquivo-morto.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-PEDIDOS-MORTO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT PEDIDOS-ARQMORTO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT PEDIDOS-ARQMORTO
               IF WS-FS-ARQMORTO EQUAL ZEROS
                   PERFORM COPIA-MPV-PROCEDURE
               ELSE
                   MOVE WS-FS-ARQMORTO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE PEDIDOS-ARQMORTO-ANT
           END-IF.

       COPIA-MPV-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ PEDIDOS-ARQMORTO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-MPV-DADOS-1 TO ARQ-MPV-DADOS-1
                   MOVE ANT-MPV-CODIGO-CLIENTE TO ARQ-MPV-CODIGO-CLIENTE
                   MOVE ANT-MPV-DADOS-2 TO ARQ-MPV-DADOS-2
                   WRITE ARQ-PEDIDO
                   IF WS-FS-ARQMORTO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-ARQMORTO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-ARQMORTO

           OPEN INPUT PEDIDOS-ARQMORTO
           IF WS-FS-ARQMORTO EQUAL ZEROS
               PERFORM UNTIL WS-FS-ARQMORTO EQUAL 10
                   READ PEDIDOS-ARQMORTO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ARQMORTO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-ARQMORTO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-MPI-PROCEDURE.
           MOVE 'pedidos-itens-arquivo-morto.txt' TO WS-CNV-NOME
           MOVE WS-ARQ-ITENS-MORTO TO WS-CNV-ARQUIVO
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           OPEN INPUT ITENS-ARQMORTO-ANT
           IF WS-FS-CNV-ANT NOT EQUAL ZEROS
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               OPEN OUTPUT ITENS-ARQMORTO
               IF WS-FS-ITENS-ARQMORTO EQUAL ZEROS
                   PERFORM COPIA-MPI-PROCEDURE
               ELSE
                   MOVE WS-FS-ITENS-ARQMORTO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE ITENS-ARQMORTO-ANT
           END-IF.

       COPIA-MPI-PROCEDURE.
           PERFORM UNTIL WS-FS-CNV-ANT EQUAL 10
               READ ITENS-ARQMORTO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CNV-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-MPI-DADOS-1 TO ARQ-MPI-DADOS-1
                   MOVE ANT-MPI-CODIGO-PRODUTO TO ARQ-MPI-CODIGO-PRODUTO
                   MOVE ANT-MPI-DADOS-2 TO ARQ-MPI-DADOS-2
                   WRITE ARQ-PEDIDO-ITEM
                   IF WS-FS-ITENS-ARQMORTO LESS THAN 10
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-ITENS-ARQMORTO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ITENS-ARQMORTO

           OPEN INPUT ITENS-ARQMORTO
           IF WS-FS-ITENS-ARQMORTO EQUAL ZEROS
               PERFORM UNTIL WS-FS-ITENS-ARQMORTO EQUAL 10
                   READ ITENS-ARQMORTO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ITENS-ARQMORTO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE ITENS-ARQMORTO
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.
       COPY AMBPRC.


       END PROGRAM CONVERTE-CODIGOS.
