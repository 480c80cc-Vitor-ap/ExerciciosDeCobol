       01 WS-ARQ-TRANSPORTADORAS       PIC X(70) VALUE SPACES.
       01 WS-ARQ-VENDAS-PARAM          PIC X(70) VALUE SPACES.
       01 WS-ARQ-VENDEDORES            PIC X(70) VALUE SPACES.
       01 WS-ARQ-EXTRATO-BANCARIO      PIC X(70) VALUE SPACES.
       01 WS-ARQ-ENCARGOS-PARAM        PIC X(70) VALUE SPACES.
       01 WS-ARQ-ENCARGOS-FIN          PIC X(70) VALUE SPACES.
       01 WS-ARQ-PLANO-CONTAS          PIC X(70) VALUE SPACES.
       01 WS-ARQ-LANCAMENTOS-CONTAB    PIC X(70) VALUE SPACES.
       01 WS-ARQ-ROTEIRO-CONTABIL      PIC X(70) VALUE SPACES.
       01 WS-ARQ-CATEGORIAS-DESPESA    PIC X(70) VALUE SPACES.
       01 WS-ARQ-ORCAMENTO-DESPESAS    PIC X(70) VALUE SPACES.
       01 WS-ARQ-CPAGAR-ANT            PIC X(70) VALUE SPACES.
       01 WS-ARQ-BORDERO-PAGAMENTOS    PIC X(70) VALUE SPACES.
       01 WS-ARQ-RETORNO-PAGAMENTOS    PIC X(70) VALUE SPACES.
       01 WS-ARQ-RETORNO-PAGTO-REJ     PIC X(70) VALUE SPACES.
       01 WS-ARQ-CARTAO-PARAM          PIC X(70) VALUE SPACES.
       01 WS-ARQ-RECEBIVEIS-CARTAO     PIC X(70) VALUE SPACES.
       01 WS-ARQ-LIQUIDACAO-CARTAO     PIC X(70) VALUE SPACES.
       01 WS-ARQ-COTACOES              PIC X(70) VALUE SPACES.
       01 WS-ARQ-PEDCOMPRA-ANT         PIC X(70) VALUE SPACES.
       01 WS-ARQ-SCORE-FORNECEDORES    PIC X(70) VALUE SPACES.
       01 WS-ARQ-HISTORICO-CUSTO       PIC X(70) VALUE SPACES.
       01 WS-ARQ-NUMEROS-SERIE         PIC X(70) VALUE SPACES.
       01 WS-ARQ-HISTORICO-SERIE       PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROD-SERIE-ANT        PIC X(70) VALUE SPACES.
       01 WS-ARQ-CONSIGNACAO           PIC X(70) VALUE SPACES.
       01 WS-ARQ-CATEGORIAS            PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROD-CAT-ANT          PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROD-UNI-ANT          PIC X(70) VALUE SPACES.
       01 WS-ARQ-ETIQUETAS-CONTROLE    PIC X(70) VALUE SPACES.
       01 WS-ARQ-ETIQUETAS-SORTWK      PIC X(70) VALUE SPACES.
       01 WS-ARQ-ETIQUETAS-EAN-SORTWK  PIC X(70) VALUE SPACES.
       01 WS-ARQ-ETIQUETAS-EAN         PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROPOSTAS-REPOSICAO   PIC X(70) VALUE SPACES.
       01 WS-ARQ-REPOSICAO-SORTWK      PIC X(70) VALUE SPACES.
       01 WS-ARQ-TECNICOS              PIC X(70) VALUE SPACES.
       01 WS-ARQ-OS-BANCADA            PIC X(70) VALUE SPACES.
       01 WS-ARQ-OS-HISTORICO          PIC X(70) VALUE SPACES.
       01 WS-ARQ-BANCADA-SORTWK        PIC X(70) VALUE SPACES.
       01 WS-ARQ-CONTRATOS             PIC X(70) VALUE SPACES.
       01 WS-ARQ-CREDITO-LOJA          PIC X(70) VALUE SPACES.
       01 WS-ARQ-CREDITO-MOVIMENTOS    PIC X(70) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-CREDITO       PIC X(70) VALUE SPACES.
       01 WS-ARQ-SPED-FISCAL           PIC X(70) VALUE SPACES.
       01 WS-ARQ-ORCAMENTOS-CONTATOS   PIC X(70) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-WEB           PIC X(70) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-WEB-REJEITOS  PIC X(70) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-WEB-CONTROLE  PIC X(70) VALUE SPACES.
       01 WS-ARQ-ESTOQUE-WEB           PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROD-PESO-ANT         PIC X(70) VALUE SPACES.
       01 WS-ARQ-ZONAS-ENTREGA         PIC X(70) VALUE SPACES.
       01 WS-ARQ-VEICULOS              PIC X(70) VALUE SPACES.
       01 WS-ARQ-CARGAS-PENDENTES      PIC X(70) VALUE SPACES.
       01 WS-ARQ-NOTAS-DEBITO          PIC X(70) VALUE SPACES.
       01 WS-ARQ-NDEBITO-CONTROLE      PIC X(70) VALUE SPACES.
       01 WS-ARQ-DIVERGENCIAS-COMPRA   PIC X(70) VALUE SPACES.
       01 WS-ARQ-CONFERENCIA-PARAM     PIC X(70) VALUE SPACES.
       01 WS-ARQ-PATRIMONIO            PIC X(70) VALUE SPACES.
       01 WS-ARQ-PATRIM-CATEGORIAS     PIC X(70) VALUE SPACES.
       01 WS-ARQ-PATRIM-DEPRECIACAO    PIC X(70) VALUE SPACES.
       01 WS-ARQ-PATRIM-MOVIMENTOS     PIC X(70) VALUE SPACES.
       01 WS-ARQ-ALTERACOES-PENDENTES  PIC X(70) VALUE SPACES.
       01 WS-ARQ-JANELA-LOTE-PARAM     PIC X(70) VALUE SPACES.
       01 WS-ARQ-PRODUTOS-SUBSTITUTOS  PIC X(70) VALUE SPACES.
       01 WS-ARQ-SUBST-OCORRENCIAS     PIC X(70) VALUE SPACES.
       01 WS-ARQ-ACORDOS               PIC X(70) VALUE SPACES.
       01 WS-ARQ-ACORDO-TITULOS        PIC X(70) VALUE SPACES.
       01 WS-ARQ-ACORDOS-CONTROLE      PIC X(70) VALUE SPACES.
       01 WS-ARQ-DEPENDENCIAS          PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROMOCAO-PARAM        PIC X(70) VALUE SPACES.
       01 WS-ARQ-ACERVO                PIC X(70) VALUE SPACES.
       01 WS-ARQ-EMPRESTIMOS           PIC X(70) VALUE SPACES.
       01 WS-ARQ-BIBLIOTECA-DEBITOS    PIC X(70) VALUE SPACES.
       01 WS-ARQ-BIBLIOTECA-PARAM      PIC X(70) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-ESCOLA        PIC X(70) VALUE SPACES.
       01 WS-ARQ-VENDAS-ESCOLA         PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROFESSORES-ANT       PIC X(70) VALUE SPACES.
       01 WS-ARQ-FALTAS-PROFESSORES    PIC X(70) VALUE SPACES.
       01 WS-ARQ-FOLHA-PARAM           PIC X(70) VALUE SPACES.
       01 WS-ARQ-DIARIO-CLASSE         PIC X(70) VALUE SPACES.
       01 WS-ARQ-CALENDARIO-PROVAS     PIC X(70) VALUE SPACES.
       01 WS-ARQ-PROVAS-PARAM          PIC X(70) VALUE SPACES.
       01 WS-ARQ-BOLSAS-HISTORICO      PIC X(70) VALUE SPACES.
       01 WS-ARQ-REVISAO-BOLSAS        PIC X(70) VALUE SPACES.
       01 WS-ARQ-BOLSAS-PARAM          PIC X(70) VALUE SPACES.
       01 WS-ARQ-EDUCACENSO-PARAM      PIC X(70) VALUE SPACES.
       01 WS-ARQ-RISCO-ALUNOS          PIC X(70) VALUE SPACES.
       01 WS-ARQ-ACOES-RISCO           PIC X(70) VALUE SPACES.
       01 WS-ARQ-ALERTA-PARAM          PIC X(70) VALUE SPACES.
       01 WS-ARQ-CANDIDATOS            PIC X(70) VALUE SPACES.
       01 WS-ARQ-SELETIVO-PARAM        PIC X(70) VALUE SPACES.
       01 WS-ARQ-ROTAS-TRANSPORTE      PIC X(70) VALUE SPACES.
       01 WS-ARQ-TRANSPORTE-ALUNOS     PIC X(70) VALUE SPACES.
       01 WS-ARQ-TRANSPORTE-COBRANCAS  PIC X(70) VALUE SPACES.
       01 WS-ARQ-ATIVIDADES-EXTRA      PIC X(70) VALUE SPACES.
       01 WS-ARQ-INSCRICOES-EXTRA      PIC X(70) VALUE SPACES.
       01 WS-ARQ-PRESENCAS-EXTRA       PIC X(70) VALUE SPACES.
       01 WS-ARQ-EXTRA-COBRANCAS       PIC X(70) VALUE SPACES.
       01 WS-ARQ-EXTRA-PARAM           PIC X(70) VALUE SPACES.
       01 WS-ARQ-REUNIOES-PAIS         PIC X(70) VALUE SPACES.
       01 WS-ARQ-CONVITES-REUNIAO      PIC X(70) VALUE SPACES.
       01 WS-ARQ-EMISSOES-QUITACAO     PIC X(70) VALUE SPACES.
       01 WS-ARQ-ATAS-RESULTADOS       PIC X(70) VALUE SPACES.
       01 WS-ARQ-TRANSF-EXPEDIDAS      PIC X(70) VALUE SPACES.
       01 WS-ARQ-FICHAS-MEDICAS        PIC X(70) VALUE SPACES.
       01 WS-ARQ-BAIXAS-TITULOS        PIC X(70) VALUE SPACES.
       01 WS-ARQ-MENSALIDADES-ANT      PIC X(70) VALUE SPACES.
       01 WS-ARQ-CONSOL-RESP-ANT       PIC X(70) VALUE SPACES.
