           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'manifestos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-MANIFESTOS
           MOVE SPACES TO WS-ARQ-EXTRATO-BANCARIO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'extrato-bancario.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EXTRATO-BANCARIO
           MOVE SPACES TO WS-ARQ-ENCARGOS-PARAM
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'encargos-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ENCARGOS-PARAM
           MOVE SPACES TO WS-ARQ-ENCARGOS-FIN
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'encargos-financeiros.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ENCARGOS-FIN
           MOVE SPACES TO WS-ARQ-PLANO-CONTAS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'plano-contas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PLANO-CONTAS
           MOVE SPACES TO WS-ARQ-LANCAMENTOS-CONTAB
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'lancamentos-contabeis.txt'
               DELIMITED BY SIZE INTO WS-ARQ-LANCAMENTOS-CONTAB
           MOVE SPACES TO WS-ARQ-ROTEIRO-CONTABIL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'roteiro-contabil.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ROTEIRO-CONTABIL
           MOVE SPACES TO WS-ARQ-CATEGORIAS-DESPESA
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'categorias-despesa.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CATEGORIAS-DESPESA
           MOVE SPACES TO WS-ARQ-ORCAMENTO-DESPESAS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'orcamento-despesas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ORCAMENTO-DESPESAS
           MOVE SPACES TO WS-ARQ-CPAGAR-ANT
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'contas-pagar-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CPAGAR-ANT
           MOVE SPACES TO WS-ARQ-BORDERO-PAGAMENTOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'bordero-pagamentos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-BORDERO-PAGAMENTOS
           MOVE SPACES TO WS-ARQ-RETORNO-PAGAMENTOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'retorno-pagamentos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-RETORNO-PAGAMENTOS
           MOVE SPACES TO WS-ARQ-RETORNO-PAGTO-REJ
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'retorno-pagamentos-rejeitos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-RETORNO-PAGTO-REJ
           MOVE SPACES TO WS-ARQ-CARTAO-PARAM
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'cartao-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CARTAO-PARAM
           MOVE SPACES TO WS-ARQ-RECEBIVEIS-CARTAO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'recebiveis-cartao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-RECEBIVEIS-CARTAO
           MOVE SPACES TO WS-ARQ-LIQUIDACAO-CARTAO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'liquidacao-cartao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-LIQUIDACAO-CARTAO
           MOVE SPACES TO WS-ARQ-COTACOES
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'cotacoes.txt'
               DELIMITED BY SIZE INTO WS-ARQ-COTACOES
           MOVE SPACES TO WS-ARQ-PEDCOMPRA-ANT
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pedidos-compra-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDCOMPRA-ANT
           MOVE SPACES TO WS-ARQ-SCORE-FORNECEDORES
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'score-fornecedores.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SCORE-FORNECEDORES
           MOVE SPACES TO WS-ARQ-HISTORICO-CUSTO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'historico-custo.txt'
               DELIMITED BY SIZE INTO WS-ARQ-HISTORICO-CUSTO
           MOVE SPACES TO WS-ARQ-NUMEROS-SERIE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'numeros-serie.txt'
               DELIMITED BY SIZE INTO WS-ARQ-NUMEROS-SERIE
           MOVE SPACES TO WS-ARQ-HISTORICO-SERIE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'historico-serie.txt'
               DELIMITED BY SIZE INTO WS-ARQ-HISTORICO-SERIE
           MOVE SPACES TO WS-ARQ-PROD-SERIE-ANT
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'produtos-serie-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROD-SERIE-ANT
           MOVE SPACES TO WS-ARQ-CONSIGNACAO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'consignacao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONSIGNACAO
           MOVE SPACES TO WS-ARQ-CATEGORIAS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'categorias.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CATEGORIAS
           MOVE SPACES TO WS-ARQ-PROD-CAT-ANT
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'produtos-cat-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROD-CAT-ANT
           MOVE SPACES TO WS-ARQ-PROD-UNI-ANT
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'produtos-uni-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROD-UNI-ANT
           MOVE SPACES TO WS-ARQ-ETIQUETAS-CONTROLE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'etiquetas-controle.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ETIQUETAS-CONTROLE
           MOVE SPACES TO WS-ARQ-ETIQUETAS-SORTWK
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'etiquetas-sortwk.tmp'
               DELIMITED BY SIZE INTO WS-ARQ-ETIQUETAS-SORTWK
           MOVE SPACES TO WS-ARQ-ETIQUETAS-EAN-SORTWK
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'etiquetas-ean-sortwk.tmp'
               DELIMITED BY SIZE INTO WS-ARQ-ETIQUETAS-EAN-SORTWK
           MOVE SPACES TO WS-ARQ-ETIQUETAS-EAN
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'etiquetas-ean.tmp'
               DELIMITED BY SIZE INTO WS-ARQ-ETIQUETAS-EAN
           MOVE SPACES TO WS-ARQ-PROPOSTAS-REPOSICAO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'propostas-reposicao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROPOSTAS-REPOSICAO
           MOVE SPACES TO WS-ARQ-REPOSICAO-SORTWK
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'reposicao-sortwk.tmp'
               DELIMITED BY SIZE INTO WS-ARQ-REPOSICAO-SORTWK
           MOVE SPACES TO WS-ARQ-TECNICOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'tecnicos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-TECNICOS
           MOVE SPACES TO WS-ARQ-OS-BANCADA
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'os-bancada.txt'
               DELIMITED BY SIZE INTO WS-ARQ-OS-BANCADA
           MOVE SPACES TO WS-ARQ-OS-HISTORICO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'os-historico.txt'
               DELIMITED BY SIZE INTO WS-ARQ-OS-HISTORICO
           MOVE SPACES TO WS-ARQ-BANCADA-SORTWK
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'bancada-sortwk.tmp'
               DELIMITED BY SIZE INTO WS-ARQ-BANCADA-SORTWK
           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'contratos-manutencao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONTRATOS
           MOVE SPACES TO WS-ARQ-CREDITO-LOJA
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'creditos-loja.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CREDITO-LOJA
           MOVE SPACES TO WS-ARQ-CREDITO-MOVIMENTOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'creditos-loja-mov.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CREDITO-MOVIMENTOS
           MOVE SPACES TO WS-ARQ-PEDIDOS-CREDITO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pedidos-credito.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDIDOS-CREDITO
           MOVE SPACES TO WS-ARQ-SPED-FISCAL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'sped-fiscal.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPED-FISCAL
           MOVE SPACES TO WS-ARQ-ORCAMENTOS-CONTATOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'orcamentos-contatos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ORCAMENTOS-CONTATOS
           MOVE SPACES TO WS-ARQ-PEDIDOS-WEB
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pedidos-web.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDIDOS-WEB
           MOVE SPACES TO WS-ARQ-PEDIDOS-WEB-REJEITOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pedidos-web-rejeitos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDIDOS-WEB-REJEITOS
           MOVE SPACES TO WS-ARQ-PEDIDOS-WEB-CONTROLE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pedidos-web-controle.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDIDOS-WEB-CONTROLE
           MOVE SPACES TO WS-ARQ-ESTOQUE-WEB
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'estoque-web.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ESTOQUE-WEB
           MOVE SPACES TO WS-ARQ-PROD-PESO-ANT
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'produtos-peso-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROD-PESO-ANT
           MOVE SPACES TO WS-ARQ-ZONAS-ENTREGA
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'zonas-entrega.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ZONAS-ENTREGA
           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'veiculos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-VEICULOS
           MOVE SPACES TO WS-ARQ-CARGAS-PENDENTES
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'cargas-pendentes.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CARGAS-PENDENTES
           MOVE SPACES TO WS-ARQ-NOTAS-DEBITO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'notas-debito.txt'
               DELIMITED BY SIZE INTO WS-ARQ-NOTAS-DEBITO
           MOVE SPACES TO WS-ARQ-NDEBITO-CONTROLE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'ndebito-controle.txt'
               DELIMITED BY SIZE INTO WS-ARQ-NDEBITO-CONTROLE
           MOVE SPACES TO WS-ARQ-DIVERGENCIAS-COMPRA
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'divergencias-compra.txt'
               DELIMITED BY SIZE INTO WS-ARQ-DIVERGENCIAS-COMPRA
           MOVE SPACES TO WS-ARQ-CONFERENCIA-PARAM
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'conferencia-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONFERENCIA-PARAM
           MOVE SPACES TO WS-ARQ-PATRIMONIO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'patrimonio.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PATRIMONIO
           MOVE SPACES TO WS-ARQ-PATRIM-CATEGORIAS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'patrim-categorias.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PATRIM-CATEGORIAS
           MOVE SPACES TO WS-ARQ-PATRIM-DEPRECIACAO
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'patrim-depreciacao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PATRIM-DEPRECIACAO
           MOVE SPACES TO WS-ARQ-PATRIM-MOVIMENTOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'patrim-movimentos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PATRIM-MOVIMENTOS
           MOVE SPACES TO WS-ARQ-ALTERACOES-PENDENTES
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'alteracoes-pendentes.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ALTERACOES-PENDENTES
           MOVE SPACES TO WS-ARQ-JANELA-LOTE-PARAM
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'janela-lote-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-JANELA-LOTE-PARAM
           MOVE SPACES TO WS-ARQ-PRODUTOS-SUBSTITUTOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'produtos-substitutos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PRODUTOS-SUBSTITUTOS
           MOVE SPACES TO WS-ARQ-SUBST-OCORRENCIAS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'substituicoes-ocorrencias.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SUBST-OCORRENCIAS
           MOVE SPACES TO WS-ARQ-ACORDOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'acordos-renegociacao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ACORDOS
           MOVE SPACES TO WS-ARQ-ACORDO-TITULOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'acordos-titulos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ACORDO-TITULOS
           MOVE SPACES TO WS-ARQ-ACORDOS-CONTROLE
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'acordos-controle.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ACORDOS-CONTROLE
           MOVE SPACES TO WS-ARQ-DEPENDENCIAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'dependencias.txt'
               DELIMITED BY SIZE INTO WS-ARQ-DEPENDENCIAS
           MOVE SPACES TO WS-ARQ-PROMOCAO-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'promocao-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROMOCAO-PARAM
           MOVE SPACES TO WS-ARQ-ACERVO
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'acervo.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ACERVO
           MOVE SPACES TO WS-ARQ-EMPRESTIMOS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'emprestimos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EMPRESTIMOS
           MOVE SPACES TO WS-ARQ-BIBLIOTECA-DEBITOS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'biblioteca-debitos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-BIBLIOTECA-DEBITOS
           MOVE SPACES TO WS-ARQ-BIBLIOTECA-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'biblioteca-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-BIBLIOTECA-PARAM
           MOVE SPACES TO WS-ARQ-PEDIDOS-ESCOLA
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'pedidos-escola.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDIDOS-ESCOLA
           MOVE SPACES TO WS-ARQ-VENDAS-ESCOLA
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'vendas-escola.txt'
               DELIMITED BY SIZE INTO WS-ARQ-VENDAS-ESCOLA
           MOVE SPACES TO WS-ARQ-PROFESSORES-ANT
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'professores-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROFESSORES-ANT
           MOVE SPACES TO WS-ARQ-FALTAS-PROFESSORES
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'faltas-professores.txt'
               DELIMITED BY SIZE INTO WS-ARQ-FALTAS-PROFESSORES
           MOVE SPACES TO WS-ARQ-FOLHA-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'folha-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-FOLHA-PARAM
           MOVE SPACES TO WS-ARQ-DIARIO-CLASSE
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'diario-classe.txt'
               DELIMITED BY SIZE INTO WS-ARQ-DIARIO-CLASSE
           MOVE SPACES TO WS-ARQ-CALENDARIO-PROVAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'calendario-provas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CALENDARIO-PROVAS
           MOVE SPACES TO WS-ARQ-PROVAS-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'provas-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PROVAS-PARAM
           MOVE SPACES TO WS-ARQ-BOLSAS-HISTORICO
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'bolsas-historico.txt'
               DELIMITED BY SIZE INTO WS-ARQ-BOLSAS-HISTORICO
           MOVE SPACES TO WS-ARQ-REVISAO-BOLSAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'revisao-bolsas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-REVISAO-BOLSAS
           MOVE SPACES TO WS-ARQ-BOLSAS-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'bolsas-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-BOLSAS-PARAM
           MOVE SPACES TO WS-ARQ-EDUCACENSO-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'educacenso-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EDUCACENSO-PARAM
           MOVE SPACES TO WS-ARQ-RISCO-ALUNOS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'risco-alunos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-RISCO-ALUNOS
           MOVE SPACES TO WS-ARQ-ACOES-RISCO
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'acoes-risco.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ACOES-RISCO
           MOVE SPACES TO WS-ARQ-ALERTA-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'alerta-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ALERTA-PARAM
           MOVE SPACES TO WS-ARQ-CANDIDATOS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'candidatos-seletivo.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CANDIDATOS
           MOVE SPACES TO WS-ARQ-SELETIVO-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'seletivo-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SELETIVO-PARAM
           MOVE SPACES TO WS-ARQ-ROTAS-TRANSPORTE
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'rotas-transporte.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ROTAS-TRANSPORTE
           MOVE SPACES TO WS-ARQ-TRANSPORTE-ALUNOS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'transporte-alunos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-TRANSPORTE-ALUNOS
           MOVE SPACES TO WS-ARQ-TRANSPORTE-COBRANCAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'transporte-cobrancas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-TRANSPORTE-COBRANCAS
           MOVE SPACES TO WS-ARQ-ATIVIDADES-EXTRA
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'atividades-extra.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ATIVIDADES-EXTRA
           MOVE SPACES TO WS-ARQ-INSCRICOES-EXTRA
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'inscricoes-extra.txt'
               DELIMITED BY SIZE INTO WS-ARQ-INSCRICOES-EXTRA
           MOVE SPACES TO WS-ARQ-PRESENCAS-EXTRA
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'presencas-extra.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PRESENCAS-EXTRA
           MOVE SPACES TO WS-ARQ-EXTRA-COBRANCAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'extra-cobrancas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EXTRA-COBRANCAS
           MOVE SPACES TO WS-ARQ-EXTRA-PARAM
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'extra-param.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EXTRA-PARAM
           MOVE SPACES TO WS-ARQ-REUNIOES-PAIS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'reunioes-pais.txt'
               DELIMITED BY SIZE INTO WS-ARQ-REUNIOES-PAIS
           MOVE SPACES TO WS-ARQ-CONVITES-REUNIAO
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'convites-reuniao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONVITES-REUNIAO
           MOVE SPACES TO WS-ARQ-EMISSOES-QUITACAO
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'emissoes-quitacao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EMISSOES-QUITACAO
           MOVE SPACES TO WS-ARQ-ATAS-RESULTADOS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'atas-resultados.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ATAS-RESULTADOS
           MOVE SPACES TO WS-ARQ-TRANSF-EXPEDIDAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'transferencias-expedidas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-TRANSF-EXPEDIDAS
           MOVE SPACES TO WS-ARQ-FICHAS-MEDICAS
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'fichas-medicas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-FICHAS-MEDICAS
           MOVE SPACES TO WS-ARQ-BAIXAS-TITULOS
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'baixas-titulos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-BAIXAS-TITULOS
           MOVE SPACES TO WS-ARQ-MENSALIDADES-ANT
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'mensalidades-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-MENSALIDADES-ANT
           MOVE SPACES TO WS-ARQ-CONSOL-RESP-ANT
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'consolidado-responsavel-ant.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONSOL-RESP-ANT

           DISPLAY 'AMBIENTE: ' WS-AMB-NOME
           IF WS-AMB-NOME EQUAL 'TREINO'
               DISPLAY '*** TREINAMENTO - DADOS PESSOAIS MASCARADOS ***'
           END-IF
           MOVE 'S' TO WS-AMB-CARREGADO
           .
