      * ARQUIVOS DOS AMBIENTES - L = DIRETORIO DA LOJA,
      * E = DIRETORIO DA ESCOLA (MESMOS NOMES DA CARGA DO AMBIENTE)
       01 WS-AMB-LISTA-VALORES.
           03 FILLER PIC X(41) VALUE 'Ealuno-responsavel.txt'.
           03 FILLER PIC X(41) VALUE 'Ealunos-notas.txt'.
           03 FILLER PIC X(41) VALUE 'Ealunos-novo.txt'.
           03 FILLER PIC X(41) VALUE 'Ealunos-ordenado.txt'.
           03 FILLER PIC X(41) VALUE 'Ealunos-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Ealunos-sortwk.tmp'.
           03 FILLER PIC X(41) VALUE 'Ealunos-temp.txt'.
           03 FILLER PIC X(41) VALUE 'Ealunos.txt'.
           03 FILLER PIC X(41) VALUE 'Eatribuicoes.txt'.
           03 FILLER PIC X(41) VALUE 'Eauditoria-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Eauditoria.txt'.
           03 FILLER PIC X(41) VALUE 'Eavisos-faltas.txt'.
           03 FILLER PIC X(41) VALUE 'Ebolsas.txt'.
           03 FILLER PIC X(41) VALUE 'Ecalendario-letivo.txt'.
           03 FILLER PIC X(41) VALUE 'Ecert-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Ecertificados.txt'.
           03 FILLER PIC X(41) VALUE 'Echecklist-documentos.txt'.
           03 FILLER PIC X(41) VALUE 'Econselho-justificativas.txt'.
           03 FILLER PIC X(41) VALUE 'Econsolidado-responsavel.txt'.
           03 FILLER PIC X(41) VALUE 'Ecorrecoes-pendentes.txt'.
           03 FILLER PIC X(41) VALUE 'Edisciplinas.txt'.
           03 FILLER PIC X(41) VALUE 'Eesquemas-avaliacao.txt'.
           03 FILLER PIC X(41) VALUE 'Eexercicio2-historico.txt'.
           03 FILLER PIC X(41) VALUE 'Eexercicio5-multiplicacao.txt'.
           03 FILLER PIC X(41) VALUE 'Eexercicio6-invertido.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-log.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-lote-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-lote-validado.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-lote.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-param.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-resultados.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-sub-elegiveis.txt'.
           03 FILLER PIC X(41) VALUE 'Eexnota-sub-notas.txt'.
           03 FILLER PIC X(41) VALUE 'Eexportacsv-log.txt'.
           03 FILLER PIC X(41) VALUE 'Eexportacsv-param.txt'.
           03 FILLER PIC X(41) VALUE 'Ehorarios.txt'.
           03 FILLER PIC X(41) VALUE 'Ejanelas-notas.txt'.
           03 FILLER PIC X(41) VALUE 'Elista-espera.txt'.
           03 FILLER PIC X(41) VALUE 'Ematricula-pendente.txt'.
           03 FILLER PIC X(41) VALUE 'Emensalidades.txt'.
           03 FILLER PIC X(41) VALUE 'Eocorrencias.txt'.
           03 FILLER PIC X(41) VALUE 'Epresencas.txt'.
           03 FILLER PIC X(41) VALUE 'Eprofessores.txt'.
           03 FILLER PIC X(41) VALUE 'Epromocao-revisao.txt'.
           03 FILLER PIC X(41) VALUE 'Eremessa-banco.txt'.
           03 FILLER PIC X(41) VALUE 'Eresponsaveis.txt'.
           03 FILLER PIC X(41) VALUE 'Eretorno-banco.txt'.
           03 FILLER PIC X(41) VALUE 'Eretorno-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Etarefa-log.txt'.
           03 FILLER PIC X(41) VALUE 'Etarefa-lote-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Etarefa-lote.txt'.
           03 FILLER PIC X(41) VALUE 'Etarefa-param.txt'.
           03 FILLER PIC X(41) VALUE 'Etipos-documento.txt'.
           03 FILLER PIC X(41) VALUE 'Etransferencias.txt'.
           03 FILLER PIC X(41) VALUE 'Eturmas.txt'.
           03 FILLER PIC X(41) VALUE 'Lbackup\clientes-bkp.txt'.
           03 FILLER PIC X(41) VALUE 'Lbackup\pedidos-bkp.txt'.
           03 FILLER PIC X(41) VALUE 'Lbackup\pedidos-itens-bkp.txt'.
           03 FILLER PIC X(41) VALUE 'Lbackup\produtos-bkp.txt'.
           03 FILLER PIC X(41) VALUE 'Lbatch-status.txt'.
           03 FILLER PIC X(41) VALUE 'Lcaixa-sessoes.txt'.
           03 FILLER PIC X(41) VALUE 'Lcatalogo-fornecedor.txt'.
           03 FILLER PIC X(41) VALUE 'Lcatalogo-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Lcheques-custodia.txt'.
           03 FILLER PIC X(41) VALUE 'Lclientes-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lclientes-lote-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Lclientes-lote-validado.txt'.
           03 FILLER PIC X(41) VALUE 'Lclientes-lote.txt'.
           03 FILLER PIC X(41) VALUE 'Lclientes.txt'.
           03 FILLER PIC X(41) VALUE 'Lcobranca-nivel.txt'.
           03 FILLER PIC X(41) VALUE 'Lcodigos-ean.txt'.
           03 FILLER PIC X(41) VALUE 'Lcompras-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lcontas-pagar.txt'.
           03 FILLER PIC X(41) VALUE 'Lcontas-receber-chv-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lcontas-receber.txt'.
           03 FILLER PIC X(41) VALUE 'Lexcecoes-clientes.txt'.
           03 FILLER PIC X(41) VALUE 'Lfornecedores.txt'.
           03 FILLER PIC X(41) VALUE 'Lgarantias-acionamentos.txt'.
           03 FILLER PIC X(41) VALUE 'Lgarantias.txt'.
           03 FILLER PIC X(41) VALUE 'Linventario-divergencias.txt'.
           03 FILLER PIC X(41) VALUE 'Ljob-journal.txt'.
           03 FILLER PIC X(41) VALUE 'Ljornal-imagens.txt'.
           03 FILLER PIC X(41) VALUE 'Lkits-composicao.txt'.
           03 FILLER PIC X(41) VALUE 'Llivro-fiscal.txt'.
           03 FILLER PIC X(41) VALUE 'Llotes-estoque.txt'.
           03 FILLER PIC X(41) VALUE 'Lmargem-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lmetas-vendedores.txt'.
           03 FILLER PIC X(41) VALUE 'Lmovimento-estoque.txt'.
           03 FILLER PIC X(41) VALUE 'Lncredito-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lnotas-credito.txt'.
           03 FILLER PIC X(41) VALUE 'Loperadores.txt'.
           03 FILLER PIC X(41) VALUE 'Lorcamentos-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lorcamentos-itens.txt'.
           03 FILLER PIC X(41) VALUE 'Lorcamentos.txt'.
           03 FILLER PIC X(41) VALUE 'Lordens-servico-itens.txt'.
           03 FILLER PIC X(41) VALUE 'Lordens-servico.txt'.
           03 FILLER PIC X(41) VALUE 'Los-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-arquivo-morto.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-compra.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-itens-arquivo-morto.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-itens-chv-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-itens.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-vendas-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-vendas-chv-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-vendas.csv'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-vendas.txt'.
           03 FILLER PIC X(41) VALUE 'Lpendencias-venda.txt'.
           03 FILLER PIC X(41) VALUE 'Lperiodo-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lpontos-movimentos.txt'.
           03 FILLER PIC X(41) VALUE 'Lpontos-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lpontos-saldo.txt'.
           03 FILLER PIC X(41) VALUE 'Lprecos-clientes.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos.txt'.
           03 FILLER PIC X(41) VALUE 'Lpromocoes.txt'.
           03 FILLER PIC X(41) VALUE 'Lranking-sortwk.tmp'.
           03 FILLER PIC X(41) VALUE 'Lreconcilia-log.txt'.
           03 FILLER PIC X(41) VALUE 'Lreconcilia-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lresumo-vendas.txt'.
           03 FILLER PIC X(41) VALUE 'Lromaneio.txt'.
           03 FILLER PIC X(41) VALUE 'Lsaldo-estoque-snapshot.txt'.
           03 FILLER PIC X(41) VALUE 'Lseparacao-faltas.txt'.
           03 FILLER PIC X(41) VALUE 'Lsugestao-compras.txt'.
           03 FILLER PIC X(41) VALUE 'Ltabela-precos.txt'.
           03 FILLER PIC X(41) VALUE 'Ltotais-produtos.tmp'.
           03 FILLER PIC X(41) VALUE 'Ltransportadoras.txt'.
           03 FILLER PIC X(41) VALUE 'Lvendas-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lvendedores.txt'.
           03 FILLER PIC X(41) VALUE 'Lferiados.txt'.
           03 FILLER PIC X(41) VALUE 'Lmanifestos.txt'.
           03 FILLER PIC X(41) VALUE 'Lextrato-bancario.txt'.
           03 FILLER PIC X(41) VALUE 'Lencargos-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lencargos-financeiros.txt'.
           03 FILLER PIC X(41) VALUE 'Lplano-contas.txt'.
           03 FILLER PIC X(41) VALUE 'Llancamentos-contabeis.txt'.
           03 FILLER PIC X(41) VALUE 'Lroteiro-contabil.txt'.
           03 FILLER PIC X(41) VALUE 'Lcategorias-despesa.txt'.
           03 FILLER PIC X(41) VALUE 'Lorcamento-despesas.txt'.
           03 FILLER PIC X(41) VALUE 'Lcontas-pagar-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lbordero-pagamentos.txt'.
           03 FILLER PIC X(41) VALUE 'Lretorno-pagamentos.txt'.
           03 FILLER PIC X(41) VALUE 'Lretorno-pagamentos-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Lcartao-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lrecebiveis-cartao.txt'.
           03 FILLER PIC X(41) VALUE 'Lliquidacao-cartao.txt'.
           03 FILLER PIC X(41) VALUE 'Lcotacoes.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-compra-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lscore-fornecedores.txt'.
           03 FILLER PIC X(41) VALUE 'Lhistorico-custo.txt'.
           03 FILLER PIC X(41) VALUE 'Lnumeros-serie.txt'.
           03 FILLER PIC X(41) VALUE 'Lhistorico-serie.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos-serie-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lconsignacao.txt'.
           03 FILLER PIC X(41) VALUE 'Lcategorias.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos-cat-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos-uni-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Letiquetas-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Letiquetas-sortwk.tmp'.
           03 FILLER PIC X(41) VALUE 'Letiquetas-ean-sortwk.tmp'.
           03 FILLER PIC X(41) VALUE 'Letiquetas-ean.tmp'.
           03 FILLER PIC X(41) VALUE 'Lpropostas-reposicao.txt'.
           03 FILLER PIC X(41) VALUE 'Lreposicao-sortwk.tmp'.
           03 FILLER PIC X(41) VALUE 'Ltecnicos.txt'.
           03 FILLER PIC X(41) VALUE 'Los-bancada.txt'.
           03 FILLER PIC X(41) VALUE 'Los-historico.txt'.
           03 FILLER PIC X(41) VALUE 'Lbancada-sortwk.tmp'.
           03 FILLER PIC X(41) VALUE 'Lcontratos-manutencao.txt'.
           03 FILLER PIC X(41) VALUE 'Lcreditos-loja.txt'.
           03 FILLER PIC X(41) VALUE 'Lcreditos-loja-mov.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-credito.txt'.
           03 FILLER PIC X(41) VALUE 'Lsped-fiscal.txt'.
           03 FILLER PIC X(41) VALUE 'Lorcamentos-contatos.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-web.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-web-rejeitos.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-web-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Lestoque-web.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos-peso-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Lzonas-entrega.txt'.
           03 FILLER PIC X(41) VALUE 'Lveiculos.txt'.
           03 FILLER PIC X(41) VALUE 'Lcargas-pendentes.txt'.
           03 FILLER PIC X(41) VALUE 'Lnotas-debito.txt'.
           03 FILLER PIC X(41) VALUE 'Lndebito-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Ldivergencias-compra.txt'.
           03 FILLER PIC X(41) VALUE 'Lconferencia-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lpatrimonio.txt'.
           03 FILLER PIC X(41) VALUE 'Lpatrim-categorias.txt'.
           03 FILLER PIC X(41) VALUE 'Lpatrim-depreciacao.txt'.
           03 FILLER PIC X(41) VALUE 'Lpatrim-movimentos.txt'.
           03 FILLER PIC X(41) VALUE 'Lalteracoes-pendentes.txt'.
           03 FILLER PIC X(41) VALUE 'Ljanela-lote-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lprodutos-substitutos.txt'.
           03 FILLER PIC X(41) VALUE 'Lsubstituicoes-ocorrencias.txt'.
           03 FILLER PIC X(41) VALUE 'Lacordos-renegociacao.txt'.
           03 FILLER PIC X(41) VALUE 'Lacordos-titulos.txt'.
           03 FILLER PIC X(41) VALUE 'Lacordos-controle.txt'.
           03 FILLER PIC X(41) VALUE 'Edependencias.txt'.
           03 FILLER PIC X(41) VALUE 'Epromocao-param.txt'.
           03 FILLER PIC X(41) VALUE 'Eacervo.txt'.
           03 FILLER PIC X(41) VALUE 'Eemprestimos.txt'.
           03 FILLER PIC X(41) VALUE 'Ebiblioteca-debitos.txt'.
           03 FILLER PIC X(41) VALUE 'Ebiblioteca-param.txt'.
           03 FILLER PIC X(41) VALUE 'Lpedidos-escola.txt'.
           03 FILLER PIC X(41) VALUE 'Evendas-escola.txt'.
           03 FILLER PIC X(41) VALUE 'Eprofessores-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Efaltas-professores.txt'.
           03 FILLER PIC X(41) VALUE 'Efolha-param.txt'.
           03 FILLER PIC X(41) VALUE 'Ediario-classe.txt'.
           03 FILLER PIC X(41) VALUE 'Ecalendario-provas.txt'.
           03 FILLER PIC X(41) VALUE 'Eprovas-param.txt'.
           03 FILLER PIC X(41) VALUE 'Ebolsas-historico.txt'.
           03 FILLER PIC X(41) VALUE 'Erevisao-bolsas.txt'.
           03 FILLER PIC X(41) VALUE 'Ebolsas-param.txt'.
           03 FILLER PIC X(41) VALUE 'Eeducacenso-param.txt'.
           03 FILLER PIC X(41) VALUE 'Erisco-alunos.txt'.
           03 FILLER PIC X(41) VALUE 'Eacoes-risco.txt'.
           03 FILLER PIC X(41) VALUE 'Ealerta-param.txt'.
           03 FILLER PIC X(41) VALUE 'Ecandidatos-seletivo.txt'.
           03 FILLER PIC X(41) VALUE 'Eseletivo-param.txt'.
           03 FILLER PIC X(41) VALUE 'Erotas-transporte.txt'.
           03 FILLER PIC X(41) VALUE 'Etransporte-alunos.txt'.
           03 FILLER PIC X(41) VALUE 'Etransporte-cobrancas.txt'.
           03 FILLER PIC X(41) VALUE 'Eatividades-extra.txt'.
           03 FILLER PIC X(41) VALUE 'Einscricoes-extra.txt'.
           03 FILLER PIC X(41) VALUE 'Epresencas-extra.txt'.
           03 FILLER PIC X(41) VALUE 'Eextra-cobrancas.txt'.
           03 FILLER PIC X(41) VALUE 'Eextra-param.txt'.
           03 FILLER PIC X(41) VALUE 'Ereunioes-pais.txt'.
           03 FILLER PIC X(41) VALUE 'Econvites-reuniao.txt'.
           03 FILLER PIC X(41) VALUE 'Eemissoes-quitacao.txt'.
           03 FILLER PIC X(41) VALUE 'Eatas-resultados.txt'.
           03 FILLER PIC X(41) VALUE 'Etransferencias-expedidas.txt'.
           03 FILLER PIC X(41) VALUE 'Efichas-medicas.txt'.
           03 FILLER PIC X(41) VALUE 'Lbaixas-titulos.txt'.
           03 FILLER PIC X(41) VALUE 'Emensalidades-ant.txt'.
           03 FILLER PIC X(41) VALUE 'Econsolidado-responsavel-ant.txt'.
       01 WS-AMB-LISTA REDEFINES WS-AMB-LISTA-VALORES.
           03 WS-AMB-LST-ITEM OCCURS 236 TIMES.
               05 WS-AMB-LST-DIR       PIC X(01).
               05 WS-AMB-LST-ARQUIVO   PIC X(40).
       01 WS-AMB-LST-QTDE            PIC 9(03) VALUE 236.
