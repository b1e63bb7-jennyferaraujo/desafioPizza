      *              mesmo quando o historico nao e gravado, para
      *              nao carimbar aprovador em alteracao seguinte
      *              nao aprovada.
      * 15/10/2026 - jba - mestre de lojas (LOJAPIZZ: id, nome,
      *              orcamento semanal e categorias aceitas). com
      *              ele presente, a sugestao de compra da
      *              execucao normal sai loja a loja, cada uma no
      *              proprio orcamento e so nas categorias que
      *              aceita, com o id da loja em todo item do
      *              SUGCOMPR, um *TOTAL* por loja e o *TOTAL*
      *              geral (loja em branco) no fim; o CONFCOMP
      *              ganha a loja e a funcao C confere o gasto de
      *              cada loja contra o orcamento dela - loja
      *              estourada gera alerta CONF e return-code 8,
      *              sem se esconder na sobra das outras. sem o
      *              mestre, vale o orcamento unico de antes.
      * 15/10/2026 - jba - condicoes comerciais no mestre de
      *              fornecedores: taxa de entrega, pedido minimo
      *              e dias de entrega, mantidos pela opcao F
      *              (inclusao e alteracao); registro antigo vale
      *              sem taxa e sem minimo. a sugestao de compra
      *              tira a taxa do orcamento no primeiro item do
      *              fornecedor, rateia a taxa nos itens dele
      *              (novo campo no SUGCOMPR) e recusa fornecedor
      *              abaixo do pedido minimo, refazendo a
      *              sugestao sem ele. listagem, RELCSV e
      *              comparativo mostram o preco entregue (taxa
      *              rateada) ao lado do de gondola.
      * 15/10/2026 - jba - nova funcao M (job pizzamed): carrega
      *              as medicoes do recebimento (MEDPIZZA) no
      *              acumulado por pizza/fornecedor (MEDACUM),
      *              relata a falta media de area contra a cotada
      *              e alerta (MEDI) acima da tolerancia do
      *              PARMPIZZ, listando os fornecedores que
      *              entregam menor. com a opcao ligada no
      *              PARMPIZZ, o ranking, o csv e a sugestao usam
      *              a area medida da pizza que ja tem o minimo
      *              de medicoes; a auditoria aceita o preco por
      *              cm2 gravado com qualquer das duas areas.
      * 15/10/2026 - jba - a funcao C grava a autorizacao de
      *              pagamento para o contas a pagar (AUTPAGTO):
      *              por fornecedor, os itens liberados e os
      *              retidos (acima da cotacao + tolerancia, ou
      *              substituido sem preco no cadastro) com os
      *              valores, e trailer com contagens e totais.
      *              o retido fica em RETPAGTO e volta a cada
      *              conferencia ate um registro *LIBERAR* no
      *              CONFCOMP solta-lo (alerta PAGT).
      * 15/10/2026 - jba - nova funcao Q (job pizzaevt) e opcao Q
      *              do menu: cotacao de evento. para um numero
      *              de pessoas e uma porcao (cm2 ou fatias por
      *              pessoa), propoe a combinacao mais barata de
      *              pizzas pelo preco efetivo, nas categorias e
      *              fornecedores permitidos, com taxa de entrega
      *              e pedido minimo, no SYSOUT e no EVTCSV.
      * 15/10/2026 - jba - trava de uso exclusivo (LOCKPIZZ): a
      *              sessao interativa, a carga, a restauracao e
      *              o expurgo, que regravam CADPIZZA, FORNPIZZ e
      *              PENDAPRV, gravam nela funcao, modo, analista
      *              ou job e data/hora; com a trava ocupada a
      *              execucao e recusada com return-code 12 e
      *              alerta TRAV. nova funcao L (job pizzalib)
      *              quebra trava deixada por execucao abendada.
      *              PARMPIZZ ganha um segundo cartao, com a
      *              cotacao de evento (que saiu do primeiro,
      *              sem espaco no cartao de 80), o id de quem
      *              roda e o dono da trava a quebrar. a sessao
      *              interativa pede o id do analista na
      *              entrada.
      * 15/10/2026 - jba - registro de execucoes (RUNLOG): toda
      *              execucao acrescenta funcao, modo, id, inicio
      *              e fim, contagens e return-code. nova funcao
      *              E (job pizzaexe) lista as ultimas execucoes
      *              por funcao e aponta, com alerta EXEC e
      *              return-code 8, carga semanal atrasada,
      *              sugestao de compra sem conferencia e carga
      *              sem auditoria.
      * 15/10/2026 - jba - nova funcao D (passo final do job
      *              pizzalot): relatorio de alteracoes do
      *              cadastro contra a geracao de backup, com
      *              pizzas incluidas, alteradas campo a campo,
      *              removidas (expurgo, restauracao ou exclusao
      *              manual) e movimentos no ranking por
      *              preco_cm2, no SYSOUT e no DIFFCSV.
      * 15/10/2026 - jba - nova funcao N (job pizzareq): pedido
      *              de re-cotacao por fornecedor (REQCOTA, com
      *              o contato do FORNPIZZ) das pizzas com preco
      *              vencido, promocao vencendo ou rejeicao
      *              recorrente. os pedidos ficam abertos no
      *              REQLOG ate a carga trazer a pizza; pedido
      *              sem resposta no prazo gera alerta RCOT e
      *              return-code 8. a funcao N usa a trava.
      * 15/10/2026 - jba - mestre de operadores (OPERPIZZ) com
      *              papeis de digitacao, aprovacao, exclusao,
      *              fornecedores, restauracao/expurgo e
      *              operadores; opcao U do menu para mante-lo.
      *              opcoes do menu, ids de analista digitados,
      *              aprovacao (P e *APROVAR*) e funcoes R/P
      *              conferem operador e papel; recusa gera
      *              alerta OPER e, em R/P, return-code 12.
      * 15/10/2026 - jba - inclusao, alteracao e aprovacao na tela
      *              assinadas pelo analista da sessao, sem id
      *              digitado (sai a opcao A - analista da
      *              alteracao). funcao C reprocessada nao duplica
      *              no AUTPAGTO/RETPAGTO o retido que ja voltou do
      *              RETPAGTO.
      * 15/10/2026 - jba - carga e retrabalho rejeitam (motivo 07)
      *              registro com analista sem papel de digitacao.
      *              REQLOG e OPERPIZZ truncados na carga nao sao
      *              regravados (alertas RCOT/OPER).
      *----------------------------------------------------------

       environment division.
               access mode is sequential
               file status is fs-pendencia.

           select optional loja-pizza assign to "LOJAPIZZ"
               organization is line sequential
               access mode is sequential
               file status is fs-loja.

           select optional medicao-pizza assign to "MEDPIZZA"
               organization is line sequential
               access mode is sequential
               file status is fs-medicao.

           select optional medicao-acumulada assign to "MEDACUM"
               organization is line sequential
               access mode is sequential
               file status is fs-medacum.

           select optional autorizacao-pagto assign to "AUTPAGTO"
               organization is line sequential
               access mode is sequential
               file status is fs-autpagto.

           select optional retidos-pagto assign to "RETPAGTO"
               organization is line sequential
               access mode is sequential
               file status is fs-retpagto.

           select optional trava-pizza assign to "LOCKPIZZ"
               organization is line sequential
               access mode is sequential
               file status is fs-trava.

           select optional registro-execucoes assign to "RUNLOG"
               organization is line sequential
               access mode is sequential
               file status is fs-runlog.

           select optional alteracoes-csv assign to "DIFFCSV"
               organization is line sequential
               access mode is sequential
               file status is fs-difcsv.

           select optional pedido-cotacao assign to "REQCOTA"
               organization is line sequential
               access mode is sequential
               file status is fs-reqcota.

           select optional log-cotacao assign to "REQLOG"
               organization is line sequential
               access mode is sequential
               file status is fs-reqlog.

           select optional operador-pizza assign to "OPERPIZZ"
               organization is line sequential
               access mode is sequential
               file status is fs-operador.

           select optional evento-csv assign to "EVTCSV"
               organization is line sequential
               access mode is sequential
               file status is fs-evtcsv.

       i-o-control.

       data division.
           05 data-fim-ctrl                         pic 9(08).
           05 idade-arq-ctrl                        pic 9(03).
           05 aprovacao-ctrl                        pic 9(03).
           05 tolerancia-med-ctrl                   pic 9(02)v99.
           05 usa-medida-ctrl                       pic x(01).
           05 min-medicoes-ctrl                     pic 9(02).
       01  reg-controle-2.
           05 pessoas-evento-ctrl                   pic 9(04).
           05 porcao-cm2-ctrl                       pic 9(03).
           05 fatias-pessoa-ctrl                    pic 9(02).
           05 categorias-evento-ctrl                pic x(04).
           05 fornecedores-evento-ctrl              pic x(25).
           05 usuario-ctrl                          pic x(08).
           05 trava-dono-ctrl                       pic x(08).
           05 qtd-execucoes-ctrl                    pic 9(02).
           05 dias-carga-ctrl                       pic 9(03).
           05 prazo-conferencia-ctrl                pic 9(03).
           05 prazo-resposta-ctrl                   pic 9(03).

       fd  historico-pizza
           label records are standard.
           05 contato-fornecedor                    pic x(30).
           05 situacao-fornecedor                   pic x(01).
           05 data-desativ-fornecedor               pic 9(08).
           05 taxa-entrega-fornecedor               pic 9(03)v99.
           05 pedido-minimo-fornecedor              pic 9(05)v99.
           05 dias-entrega-fornecedor               pic x(07).

       fd  rejeitos-pizza
           label records are standard.
           05 preco-unit-sug                        pic 9(03)v99.
           05 total-item-sug                        pic 9(05)v99.
           05 preco-cm2-sug                         pic 9(03)v99.
           05 loja-sug                              pic x(05).
           05 taxa-rateio-sug                       pic 9(03)v99.
       01  reg-sugestao-total.
           05 id-total-sug                          pic x(07).
           05 valor-total-sug                       pic 9(05)v99.
           05 saldo-total-sug                       pic 9(05)v99.
           05 filler                                pic x(19).
           05 loja-total-sug                        pic x(05).
           05 taxas-total-sug                       pic 9(05)v99.

       fd  backup-ger1
           label records are standard.
           05 fornecedor-conf                       pic x(05).
           05 qtd-conf                              pic 9(03).
           05 preco-pago-conf                       pic 9(03)v99.
           05 loja-conf                             pic x(05).
       01  reg-libera-conf.
           05 id-libera-conf                        pic x(09).
           05 nome-libera-conf                      pic x(15).
           05 forn-libera-conf                      pic x(05).
           05 loja-libera-conf                      pic x(05).
           05 responsavel-libera-conf               pic x(08).
           05 justificativa-libera-conf             pic x(30).

       fd  retrabalho-saida
           label records are standard.
           05 data-pend                             pic 9(08).
           05 imagem-nova-pend                      pic x(93).

       fd  loja-pizza
           label records are standard.
       01  reg-loja.
           05 id-loja                               pic x(05).
           05 nome-loja                             pic x(20).
           05 orcamento-loja                        pic 9(05)v99.
           05 categorias-loja                       pic x(04).

       fd  medicao-pizza
           label records are standard.
       01  reg-medicao.
           05 nome-med                              pic x(15).
           05 fornecedor-med                        pic x(05).
           05 data-med                              pic 9(08).
           05 diametro-med                          pic 9(03)v9.
           05 largura-med                           pic 9(03)v9.

       fd  medicao-acumulada
           label records are standard.
       01  reg-medacum.
           05 nome-macum                            pic x(15).
           05 fornecedor-macum                      pic x(05).
           05 qtd-macum                             pic 9(04).
           05 soma-diam-macum                       pic 9(07)v9.
           05 soma-larg-macum                       pic 9(07)v9.
           05 data-macum                            pic 9(08).

       fd  autorizacao-pagto
           label records are standard.
       01  reg-aut-forn.
           05 tipo-aut                              pic x(01).
           05 forn-aut                              pic x(05).
           05 nome-forn-aut                         pic x(20).
           05 qtd-lib-aut                           pic 9(05).
           05 valor-lib-aut                         pic 9(07)v99.
           05 qtd-ret-aut                           pic 9(05).
           05 valor-ret-aut                         pic 9(07)v99.
           05 data-aut                              pic 9(08).
       01  reg-aut-item.
           05 tipo-item-aut                         pic x(01).
           05 forn-item-aut                         pic x(05).
           05 nome-item-aut                         pic x(15).
           05 loja-item-aut                         pic x(05).
           05 qtd-item-aut                          pic 9(03).
           05 preco-pago-item-aut                   pic 9(03)v99.
           05 valor-item-aut                        pic 9(07)v99.
           05 preco-ref-item-aut                    pic 9(03)v99.
           05 motivo-item-aut                       pic x(04).
           05 data-item-aut                         pic 9(08).
           05 responsavel-item-aut                  pic x(08).
       01  reg-aut-trailer.
           05 tipo-trl-aut                          pic x(01).
           05 qtd-forn-trl-aut                      pic 9(05).
           05 qtd-lib-trl-aut                       pic 9(05).
           05 valor-lib-trl-aut                     pic 9(09)v99.
           05 qtd-ret-trl-aut                       pic 9(05).
           05 valor-ret-trl-aut                     pic 9(09)v99.
           05 data-trl-aut                          pic 9(08).

       fd  retidos-pagto
           label records are standard.
       01  reg-retido.
           05 forn-ret                              pic x(05).
           05 nome-ret                              pic x(15).
           05 loja-ret                              pic x(05).
           05 qtd-ret                               pic 9(03).
           05 preco-pago-ret                        pic 9(03)v99.
           05 valor-ret                             pic 9(07)v99.
           05 preco-ref-ret                         pic 9(03)v99.
           05 motivo-ret                            pic x(04).
           05 data-ret                              pic 9(08).

       fd  trava-pizza
           label records are standard.
       01  reg-trava.
           05 funcao-trava                          pic x(01).
           05 modo-trava                            pic x(01).
           05 usuario-trava                         pic x(08).
           05 data-trava                            pic 9(08).
           05 hora-trava                            pic 9(08).

       fd  registro-execucoes
           label records are standard.
       01  reg-runlog.
           05 funcao-run                            pic x(01).
           05 modo-run                              pic x(01).
           05 usuario-run                           pic x(08).
           05 data-ini-run                          pic 9(08).
           05 hora-ini-run                          pic 9(08).
           05 data-fim-run                          pic 9(08).
           05 hora-fim-run                          pic 9(08).
           05 lidos-run                             pic 9(05).
           05 aceitos-run                           pic 9(05).
           05 rejeitados-run                        pic 9(05).
           05 cadastro-run                          pic 9(05).
           05 alertas-run                           pic 9(05).
           05 achados-run                           pic 9(05).
           05 sugestao-run                          pic x(01).
           05 rc-run                                pic 9(02).

       fd  alteracoes-csv
           label records are standard.
       01  reg-difcsv                               pic x(100).

       fd  pedido-cotacao
           label records are standard.
       01  reg-reqcota                              pic x(80).

       fd  log-cotacao
           label records are standard.
       01  reg-reqlog.
           05 forn-reqlog                           pic x(05).
           05 nome-reqlog                           pic x(15).
           05 motivos-reqlog                        pic x(03).
           05 data-pedido-reqlog                    pic 9(08).
           05 situacao-reqlog                       pic x(01).
           05 data-fecha-reqlog                     pic 9(08).

       fd  operador-pizza
           label records are standard.
       01  reg-operador.
           05 id-operador                           pic x(08).
           05 nome-operador                         pic x(20).
           05 situacao-operador                     pic x(01).
           05 papeis-operador                       pic x(06).

       fd  evento-csv
           label records are standard.
       01  reg-evtcsv                               pic x(80).

       fd  alertas-pizza
           label records are standard.
       01  reg-alerta.

       fd  relatorio-csv
           label records are standard.
       01  reg-relcsv                                pic x(200).

       working-storage section.

                                                  value "00".
       77 tolerancia-compra                       pic 9(02)v99
                                                  value zero.
       77 sugestoes-max                           pic 9(04)
                                                  value 1000.
       77 qtd-sugestoes                           pic 9(04)
                                                  value zero.
       77 idx-sug                                 pic 9(04).
       77 idx-sug-achado                          pic 9(04)
                                                  value zero.
       77 preco-cotado                            pic 9(03)v99.
       77 preco-limite-conf                       pic 9(05)v99.
                                                  value ",".
          05 cm2-familia-scsv                     pic z(02)9,99.

       01 tabela-sugestao occurs 1000 times.
          05 nome-tabsug                          pic x(15).
          05 fornecedor-tabsug                    pic x(05).
          05 qtd-tabsug                           pic 9(03).
          05 preco-unit-tabsug                    pic 9(03)v99.
          05 confirmado-tabsug                    pic x(01).
          05 loja-tabsug                          pic x(05).

       77 fs-loja                                 pic x(02)
                                                  value "00".
       77 lojas-max                               pic 9(03)
                                                  value 50.
       77 qtd-lojas                               pic 9(03)
                                                  value zero.
       77 qtd-lojas-cadastro                      pic 9(03)
                                                  value zero.
       77 idx-loja                                pic 9(03).
       77 idx-loja-achado                         pic 9(03)
                                                  value zero.
       77 id-loja-busca                           pic x(05).
       77 categoria-aceita                        pic x(01).
       77 categorias-corrente                     pic x(04).
       77 total-geral-sugestao                    pic 9(07)v99
                                                  value zero.
       77 saldo-geral-sugestao                    pic 9(07)v99
                                                  value zero.
       77 limite-loja-conf                        pic 9(07)v99.
       77 qtd-lojas-estouradas                    pic 9(03)
                                                  value zero.

       01 tabela-lojas occurs 50 times.
          05 id-loja-tab                          pic x(05).
          05 nome-loja-tab                        pic x(20).
          05 orcamento-loja-tab                   pic 9(05)v99.
          05 categorias-loja-tab                  pic x(04).
          05 sugerido-loja-tab                    pic 9(07)v99.
          05 pago-loja-tab                        pic 9(07)v99.
          05 itens-conf-loja-tab                  pic 9(05).

       77 taxa-rateada                            pic 9(03)v99
                                                  value zero.
       77 qtd-ref-entrega                         pic 9(05)
                                                  value zero.
       77 preco-unit-entregue                     pic 9(05)v99
                                                  value zero.
       77 cm2-entregue                            pic 9(03)v99
                                                  value zero.
       77 cm2-salvo                               pic 9(03)v99.
       77 ind-salvo-ent                           pic 9(03).
       77 idx-entregue                            pic 9(03).
       77 orcamento-corrente                      pic 9(05)v99
                                                  value zero.
       77 taxa-item                               pic 9(03)v99
                                                  value zero.
       77 taxa-rateio-item                        pic 9(03)v99
                                                  value zero.
       77 total-taxas-sug                         pic 9(05)v99
                                                  value zero.
       77 taxas-geral-sugestao                    pic 9(07)v99
                                                  value zero.
       77 refaz-sugestao                          pic x(01)
                                                  value "N".
       77 fsug-max                                pic 9(03)
                                                  value 50.
       77 qtd-fsug                                pic 9(03)
                                                  value zero.
       77 idx-fsug                                pic 9(03).
       77 idx-fsug-achado                         pic 9(03)
                                                  value zero.
       77 qtd-itsug                               pic 9(03)
                                                  value zero.
       77 idx-itsug                               pic 9(03).
       77 dias-entrega-valido                     pic x(01).
       77 idx-dia                                 pic 9(01).
       77 dias-entrega-exib                       pic x(28).

       01 tabela-forn-sugestao occurs 50 times.
          05 id-fsug                              pic x(05).
          05 taxa-fsug                            pic 9(03)v99.
          05 minimo-fsug                          pic 9(05)v99.
          05 total-fsug                           pic 9(07)v99.
          05 excluido-fsug                        pic x(01).
          05 itens-fsug                           pic 9(03).
          05 gravados-fsug                        pic 9(03).
          05 rateado-fsug                         pic 9(03)v99.

       01 tabela-itens-sugestao occurs 200 times.
          05 pos-itsug                            pic 9(03).
          05 qtd-itsug-tab                        pic 9(03).
          05 preco-itsug                          pic 9(03)v99.
          05 total-itsug                          pic 9(05)v99.
          05 fsug-itsug                           pic 9(03).

       77 fs-medicao                              pic x(02)
                                                  value "00".
       77 fs-medacum                              pic x(02)
                                                  value "00".
       77 medicoes-max                            pic 9(03)
                                                  value 200.
       77 qtd-medacum                             pic 9(03)
                                                  value zero.
       77 idx-med                                 pic 9(03).
       77 idx-med-achado                          pic 9(03)
                                                  value zero.
       77 nome-med-busca                          pic x(15).
       77 forn-med-busca                          pic x(05).
       77 tolerancia-medida                       pic 9(02)v99
                                                  value 5.
       77 usa-medida                              pic x(01)
                                                  value "N".
       77 usa-medida-salva                        pic x(01).
       77 min-medicoes                            pic 9(02)
                                                  value 3.
       77 medacum-alterado                        pic x(01)
                                                  value "N".
       77 medacum-truncado                        pic x(01)
                                                  value "N".
       77 area-declarada                          pic 9(05)v99
                                                  value zero.
       77 area-medida                             pic 9(05)v99
                                                  value zero.
       77 area-medida-usada                       pic x(01)
                                                  value "N".
       77 raio-medido                             pic 9(03)v99.
       77 diametro-medio                          pic 9(03)v9.
       77 largura-media                           pic 9(03)v9.
       77 falta-area-pct                          pic s9(03)v99
                                                  value zero.
       77 cm2-recalculado                         pic 9(03)v99.
       77 falta-area-disp                         pic -zz9,99.
       77 tolerancia-med-disp                     pic z9,99.
       77 qtd-medicoes-lidas                      pic 9(05)
                                                  value zero.
       77 qtd-medicoes-aceitas                    pic 9(05)
                                                  value zero.
       77 qtd-medicoes-ignoradas                  pic 9(05)
                                                  value zero.
       77 qtd-fora-tolerancia                     pic 9(05)
                                                  value zero.
       77 qtd-pizzas-forn-med                     pic 9(03)
                                                  value zero.

       01 tabela-medicoes occurs 200 times.
          05 nome-tabmed                          pic x(15).
          05 forn-tabmed                          pic x(05).
          05 qtd-tabmed                           pic 9(04).
          05 soma-diam-tabmed                     pic 9(07)v9.
          05 soma-larg-tabmed                     pic 9(07)v9.
          05 data-tabmed                          pic 9(08).
          05 fora-tabmed                          pic x(01).

       77 fs-autpagto                             pic x(02)
                                                  value "00".
       77 fs-retpagto                             pic x(02)
                                                  value "00".
       77 autorizacoes-max                        pic 9(04)
                                                  value 1000.
       77 qtd-autorizacoes                        pic 9(04)
                                                  value zero.
       77 idx-aut                                 pic 9(04).
       77 idx-aut-forn                            pic 9(04).
       77 qtd-aut-conferencia                     pic 9(04).
       77 retido-repetido                         pic x(01).
       77 qtd-retidos-repetidos                   pic 9(03)
                                                  value zero.
       77 retidos-max                             pic 9(03)
                                                  value 500.
       77 qtd-retidos-ant                         pic 9(03)
                                                  value zero.
       77 idx-ret                                 pic 9(03).
       77 retidos-truncado                        pic x(01)
                                                  value "N".
       77 autorizacao-completa                    pic x(01)
                                                  value "S".
       77 situacao-aut-corrente                   pic x(01).
       77 motivo-aut-corrente                     pic x(04).
       77 data-aut-corrente                       pic 9(08).
       77 responsavel-aut-corrente                pic x(08).
       77 forn-aut-corrente                       pic x(05).
       77 nome-aut-corrente                       pic x(15).
       77 loja-aut-corrente                       pic x(05).
       77 qtd-aut-corrente                        pic 9(03).
       77 preco-pago-aut-corrente                 pic 9(03)v99.
       77 valor-aut-corrente                      pic 9(07)v99.
       77 preco-ref-aut-corrente                  pic 9(03)v99.
       77 nome-liberacao                          pic x(15).
       77 forn-liberacao                          pic x(05).
       77 loja-liberacao                          pic x(05).
       77 responsavel-liberacao                   pic x(08).
       77 justificativa-liberacao                 pic x(30).
       77 qtd-liberacoes                          pic 9(05)
                                                  value zero.
       77 qtd-liberados-forn                      pic 9(05).
       77 qtd-retidos-forn                        pic 9(05).
       77 valor-liberado-forn                     pic 9(07)v99.
       77 valor-retido-forn                       pic 9(07)v99.
       77 qtd-forn-aut                            pic 9(05)
                                                  value zero.
       77 qtd-liberados-aut                       pic 9(05)
                                                  value zero.
       77 qtd-retidos-aut                         pic 9(05)
                                                  value zero.
       77 valor-liberado-aut                      pic 9(09)v99
                                                  value zero.
       77 valor-retido-aut                        pic 9(09)v99
                                                  value zero.
       77 achou-retido                            pic x(01).

       01 tabela-autorizacao occurs 1000 times.
          05 forn-tabaut                          pic x(05).
          05 nome-tabaut                          pic x(15).
          05 loja-tabaut                          pic x(05).
          05 qtd-tabaut                           pic 9(03).
          05 preco-pago-tabaut                    pic 9(03)v99.
          05 valor-tabaut                         pic 9(07)v99.
          05 preco-ref-tabaut                     pic 9(03)v99.
          05 situacao-tabaut                      pic x(01).
          05 motivo-tabaut                        pic x(04).
          05 data-tabaut                          pic 9(08).
          05 responsavel-tabaut                   pic x(08).
          05 casado-tabaut                        pic x(01).

       01 tabela-retidos occurs 500 times.
          05 forn-tabret                          pic x(05).
          05 nome-tabret                          pic x(15).
          05 loja-tabret                          pic x(05).
          05 qtd-tabret                           pic 9(03).
          05 preco-pago-tabret                    pic 9(03)v99.
          05 valor-tabret                         pic 9(07)v99.
          05 preco-ref-tabret                     pic 9(03)v99.
          05 motivo-tabret                        pic x(04).
          05 data-tabret                          pic 9(08).
          05 liberado-tabret                      pic x(01).

       77 fs-evtcsv                               pic x(02)
                                                  value "00".
       77 pessoas-evento                          pic 9(04)
                                                  value zero.
       77 porcao-cm2-evento                       pic 9(03)
                                                  value zero.
       77 fatias-pessoa-evento                    pic 9(02)
                                                  value zero.
       77 categorias-evento                       pic x(04)
                                                  value spaces.
       77 modo-porcao-evento                      pic x(01).
       77 necessidade-evento                      pic 9(07)
                                                  value zero.
       77 falta-evento                            pic s9(07)
                                                  value zero.
       77 cobertura-evento                        pic 9(05).
       77 cobertura-total-evento                  pic 9(07).
       77 qtd-add-evento                          pic 9(04).
       77 valor-add-evento                        pic 9(07)v99.
       77 candidatos-max                          pic 9(03)
                                                  value 200.
       77 qtd-candev                              pic 9(03)
                                                  value zero.
       77 idx-candev                              pic 9(03).
       77 idx-candev-ant                          pic 9(03).
       77 idx-candev-achado                       pic 9(03).
       77 preco-fecha-evento                      pic 9(05)v99.
       77 menor-fecha-evento                      pic 9(05)v99.
       77 fevt-max                                pic 9(03)
                                                  value 50.
       77 qtd-fevt                                pic 9(03)
                                                  value zero.
       77 idx-fevt                                pic 9(03).
       77 idx-fevt-achado                         pic 9(03).
       77 filtro-unico-evento                     pic x(05).
       77 forn-aceito-evento                      pic x(01).
       77 refaz-evento                            pic x(01).
       77 mix-viavel                              pic x(01).
       77 total-mix-evento                        pic 9(07)v99.
       77 taxas-mix-evento                        pic 9(05)v99.
       77 achou-solucao-evento                    pic x(01)
                                                  value "N".
       77 melhor-total-evento                     pic 9(07)v99
                                                  value zero.
       77 melhor-taxas-evento                     pic 9(05)v99
                                                  value zero.
       77 melhor-solucao-evento                   pic x(05).
       77 custo-pessoa-evento                     pic 9(05)v99.
       77 qtd-pizzas-evento                       pic 9(05).
       77 idx-filtro-evento                       pic 9(01).
       77 cotacao-evento-ok                       pic x(01)
                                                  value "S".

       01 filtro-forn-evento                      value spaces.
          05 forn-filtro-evento occurs 5 times    pic x(05).

       01 fatias-por-categoria                    value "04060812".
          05 fatias-categoria occurs 4 times      pic 9(02).

       01 tabela-cand-evento occurs 200 times.
          05 pos-candev                           pic 9(03).
          05 preco-candev                         pic 9(03)v99.
          05 cobertura-candev                     pic 9(05).
          05 custo-candev                         pic 9(03)v9(06).
          05 fevt-candev                          pic 9(03).
          05 qtd-candev-tab                       pic 9(04).
          05 melhor-qtd-candev                    pic 9(04).

       01 linha-candev-troca                      pic x(33).

       01 tabela-forn-evento occurs 50 times.
          05 id-fevt                              pic x(05).
          05 taxa-fevt                            pic 9(03)v99.
          05 minimo-fevt                          pic 9(05)v99.
          05 total-fevt                           pic 9(07)v99.
          05 excluido-fevt                        pic x(01).
          05 itens-fevt                           pic 9(03).
          05 melhor-total-fevt                    pic 9(07)v99.
          05 melhor-itens-fevt                    pic 9(03).

       01 linha-evento-csv.
          05 nome-ecsv                            pic x(15).
          05 filler                               pic x(01)
                                                  value ",".
          05 forn-ecsv                            pic x(05).
          05 filler                               pic x(01)
                                                  value ",".
          05 categoria-ecsv                       pic x(01).
          05 filler                               pic x(01)
                                                  value ",".
          05 qtd-ecsv                             pic z(04)9.
          05 filler                               pic x(01)
                                                  value ",".
          05 preco-ecsv                           pic z(02)9,99.
          05 filler                               pic x(01)
                                                  value ",".
          05 valor-ecsv                           pic z(06)9,99.

       77 fs-trava                                pic x(02)
                                                  value "00".
       77 usuario-execucao                        pic x(08)
                                                  value spaces.
       77 trava-dono                              pic x(08)
                                                  value spaces.
       77 trava-recusada                          pic x(01)
                                                  value "N".
       77 trava-obtida                            pic x(01)
                                                  value "N".
       77 trava-ativa                             pic x(01)
                                                  value "N".
       77 quebra-trava-ok                         pic x(01)
                                                  value "S".
       77 hora-corrente                           pic 9(08)
                                                  value zero.
       77 funcao-trava-atual                      pic x(01).
       77 modo-trava-atual                        pic x(01).
       77 usuario-trava-atual                     pic x(08).
       77 data-trava-atual                        pic 9(08).
       77 hora-trava-atual                        pic 9(08).

       77 fs-runlog                               pic x(02)
                                                  value "00".
       77 rc-execucao                             pic 9(02)
                                                  value zero.
       77 hora-inicio-execucao                    pic 9(08)
                                                  value zero.
       77 sugestao-gravada                        pic x(01)
                                                  value "N".
       77 qtd-pizzas-execucao                     pic 9(05)
                                                  value zero.
       77 execucoes-max                           pic 9(04)
                                                  value 1000.
       77 qtd-execucoes                           pic 9(04)
                                                  value zero.
       77 qtd-execucoes-arq                       pic 9(07)
                                                  value zero.
       77 qtd-execucoes-pular                     pic 9(07)
                                                  value zero.
       77 idx-exe                                 pic 9(04).
       77 idx-exe-ult                             pic 9(04).
       77 qtd-exe-funcao                          pic 9(02).
       77 execucoes-listar                        pic 9(02)
                                                  value 5.
       77 dias-carga                              pic 9(03)
                                                  value 7.
       77 prazo-conferencia                       pic 9(03)
                                                  value 3.
       77 qtd-lacunas                             pic 9(03)
                                                  value zero.
       77 funcoes-vistas                          pic x(20)
                                                  value spaces.
       77 qtd-funcoes-vistas                      pic 9(02)
                                                  value zero.
       77 idx-funcao                              pic 9(02).
       77 funcao-corrente-exe                     pic x(01).
       77 funcao-vista                            pic x(01).
       77 idade-execucao                          pic s9(05).
       77 idx-exe-carga                           pic 9(04).
       77 idx-exe-sug                             pic 9(04).
       77 idx-exe-conf                            pic 9(04).
       77 idx-exe-audit                           pic 9(04).

       01 tabela-execucoes occurs 1000 times.
          05 funcao-tabexe                        pic x(01).
          05 modo-tabexe                          pic x(01).
          05 usuario-tabexe                       pic x(08).
          05 data-ini-tabexe                      pic 9(08).
          05 hora-ini-tabexe                      pic 9(08).
          05 data-fim-tabexe                      pic 9(08).
          05 hora-fim-tabexe                      pic 9(08).
          05 lidos-tabexe                         pic 9(05).
          05 aceitos-tabexe                       pic 9(05).
          05 rejeitados-tabexe                    pic 9(05).
          05 cadastro-tabexe                      pic 9(05).
          05 alertas-tabexe                       pic 9(05).
          05 achados-tabexe                       pic 9(05).
          05 sugestao-tabexe                      pic x(01).
          05 rc-tabexe                            pic 9(02).


       77 fs-difcsv                               pic x(02)
                                                  value "00".
       77 comparacao-ok                           pic x(01)
                                                  value "S".
       77 qtd-anteriores                          pic 9(03)
                                                  value zero.
       77 idx-cad-ant                             pic 9(03).
       77 idx-ant-achado                          pic 9(03).
       77 idx-atu                                 pic 9(03).
       77 idx-rank                                pic 9(03).
       77 chave-busca-ant                         pic x(20).
       77 pos-anterior                            pic 9(03).
       77 pos-atual                               pic 9(03).
       77 movimento-rank                          pic s9(03).
       77 movimento-disp                          pic z(02)9.
       77 qtd-incluidas                           pic 9(03)
                                                  value zero.
       77 qtd-removidas                           pic 9(03)
                                                  value zero.
       77 qtd-alteradas                           pic 9(03)
                                                  value zero.
       77 qtd-movidas                             pic 9(03)
                                                  value zero.
       77 pizza-alterada                          pic x(01).
       77 motivo-remocao                          pic x(15).
       77 autor-remocao                           pic x(08).
       77 data-remocao                            pic 9(08).
       77 qtd-regravacoes                         pic 9(01).
       77 regravacao-restauracao                  pic x(01).
       77 usuario-restauracao                     pic x(08).
       77 usuario-exclusao                        pic x(08).
       77 data-restauracao                        pic 9(08).
       77 data-exclusao                           pic 9(08).
       77 campo-diff                              pic x(15).
       77 valor-ant-diff                          pic x(10).
       77 valor-atu-diff                          pic x(10).
       77 preco-diff-edit                         pic z(02)9,99.
       77 aliquota-diff-edit                      pic z9,99.

      * imagem do cadastro anterior no layout de reg-backup, com
      * a chave, o preco por cm2 e o carimbo de entrada a mao
      * para o casamento, o ranking e o expurgo
       01 tabela-cad-anterior occurs 200 times.
          05 imagem-anterior.
             10 chave-anterior                    pic x(20).
             10 filler                            pic x(39).
             10 cm2-cad-anterior                  pic 9(03)v99.
             10 filler                            pic x(13).
             10 entrada-anterior                  pic x(16).
          05 situacao-anterior                    pic x(01).
          05 data-expurgo-anterior                pic 9(08).

       01 imagem-expurgo-diff.
          05 chave-expurgo-diff                   pic x(20).
          05 filler                               pic x(57).
          05 entrada-expurgo-diff                 pic x(16).

       01 linha-diff-csv.
          05 tipo-dcsv                            pic x(09).
          05 filler                               pic x(01)
                                                  value ",".
          05 nome-dcsv                            pic x(15).
          05 filler                               pic x(01)
                                                  value ",".
          05 forn-dcsv                            pic x(05).
          05 filler                               pic x(01)
                                                  value ",".
          05 campo-dcsv                           pic x(15).
          05 filler                               pic x(01)
                                                  value ",".
          05 anterior-dcsv                        pic x(10).
          05 filler                               pic x(01)
                                                  value ",".
          05 atual-dcsv                           pic x(10).
          05 filler                               pic x(01)
                                                  value ",".
          05 analista-dcsv                        pic x(08).
          05 filler                               pic x(01)
                                                  value ",".
          05 data-dcsv                            pic 9(08).

       77 fs-reqcota                              pic x(02)
                                                  value "00".
       77 fs-reqlog                               pic x(02)
                                                  value "00".
       77 prazo-resposta                          pic 9(03)
                                                  value 7.
       77 pedidos-max                             pic 9(04)
                                                  value 1000.
       77 pedidos-truncado                        pic x(01)
                                                  value "N".
       77 qtd-pedidos                             pic 9(04)
                                                  value zero.
       77 idx-ped                                 pic 9(04).
       77 idx-ped-achado                          pic 9(04).
       77 cand-cotacao-max                        pic 9(03)
                                                  value 400.
       77 qtd-cand-cotacao                        pic 9(03)
                                                  value zero.
       77 idx-ccot                                pic 9(03).
       77 idx-ccot-achado                         pic 9(03).
       77 idx-ccot-2                              pic 9(03).
       77 chave-cotacao                           pic x(20).
       77 motivos-cotacao                         pic x(03).
       77 preco-cotacao                           pic 9(03)v99.
       77 data-entrada-cotacao                    pic 9(08).
       77 forn-corrente-cot                       pic x(05).
       77 qtd-pedidos-novos                       pic 9(04)
                                                  value zero.
       77 qtd-pedidos-vencidos                    pic 9(04)
                                                  value zero.
       77 qtd-pedidos-atendidos                   pic 9(04)
                                                  value zero.
       77 qtd-forn-cotacao                        pic 9(03)
                                                  value zero.
       77 qtd-itens-forn                          pic 9(03)
                                                  value zero.
       77 idade-pedido                            pic s9(05).
       77 cotacao-enviada                         pic x(01).

      * pizzas a re-cotar na execucao, por fornecedor + nome;
      * motivos: posicao 1 'V' preco vencido, 2 'P' promocao
      * vencendo, 3 'R' rejeicao recorrente
       01 tabela-cand-cotacao occurs 400 times.
          05 chave-ccot.
             10 forn-ccot                         pic x(05).
             10 nome-ccot                         pic x(15).
          05 motivos-ccot                         pic x(03).
          05 preco-ccot                           pic 9(03)v99.
          05 data-entrada-ccot                    pic 9(08).
          05 data-pedido-ccot                     pic 9(08).

       01 linha-ccot-troca                        pic x(44).

       01 tabela-pedidos occurs 1000 times.
          05 chave-ped.
             10 forn-ped                          pic x(05).
             10 nome-ped                          pic x(15).
          05 motivos-ped                          pic x(03).
          05 data-pedido-ped                      pic 9(08).
          05 situacao-ped                         pic x(01).
          05 data-fecha-ped                       pic 9(08).

      * imagem do registro de entrada gravada no PIZZAREJ
       01 imagem-rej-cotacao.
          05 nome-rjc                             pic x(15).
          05 filler                               pic x(07).
          05 preco-rjc                            pic 9(03)v99.
          05 filler                               pic x(13).
          05 forn-rjc                             pic x(05).
          05 filler                               pic x(23).

       01 cab-reqcota.
          05 tipo-rqh                             pic x(01)
                                                  value "H".
          05 forn-rqh                             pic x(05).
          05 nome-forn-rqh                        pic x(20).
          05 contato-rqh                          pic x(30).
          05 data-rqh                             pic 9(08).
          05 qtd-itens-rqh                        pic 9(03).
          05 filler                               pic x(13)
                                                  value spaces.

       01 item-reqcota.
          05 tipo-rqd                             pic x(01)
                                                  value "D".
          05 forn-rqd                             pic x(05).
          05 nome-rqd                             pic x(15).
          05 motivos-rqd                          pic x(03).
          05 preco-rqd                            pic 9(03)v99.
          05 data-entrada-rqd                     pic 9(08).
          05 data-pedido-rqd                      pic 9(08).
          05 filler                               pic x(35)
                                                  value spaces.

       01 trailer-reqcota.
          05 tipo-rqt                             pic x(01)
                                                  value "T".
          05 qtd-forn-rqt                         pic 9(03).
          05 qtd-itens-rqt                        pic 9(05).
          05 data-rqt                             pic 9(08).
          05 filler                               pic x(63)
                                                  value spaces.

       77 fs-operador                             pic x(02)
                                                  value "00".
       77 operadores-max                          pic 9(03)
                                                  value 100.
       77 qtd-operadores                          pic 9(03)
                                                  value zero.
       77 idx-oper                                pic 9(03).
       77 idx-oper-achado                         pic 9(03).
       77 idx-papel                               pic 9(01).
       77 operador-busca                          pic x(08).
       77 papel-requerido                         pic 9(01).
       77 papel-ok                                pic x(01)
                                                  value "S".
       77 motivo-recusa-oper                      pic x(14).
       77 operador-recusado                       pic x(01)
                                                  value "N".
       77 operadores-alterado                     pic x(01)
                                                  value "N".
       77 operadores-truncado                     pic x(01)
                                                  value "N".
       77 opcao-oper                              pic x(01).
       77 opcao-papel                             pic x(01).
       77 id-oper-novo                            pic x(08).
       77 nome-oper-novo                          pic x(20).
       77 situacao-oper-nova                      pic x(01).

      * mestre de operadores; papeis, na ordem de titulos-papeis:
      * 1 digitacao, 2 aprovacao de preco, 3 exclusao de pizza,
      * 4 manutencao de fornecedores, 5 restauracao/expurgo e
      * 6 manutencao do proprio mestre de operadores (S/N)
       01 tabela-operadores occurs 100 times.
          05 id-oper-tab                          pic x(08).
          05 nome-oper-tab                        pic x(20).
          05 situacao-oper-tab                    pic x(01).
          05 papeis-oper-tab.
             10 papel-oper-tab occurs 6 times     pic x(01).

       01 titulos-papeis.
          05 filler                               pic x(12)
                                                  value "digitacao".
          05 filler                               pic x(12)
                                                  value "aprovacao".
          05 filler                               pic x(12)
                                                  value "exclusao".
          05 filler                               pic x(12)
                                                  value "fornecedores".
          05 filler                               pic x(12)
                                                  value "restauracao".
          05 filler                               pic x(12)
                                                  value "operadores".
       01 titulos-papeis-r redefines titulos-papeis.
          05 titulo-papel occurs 6 times          pic x(12).

       01 titulos-dias-entrega                    value
          "DOMSEGTERQUAQUISEXSAB".
          05 titulo-dia occurs 7 times            pic x(03).

       01 reg-backup.
          05 nome-bkp                             pic x(15).
          05 contato-forn-tab                     pic x(30).
          05 situacao-forn-tab                    pic x(01).
          05 data-desat-forn-tab                  pic 9(08).
          05 taxa-entrega-forn-tab                pic 9(03)v99.
          05 pedido-min-forn-tab                  pic 9(05)v99.
          05 dias-entrega-forn-tab                pic x(07).

       01 linha-csv.
          05 nome-csv                             pic x(15).
          05 filler                               pic x(01)
                                                  value ",".
          05 hora-entrada-csv                     pic 99b99b99b99.
          05 filler                               pic x(01)
                                                  value ",".
          05 preco-entregue-csv                   pic z(04)9,99.
          05 filler                               pic x(01)
                                                  value ",".
          05 cm2-entregue-csv                     pic z(02)9,99.

       linkage section.

           display "---- Custo Beneficio Pizza ----"

           perform inicializa.

           if trava-recusada = "N"
               and operador-recusado = "N"
               perform processamento
           end-if

           perform finaliza.

       inicializa section.
           move   0     to    ind

           accept data-corrente from date yyyymmdd
           accept hora-inicio-execucao from time
           compute data-limite-promo =
               function date-of-integer
                   (function integer-of-date(data-corrente) + 7)
           perform verifica-modo
           perform carrega-controle
           perform abre-alertas
           perform define-usuario
           perform carrega-operadores

      *    restauracao e expurgo so com operador autorizado; a
      *    recusa acontece antes da trava e da carga, e nada e
      *    regravado
           if funcao-execucao = "R"
               or funcao-execucao = "P"
               move usuario-execucao to operador-busca
               move 5 to papel-requerido
               perform verifica-papel
               if papel-ok = "N"
                   move "S" to operador-recusado
               end-if
           end-if

           if operador-recusado = "N"
           if funcao-execucao = space
               or funcao-execucao = "R"
               or funcao-execucao = "P"
               or funcao-execucao = "N"
               perform obtem-trava
           end-if
           end-if

           if trava-recusada = "N"
               and operador-recusado = "N"
               perform carrega-dados
           end-if
           .

       inicializa-exit.
           exit.

      *---------------
      * carrega os mestres, as pendencias e o cadastro (ou a
      * geracao de backup, na restauracao) para a memoria. a
      * execucao recusada pela trava nao passa por aqui
      *---------------

       carrega-dados section.

           perform carrega-fornecedores
           perform carrega-lojas
           perform carrega-medidas-acum
           perform carrega-pendencias

      *    com a aprovacao em dupla ligada, a ultima sugestao de

      *    na auditoria (funcao V) os precos por cm2 gravados sao
      *    justamente o objeto da conferencia, entao nao podem
      *    ser recalculados antes dela; no relatorio de
      *    alteracoes (funcao D) o ranking compara os gravados
      *    nas duas geracoes
           if ind > 0 and funcao-execucao not = "V"
               and funcao-execucao not = "D"
               perform recalcula-precos
           end-if
           .

       carrega-dados-exit.
           exit.

      *---------------

               if fs-controle not = "10"
                   and (funcao-ctrl = "R" or "P" or "C" or "T"
                                           or "S" or "A" or "V"
                                           or "M" or "Q" or "L"
                                           or "E" or "D" or "N")
                   move funcao-ctrl to funcao-execucao
               end-if

                   move aprovacao-ctrl to aprovacao-maxima
               end-if

               if fs-controle not = "10"
                   and tolerancia-med-ctrl is numeric
                   and tolerancia-med-ctrl > 0
                   move tolerancia-med-ctrl to tolerancia-medida
               end-if

               if fs-controle not = "10"
                   and (usa-medida-ctrl = "S" or "N")
                   move usa-medida-ctrl to usa-medida
               end-if

               if fs-controle not = "10"
                   and min-medicoes-ctrl is numeric
                   and min-medicoes-ctrl > 0
                   move min-medicoes-ctrl to min-medicoes
               end-if

      *        segundo cartao, opcional: cotacao de evento e
      *        identificacao de quem roda
               if fs-controle not = "10"
                   read controle-pizza next record
                       at end move "10" to fs-controle
                   end-read
               end-if

               if fs-controle not = "10"
                   and pessoas-evento-ctrl is numeric
                   move pessoas-evento-ctrl to pessoas-evento
               end-if

               if fs-controle not = "10"
                   and porcao-cm2-ctrl is numeric
                   move porcao-cm2-ctrl to porcao-cm2-evento
               end-if

               if fs-controle not = "10"
                   and fatias-pessoa-ctrl is numeric
                   move fatias-pessoa-ctrl to fatias-pessoa-evento
               end-if

               if fs-controle not = "10"
                   move categorias-evento-ctrl to categorias-evento
                   move fornecedores-evento-ctrl to
                                                 filtro-forn-evento
                   move usuario-ctrl    to usuario-execucao
                   move trava-dono-ctrl to trava-dono
               end-if

               if fs-controle not = "10"
                   and qtd-execucoes-ctrl is numeric
                   and qtd-execucoes-ctrl > 0
                   move qtd-execucoes-ctrl to execucoes-listar
               end-if

               if fs-controle not = "10"
                   and dias-carga-ctrl is numeric
                   and dias-carga-ctrl > 0
                   move dias-carga-ctrl to dias-carga
               end-if

               if fs-controle not = "10"
                   and prazo-conferencia-ctrl is numeric
                   and prazo-conferencia-ctrl > 0
                   move prazo-conferencia-ctrl to prazo-conferencia
               end-if

               if fs-controle not = "10"
                   and prazo-resposta-ctrl is numeric
                   and prazo-resposta-ctrl > 0
                   move prazo-resposta-ctrl to prazo-resposta
               end-if

               close controle-pizza
           end-if
           .

       carrega-controle-exit.
           exit.

      *---------------
      * abre (ou cria) o arquivo de alertas (ALRTPIZZ), gravado
      * por toda execucao em layout fixo para a ferramenta de
      * monitoracao ingerir, em vez de alguem garimpar "Aviso" no
      * SYSOUT. se o arquivo nao puder ser aberto, a execucao
      * segue so com os avisos de tela
      *---------------

       abre-alertas section.

           open extend alertas-pizza

           exit.

      *---------------
      * id de quem roda: na sessao interativa normal o analista
      * se identifica na entrada; no lote vem do segundo cartao
      * do PARMPIZZ (nome do job ou do analista), e sem ele fica
      * 'LOTE', como na carga sem analista
      *---------------

       define-usuario section.

           if usuario-execucao = spaces
               and modo-execucao = "I"
               and funcao-execucao = space
               display "Informe seu id de analista: "
               accept usuario-execucao
               perform until usuario-execucao not = spaces
                   display "Id invalido, informe novamente: "
                   accept usuario-execucao
               end-perform
           end-if

           if usuario-execucao = spaces
               move "LOTE" to usuario-execucao
           end-if
           .

       define-usuario-exit.
           exit.

      *---------------
      * trava de uso exclusivo (LOCKPIZZ) das execucoes que
      * regravam CADPIZZA, FORNPIZZ e PENDAPRV (sessao
      * interativa, carga, restauracao e expurgo) e o REQLOG
      * (carga e pedido de re-cotacao). com a trava
      * livre, grava nela a funcao, o modo, o analista/job e a
      * data/hora; com a trava ocupada, a execucao e recusada
      * (return-code 12, alerta TRAV) antes de carregar qualquer
      * coisa, em vez de uma regravar por cima da outra. as
      * funcoes que so leem esses arquivos nao passam por aqui
      *---------------

       obtem-trava section.

           perform le-trava

           if trava-ativa = "S"
               move "S" to trava-recusada
               display "Execucao recusada: CADPIZZA/FORNPIZZ/"
                       "PENDAPRV em uso pela funcao '"
                       funcao-trava-atual "' modo "
                       modo-trava-atual " do analista/job "
                       usuario-trava-atual
               display "  desde " data-trava-atual " "
                       hora-trava-atual
                       ". Se essa execucao terminou de forma "
                       "anormal, quebrar a trava pelo job PIZZALIB"
               move "E"    to severidade-alerta
               move "TRAV" to codigo-alerta
               move spaces to nome-alerta
               move spaces to fornecedor-alerta
               move spaces to texto-alerta
               string "execucao recusada: trava de "
                      usuario-trava-atual
                      delimited by size into texto-alerta
               end-string
               perform grava-alerta
           else
               accept hora-corrente from time

               open output trava-pizza

               if fs-trava = "00" or fs-trava = "05"
                   move spaces           to reg-trava
                   move funcao-execucao  to funcao-trava
                   move modo-execucao    to modo-trava
                   move usuario-execucao to usuario-trava
                   move data-corrente    to data-trava
                   move hora-corrente    to hora-trava
                   write reg-trava
                   close trava-pizza
                   move "S" to trava-obtida
               else
                   display "Aviso: arquivo de trava indisponivel "
                           "(status " fs-trava "), execucao segue "
                           "sem uso exclusivo"
               end-if
           end-if
           .

       obtem-trava-exit.
           exit.

      *---------------
      * le a trava corrente: trava-ativa = "S" com o registro
      * dela na area do arquivo; arquivo ausente, vazio ou sem
      * dono conta como trava livre
      *---------------

       le-trava section.

           move "N" to trava-ativa

           open input trava-pizza

           if fs-trava = "05"
               close trava-pizza
           else
           if fs-trava = "00"
               read trava-pizza next record
                   at end move "10" to fs-trava
               end-read

               if fs-trava not = "10"
                   and usuario-trava not = spaces
                   move "S"           to trava-ativa
                   move funcao-trava  to funcao-trava-atual
                   move modo-trava    to modo-trava-atual
                   move usuario-trava to usuario-trava-atual
                   move data-trava    to data-trava-atual
                   move hora-trava    to hora-trava-atual
               end-if

               close trava-pizza
           end-if
           end-if
           .

       le-trava-exit.
           exit.

      *---------------
      * libera a trava no fim da execucao que a obteve,
      * esvaziando o LOCKPIZZ
      *---------------

       libera-trava section.

           open output trava-pizza

           if fs-trava = "00" or fs-trava = "05"
               close trava-pizza
           end-if
           .

       libera-trava-exit.
           exit.

      *---------------
      * funcao L do PARMPIZZ (job PIZZALIB): quebra a trava
      * deixada por uma execucao que terminou de forma anormal.
      * para ninguem derrubar por engano a trava de uma execucao
      * viva, o dono da trava tem de ser informado no segundo
      * cartao do PARMPIZZ e conferir com o gravado; conferindo,
      * a trava e esvaziada e fica alerta TRAV com quem quebrou,
      * senao nada muda e o passo termina com return-code 8
      *---------------

       quebra-trava section.

           perform le-trava

           if trava-ativa = "N"
               display "Nenhuma trava ativa em LOCKPIZZ, nada a "
                       "quebrar"
           else
               display "Trava ativa: funcao '" funcao-trava-atual
                       "' modo " modo-trava-atual " analista/job "
                       usuario-trava-atual " desde "
                       data-trava-atual " " hora-trava-atual

               if trava-dono not = usuario-trava-atual
                   move "N" to quebra-trava-ok
                   display "Trava NAO quebrada: o dono informado "
                           "no PARMPIZZ (" trava-dono ") nao "
                           "confere com o da trava"
               else
                   perform libera-trava
                   display "Trava de " usuario-trava-atual
                           " quebrada por " usuario-execucao
                   move "A"    to severidade-alerta
                   move "TRAV" to codigo-alerta
                   move spaces to nome-alerta
                   move spaces to fornecedor-alerta
                   move spaces to texto-alerta
                   string "trava de " usuario-trava-atual
                          " quebrada por " usuario-execucao
                          delimited by size into texto-alerta
                   end-string
                   perform grava-alerta
               end-if
           end-if
           .

       quebra-trava-exit.
           exit.

      *---------------
      * acrescenta no registro de execucoes (RUNLOG) a execucao
      * que esta terminando: funcao, modo, analista/job, inicio e
      * fim, contagens principais e o return-code final. toda
      * execucao passa por aqui, inclusive a recusada pela trava;
      * a que abenda nao, e a falta dela e o que o relatorio da
      * funcao E aponta
      *---------------

       grava-execucao section.

           move zero to qtd-pizzas-execucao

           perform varying ind from 1 by 1 until
                                        ind > capacidade-pizzas
                                        or nome(ind) = spaces
               add 1 to qtd-pizzas-execucao
           end-perform

           open extend registro-execucoes

           if fs-runlog = "00" or fs-runlog = "05"
               move spaces               to reg-runlog
               move funcao-execucao      to funcao-run
               move modo-execucao        to modo-run
               move usuario-execucao     to usuario-run
               move data-corrente        to data-ini-run
               move hora-inicio-execucao to hora-ini-run
               accept data-fim-run from date yyyymmdd
               accept hora-fim-run from time
               move qtd-lidos            to lidos-run
               compute aceitos-run = qtd-aceitos + qtd-atualizados
               move qtd-rejeitados       to rejeitados-run
               move qtd-pizzas-execucao  to cadastro-run
               move qtd-alertas          to alertas-run
               move qtd-achados-auditoria to achados-run
               move sugestao-gravada     to sugestao-run
               move rc-execucao          to rc-run
               write reg-runlog
               close registro-execucoes
           else
               display "Aviso: registro de execucoes indisponivel "
                       "(status " fs-runlog "), execucao nao "
                       "registrada"
           end-if
           .

       grava-execucao-exit.
           exit.

      *---------------
      * funcao E do PARMPIZZ (job pizzaexe): lista as ultimas
      * execucoes de cada funcao a partir do RUNLOG e aponta as
      * lacunas contra o calendario esperado do fluxo de jobs:
      * carga semanal sem erro ha mais dias que o previsto,
      * sugestao de compra sem conferencia (funcao C) depois
      * dela dentro do prazo, e carga sem auditoria (funcao V)
      * depois dela. cada lacuna gera alerta EXEC e derruba o
      * passo com return-code 8
      *---------------

       relatorio-execucoes section.

           perform carrega-execucoes

           display " "
           display "---- Registro de Execucoes ----"
           display "Execucoes no registro: " qtd-execucoes-arq
                   " (ultimas " execucoes-listar " por funcao)"

           move spaces to funcoes-vistas
           move zero   to qtd-funcoes-vistas

           perform varying idx-exe from 1 by 1 until
                                         idx-exe > qtd-execucoes
               move "N" to funcao-vista
               perform varying idx-funcao from 1 by 1 until
                                     idx-funcao > qtd-funcoes-vistas
                   if funcoes-vistas(idx-funcao:1) =
                                            funcao-tabexe(idx-exe)
                       move "S" to funcao-vista
                   end-if
               end-perform
               if funcao-vista = "N" and qtd-funcoes-vistas < 20
                   add 1 to qtd-funcoes-vistas
                   move funcao-tabexe(idx-exe) to
                               funcoes-vistas(qtd-funcoes-vistas:1)
               end-if
           end-perform

           perform varying idx-funcao from 1 by 1 until
                                     idx-funcao > qtd-funcoes-vistas
               move funcoes-vistas(idx-funcao:1) to
                                               funcao-corrente-exe
               perform lista-execucoes-funcao
           end-perform

           perform verifica-lacunas

           display "Lacunas no calendario: " qtd-lacunas
           display "----------------------------------------"
           display " "
           .

       relatorio-execucoes-exit.
           exit.

      *---------------
      * le o RUNLOG para a tabela; com mais registros que a
      * tabela comporta, ficam os mais recentes (a primeira
      * leitura so conta, a segunda pula os mais antigos)
      *---------------

       carrega-execucoes section.

           move zero to qtd-execucoes
           move zero to qtd-execucoes-arq

           open input registro-execucoes

           if fs-runlog = "05"
               close registro-execucoes
           else
           if fs-runlog = "00"
               perform until fs-runlog = "10"
                   read registro-execucoes next record
                       at end move "10" to fs-runlog
                   end-read
                   if fs-runlog not = "10"
                       add 1 to qtd-execucoes-arq
                   end-if
               end-perform
               close registro-execucoes

               move zero to qtd-execucoes-pular
               if qtd-execucoes-arq > execucoes-max
                   compute qtd-execucoes-pular =
                           qtd-execucoes-arq - execucoes-max
               end-if

               open input registro-execucoes
               move "00" to fs-runlog

               perform until fs-runlog = "10"
                   read registro-execucoes next record
                       at end move "10" to fs-runlog
                   end-read
                   if fs-runlog not = "10"
                       if qtd-execucoes-pular > 0
                           subtract 1 from qtd-execucoes-pular
                       else
                           add 1 to qtd-execucoes
                           move reg-runlog to
                                      tabela-execucoes(qtd-execucoes)
                       end-if
                   end-if
               end-perform
               close registro-execucoes
           end-if
           end-if
           .

       carrega-execucoes-exit.
           exit.

      *---------------
      * lista, da mais recente para a mais antiga, as ultimas
      * execucoes da funcao em funcao-corrente-exe
      *---------------

       lista-execucoes-funcao section.

           display " "
           evaluate funcao-corrente-exe
               when space
                   display "Funcao normal (carga em lote ou sessao "
                           "interativa):"
               when "R"
                   display "Funcao R (restauracao):"
               when "P"
                   display "Funcao P (expurgo):"
               when "C"
                   display "Funcao C (conferencia de compras):"
               when "T"
                   display "Funcao T (retrabalho de rejeitos):"
               when "S"
                   display "Funcao S (scorecard):"
               when "A"
                   display "Funcao A (arquivamento do historico):"
               when "V"
                   display "Funcao V (auditoria do cadastro):"
               when "M"
                   display "Funcao M (medicoes do recebimento):"
               when "Q"
                   display "Funcao Q (cotacao de evento):"
               when "L"
                   display "Funcao L (quebra de trava):"
               when "E"
                   display "Funcao E (registro de execucoes):"
               when "D"
                   display "Funcao D (alteracoes do cadastro):"
               when "N"
                   display "Funcao N (pedidos de re-cotacao):"
               when other
                   display "Funcao " funcao-corrente-exe ":"
           end-evaluate

           display "  modo analista inicio            fim         "
                   "       lidos aceit rejei pizzas alert achad rc"

           move zero          to qtd-exe-funcao
           move qtd-execucoes to idx-exe

           perform until idx-exe = 0
                      or qtd-exe-funcao >= execucoes-listar
               if funcao-tabexe(idx-exe) = funcao-corrente-exe
                   add 1 to qtd-exe-funcao
                   display "  " modo-tabexe(idx-exe) "    "
                           usuario-tabexe(idx-exe) " "
                           data-ini-tabexe(idx-exe) " "
                           hora-ini-tabexe(idx-exe) " "
                           data-fim-tabexe(idx-exe) " "
                           hora-fim-tabexe(idx-exe) " "
                           lidos-tabexe(idx-exe) " "
                           aceitos-tabexe(idx-exe) " "
                           rejeitados-tabexe(idx-exe) " "
                           cadastro-tabexe(idx-exe) "  "
                           alertas-tabexe(idx-exe) " "
                           achados-tabexe(idx-exe) " "
                           rc-tabexe(idx-exe)
               end-if
               subtract 1 from idx-exe
           end-perform
           .

       lista-execucoes-funcao-exit.
           exit.

      *---------------
      * confere o registro contra o calendario esperado e gera
      * um alerta EXEC por lacuna encontrada
      *---------------

       verifica-lacunas section.

           move zero to qtd-lacunas
           move zero to idx-exe-carga
           move zero to idx-exe-ult
           move zero to idx-exe-sug

           perform varying idx-exe from 1 by 1 until
                                         idx-exe > qtd-execucoes
               if funcao-tabexe(idx-exe) = space
                   and modo-tabexe(idx-exe) = "L"
                   move idx-exe to idx-exe-ult
                   if rc-tabexe(idx-exe) = 0
                       move idx-exe to idx-exe-carga
                   end-if
               end-if
               if sugestao-tabexe(idx-exe) = "S"
                   move idx-exe to idx-exe-sug
               end-if
           end-perform

           display " "

      *    carga semanal sem erro dentro do intervalo esperado
           if idx-exe-carga = 0
               display "LACUNA: nenhuma carga semanal sem erro no "
                       "registro"
               move spaces to texto-alerta
               move "nenhuma carga semanal ok registrada" to
                                                      texto-alerta
               perform grava-alerta-lacuna
           else
               compute idade-execucao =
                   function integer-of-date(data-corrente) -
                   function integer-of-date
                                   (data-ini-tabexe(idx-exe-carga))
               if idade-execucao > dias-carga
                   move idade-execucao to idade-disp
                   display "LACUNA: ultima carga semanal sem erro "
                           "em " data-ini-tabexe(idx-exe-carga)
                           ", ha " idade-disp " dias (previsto "
                           dias-carga ")"
                   move spaces to texto-alerta
                   string "sem carga semanal ok ha mais de "
                          dias-carga " dias"
                          delimited by size into texto-alerta
                   end-string
                   perform grava-alerta-lacuna
               end-if
           end-if

      *    auditoria (V) depois da ultima carga
           if idx-exe-ult > 0
               move zero to idx-exe-audit
               perform varying idx-exe from idx-exe-ult by 1 until
                                         idx-exe > qtd-execucoes
                   if funcao-tabexe(idx-exe) = "V"
                       move idx-exe to idx-exe-audit
                   end-if
               end-perform
               if idx-exe-audit = 0
                   display "LACUNA: carga de "
                           data-ini-tabexe(idx-exe-ult) " "
                           hora-ini-tabexe(idx-exe-ult)
                           " sem auditoria (funcao V) depois dela"
                   move spaces to texto-alerta
                   string "carga de " data-ini-tabexe(idx-exe-ult)
                          " sem auditoria (V)"
                          delimited by size into texto-alerta
                   end-string
                   perform grava-alerta-lacuna
               end-if
           end-if

      *    conferencia (C) depois da ultima sugestao de compra,
      *    vencido o prazo para as compras serem confirmadas
           if idx-exe-sug > 0
               move zero to idx-exe-conf
               perform varying idx-exe from idx-exe-sug by 1 until
                                         idx-exe > qtd-execucoes
                   if funcao-tabexe(idx-exe) = "C"
                       move idx-exe to idx-exe-conf
                   end-if
               end-perform
               compute idade-execucao =
                   function integer-of-date(data-corrente) -
                   function integer-of-date
                                   (data-ini-tabexe(idx-exe-sug))
               if idx-exe-conf = 0
                   and idade-execucao > prazo-conferencia
                   display "LACUNA: sugestao de compra de "
                           data-ini-tabexe(idx-exe-sug)
                           " sem conferencia (funcao C) ha mais de "
                           prazo-conferencia " dias"
                   move spaces to texto-alerta
                   string "SUGCOMPR de " data-ini-tabexe(idx-exe-sug)
                          " sem conferencia"
                          delimited by size into texto-alerta
                   end-string
                   perform grava-alerta-lacuna
               end-if
           end-if
           .

       verifica-lacunas-exit.
           exit.

      *---------------
      * alerta EXEC de uma lacuna do calendario, com o texto ja
      * montado em texto-alerta
      *---------------

       grava-alerta-lacuna section.

           add 1 to qtd-lacunas
           move "A"    to severidade-alerta
           move "EXEC" to codigo-alerta
           move spaces to nome-alerta
           move spaces to fornecedor-alerta
           perform grava-alerta
           .

       grava-alerta-lacuna-exit.
           exit.

      *---------------
      * funcao D do PARMPIZZ (passo final do job pizzalot):
      * compara o cadastro corrente com a geracao de backup
      * escolhida (posicao 16, padrao 1 = BKPPIZ01) casando por
      * nome + fornecedor, e relata no SYSOUT e no DIFFCSV as
      * pizzas incluidas, as alteradas (campo a campo, com o
      * valor anterior e o atual e quem alterou), as removidas
      * (expurgo, restauracao ou exclusao manual) e os
      * movimentos de posicao no ranking geral por preco_cm2.
      * sem a geracao, nada a comparar e return-code 8
      *---------------

       relatorio-alteracoes section.

           display " "
           display "---- Alteracoes do Cadastro (geracao "
                   geracao-restore " x cadastro corrente) ----"

           perform carrega-cadastro-anterior

           if comparacao-ok = "N"
               display "Geracao " geracao-restore " de backup "
                       "inexistente ou vazia, nada a comparar"
           else
               perform identifica-regravacoes
               perform marca-expurgadas

               open output alteracoes-csv

               move spaces to reg-difcsv
               string "tipo,nome,fornecedor,campo,anterior,atual,"
                      "analista,data"
                      delimited by size into reg-difcsv
               end-string
               write reg-difcsv

               perform lista-incluidas
               perform lista-alteradas
               perform lista-removidas
               perform lista-movimentos-ranking

               close alteracoes-csv

               display " "
               display "Pizzas antes: " qtd-anteriores
                       "  agora: " qtd-cadastradas
               display "Incluidas: " qtd-incluidas
                       "  alteradas: " qtd-alteradas
                       "  removidas: " qtd-removidas
                       "  mudaram de posicao: " qtd-movidas
           end-if

           display "----------------------------------------"
           display " "
           .

       relatorio-alteracoes-exit.
           exit.

      *---------------
      * le a geracao de backup escolhida para a tabela do
      * cadastro anterior, sem o registro de controle
      *---------------

       carrega-cadastro-anterior section.

           move zero to qtd-anteriores

           evaluate geracao-restore
               when 1
                   perform le-anterior-ger1
               when 2
                   perform le-anterior-ger2
               when 3
                   perform le-anterior-ger3
           end-evaluate

           if qtd-anteriores = 0
               move "N" to comparacao-ok
           end-if
           .

       carrega-cadastro-anterior-exit.
           exit.

      *---------------

       le-anterior-ger1 section.

           open input backup-ger1

           if fs-backup1 = "05"
               close backup-ger1
           else
               read backup-ger1 next record

               perform until fs-backup1 = "10"
                   move reg-bkp1 to reg-backup
                   perform guarda-linha-anterior
                   read backup-ger1 next record
                       at end move "10" to fs-backup1
                   end-read
           end-if
           .

       le-anterior-ger1-exit.
           exit.

      *---------------

       le-anterior-ger2 section.

           open input backup-ger2

           if fs-backup2 = "05"
               close backup-ger2
           else
               read backup-ger2 next record

               perform until fs-backup2 = "10"
                   move reg-bkp2 to reg-backup
                   perform guarda-linha-anterior
                   read backup-ger2 next record
                       at end move "10" to fs-backup2
                   end-read
           end-if
           .

       le-anterior-ger2-exit.
           exit.

      *---------------

       le-anterior-ger3 section.

           open input backup-ger3

           if fs-backup3 = "05"
               close backup-ger3
           else
               read backup-ger3 next record

               perform until fs-backup3 = "10"
                   move reg-bkp3 to reg-backup
                   perform guarda-linha-anterior
                   read backup-ger3 next record
                       at end move "10" to fs-backup3
                   end-read
           end-if
           .

       le-anterior-ger3-exit.
           exit.

      *---------------

       guarda-linha-anterior section.

           if qtd-anteriores < capacidade-max-pizzas
               and nome-bkp not = "*CONTROLE*"
               add 1 to qtd-anteriores
               move reg-backup to imagem-anterior(qtd-anteriores)
               move space      to situacao-anterior(qtd-anteriores)
               move zero       to
                               data-expurgo-anterior(qtd-anteriores)
           end-if
           .

       guarda-linha-anterior-exit.
           exit.

      *---------------
      * cada regravacao do cadastro gira uma geracao de backup,
      * entao a geracao N e a imagem de antes das ultimas N
      * regravacoes registradas no RUNLOG (carga, sessao
      * interativa, restauracao e expurgo). delas sai o motivo
      * e o autor das remocoes que nao foram expurgo: se houve
      * restauracao, restauracao; senao, exclusao manual na
      * sessao interativa
      *---------------

       identifica-regravacoes section.

           perform carrega-execucoes

           move zero   to qtd-regravacoes
           move "N"    to regravacao-restauracao
           move spaces to usuario-restauracao
           move spaces to usuario-exclusao
           move zero   to data-restauracao
           move zero   to data-exclusao
           move qtd-execucoes to idx-exe

           perform until idx-exe = 0
                      or qtd-regravacoes >= geracao-restore
               if (funcao-tabexe(idx-exe) = space
                   or funcao-tabexe(idx-exe) = "R"
                   or funcao-tabexe(idx-exe) = "P")
                   and rc-tabexe(idx-exe) < 12
                   add 1 to qtd-regravacoes
                   if funcao-tabexe(idx-exe) = "R"
                       and regravacao-restauracao = "N"
                       move "S" to regravacao-restauracao
                       move usuario-tabexe(idx-exe) to
                                               usuario-restauracao
                       move data-ini-tabexe(idx-exe) to
                                               data-restauracao
                   end-if
                   if funcao-tabexe(idx-exe) = space
                       and modo-tabexe(idx-exe) = "I"
                       and usuario-exclusao = spaces
                       move usuario-tabexe(idx-exe) to
                                               usuario-exclusao
                       move data-ini-tabexe(idx-exe) to
                                               data-exclusao
                   end-if
               end-if
               subtract 1 from idx-exe
           end-perform
           .

       identifica-regravacoes-exit.
           exit.

      *---------------
      * marca como expurgada a pizza do cadastro anterior cuja
      * imagem (chave e carimbo de entrada) esta no arquivo de
      * expurgo (ARQPIZZA)
      *---------------

       marca-expurgadas section.

           open input arquivo-expurgo

           if fs-expurgo = "05"
               close arquivo-expurgo
           else
               read arquivo-expurgo next record
                   at end move "10" to fs-expurgo
               end-read

               perform until fs-expurgo = "10"
                   move imagem-exp to imagem-expurgo-diff
                   perform varying idx-cad-ant from 1 by 1 until
                                          idx-cad-ant > qtd-anteriores
                       if chave-anterior(idx-cad-ant) =
                                              chave-expurgo-diff
                           and entrada-anterior(idx-cad-ant) =
                                              entrada-expurgo-diff
                           move "E" to
                                          situacao-anterior(idx-cad-ant)
                           move data-exp to
                                      data-expurgo-anterior(idx-cad-ant)
                       end-if
                   end-perform
                   read arquivo-expurgo next record
                       at end move "10" to fs-expurgo
                   end-read
               end-perform

               close arquivo-expurgo
           end-if
           .

       marca-expurgadas-exit.
           exit.

      *---------------
      * procura a pizza idx-atu do cadastro corrente no cadastro
      * anterior; idx-ant-achado fica zero quando nao existia
      *---------------

       busca-pizza-anterior section.

           move nome(idx-atu)       to chave-busca-ant(1:15)
           move fornecedor(idx-atu) to chave-busca-ant(16:5)
           move zero to idx-ant-achado

           perform varying idx-cad-ant from 1 by 1 until
                                         idx-cad-ant > qtd-anteriores
                                         or idx-ant-achado > 0
               if chave-anterior(idx-cad-ant) = chave-busca-ant
                   move idx-cad-ant to idx-ant-achado
               end-if
           end-perform
           .

       busca-pizza-anterior-exit.
           exit.

      *---------------

       lista-incluidas section.

           display " "
           display "Pizzas incluidas:"

           perform varying idx-atu from 1 by 1 until
                                         idx-atu > qtd-cadastradas
               perform busca-pizza-anterior
               if idx-ant-achado = 0
                   add 1 to qtd-incluidas
                   move preco(idx-atu) to preco-diff-edit
                   display "  " nome(idx-atu) " ("
                           fornecedor(idx-atu) ") preco "
                           preco-diff-edit " por "
                           analista(idx-atu) " em "
                           data-entrada(idx-atu)
                   move "INCLUIDA"          to tipo-dcsv
                   move nome(idx-atu)       to nome-dcsv
                   move fornecedor(idx-atu) to forn-dcsv
                   move spaces              to campo-dcsv
                   move spaces              to anterior-dcsv
                   move preco-diff-edit     to atual-dcsv
                   move analista(idx-atu)   to analista-dcsv
                   move data-entrada(idx-atu) to data-dcsv
                   move linha-diff-csv      to reg-difcsv
                   write reg-difcsv
               else
                   move "C" to situacao-anterior(idx-ant-achado)
               end-if
           end-perform

           if qtd-incluidas = 0
               display "  nenhuma"
           end-if
           .

       lista-incluidas-exit.
           exit.

      *---------------

       lista-alteradas section.

           display " "
           display "Pizzas alteradas:"

           perform varying idx-atu from 1 by 1 until
                                         idx-atu > qtd-cadastradas
               perform busca-pizza-anterior
               if idx-ant-achado > 0
                   move imagem-anterior(idx-ant-achado) to
                                                       reg-backup
                   move "N" to pizza-alterada
                   perform compara-pizza-anterior
               end-if
           end-perform

           if qtd-alteradas = 0
               display "  nenhuma"
           end-if
           .

       lista-alteradas-exit.
           exit.

      *---------------
      * compara campo a campo a pizza idx-atu com a imagem
      * anterior dela (em reg-backup)
      *---------------

       compara-pizza-anterior section.

           if preco-bkp not = preco(idx-atu)
               move "preco"         to campo-diff
               move preco-bkp       to preco-diff-edit
               move preco-diff-edit to valor-ant-diff
               move preco(idx-atu)  to preco-diff-edit
               move preco-diff-edit to valor-atu-diff
               perform registra-alteracao
           end-if

           if preco-promo-bkp not = preco-promo(idx-atu)
               move "preco promo"        to campo-diff
               move preco-promo-bkp      to preco-diff-edit
               move preco-diff-edit      to valor-ant-diff
               move preco-promo(idx-atu) to preco-diff-edit
               move preco-diff-edit      to valor-atu-diff
               perform registra-alteracao
           end-if

           if promo-inicio-bkp not = promo-inicio(idx-atu)
               move "inicio promo"        to campo-diff
               move promo-inicio-bkp      to valor-ant-diff
               move promo-inicio(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if promo-fim-bkp not = promo-fim(idx-atu)
               move "fim promo"        to campo-diff
               move promo-fim-bkp      to valor-ant-diff
               move promo-fim(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if diametro-bkp not = diametro(idx-atu)
               move "diametro"        to campo-diff
               move diametro-bkp      to valor-ant-diff
               move diametro(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if largura-bkp not = largura(idx-atu)
               move "largura"        to campo-diff
               move largura-bkp      to valor-ant-diff
               move largura(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if forma-bkp not = forma-pizza(idx-atu)
               move "forma"             to campo-diff
               move forma-bkp           to valor-ant-diff
               move forma-pizza(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if categoria-bkp not = categoria(idx-atu)
               move "categoria"        to campo-diff
               move categoria-bkp      to valor-ant-diff
               move categoria(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if indicador-imposto-bkp not = indicador-imposto(idx-atu)
               move "imposto"                to campo-diff
               move indicador-imposto-bkp    to valor-ant-diff
               move indicador-imposto(idx-atu) to valor-atu-diff
               perform registra-alteracao
           end-if

           if aliquota-icms-bkp not = aliquota-icms(idx-atu)
               move "aliquota icms"        to campo-diff
               move aliquota-icms-bkp      to aliquota-diff-edit
               move aliquota-diff-edit     to valor-ant-diff
               move aliquota-icms(idx-atu) to aliquota-diff-edit
               move aliquota-diff-edit     to valor-atu-diff
               perform registra-alteracao
           end-if
           .

       compara-pizza-anterior-exit.
           exit.

      *---------------
      * relata um campo alterado (campo-diff, valor-ant-diff,
      * valor-atu-diff) da pizza idx-atu; o primeiro campo da
      * pizza abre o bloco dela com quem alterou e quando
      *---------------

       registra-alteracao section.

           if pizza-alterada = "N"
               move "S" to pizza-alterada
               add 1 to qtd-alteradas
               display "  " nome(idx-atu) " (" fornecedor(idx-atu)
                       ") alterada por " analista(idx-atu) " em "
                       data-entrada(idx-atu) " "
                       hora-entrada(idx-atu)
           end-if

           display "      " campo-diff " de " valor-ant-diff
                   " para " valor-atu-diff

           move "ALTERADA"            to tipo-dcsv
           move nome(idx-atu)         to nome-dcsv
           move fornecedor(idx-atu)   to forn-dcsv
           move campo-diff            to campo-dcsv
           move valor-ant-diff        to anterior-dcsv
           move valor-atu-diff        to atual-dcsv
           move analista(idx-atu)     to analista-dcsv
           move data-entrada(idx-atu) to data-dcsv
           move linha-diff-csv        to reg-difcsv
           write reg-difcsv
           .

       registra-alteracao-exit.
           exit.

      *---------------

       lista-removidas section.

           display " "
           display "Pizzas removidas:"

           perform varying idx-cad-ant from 1 by 1 until
                                         idx-cad-ant > qtd-anteriores
               if situacao-anterior(idx-cad-ant) not = "C"
                   add 1 to qtd-removidas
                   move imagem-anterior(idx-cad-ant) to reg-backup

                   if situacao-anterior(idx-cad-ant) = "E"
                       move "expurgo" to motivo-remocao
                       move spaces    to autor-remocao
                       move data-expurgo-anterior(idx-cad-ant) to
                                                      data-remocao
                   else
                   if regravacao-restauracao = "S"
                       move "restauracao"       to motivo-remocao
                       move usuario-restauracao to autor-remocao
                       move data-restauracao    to data-remocao
                   else
                       move "exclusao manual"   to motivo-remocao
                       move usuario-exclusao    to autor-remocao
                       move data-exclusao       to data-remocao
                   end-if
                   end-if

                   move preco-bkp to preco-diff-edit
                   display "  " nome-bkp " (" fornecedor-bkp
                           ") preco " preco-diff-edit " - "
                           motivo-remocao " " autor-remocao " "
                           data-remocao

                   move "REMOVIDA"      to tipo-dcsv
                   move nome-bkp        to nome-dcsv
                   move fornecedor-bkp  to forn-dcsv
                   move motivo-remocao  to campo-dcsv
                   move preco-diff-edit to anterior-dcsv
                   move spaces          to atual-dcsv
                   move autor-remocao   to analista-dcsv
                   move data-remocao    to data-dcsv
                   move linha-diff-csv  to reg-difcsv
                   write reg-difcsv
               end-if
           end-perform

           if qtd-removidas = 0
               display "  nenhuma"
           end-if
           .

       lista-removidas-exit.
           exit.

      *---------------
      * posicao de cada pizza que continua no cadastro no
      * ranking geral por preco_cm2 (do menor para o maior,
      * empate pela chave), antes e agora
      *---------------

       lista-movimentos-ranking section.

           display " "
           display "Movimentos no ranking por preco_cm2:"

           perform varying idx-atu from 1 by 1 until
                                         idx-atu > qtd-cadastradas
               perform busca-pizza-anterior
               if idx-ant-achado > 0
                   perform calcula-posicao-atual
                   perform calcula-posicao-anterior
                   if pos-atual not = pos-anterior
                       add 1 to qtd-movidas
                       compute movimento-rank =
                               pos-anterior - pos-atual
                       if movimento-rank > 0
                           move movimento-rank to movimento-disp
                           display "  " nome(idx-atu) " ("
                                   fornecedor(idx-atu) ") posicao "
                                   pos-anterior " -> " pos-atual
                                   " (subiu " movimento-disp ")"
                       else
                           compute movimento-disp =
                                   0 - movimento-rank
                           display "  " nome(idx-atu) " ("
                                   fornecedor(idx-atu) ") posicao "
                                   pos-anterior " -> " pos-atual
                                   " (caiu " movimento-disp ")"
                       end-if
                       move "RANKING"           to tipo-dcsv
                       move nome(idx-atu)       to nome-dcsv
                       move fornecedor(idx-atu) to forn-dcsv
                       move "posicao cm2"       to campo-dcsv
                       move pos-anterior        to anterior-dcsv
                       move pos-atual           to atual-dcsv
                       move spaces              to analista-dcsv
                       move data-corrente       to data-dcsv
                       move linha-diff-csv      to reg-difcsv
                       write reg-difcsv
                   end-if
               end-if
           end-perform

           if qtd-movidas = 0
               display "  nenhum"
           end-if
           .

       lista-movimentos-ranking-exit.
           exit.

      *---------------

       calcula-posicao-atual section.

           move 1 to pos-atual

           perform varying idx-rank from 1 by 1 until
                                         idx-rank > qtd-cadastradas
               if preco_cm2(idx-rank) < preco_cm2(idx-atu)
                   add 1 to pos-atual
               else
               if preco_cm2(idx-rank) = preco_cm2(idx-atu)
                   and (nome(idx-rank) < nome(idx-atu)
                        or (nome(idx-rank) = nome(idx-atu)
                            and fornecedor(idx-rank) <
                                               fornecedor(idx-atu)))
                   add 1 to pos-atual
               end-if
               end-if
           end-perform
           .

       calcula-posicao-atual-exit.
           exit.

      *---------------

       calcula-posicao-anterior section.

           move 1 to pos-anterior

           perform varying idx-rank from 1 by 1 until
                                         idx-rank > qtd-anteriores
               if cm2-cad-anterior(idx-rank) <
                                  cm2-cad-anterior(idx-ant-achado)
                   add 1 to pos-anterior
               else
               if cm2-cad-anterior(idx-rank) =
                                  cm2-cad-anterior(idx-ant-achado)
                   and chave-anterior(idx-rank) <
                                  chave-anterior(idx-ant-achado)
                   add 1 to pos-anterior
               end-if
               end-if
           end-perform
           .

       calcula-posicao-anterior-exit.
           exit.

      *---------------
      * funcao N do PARMPIZZ (job pizzareq): pedido de re-cotacao
      * aos fornecedores. junta as pizzas com preco vencido
      * (calcula-idade-preco), com promocao em vigor vencendo
      * ate 7 dias e com rejeicao recorrente no PIZZAREJ (ciclo
      * no limite de escalacao), e grava o REQCOTA agrupado por
      * fornecedor, com o contato do FORNPIZZ, para o gateway de
      * mensagens enviar. cada pizza pedida fica aberta no
      * REQLOG ate uma carga do PIZZAENT trazer a cotacao dela;
      * pedido aberto ha mais dias que o prazo de resposta e
      * relatado, gera alerta RCOT e derruba o passo com
      * return-code 8
      *---------------

       pedidos-cotacao section.

           display " "
           display "---- Pedidos de Re-cotacao ----"

           perform carrega-pedidos-cotacao

           move zero to qtd-cand-cotacao

           perform varying ind from 1 by 1 until
                                            ind > capacidade-pizzas
                                            or nome(ind) = spaces
               move spaces to motivos-cotacao

               perform calcula-idade-preco
               if preco-vencido = "S"
                   move "V" to motivos-cotacao(1:1)
               end-if

               perform promo-vigente
               if promo-em-vigor = "S"
                   and promo-fim(ind) <= data-limite-promo
                   move "P" to motivos-cotacao(2:1)
               end-if

               if motivos-cotacao not = spaces
                   move fornecedor(ind)   to chave-cotacao(1:5)
                   move nome(ind)         to chave-cotacao(6:15)
                   move preco(ind)        to preco-cotacao
                   move data-entrada(ind) to data-entrada-cotacao
                   perform inclui-cand-cotacao
               end-if
           end-perform

           perform junta-rejeitos-cotacao
           perform ordena-cand-cotacao
           perform registra-pedidos-cotacao
           perform grava-reqcota
           perform verifica-pedidos-vencidos
           perform grava-pedidos-cotacao

           display "Pizzas a re-cotar: " qtd-cand-cotacao
                   "  fornecedores: " qtd-forn-cotacao
                   "  pedidos novos: " qtd-pedidos-novos
           display "Pedidos sem resposta ha mais de "
                   prazo-resposta " dias: " qtd-pedidos-vencidos
           display "----------------------------------------"
           display " "
           .

       pedidos-cotacao-exit.
           exit.

      *---------------
      * acrescenta a pizza em chave-cotacao a lista da execucao,
      * ou soma os motivos se ela ja estiver la; fornecedor
      * desativado no mestre nao recebe pedido
      *---------------

       inclui-cand-cotacao section.

           move chave-cotacao(1:5) to id-forn-busca
           perform busca-fornecedor-id

           if idx-forn-achado > 0
               and situacao-forn-tab(idx-forn-achado) = "I"
               continue
           else
               move zero to idx-ccot-achado
               perform varying idx-ccot from 1 by 1 until
                                       idx-ccot > qtd-cand-cotacao
                                       or idx-ccot-achado > 0
                   if chave-ccot(idx-ccot) = chave-cotacao
                       move idx-ccot to idx-ccot-achado
                   end-if
               end-perform

               if idx-ccot-achado = 0
                   if qtd-cand-cotacao < cand-cotacao-max
                       add 1 to qtd-cand-cotacao
                       move qtd-cand-cotacao to idx-ccot-achado
                       move chave-cotacao   to
                                         chave-ccot(idx-ccot-achado)
                       move spaces          to
                                       motivos-ccot(idx-ccot-achado)
                       move preco-cotacao   to
                                         preco-ccot(idx-ccot-achado)
                       move data-entrada-cotacao to
                                  data-entrada-ccot(idx-ccot-achado)
                       move data-corrente   to
                                   data-pedido-ccot(idx-ccot-achado)
                   else
                       display "Aviso: lista de re-cotacao cheia ("
                               cand-cotacao-max "), "
                               chave-cotacao " fica de fora"
                   end-if
               end-if

               if idx-ccot-achado > 0
                   if motivos-cotacao(1:1) not = space
                       move motivos-cotacao(1:1) to
                               motivos-ccot(idx-ccot-achado)(1:1)
                   end-if
                   if motivos-cotacao(2:1) not = space
                       move motivos-cotacao(2:1) to
                               motivos-ccot(idx-ccot-achado)(2:1)
                   end-if
                   if motivos-cotacao(3:1) not = space
                       move motivos-cotacao(3:1) to
                               motivos-ccot(idx-ccot-achado)(3:1)
                   end-if
               end-if
           end-if
           .

       inclui-cand-cotacao-exit.
           exit.

      *---------------
      * rejeitos que ja chegaram ao ciclo de escalacao no
      * PIZZAREJ: o fornecedor precisa mandar a cotacao de novo
      *---------------

       junta-rejeitos-cotacao section.

           open input rejeitos-pizza

           if fs-rejeito = "05"
               close rejeitos-pizza
           else
               read rejeitos-pizza next record
                   at end move "10" to fs-rejeito
               end-read

               perform until fs-rejeito = "10"
                   if ciclo-rej is numeric
                       and ciclo-rej >= ciclos-max
                       move imagem-rej to imagem-rej-cotacao
                       move spaces     to motivos-cotacao
                       move "R"        to motivos-cotacao(3:1)
                       move forn-rjc   to chave-cotacao(1:5)
                       move nome-rjc   to chave-cotacao(6:15)
                       if preco-rjc is numeric
                           move preco-rjc to preco-cotacao
                       else
                           move zero      to preco-cotacao
                       end-if
                       move zero       to data-entrada-cotacao
                       perform inclui-cand-cotacao
                   end-if
                   read rejeitos-pizza next record
                       at end move "10" to fs-rejeito
                   end-read
               end-perform

               close rejeitos-pizza
           end-if
           .

       junta-rejeitos-cotacao-exit.
           exit.

      *---------------
      * ordena a lista por fornecedor + nome, para o REQCOTA
      * sair agrupado por fornecedor
      *---------------

       ordena-cand-cotacao section.

           perform varying idx-ccot from 2 by 1 until
                                       idx-ccot > qtd-cand-cotacao
               move tabela-cand-cotacao(idx-ccot) to
                                                 linha-ccot-troca
               move idx-ccot to idx-ccot-2
               perform until idx-ccot-2 = 1
                   or chave-ccot(idx-ccot-2 - 1) <=
                                       linha-ccot-troca(1:20)
                   move tabela-cand-cotacao(idx-ccot-2 - 1) to
                                     tabela-cand-cotacao(idx-ccot-2)
                   subtract 1 from idx-ccot-2
               end-perform
               move linha-ccot-troca to
                                     tabela-cand-cotacao(idx-ccot-2)
           end-perform
           .

       ordena-cand-cotacao-exit.
           exit.

      *---------------
      * abre no REQLOG o pedido das pizzas que ainda nao tinham
      * pedido aberto; a que ja tinha mantem a data do primeiro
      * pedido, que e a que conta para o prazo de resposta
      *---------------

       registra-pedidos-cotacao section.

           move zero to qtd-pedidos-novos

           perform varying idx-ccot from 1 by 1 until
                                       idx-ccot > qtd-cand-cotacao
               move chave-ccot(idx-ccot) to chave-cotacao
               perform busca-pedido-aberto

               if idx-ped-achado > 0
                   move data-pedido-ped(idx-ped-achado) to
                                          data-pedido-ccot(idx-ccot)
                   move motivos-ccot(idx-ccot) to
                                        motivos-ped(idx-ped-achado)
               else
               if qtd-pedidos < pedidos-max
                   add 1 to qtd-pedidos
                   add 1 to qtd-pedidos-novos
                   move chave-ccot(idx-ccot)   to
                                            chave-ped(qtd-pedidos)
                   move motivos-ccot(idx-ccot) to
                                          motivos-ped(qtd-pedidos)
                   move data-corrente          to
                                      data-pedido-ped(qtd-pedidos)
                   move "A"                    to
                                         situacao-ped(qtd-pedidos)
                   move zero                   to
                                       data-fecha-ped(qtd-pedidos)
               else
                   display "Aviso: REQLOG cheio (" pedidos-max
                           "), pedido de " chave-cotacao
                           " nao registrado"
               end-if
               end-if
           end-perform
           .

       registra-pedidos-cotacao-exit.
           exit.

      *---------------
      * procura no REQLOG o pedido aberto da chave em
      * chave-cotacao (fornecedor + nome); zero se nao houver
      *---------------

       busca-pedido-aberto section.

           move zero to idx-ped-achado

           perform varying idx-ped from 1 by 1 until
                                         idx-ped > qtd-pedidos
                                         or idx-ped-achado > 0
               if chave-ped(idx-ped) = chave-cotacao
                   and situacao-ped(idx-ped) = "A"
                   move idx-ped to idx-ped-achado
               end-if
           end-perform
           .

       busca-pedido-aberto-exit.
           exit.

      *---------------
      * grava o REQCOTA: por fornecedor um cabecalho 'H' com
      * nome e contato do FORNPIZZ e a quantidade de itens, um
      * item 'D' por pizza com os motivos, e no fim o trailer
      * 'T' com fornecedores e itens
      *---------------

       grava-reqcota section.

           move zero   to qtd-forn-cotacao
           move spaces to forn-corrente-cot

           open output pedido-cotacao

           if fs-reqcota not = "00" and fs-reqcota not = "05"
               display "Aviso: REQCOTA indisponivel (status "
                       fs-reqcota "), pedidos nao enviados"
               move "N" to cotacao-enviada
           else
               move "S" to cotacao-enviada

               perform varying idx-ccot from 1 by 1 until
                                       idx-ccot > qtd-cand-cotacao
                   if forn-ccot(idx-ccot) not = forn-corrente-cot
                       perform grava-cab-reqcota
                   end-if

                   move forn-ccot(idx-ccot)         to forn-rqd
                   move nome-ccot(idx-ccot)         to nome-rqd
                   move motivos-ccot(idx-ccot)      to motivos-rqd
                   move preco-ccot(idx-ccot)        to preco-rqd
                   move data-entrada-ccot(idx-ccot) to
                                                  data-entrada-rqd
                   move data-pedido-ccot(idx-ccot)  to
                                                   data-pedido-rqd
                   move item-reqcota to reg-reqcota
                   write reg-reqcota

                   display "  " nome-ccot(idx-ccot) " motivos "
                           motivos-ccot(idx-ccot) " pedido em "
                           data-pedido-ccot(idx-ccot)
               end-perform

               move qtd-forn-cotacao to qtd-forn-rqt
               move qtd-cand-cotacao to qtd-itens-rqt
               move data-corrente    to data-rqt
               move trailer-reqcota  to reg-reqcota
               write reg-reqcota

               close pedido-cotacao
           end-if
           .

       grava-reqcota-exit.
           exit.

      *---------------
      * cabecalho do fornecedor do item idx-ccot, com a contagem
      * dos itens dele (a lista esta ordenada por fornecedor)
      *---------------

       grava-cab-reqcota section.

           move forn-ccot(idx-ccot) to forn-corrente-cot
           add 1 to qtd-forn-cotacao

           move zero to qtd-itens-forn
           perform varying idx-ccot-2 from idx-ccot by 1 until
                                     idx-ccot-2 > qtd-cand-cotacao
               if forn-ccot(idx-ccot-2) = forn-corrente-cot
                   add 1 to qtd-itens-forn
               end-if
           end-perform

           move forn-corrente-cot to id-forn-busca
           perform busca-fornecedor-id

           move forn-corrente-cot to forn-rqh
           if idx-forn-achado > 0
               move nome-forn-tab(idx-forn-achado)    to
                                                     nome-forn-rqh
               move contato-forn-tab(idx-forn-achado) to contato-rqh
           else
               move "(nao cadastrado)" to nome-forn-rqh
               move spaces             to contato-rqh
           end-if
           move data-corrente  to data-rqh
           move qtd-itens-forn to qtd-itens-rqh
           move cab-reqcota    to reg-reqcota
           write reg-reqcota

           display " "
           display "Fornecedor " forn-corrente-cot " "
                   nome-forn-rqh " contato: " contato-rqh
           .

       grava-cab-reqcota-exit.
           exit.

      *---------------
      * pedidos abertos ha mais dias que o prazo de resposta:
      * relatados e alertados (RCOT)
      *---------------

       verifica-pedidos-vencidos section.

           move zero to qtd-pedidos-vencidos

           perform varying idx-ped from 1 by 1 until
                                         idx-ped > qtd-pedidos
               if situacao-ped(idx-ped) = "A"
                   compute idade-pedido =
                       function integer-of-date(data-corrente) -
                       function integer-of-date
                                       (data-pedido-ped(idx-ped))
                   if idade-pedido > prazo-resposta
                       add 1 to qtd-pedidos-vencidos
                       move idade-pedido to idade-disp
                       display "Sem resposta: " nome-ped(idx-ped)
                               " (" forn-ped(idx-ped) ") pedida em "
                               data-pedido-ped(idx-ped) ", ha "
                               idade-disp " dias"
                       move "A"               to severidade-alerta
                       move "RCOT"            to codigo-alerta
                       move nome-ped(idx-ped) to nome-alerta
                       move forn-ped(idx-ped) to fornecedor-alerta
                       move spaces            to texto-alerta
                       string "re-cotacao de "
                              data-pedido-ped(idx-ped)
                              " sem resposta"
                              delimited by size into texto-alerta
                       end-string
                       perform grava-alerta
                   end-if
               end-if
           end-perform
           .

       verifica-pedidos-vencidos-exit.
           exit.

      *---------------
      * le o REQLOG (pedidos abertos e atendidos) para a tabela
      *---------------

       carrega-pedidos-cotacao section.

           move zero to qtd-pedidos

           open input log-cotacao

           if fs-reqlog = "05"
               close log-cotacao
           else
           if fs-reqlog = "00"
               read log-cotacao next record
                   at end move "10" to fs-reqlog
               end-read

               perform until fs-reqlog = "10"
                          or qtd-pedidos >= pedidos-max
                   add 1 to qtd-pedidos
                   move reg-reqlog to tabela-pedidos(qtd-pedidos)
                   read log-cotacao next record
                       at end move "10" to fs-reqlog
                   end-read
               end-perform

               if fs-reqlog not = "10"
                   move "S" to pedidos-truncado
                   display "Aviso: REQLOG com mais de " pedidos-max
                           " pedidos, demais ignorados e log "
                           "mantido"
               end-if

               close log-cotacao
           end-if
           end-if
           .

       carrega-pedidos-cotacao-exit.
           exit.

      *---------------
      * regrava o REQLOG; pedido atendido ha mais dias que a
      * retencao do PARMPIZZ sai do log. se a carga truncou o log
      * na capacidade da tabela, a regravacao e recusada: os
      * pedidos que ficaram de fora seriam apagados
      *---------------

       grava-pedidos-cotacao section.

           if pedidos-truncado = "S"
               display "REQLOG NAO regravado: a carga truncou a "
                       "tabela em " pedidos-max " pedidos e a "
                       "regravacao apagaria os demais"
               move "E"    to severidade-alerta
               move "RCOT" to codigo-alerta
               move spaces to nome-alerta
               move spaces to fornecedor-alerta
               move "REQLOG truncado, regravacao recusada"
                           to texto-alerta
               perform grava-alerta
           else

           open output log-cotacao

           if fs-reqlog not = "00" and fs-reqlog not = "05"
               display "Aviso: REQLOG indisponivel (status "
                       fs-reqlog "), pedidos nao registrados"
           else
               perform varying idx-ped from 1 by 1 until
                                         idx-ped > qtd-pedidos
                   if situacao-ped(idx-ped) = "F"
                       compute idade-pedido =
                           function integer-of-date(data-corrente) -
                           function integer-of-date
                                       (data-fecha-ped(idx-ped))
                   else
                       move zero to idade-pedido
                   end-if
                   if idade-pedido <= dias-retencao
                       move tabela-pedidos(idx-ped) to reg-reqlog
                       write reg-reqlog
                   end-if
               end-perform

               close log-cotacao
           end-if
           end-if
           .

       grava-pedidos-cotacao-exit.
           exit.

      *---------------
      * depois da carga do PIZZAENT: o pedido aberto de pizza
      * que esta carga gravou (carimbo de entrada desta execucao)
      * esta atendido e fecha no REQLOG
      *---------------

       fecha-pedidos-cotacao section.

           perform carrega-pedidos-cotacao

           move zero to qtd-pedidos-atendidos

           perform varying idx-ped from 1 by 1 until
                                         idx-ped > qtd-pedidos
               if situacao-ped(idx-ped) = "A"
                   perform varying ind from 1 by 1 until
                                            ind > capacidade-pizzas
                                            or nome(ind) = spaces
                       if nome(ind) = nome-ped(idx-ped)
                           and fornecedor(ind) = forn-ped(idx-ped)
                           and (data-entrada(ind) > data-corrente
                                or (data-entrada(ind) = data-corrente
                                    and hora-entrada(ind) >=
                                               hora-inicio-execucao))
                           move "F" to situacao-ped(idx-ped)
                           move data-corrente to
                                           data-fecha-ped(idx-ped)
                           add 1 to qtd-pedidos-atendidos
                       end-if
                   end-perform
               end-if
           end-perform

           if qtd-pedidos-atendidos > 0
               perform grava-pedidos-cotacao
               display "Pedidos de re-cotacao atendidos pela "
                       "carga: " qtd-pedidos-atendidos
           end-if
           .

       fecha-pedidos-cotacao-exit.
           exit.

      *---------------
      * le o mestre de operadores (OPERPIZZ) para a tabela. sem
      * o arquivo, ou com ele vazio, nao ha controle de acesso
      * (como na carga sem o mestre de fornecedores)
      *---------------

       carrega-operadores section.

           move zero to qtd-operadores

           open input operador-pizza

           if fs-operador = "05"
               close operador-pizza
           else
           if fs-operador = "00"
               read operador-pizza next record
                   at end move "10" to fs-operador
               end-read

               perform until fs-operador = "10"
                          or qtd-operadores >= operadores-max
                   add 1 to qtd-operadores
                   move id-operador       to
                                       id-oper-tab(qtd-operadores)
                   move nome-operador     to
                                     nome-oper-tab(qtd-operadores)
                   move situacao-operador to
                                 situacao-oper-tab(qtd-operadores)
                   move papeis-operador   to
                                   papeis-oper-tab(qtd-operadores)
                   read operador-pizza next record
                       at end move "10" to fs-operador
                   end-read
               end-perform

               if fs-operador not = "10"
                   move "S" to operadores-truncado
                   display "Aviso: mestre de operadores com mais "
                           "de " operadores-max " registros, "
                           "demais ignorados - ids fora da tabela "
                           "serao recusados"
                   move "A"    to severidade-alerta
                   move "OPER" to codigo-alerta
                   move spaces to nome-alerta
                   move spaces to fornecedor-alerta
                   move "mestre de operadores truncado na carga"
                               to texto-alerta
                   perform grava-alerta
               end-if

               close operador-pizza
           end-if
           end-if
           .

       carrega-operadores-exit.
           exit.

      *---------------
      * devolve em idx-oper-achado a posicao na tabela do
      * operador cujo id esta em operador-busca (zero quando nao
      * cadastrado)
      *---------------

       busca-operador section.

           move zero to idx-oper-achado

           perform varying idx-oper from 1 by 1 until
                                     idx-oper > qtd-operadores
               if id-oper-tab(idx-oper) = operador-busca
                   move idx-oper to idx-oper-achado
               end-if
           end-perform
           .

       busca-operador-exit.
           exit.

      *---------------
      * confere se o operador em operador-busca esta cadastrado,
      * ativo e com o papel em papel-requerido; devolve papel-ok.
      * a recusa sai no SYSOUT/tela e fica no ALRTPIZZ (alerta
      * OPER) com quem tentou o que, para a auditoria
      *---------------

       verifica-papel section.

           move "S" to papel-ok

           if qtd-operadores > 0
               perform busca-operador
               if idx-oper-achado = 0
                   move "N" to papel-ok
                   move "nao cadastrado" to motivo-recusa-oper
               else
               if situacao-oper-tab(idx-oper-achado) not = "A"
                   move "N" to papel-ok
                   move "inativo"        to motivo-recusa-oper
               else
               if papel-oper-tab(idx-oper-achado, papel-requerido)
                                                          not = "S"
                   move "N" to papel-ok
                   move "sem o papel"    to motivo-recusa-oper
               end-if
               end-if
               end-if
           end-if

           if papel-ok = "N"
               display "Acesso recusado: operador " operador-busca
                       " " motivo-recusa-oper " - papel "
                       titulo-papel(papel-requerido)
               move "A"    to severidade-alerta
               move "OPER" to codigo-alerta
               move spaces to nome-alerta
               move spaces to fornecedor-alerta
               move spaces to texto-alerta
               string "operador " operador-busca " recusado: "
                      titulo-papel(papel-requerido)
                      delimited by size into texto-alerta
               end-string
               perform grava-alerta
           end-if
           .

       verifica-papel-exit.
           exit.

      *---------------
      * opcoes do menu: confere o papel (em papel-requerido) do
      * analista da sessao; na recusa, segura a tela antes de
      * voltar ao menu
      *---------------

       confere-operador-sessao section.

           move usuario-execucao to operador-busca
           perform verifica-papel

           if papel-ok = "N"
               perform pausa-continuar
           end-if
           .

       confere-operador-sessao-exit.
           exit.

      *---------------
      * opcao U do menu: manutencao do mestre de operadores
      * (inclusao, alteracao de nome, situacao e papeis, e
      * listagem). o OPERPIZZ e regravado em finaliza quando algo
      * mudou aqui
      *---------------

       manutencao-operadores section.

           move spaces to opcao-oper

           perform until opcao-oper = "F" or opcao-oper = "f"

               display " "
               display "---- Manutencao de Operadores ----"
               display "Operadores cadastrados: " qtd-operadores
               display "I - Incluir operador"
               display "A - Alterar nome/situacao/papeis"
               display "L - Listar operadores"
               display "F - Fim"
               display "Opcao: "
               accept opcao-oper

               evaluate opcao-oper
                   when "I"
                   when "i"
                       perform inclui-operador
                   when "A"
                   when "a"
                       perform altera-operador
                   when "L"
                   when "l"
                       perform lista-operadores
                   when "F"
                   when "f"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .

       manutencao-operadores-exit.
           exit.

      *---------------

       inclui-operador section.

           if qtd-operadores >= operadores-max
               display "Limite de " operadores-max
                       " operadores atingido."
           else
               display "Id do operador (8 posicoes): "
               accept id-oper-novo
               move id-oper-novo to operador-busca
               perform busca-operador

               if id-oper-novo = spaces
                   display "Id em branco, nada feito."
               else
               if idx-oper-achado > 0
                   display "Operador ja cadastrado: "
                           nome-oper-tab(idx-oper-achado)
               else
                   add 1 to qtd-operadores
                   move id-oper-novo to id-oper-tab(qtd-operadores)

                   display "Nome do operador: "
                   accept nome-oper-tab(qtd-operadores)

                   move "A"      to situacao-oper-tab(qtd-operadores)
                   move "NNNNNN" to papeis-oper-tab(qtd-operadores)

                   move qtd-operadores to idx-oper-achado
                   perform informa-papeis

                   move "S" to operadores-alterado
                   display "Operador incluido."
               end-if
               end-if
           end-if

           perform pausa-continuar
           .

       inclui-operador-exit.
           exit.

      *---------------

       altera-operador section.

           display "Id do operador: "
           accept operador-busca
           perform busca-operador

           if idx-oper-achado = 0
               display "Operador nao cadastrado."
           else
               display "Operador: " nome-oper-tab(idx-oper-achado)
                       " situacao "
                       situacao-oper-tab(idx-oper-achado)

               display "Novo nome (em branco mantem): "
               move spaces to nome-oper-novo
               accept nome-oper-novo
               if nome-oper-novo not = spaces
                   move nome-oper-novo to
                                   nome-oper-tab(idx-oper-achado)
               end-if

               display "Situacao (A - ativo, I - inativo, em "
                       "branco mantem): "
               move spaces to situacao-oper-nova
               accept situacao-oper-nova
               if situacao-oper-nova = "A" or situacao-oper-nova = "a"
                   move "A" to situacao-oper-tab(idx-oper-achado)
               end-if
               if situacao-oper-nova = "I" or situacao-oper-nova = "i"
                   move "I" to situacao-oper-tab(idx-oper-achado)
               end-if

               perform informa-papeis

               move "S" to operadores-alterado
               display "Operador alterado."
           end-if

           perform pausa-continuar
           .

       altera-operador-exit.
           exit.

      *---------------
      * pergunta papel a papel do operador em idx-oper-achado;
      * resposta em branco mantem o que esta
      *---------------

       informa-papeis section.

           perform varying idx-papel from 1 by 1 until idx-papel > 6
               display "Papel de " titulo-papel(idx-papel)
                       " (S/N, atual "
                       papel-oper-tab(idx-oper-achado, idx-papel)
                       "): "
               move spaces to opcao-papel
               accept opcao-papel
               if opcao-papel = "S" or opcao-papel = "s"
                   move "S" to
                          papel-oper-tab(idx-oper-achado, idx-papel)
               end-if
               if opcao-papel = "N" or opcao-papel = "n"
                   move "N" to
                          papel-oper-tab(idx-oper-achado, idx-papel)
               end-if
           end-perform
           .

       informa-papeis-exit.
           exit.

      *---------------

       lista-operadores section.

           display " "
           display "id       nome                 sit. papeis "
                   "(dig/apr/exc/for/res/ope)"
           perform varying idx-oper from 1 by 1 until
                                     idx-oper > qtd-operadores
               display id-oper-tab(idx-oper) " "
                       nome-oper-tab(idx-oper) " "
                       situacao-oper-tab(idx-oper) "    "
                       papeis-oper-tab(idx-oper)
           end-perform

           perform pausa-continuar
           .

       lista-operadores-exit.
           exit.

      *---------------
      * regrava o mestre de operadores quando a sessao mexeu nele.
      * com o mestre truncado na carga a regravacao e recusada,
      * como no mestre de fornecedores
      *---------------

       grava-operadores section.

           if operadores-alterado = "S"
               and operadores-truncado = "S"
               display "Mestre de operadores NAO regravado: a "
                       "carga truncou a tabela em "
                       operadores-max " registros e a "
                       "regravacao apagaria os demais. Aumentar "
                       "a capacidade antes de mexer no mestre."
               move "E"    to severidade-alerta
               move "OPER" to codigo-alerta
               move spaces to nome-alerta
               move spaces to fornecedor-alerta
               move "mestre truncado, regravacao recusada"
                           to texto-alerta
               perform grava-alerta
           else
           if operadores-alterado = "S"

               open output operador-pizza

               perform varying idx-oper from 1 by 1 until
                                     idx-oper > qtd-operadores
                   move id-oper-tab(idx-oper)       to id-operador
                   move nome-oper-tab(idx-oper)     to nome-operador
                   move situacao-oper-tab(idx-oper) to
                                                situacao-operador
                   move papeis-oper-tab(idx-oper)   to
                                                  papeis-operador
                   write reg-operador
               end-perform

               close operador-pizza

               display "Mestre de operadores regravado ("
                       qtd-operadores " registro(s))"
           end-if
           end-if
           .

       grava-operadores-exit.
           exit.

      *---------------
      * le o arquivo mestre de fornecedores (FORNPIZZ) para a
      * tabela, para o programa exibir o nome do fornecedor a
      * partir do id informado na entrada. se o arquivo nao
      * existir o programa segue funcionando, mostrando so o id
      *---------------

       carrega-fornecedores section.

           move zero to qtd-fornecedores

           open input fornecedor-pizza

           if fs-fornecedor = "05"
               close fornecedor-pizza
           else
               read fornecedor-pizza next record
                   at end move "10" to fs-fornecedor
               end-read

               perform until fs-fornecedor = "10"
                          or qtd-fornecedores >= fornecedores-max

                   add 1 to qtd-fornecedores
                   move id-fornecedor      to
                                     id-forn-tab(qtd-fornecedores)
                   move nome-fornecedor    to
                                     nome-forn-tab(qtd-fornecedores)
                   move contato-fornecedor to
                                  contato-forn-tab(qtd-fornecedores)

                   if situacao-fornecedor = "I"
                       move "I" to
                               situacao-forn-tab(qtd-fornecedores)
                   else
                       move "A" to
                               situacao-forn-tab(qtd-fornecedores)
                   end-if

                   if data-desativ-fornecedor is numeric
                       move data-desativ-fornecedor to
                              data-desat-forn-tab(qtd-fornecedores)
                   else
                       move zero to
                              data-desat-forn-tab(qtd-fornecedores)
                   end-if

      *            registro antigo, sem as condicoes comerciais,
      *            vale como sem taxa, sem minimo e entrega em
      *            qualquer dia
                   if taxa-entrega-fornecedor is numeric
                       move taxa-entrega-fornecedor to
                            taxa-entrega-forn-tab(qtd-fornecedores)
                   else
                       move zero to
                            taxa-entrega-forn-tab(qtd-fornecedores)
                   end-if

                   if pedido-minimo-fornecedor is numeric
                       move pedido-minimo-fornecedor to
                              pedido-min-forn-tab(qtd-fornecedores)
                   else
                       move zero to
                              pedido-min-forn-tab(qtd-fornecedores)
                   end-if

                   if dias-entrega-fornecedor = spaces
                       move "SSSSSSS" to
                            dias-entrega-forn-tab(qtd-fornecedores)
                   else
                       move dias-entrega-fornecedor to
                            dias-entrega-forn-tab(qtd-fornecedores)
                   end-if

                   read fornecedor-pizza next record
                       at end move "10" to fs-fornecedor
                   end-read

               end-perform

               if fs-fornecedor not = "10"
                   move "S" to fornecedores-truncado
                   display "Aviso: mestre de fornecedores com "
                           "mais de " fornecedores-max
                           " registros, demais ignorados - ids "
                           "fora da tabela sairao como nao "
                           "cadastrados"
                   move "A"    to severidade-alerta
                   move "FTRN" to codigo-alerta
                   move spaces to nome-alerta
                   move spaces to fornecedor-alerta
                   move "mestre de fornecedores truncado na carga"
                               to texto-alerta
                   perform grava-alerta
               end-if

               close fornecedor-pizza
           end-if
           .

       carrega-fornecedores-exit.
           exit.

      *---------------
      * devolve em nome-forn-exib o nome do fornecedor cujo id
      * esta em id-forn-busca, ou um aviso quando o id nao consta
      * no mestre de fornecedores. forn-ativo volta "S" so quando
      * o id consta e nao esta desativado
      *---------------

       busca-fornecedor section.

           move "(nao cadastrado)" to nome-forn-exib
           move "N"                to forn-ativo

           perform varying idx-forn from 1 by 1 until
                                     idx-forn > qtd-fornecedores
               if id-forn-tab(idx-forn) = id-forn-busca
                   move nome-forn-tab(idx-forn) to nome-forn-exib
                   if situacao-forn-tab(idx-forn) = "I"
                       move "N" to forn-ativo
                   else
                       move "S" to forn-ativo
                   end-if
               end-if
           end-perform
           .

       busca-fornecedor-exit.
           exit.

      *---------------
      * devolve em idx-forn-achado a posicao na tabela do
      * fornecedor cujo id esta em id-forn-busca (zero quando nao
      * cadastrado), para a manutencao mexer na linha certa
      *---------------

       busca-fornecedor-id section.

           move zero to idx-forn-achado

           perform varying idx-forn from 1 by 1 until
                                     idx-forn > qtd-fornecedores
               if id-forn-tab(idx-forn) = id-forn-busca
                   move idx-forn to idx-forn-achado
               end-if
           end-perform
           .

       busca-fornecedor-id-exit.
           exit.

      *---------------
      * sub-menu de manutencao do mestre de fornecedores: inclui
      * um fornecedor novo, altera o contato ou as condicoes
      * comerciais (taxa de entrega, pedido minimo e dias de
      * entrega), desativa com data
      * (cotacao de fornecedor desativado passa a ser rejeitada
      * na carga) e lista o mestre. o arquivo FORNPIZZ e
      * regravado em finaliza quando algo mudou aqui
      *---------------

       manutencao-fornecedores section.

           move spaces to opcao-forn

           perform until opcao-forn = "F" or opcao-forn = "f"

               display " "
               display "---- Manutencao de Fornecedores ----"
               display "Fornecedores cadastrados: "
                       qtd-fornecedores
               display "I - Incluir fornecedor"
               display "A - Alterar contato/condicoes comerciais"
               display "D - Desativar fornecedor"
               display "L - Listar fornecedores"
               display "F - Fim"
               display "Opcao: "
               accept opcao-forn

               evaluate opcao-forn
                   when "I"
                   when "i"
                       perform inclui-fornecedor
                   when "A"
                   when "a"
                       perform altera-fornecedor
                   when "D"
                   when "d"
                       perform desativa-fornecedor
                   when "L"
                   when "l"
                       perform lista-fornecedores
                   when "F"
                   when "f"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate

           end-perform
           .

       manutencao-fornecedores-exit.
           exit.

      *---------------

       inclui-fornecedor section.

           if qtd-fornecedores >= fornecedores-max
               display "Limite de " fornecedores-max
                       " fornecedores atingido."
           else
               display "Id do fornecedor (5 posicoes): "
               accept id-forn-novo
               move id-forn-novo to id-forn-busca
               perform busca-fornecedor-id

               if idx-forn-achado > 0
                   display "Fornecedor ja cadastrado: "
                           nome-forn-tab(idx-forn-achado)
               else
                   add 1 to qtd-fornecedores
                   move id-forn-novo to
                                     id-forn-tab(qtd-fornecedores)

                   display "Nome do fornecedor: "
                   accept nome-forn-tab(qtd-fornecedores)
                   display "Contato (telefone/email): "
                   accept contato-forn-tab(qtd-fornecedores)

                   move qtd-fornecedores to idx-forn-achado
                   perform informa-taxa-entrega
                   perform informa-pedido-minimo
                   perform informa-dias-entrega

                   move "A"  to situacao-forn-tab(qtd-fornecedores)
                   move zero to
                              data-desat-forn-tab(qtd-fornecedores)

                   move "S" to fornecedores-alterado
                   display "Fornecedor incluido."
               end-if
           end-if

           perform pausa-continuar
           .

       inclui-fornecedor-exit.
           exit.

      *---------------

       altera-fornecedor section.

           display "Id do fornecedor: "
           accept id-forn-busca
           perform busca-fornecedor-id

           if idx-forn-achado = 0
               display "Fornecedor nao cadastrado."
           else
               display "Fornecedor: "
                       nome-forn-tab(idx-forn-achado)
               display "Contato atual    : "
                       contato-forn-tab(idx-forn-achado)
               display "Taxa de entrega  : "
                       taxa-entrega-forn-tab(idx-forn-achado)
               display "Pedido minimo    : "
                       pedido-min-forn-tab(idx-forn-achado)
               display "Dias de entrega  : "
                       dias-entrega-forn-tab(idx-forn-achado)
               display "Alterar: C - contato, T - taxa de entrega, "
                       "M - pedido minimo, D - dias de entrega"
               accept opcao-alteracao

               evaluate opcao-alteracao
                   when "C"
                   when "c"
                       display "Novo contato: "
                       accept contato-forn-tab(idx-forn-achado)
                       move "S" to fornecedores-alterado
                       display "Contato alterado."
                   when "T"
                   when "t"
                       perform informa-taxa-entrega
                       move "S" to fornecedores-alterado
                       display "Taxa de entrega alterada."
                   when "M"
                   when "m"
                       perform informa-pedido-minimo
                       move "S" to fornecedores-alterado
                       display "Pedido minimo alterado."
                   when "D"
                   when "d"
                       perform informa-dias-entrega
                       move "S" to fornecedores-alterado
                       display "Dias de entrega alterados."
                   when other
                       display "Opcao invalida, nada alterado."
               end-evaluate
           end-if

           perform pausa-continuar
           .

       altera-fornecedor-exit.
           exit.

      *---------------
      * condicoes comerciais do fornecedor na linha
      * idx-forn-achado da tabela: taxa de entrega por pedido,
      * valor minimo de pedido (zero = sem minimo) e os dias da
      * semana em que entrega, uma posicao S/N por dia de
      * domingo a sabado
      *---------------

       informa-taxa-entrega section.

           display "Taxa de entrega por pedido (zero = sem taxa): "
           accept taxa-entrega-forn-tab(idx-forn-achado)

           perform until taxa-entrega-forn-tab(idx-forn-achado)
                                                       is numeric
               display "Taxa invalida. Informe novamente: "
               accept taxa-entrega-forn-tab(idx-forn-achado)
           end-perform
           .

       informa-taxa-entrega-exit.
           exit.

      *---------------

       informa-pedido-minimo section.

           display "Valor minimo de pedido (zero = sem minimo): "
           accept pedido-min-forn-tab(idx-forn-achado)

           perform until pedido-min-forn-tab(idx-forn-achado)
                                                       is numeric
               display "Valor invalido. Informe novamente: "
               accept pedido-min-forn-tab(idx-forn-achado)
           end-perform
           .

       informa-pedido-minimo-exit.
           exit.

      *---------------

       informa-dias-entrega section.

           move "N" to dias-entrega-valido

           perform until dias-entrega-valido = "S"
               display "Dias de entrega, S/N de domingo a sabado "
                       "(ex.: NSSSSSN): "
               accept dias-entrega-forn-tab(idx-forn-achado)

               move "S" to dias-entrega-valido
               perform varying idx-dia from 1 by 1 until idx-dia > 7
                   if dias-entrega-forn-tab(idx-forn-achado)
                                               (idx-dia:1) not = "S"
                       and dias-entrega-forn-tab(idx-forn-achado)
                                               (idx-dia:1) not = "N"
                       move "N" to dias-entrega-valido
                   end-if
               end-perform

               if dias-entrega-valido = "N"
                   display "Informe 7 posicoes, cada uma S ou N."
               end-if
           end-perform
           .

       informa-dias-entrega-exit.
           exit.

      *---------------
      * desativacao com data: o fornecedor fica no mestre para as
      * listagens historicas, mas cotacao nova dele passa a ser
      * rejeitada na carga (motivo 05). data zerada assume a data
      * da execucao
      *---------------

       desativa-fornecedor section.

           display "Id do fornecedor: "
           accept id-forn-busca
           perform busca-fornecedor-id

           if idx-forn-achado = 0
               display "Fornecedor nao cadastrado."
           else
               if situacao-forn-tab(idx-forn-achado) = "I"
                   display "Fornecedor ja desativado em "
                           data-desat-forn-tab(idx-forn-achado)
               else
                   display "Fornecedor: "
                           nome-forn-tab(idx-forn-achado)
                   display "Data da desativacao (AAAAMMDD, "
                           "zeros = hoje): "
                   accept data-desativacao

                   if data-desativacao is not numeric
                       or data-desativacao = 0
                       move data-corrente to data-desativacao
                   end-if

                   move "I" to
                             situacao-forn-tab(idx-forn-achado)
                   move data-desativacao to
                             data-desat-forn-tab(idx-forn-achado)

                   move "S" to fornecedores-alterado
                   display "Fornecedor desativado em "
                           data-desativacao "."
               end-if
           end-if

           perform pausa-continuar
           .

       desativa-fornecedor-exit.
           exit.

      *---------------

       lista-fornecedores section.

           display " "
           perform varying idx-forn from 1 by 1 until
                                     idx-forn > qtd-fornecedores
               if situacao-forn-tab(idx-forn) = "I"
                   display id-forn-tab(idx-forn) " "
                           nome-forn-tab(idx-forn) " "
                           contato-forn-tab(idx-forn)
                           " DESATIVADO em "
                           data-desat-forn-tab(idx-forn)
               else
                   display id-forn-tab(idx-forn) " "
                           nome-forn-tab(idx-forn) " "
                           contato-forn-tab(idx-forn)
               end-if
               move spaces to dias-entrega-exib
               perform varying idx-dia from 1 by 1 until idx-dia > 7
                   if dias-entrega-forn-tab(idx-forn)(idx-dia:1)
                                                              = "S"
                       move titulo-dia(idx-dia) to
                              dias-entrega-exib(idx-dia * 4 - 3:3)
                   end-if
               end-perform
               display "      taxa " taxa-entrega-forn-tab(idx-forn)
                       " minimo " pedido-min-forn-tab(idx-forn)
                       " entrega " dias-entrega-exib
           end-perform

           perform pausa-continuar
           .

       lista-fornecedores-exit.
           exit.

      *---------------
      * regrava o mestre de fornecedores quando a sessao mexeu
      * nele (inclusao, contato ou desativacao); sem mexida o
      * arquivo nao e tocado. se a carga truncou o mestre na
      * capacidade da tabela, a regravacao e recusada: regravar a
      * partir da tabela truncada destruiria em definitivo os
      * fornecedores que ficaram de fora
      *---------------

       grava-fornecedores section.

           if fornecedores-alterado = "S"
               and fornecedores-truncado = "S"
               display "Mestre de fornecedores NAO regravado: a "
                       "carga truncou a tabela em "
                       fornecedores-max " registros e a "
                       "regravacao apagaria os demais. Aumentar "
                       "a capacidade antes de mexer no mestre."
               move "E"    to severidade-alerta
               move "FTRN" to codigo-alerta
               move spaces to nome-alerta
               move spaces to fornecedor-alerta
               move "mestre truncado, regravacao recusada"
                           to texto-alerta
               perform grava-alerta
           else
           if fornecedores-alterado = "S"

               open output fornecedor-pizza

               perform varying idx-forn from 1 by 1 until
                                     idx-forn > qtd-fornecedores
                   move id-forn-tab(idx-forn)      to
                                                  id-fornecedor
                   move nome-forn-tab(idx-forn)    to
                                                  nome-fornecedor
                   move contato-forn-tab(idx-forn) to
                                               contato-fornecedor
                   move situacao-forn-tab(idx-forn) to
                                              situacao-fornecedor
                   move data-desat-forn-tab(idx-forn) to
                                          data-desativ-fornecedor
                   move taxa-entrega-forn-tab(idx-forn) to
                                          taxa-entrega-fornecedor
                   move pedido-min-forn-tab(idx-forn) to
                                         pedido-minimo-fornecedor
                   move dias-entrega-forn-tab(idx-forn) to
                                          dias-entrega-fornecedor
                   write reg-fornecedor
               end-perform

               close fornecedor-pizza

               display "Mestre de fornecedores regravado ("
                       qtd-fornecedores " registro(s))"
           end-if
           end-if
           .

       grava-fornecedores-exit.
           exit.

      *---------------
      * le o mestre de lojas (LOJAPIZZ) para a tabela: id da loja,
      * orcamento semanal de compra e as categorias (B/M/G/F) que
      * a loja aceita, em branco aceita todas. com o mestre
      * presente a sugestao de compra sai loja a loja, cada uma
      * dentro do proprio orcamento, e a conferencia de compras
      * confere o gasto de cada loja. sem ele vale o orcamento
      * unico do PARMPIZZ, como antes
      *---------------

       carrega-lojas section.

           move zero to qtd-lojas

           open input loja-pizza

           if fs-loja = "05"
               close loja-pizza
           else
               read loja-pizza next record
                   at end move "10" to fs-loja
               end-read

               perform until fs-loja = "10"
                          or qtd-lojas >= lojas-max

                   add 1 to qtd-lojas
                   move id-loja         to id-loja-tab(qtd-lojas)
                   move nome-loja       to nome-loja-tab(qtd-lojas)
                   move categorias-loja to
                                      categorias-loja-tab(qtd-lojas)

                   if orcamento-loja is numeric
                       move orcamento-loja to
                                      orcamento-loja-tab(qtd-lojas)
                   else
                       move zero to orcamento-loja-tab(qtd-lojas)
                   end-if

                   move zero to sugerido-loja-tab(qtd-lojas)
                                pago-loja-tab(qtd-lojas)
                                itens-conf-loja-tab(qtd-lojas)

                   read loja-pizza next record
                       at end move "10" to fs-loja
                   end-read

               end-perform

               if fs-loja not = "10"
                   display "Aviso: mestre de lojas com mais de "
                           lojas-max " registros, demais ignoradas"
               end-if

               close loja-pizza
           end-if

           move qtd-lojas to qtd-lojas-cadastro
           .

       carrega-lojas-exit.
           exit.

      *---------------
      * devolve em idx-loja-achado a linha da tabela de lojas da
      * loja em id-loja-busca. loja que aparece na sugestao ou nas
      * confirmacoes sem constar do mestre ganha uma linha sem
      * orcamento (ate a capacidade da tabela; acima disso volta
      * zero), para o gasto dela nao se misturar com o das outras
      *---------------

       busca-loja section.

           move zero to idx-loja-achado

           perform varying idx-loja from 1 by 1 until
                                         idx-loja > qtd-lojas
               if id-loja-tab(idx-loja) = id-loja-busca
                   move idx-loja to idx-loja-achado
               end-if
           end-perform

           if idx-loja-achado = 0
               and qtd-lojas < lojas-max
               add 1 to qtd-lojas
               move id-loja-busca      to id-loja-tab(qtd-lojas)
               move "(nao cadastrada)" to nome-loja-tab(qtd-lojas)
               move spaces to categorias-loja-tab(qtd-lojas)
               move zero   to orcamento-loja-tab(qtd-lojas)
                              sugerido-loja-tab(qtd-lojas)
                              pago-loja-tab(qtd-lojas)
                              itens-conf-loja-tab(qtd-lojas)
               move qtd-lojas to idx-loja-achado
           end-if
           .

       busca-loja-exit.
           exit.

      *---------------
      * le o acumulado de medicoes de recebimento (MEDACUM) para a
      * tabela: por pizza/fornecedor, quantas medicoes, a soma
      * dos diametros e larguras medidos e a data da ultima. e a
      * base da falta media de tamanho da funcao M e da area
      * medida usada no ranking quando o PARMPIZZ liga a opcao
      *---------------

       carrega-medidas-acum section.

           move zero to qtd-medacum

           open input medicao-acumulada

           if fs-medacum = "05"
               close medicao-acumulada
           else
               read medicao-acumulada next record
                   at end move "10" to fs-medacum
               end-read

               perform until fs-medacum = "10"
                          or qtd-medacum >= medicoes-max

                   if qtd-macum is numeric
                       and qtd-macum > 0
                       and soma-diam-macum is numeric
                       add 1 to qtd-medacum
                       move nome-macum       to
                                          nome-tabmed(qtd-medacum)
                       move fornecedor-macum to
                                          forn-tabmed(qtd-medacum)
                       move qtd-macum        to
                                           qtd-tabmed(qtd-medacum)
                       move soma-diam-macum  to
                                     soma-diam-tabmed(qtd-medacum)
                       if soma-larg-macum is numeric
                           move soma-larg-macum to
                                     soma-larg-tabmed(qtd-medacum)
                       else
                           move zero to
                                     soma-larg-tabmed(qtd-medacum)
                       end-if
                       if data-macum is numeric
                           move data-macum to
                                          data-tabmed(qtd-medacum)
                       else
                           move zero to data-tabmed(qtd-medacum)
                       end-if
                       move "N" to fora-tabmed(qtd-medacum)
                   end-if

                   read medicao-acumulada next record
                       at end move "10" to fs-medacum
                   end-read

               end-perform

               if fs-medacum not = "10"
                   move "S" to medacum-truncado
                   display "Aviso: acumulado de medicoes com mais "
                           "de " medicoes-max " pizzas, demais "
                           "ignoradas"
               end-if

               close medicao-acumulada
           end-if
           .

       carrega-medidas-acum-exit.
           exit.

      *---------------
      * regrava o acumulado de medicoes quando a funcao M somou
      * medicoes novas. com a tabela truncada na carga a
      * regravacao e recusada, como no mestre de fornecedores,
      * para nao apagar o acumulado que ficou de fora
      *---------------

       grava-medidas-acum section.

           if medacum-alterado = "S"
               and medacum-truncado = "S"
               display "Acumulado de medicoes NAO regravado: a "
                       "carga truncou a tabela em " medicoes-max
                       " pizzas e a regravacao apagaria as demais"
               move "E"    to severidade-alerta
               move "MEDI" to codigo-alerta
               move spaces to nome-alerta
               move spaces to fornecedor-alerta
               move "acumulado truncado, regravacao recusada"
                           to texto-alerta
               perform grava-alerta
           else
           if medacum-alterado = "S"

               open output medicao-acumulada

               perform varying idx-med from 1 by 1 until
                                           idx-med > qtd-medacum
                   move nome-tabmed(idx-med)      to nome-macum
                   move forn-tabmed(idx-med)      to
                                                 fornecedor-macum
                   move qtd-tabmed(idx-med)       to qtd-macum
                   move soma-diam-tabmed(idx-med) to
                                                  soma-diam-macum
                   move soma-larg-tabmed(idx-med) to
                                                  soma-larg-macum
                   move data-tabmed(idx-med)      to data-macum
                   write reg-medacum
               end-perform

               close medicao-acumulada

               display "Acumulado de medicoes regravado ("
                       qtd-medacum " pizza(s))"
           end-if
           end-if
           .

       grava-medidas-acum-exit.
           exit.

      *---------------
      * funcao M do PARMPIZZ (job pizzamed): le as medicoes do
      * recebimento (MEDPIZZA: pizza, fornecedor, data, diametro
      * e largura medidos), soma cada uma no acumulado da
      * pizza/fornecedor e relata a falta media de area contra a
      * cotada no cadastro. pizza com falta acima da tolerancia
      * do PARMPIZZ gera alerta MEDI, e o fechamento lista os
      * fornecedores que entregam menor que o cotado
      *---------------

       carrega-medicoes section.

           display " "
           display "---- Medicoes de Recebimento ----"

           open input medicao-pizza

           if fs-medicao = "05"
               display "Arquivo de medicoes (MEDPIZZA) nao "
                       "encontrado, so o acumulado sera relatado"
               close medicao-pizza
           else
               read medicao-pizza next record
                   at end move "10" to fs-medicao
               end-read

               perform until fs-medicao = "10"

                   add 1 to qtd-medicoes-lidas
                   perform acumula-medicao

                   read medicao-pizza next record
                       at end move "10" to fs-medicao
                   end-read

               end-perform

               close medicao-pizza
           end-if

           display "Medicoes lidas    : " qtd-medicoes-lidas
           display "Medicoes somadas  : " qtd-medicoes-aceitas
           display "Medicoes ignoradas: " qtd-medicoes-ignoradas

           perform relatorio-medicoes
           .

       carrega-medicoes-exit.
           exit.

      *---------------
      * soma uma medicao no acumulado. medicao sem diametro, de
      * pizza/fornecedor fora do cadastro, ou de pizza retangular
      * sem largura e ignorada com aviso
      *---------------

       acumula-medicao section.

           if largura-med is not numeric
               move zero to largura-med
           end-if

           move zero to idx-dup-achado
           perform varying idx-dup from 1 by 1 until
                                       idx-dup > qtd-cadastradas
               if nome(idx-dup) = nome-med
                   and fornecedor(idx-dup) = fornecedor-med
                   move idx-dup to idx-dup-achado
               end-if
           end-perform

           if diametro-med is not numeric
               or diametro-med = 0
               add 1 to qtd-medicoes-ignoradas
               display "Medicao ignorada, diametro invalido: "
                       nome-med " (" fornecedor-med ")"
           else
           if idx-dup-achado = 0
               add 1 to qtd-medicoes-ignoradas
               display "Medicao ignorada, pizza fora do "
                       "cadastro: " nome-med " (" fornecedor-med
                       ")"
           else
           if forma-retangular(idx-dup-achado)
               and largura-med = 0
               add 1 to qtd-medicoes-ignoradas
               display "Medicao ignorada, largura zerada em "
                       "pizza retangular: " nome-med " ("
                       fornecedor-med ")"
           else
               move nome-med       to nome-med-busca
               move fornecedor-med to forn-med-busca
               perform busca-medida

               if idx-med-achado = 0
                   and qtd-medacum < medicoes-max
                   add 1 to qtd-medacum
                   move nome-med       to nome-tabmed(qtd-medacum)
                   move fornecedor-med to forn-tabmed(qtd-medacum)
                   move zero to qtd-tabmed(qtd-medacum)
                                soma-diam-tabmed(qtd-medacum)
                                soma-larg-tabmed(qtd-medacum)
                                data-tabmed(qtd-medacum)
                   move "N"  to fora-tabmed(qtd-medacum)
                   move qtd-medacum to idx-med-achado
               end-if

               if idx-med-achado = 0
                   add 1 to qtd-medicoes-ignoradas
                   display "Medicao ignorada, acumulado cheio ("
                           medicoes-max " pizzas): " nome-med
                           " (" fornecedor-med ")"
               else
                   add 1            to qtd-tabmed(idx-med-achado)
                   add diametro-med to
                                  soma-diam-tabmed(idx-med-achado)
                   add largura-med  to
                                  soma-larg-tabmed(idx-med-achado)
                   if data-med is numeric
                       and data-med > data-tabmed(idx-med-achado)
                       move data-med to data-tabmed(idx-med-achado)
                   end-if
                   add 1 to qtd-medicoes-aceitas
                   move "S" to medacum-alterado
               end-if
           end-if
           end-if
           end-if
           .

       acumula-medicao-exit.
           exit.

      *---------------
      * falta media de area por pizza/fornecedor: area declarada
      * no cadastro contra a area dos diametros/larguras medios
      * medidos. falta acima da tolerancia e relatada e gera
      * alerta, e no fim sai a lista dos fornecedores com alguma
      * pizza entregue menor que o cotado alem da tolerancia
      *---------------

       relatorio-medicoes section.

           move tolerancia-medida to tolerancia-med-disp

           display " "
           display "Falta media de area por pizza (tolerancia "
                   tolerancia-med-disp "%, minimo de " min-medicoes
                   " medicoes para o ranking, uso da medida: "
                   usa-medida ")"

           move ind to idx-recalc

           perform varying idx-med from 1 by 1 until
                                           idx-med > qtd-medacum

               move "N" to fora-tabmed(idx-med)

               move zero to idx-dup-achado
               perform varying idx-dup from 1 by 1 until
                                       idx-dup > qtd-cadastradas
                   if nome(idx-dup) = nome-tabmed(idx-med)
                       and fornecedor(idx-dup) = forn-tabmed(idx-med)
                       move idx-dup to idx-dup-achado
                   end-if
               end-perform

               if idx-dup-achado > 0
                   move idx-dup-achado to ind
                   move idx-med        to idx-med-achado
                   perform calcula-area-medida

                   if forma-retangular(ind)
                       compute area-declarada =
                                        diametro(ind) * largura(ind)
                   else
                       compute raio = diametro(ind) / 2
                       compute area-declarada =
                                             3,14 * (raio * raio)
                   end-if

                   move zero to falta-area-pct
                   if area-declarada > 0
                       compute falta-area-pct rounded =
                           (area-declarada - area-medida) * 100 /
                                                    area-declarada
                           on size error
                               move zero to falta-area-pct
                       end-compute
                   end-if

                   move falta-area-pct to falta-area-disp

                   display "  " nome(ind) " " fornecedor(ind)
                           " medicoes " qtd-tabmed(idx-med)
                           " cotado " diametro(ind) "x" largura(ind)
                           " medio " diametro-medio "x"
                           largura-media " falta " falta-area-disp
                           "%"

                   if falta-area-pct > tolerancia-medida
                       add 1 to qtd-fora-tolerancia
                       move "S" to fora-tabmed(idx-med)
                       display "     >> entregue menor que o "
                               "cotado alem da tolerancia"
                       move "A"             to severidade-alerta
                       move "MEDI"          to codigo-alerta
                       move nome(ind)       to nome-alerta
                       move fornecedor(ind) to fornecedor-alerta
                       move spaces          to texto-alerta
                       string "area medida " falta-area-disp
                              "% menor que a cotada"
                              delimited by size into texto-alerta
                       end-string
                       perform grava-alerta
                   end-if
               end-if

           end-perform

           move idx-recalc to ind

           display " "
           display "Fornecedores fora da tolerancia de tamanho:"

           perform varying idx-med from 1 by 1 until
                                           idx-med > qtd-medacum
               if fora-tabmed(idx-med) = "S"
                   move "N" to ja-listado
                   perform varying idx-cmp from 1 by 1 until
                                              idx-cmp >= idx-med
                       if fora-tabmed(idx-cmp) = "S"
                           and forn-tabmed(idx-cmp) =
                                             forn-tabmed(idx-med)
                           move "S" to ja-listado
                       end-if
                   end-perform

                   if ja-listado = "N"
                       move zero to qtd-pizzas-forn-med
                       perform varying idx-cmp from 1 by 1 until
                                             idx-cmp > qtd-medacum
                           if fora-tabmed(idx-cmp) = "S"
                               and forn-tabmed(idx-cmp) =
                                             forn-tabmed(idx-med)
                               add 1 to qtd-pizzas-forn-med
                           end-if
                       end-perform
                       move forn-tabmed(idx-med) to id-forn-busca
                       perform busca-fornecedor
                       display "  " forn-tabmed(idx-med) " "
                               nome-forn-exib " pizzas abaixo: "
                               qtd-pizzas-forn-med
                   end-if
               end-if
           end-perform

           if qtd-fora-tolerancia = 0
               display "  nenhum"
           end-if

           display "----------------------------------------"
           display " "
           .

       relatorio-medicoes-exit.
           exit.

      *---------------
      * verifica se uma sessao de digitacao anterior foi
      * interrompida antes de terminar (queda de vpn, timeout
      * de terminal, etc) e, se o analista confirmar, retoma o
      * relatorio exatamente de onde ficou
      *---------------

       verifica-checkpoint section.

           open input checkpoint-pizza

           if fs-checkpoint = "00" or fs-checkpoint = "05"

           if fs-checkpoint = "00"

               read checkpoint-pizza next record
                   at end move "10" to fs-checkpoint
               end-read

               if fs-checkpoint not = "10" and qtd-ckpt > 0
                   display "Sessao anterior interrompida com "
                   display qtd-ckpt " pizza(s) ja digitada(s)."
                   display "Deseja retomar de onde parou? (S/N)"
                   accept resposta-retomar

                   if resposta-retomar = "S" or resposta-retomar = "s"

                       move qtd-ckpt to ind

                       read checkpoint-pizza next record
                           at end move "10" to fs-checkpoint
                       end-read

                       perform until fs-checkpoint = "10"

                           move nome-ckpt          to
                                                 nome(qtd-ckpt)
                           move fornecedor-ckpt    to
                                                 fornecedor(qtd-ckpt)
                           move diametro-ckpt      to
                                                 diametro(qtd-ckpt)
                           move largura-ckpt       to
                                                 largura(qtd-ckpt)
                           move forma-pizza-ckpt   to
                                                 forma-pizza(qtd-ckpt)
                           move categoria-ckpt     to
                                                 categoria(qtd-ckpt)
                           move preco-ckpt         to
                                                 preco(qtd-ckpt)
                           move preco-promo-ckpt   to
                                                 preco-promo(qtd-ckpt)
                           move promo-inicio-ckpt  to
                                                promo-inicio(qtd-ckpt)
                           move promo-fim-ckpt     to
                                                 promo-fim(qtd-ckpt)
                           move indicador-imposto-ckpt to
                                          indicador-imposto(qtd-ckpt)
                           move aliquota-icms-ckpt to
                                              aliquota-icms(qtd-ckpt)
                           move preco-cm2-ckpt     to
                                                 preco_cm2(qtd-ckpt)
                           move diferenca-rel-ckpt to
                                             diferenca_rel(qtd-ckpt)
                           move analista-ckpt      to
                                                 analista(qtd-ckpt)
                           move data-entrada-ckpt  to
                                             data-entrada(qtd-ckpt)
                           move hora-entrada-ckpt  to
                                             hora-entrada(qtd-ckpt)

                           if qtd-ckpt > ind
                               move qtd-ckpt to ind
                           end-if

                           read checkpoint-pizza next record
                               at end move "10" to fs-checkpoint
                           end-read

                       end-perform

                   end-if
               end-if
           end-if

               close checkpoint-pizza
           end-if
           .

       verifica-checkpoint-exit.
           exit.

      *---------------
      * le o cadastro gravado na execucao anterior, se existir,
      * e povoa relatorio com o que ja estava cadastrado
      *---------------

       carrega-cadastro section.

           open input cadastro-pizza

           if fs-cadastro = "05"
               display "Cadastro de pizzas nao encontrado, "
                       "iniciando vazio."
               close cadastro-pizza
           else
               read cadastro-pizza next record
                   at end move "10" to fs-cadastro
               end-read

               perform until fs-cadastro = "10"

                   if nome-cad = "*CONTROLE*"
                       move "S" to controle-cad-presente
                       move diametro-cad to total-controle-cad
                   else
                   add 1 to ind
                   move nome-cad              to nome(ind)
                   move fornecedor-cad        to fornecedor(ind)
                   move diametro-cad          to diametro(ind)
                   move largura-cad           to largura(ind)
                   move forma-pizza-cad       to forma-pizza(ind)
                   move categoria-cad         to categoria(ind)
                   move preco-cad             to preco(ind)
                   move preco-promo-cad       to preco-promo(ind)
                   move promo-inicio-cad      to promo-inicio(ind)
                   move promo-fim-cad         to promo-fim(ind)
                   move indicador-imposto-cad to indicador-imposto(ind)
                   move aliquota-icms-cad     to aliquota-icms(ind)
                   move preco-cm2-cad         to preco_cm2(ind)
                   move diferenca-rel-cad     to diferenca_rel(ind)
                   move analista-cad          to analista(ind)
                   move data-entrada-cad      to data-entrada(ind)
                   move hora-entrada-cad      to hora-entrada(ind)
                   end-if

                   read cadastro-pizza next record
                       at end move "10" to fs-cadastro
                   end-read

               end-perform

               close cadastro-pizza
           end-if
           .

       carrega-cadastro-exit.
           exit.

      *---------------
      * modo restauracao (funcao R no PARMPIZZ): recarrega a
      * tabela a partir da geracao de backup escolhida, em vez do
      * cadastro corrente; ao final da execucao o finaliza
      * regrava CADPIZZA com esse conteudo (preservando antes o
      * cadastro corrente como nova geracao 1). se a geracao nao
      * existir, cai no cadastro corrente e termina com
      * return-code 8, para nao regravar um cadastro vazio
      *---------------

       restaura-backup section.

           move zero to ind

           evaluate geracao-restore
               when 1
                   perform restaura-ger1
               when 2
                   perform restaura-ger2
               when 3
                   perform restaura-ger3
           end-evaluate

           move ind to qtd-backup

           if restauracao-ok = "N" or qtd-backup = 0
               move "N" to restauracao-ok
               display "Geracao " geracao-restore " inexistente "
                       "ou vazia, restauracao abortada - o "
                       "cadastro corrente foi mantido"
               move zero to ind
               perform carrega-cadastro
           end-if
           .

       restaura-backup-exit.
           exit.

      *---------------

       restaura-ger1 section.

           open input backup-ger1

           if fs-backup1 = "05"
               move "N" to restauracao-ok
               close backup-ger1
           else
               read backup-ger1 next record
                   at end move "10" to fs-backup1
               end-read

               perform until fs-backup1 = "10"
                   move reg-bkp1 to reg-backup
                   perform carrega-linha-backup
                   read backup-ger1 next record
                       at end move "10" to fs-backup1
                   end-read
               end-perform

               close backup-ger1
           end-if
           .

       restaura-ger1-exit.
           exit.

      *---------------

       restaura-ger2 section.

           open input backup-ger2

           if fs-backup2 = "05"
               move "N" to restauracao-ok
               close backup-ger2
           else
               read backup-ger2 next record
                   at end move "10" to fs-backup2
               end-read

               perform until fs-backup2 = "10"
                   move reg-bkp2 to reg-backup
                   perform carrega-linha-backup
                   read backup-ger2 next record
                       at end move "10" to fs-backup2
                   end-read
               end-perform

               close backup-ger2
           end-if
           .

       restaura-ger2-exit.
           exit.

      *---------------

       restaura-ger3 section.

           open input backup-ger3

           if fs-backup3 = "05"
               move "N" to restauracao-ok
               close backup-ger3
           else
               read backup-ger3 next record
                   at end move "10" to fs-backup3
               end-read

               perform until fs-backup3 = "10"
                   move reg-bkp3 to reg-backup
                   perform carrega-linha-backup
                   read backup-ger3 next record
                       at end move "10" to fs-backup3
                   end-read
               end-perform

               close backup-ger3
           end-if
           .

       restaura-ger3-exit.
           exit.

      *---------------
      * poe o registro de backup corrente (reg-backup) na proxima
      * posicao livre da tabela, respeitando a capacidade
      *---------------

       carrega-linha-backup section.

           if ind < capacidade-pizzas
               and nome-bkp not = "*CONTROLE*"
               add 1 to ind
               perform aplica-linha-retida
           end-if
           .

       carrega-linha-backup-exit.
           exit.

      *---------------
      * espelha o registro em reg-backup (layout do cadastro) na
      * posicao ind da tabela: usado pela restauracao de backup,
      * pelo desfazimento de alteracao retida para aprovacao e
      * pela aplicacao de pendencia aprovada
      *---------------

       aplica-linha-retida section.

           move nome-bkp              to nome(ind)
           move fornecedor-bkp        to fornecedor(ind)
           move diametro-bkp          to diametro(ind)
           move largura-bkp           to largura(ind)
           move forma-bkp             to forma-pizza(ind)
           move categoria-bkp         to categoria(ind)
           move preco-bkp             to preco(ind)
           move preco-promo-bkp       to preco-promo(ind)
           move promo-inicio-bkp      to promo-inicio(ind)
           move promo-fim-bkp         to promo-fim(ind)
           move indicador-imposto-bkp to indicador-imposto(ind)
           move aliquota-icms-bkp     to aliquota-icms(ind)
           move preco-cm2-bkp         to preco_cm2(ind)
           move diferenca-rel-bkp     to diferenca_rel(ind)
           move analista-bkp          to analista(ind)
           move data-entrada-bkp      to data-entrada(ind)
           move hora-entrada-bkp      to hora-entrada(ind)
           .

       aplica-linha-retida-exit.
           exit.

       processamento section.

           move ind to qtd-cadastradas
           move ind to ind-inicial

           evaluate funcao-execucao
               when "R"
                   display "Modo restauracao: cadastro recarregado "
                           "da geracao " geracao-restore " com "
                           qtd-backup " pizza(s), sem manutencao "
                           "nem carga nesta execucao"
               when "P"
                   perform expurgo-cadastro
               when "C"
                   perform confere-compras
               when "T"
                   perform retrabalho-rejeitos
               when "S"
                   perform scorecard-fornecedores
               when "A"
                   perform arquiva-historico
               when "V"
                   perform auditoria-cadastro
               when "M"
                   perform carrega-medicoes
               when "Q"
                   perform cotacao-evento
               when "L"
                   perform quebra-trava
               when "E"
                   perform relatorio-execucoes
               when "D"
                   perform relatorio-alteracoes
               when "N"
                   perform pedidos-cotacao
               when other
                   if modo-execucao = "L"
                       perform carrega-lote
                   else
                       perform menu-manutencao
                   end-if
           end-evaluate

           move "C" to ordenacao-corrente
           move "A" to sentido-corrente
           perform ordenar

           if ordenacao-relatorio = "C" and sentido-relatorio = "A"
               perform calculo-porcent
           else
               perform zera-diferenca
           end-if

           perform resumo-melhores
           perform gera-sugestao-compra

           if ordenacao-relatorio not = "C"
               or sentido-relatorio not = "A"
               move ordenacao-relatorio to ordenacao-corrente
               move sentido-relatorio   to sentido-corrente
               perform ordenar
           end-if

           open output relatorio-csv

           move spaces to reg-relcsv
           string "nome,fornecedor,diametro,largura,forma,"
                  "categoria,preco,"
                  "imposto,aliquota,preco_cm2,diferenca_rel,"
                  "promo,vencido,analista,data_entrada,"
                  "hora_entrada,preco_entregue,preco_cm2_entregue"
                  delimited by size into reg-relcsv
           end-string
           write reg-relcsv

           perform varying ind from 1 by 1 until
                                            ind > capacidade-pizzas or
                                            nome(ind) = space

           display relatorio(ind)

           move ind to idx-entregue
           perform preco-entregue

           if taxa-rateada > 0
               display "   >> entregue: preco " preco-unit-entregue
                       " cm2 " cm2-entregue " (taxa de entrega "
                       taxa-rateada " por unidade)"
           end-if

           perform promo-vigente
           perform calcula-idade-preco

           if promo-em-vigor = "S"
               display "   >> preco promocional em vigor ate "
                       promo-fim(ind)
           end-if

           if preco-vencido = "S"
               move idade-preco to idade-disp
               display "   >> preco sem atualizacao ha "
                       idade-disp " dias (limite " dias-frescor
                       ")"
               move "A"             to severidade-alerta
               move "FRES"          to codigo-alerta
               move nome(ind)       to nome-alerta
               move fornecedor(ind) to fornecedor-alerta
               move "preco alem do limite de frescor"
                                    to texto-alerta
               perform grava-alerta
           end-if

           move promo-em-vigor         to promo-csv
           move preco-vencido          to vencido-csv
           move nome(ind)              to nome-csv
           move fornecedor(ind)        to fornecedor-csv
           move diametro(ind)          to diametro-csv
           move largura(ind)           to largura-csv
           move forma-pizza(ind)       to forma-pizza-csv
           move categoria(ind)         to categoria-csv
           move preco(ind)             to preco-csv
           move indicador-imposto(ind) to indicador-imposto-csv
           move aliquota-icms(ind)     to aliquota-icms-csv
           move preco_cm2(ind)         to preco-cm2-csv
           move diferenca_rel(ind)     to diferenca-rel-csv
           move analista(ind)          to analista-csv
           move data-entrada(ind)      to data-entrada-csv
           move hora-entrada(ind)      to hora-entrada-csv
           move preco-unit-entregue    to preco-entregue-csv
           move cm2-entregue           to cm2-entregue-csv
           move linha-csv              to reg-relcsv
           write reg-relcsv

           end-perform

           close relatorio-csv

           perform avisa-promos-vencendo
           perform comparativo-fornecedores
           perform relatorio-historico

           .
       processamento-exit.
           exit.

      *---------------
      * menu da sessao interativa: alem da inclusao de pizzas, o
      * analista pode consultar uma pizza pelo nome/fornecedor,
      * alterar campos isolados (com o preco por cm2 recalculado)
      * e excluir uma pizza descontinuada, tudo sobre a tabela em
      * memoria que e regravada no cadastro ao sair
      *---------------

       menu-manutencao section.

           move spaces to opcao-menu

           perform until opcao-menu = "S" or opcao-menu = "s"

               display erase
               display "---- Manutencao do Cadastro de Pizzas ----"
               display "Pizzas cadastradas: " qtd-cadastradas
               display " "
               display "I - Incluir/atualizar pizza"
               display "C - Consultar pizza"
               display "A - Alterar campos de uma pizza"
               display "E - Excluir pizza"
               display "F - Manutencao de fornecedores"
               display "P - Pendencias de aprovacao de preco ("
                       qtd-pendencias ")"
               display "Q - Cotacao de evento"
               display "O - Ordenacao do relatorio (atual: "
                       ordenacao-relatorio "/" sentido-relatorio
                       ")"
               display "U - Manutencao de operadores"
               display "S - Sair e gravar o cadastro"
               display "Opcao: "
               accept opcao-menu

               evaluate opcao-menu
                   when "I"
                   when "i"
                       move 1 to papel-requerido
                       perform confere-operador-sessao
                       if papel-ok = "S"
                           perform inclui-pizza
                       end-if
                   when "C"
                   when "c"
                       perform consulta-pizza
                   when "A"
                   when "a"
                       move 1 to papel-requerido
                       perform confere-operador-sessao
                       if papel-ok = "S"
                           perform altera-pizza
                       end-if
                   when "E"
                   when "e"
                       move 3 to papel-requerido
                       perform confere-operador-sessao
                       if papel-ok = "S"
                           perform exclui-pizza
                       end-if
                   when "F"
                   when "f"
                       move 4 to papel-requerido
                       perform confere-operador-sessao
                       if papel-ok = "S"
                           perform manutencao-fornecedores
                       end-if
                   when "P"
                   when "p"
                       move 2 to papel-requerido
                       perform confere-operador-sessao
                       if papel-ok = "S"
                           perform aprova-pendencias
                       end-if
                   when "Q"
                   when "q"
                       perform informa-evento
                   when "O"
                   when "o"
                       perform escolhe-ordenacao
                   when "U"
                   when "u"
                       move 6 to papel-requerido
                       perform confere-operador-sessao
                       if papel-ok = "S"
                           perform manutencao-operadores
                       end-if
                   when "S"
                   when "s"
                       continue
                   when other
                       display "Opcao invalida."
                       perform pausa-continuar
               end-evaluate

           end-perform
           .

       menu-manutencao-exit.
           exit.

      *---------------
      * escolha da ordenacao da listagem final e do csv: chave e
      * sentido ficam valendo para o relatorio desta sessao (no
      * lote a mesma escolha vem do PARMPIZZ)
      *---------------

       escolhe-ordenacao section.

           display "Ordenar por: N - nome, P - preco, "
                   "C - preco por cm2, D - data de entrada"
           accept opcao-ordenacao

           perform until opcao-ordenacao = "N"
                      or opcao-ordenacao = "P"
                      or opcao-ordenacao = "C"
                      or opcao-ordenacao = "D"
               display "Opcao invalida, informe N, P, C ou D: "
               accept opcao-ordenacao
           end-perform

           move opcao-ordenacao to ordenacao-relatorio

           display "Sentido: A - crescente, D - decrescente"
           accept opcao-sentido

           perform until opcao-sentido = "A"
                      or opcao-sentido = "D"
               display "Opcao invalida, informe A ou D: "
               accept opcao-sentido
           end-perform

           move opcao-sentido to sentido-relatorio
           .

       escolhe-ordenacao-exit.
           exit.

      *---------------
      * inclusao interativa, o fluxo original de digitacao: pede
      * os dados de uma ou mais pizzas e atualiza a ja existente
      * quando nome e fornecedor coincidem com o cadastro
      *---------------

       inclui-pizza section.

           move "S" to continua-pizza

           perform until continua-pizza <> "S"
               display erase
               move qtd-cadastradas to ind
               add 1 to ind

           if ind > capacidade-pizzas then
               display "Voce atingiu o limite de " capacidade-pizzas
                       " pizzas"
           else
               display "Informe o nome da pizza: "
               accept nome(ind)

               display "Informe o id do fornecedor: "
               accept fornecedor(ind)
               move fornecedor(ind) to id-forn-busca
               perform busca-fornecedor
               display "Fornecedor: " nome-forn-exib

               perform verifica-nome-duplicado
               perform until idx-dup-achado = 0
                          or idx-dup-achado <= ind-inicial
                   display "Ja existe uma pizza cadastrada nesta "
                           "digitacao com esse nome e fornecedor. "
                           "Informe outro nome: "
                   accept nome(ind)
                   display "Informe o id do fornecedor: "
                   accept fornecedor(ind)
                   move fornecedor(ind) to id-forn-busca
                   perform busca-fornecedor
                   display "Fornecedor: " nome-forn-exib
                   perform verifica-nome-duplicado
               end-perform

               if idx-dup-achado > 0
                   display "Pizza ja cadastrada, atualizando os "
                           "dados existentes."
                   move idx-dup-achado to ind
               else
                   move ind to qtd-cadastradas
               end-if

               move preco(ind)        to preco-anterior
               move preco_cm2(ind)    to preco-cm2-anterior
               move preco-promo(ind)  to preco-promo-anterior
               move promo-inicio(ind) to promo-inicio-anterior
               move promo-fim(ind)    to promo-fim-anterior
               perform monta-linha-backup
               move reg-backup        to imagem-antes

               perform informa-forma-dimensoes
               perform informa-categoria
               perform informa-preco
               perform informa-imposto
               perform informa-promocao

      *        a inclusao e assinada pelo analista da sessao, o
      *        mesmo que o menu conferiu no mestre de operadores
               move usuario-execucao to analista(ind)

               accept data-entrada(ind) from date yyyymmdd
               accept hora-entrada(ind) from time

               perform verifica-pendencia-preco
               perform preco-cm2

               if preco(ind) not = preco-anterior
                   or preco_cm2(ind) not = preco-cm2-anterior
                   perform grava-historico
               end-if

               perform acrescenta-checkpoint

           end-if

           display "Deseja cadastrar mais uma pizza? ('S'/'N')"
           accept continua-pizza

           end-perform
           .

       inclui-pizza-exit.
           exit.

      *---------------
      * pede ao analista o nome e o fornecedor e devolve em
      * idx-achado a posicao da pizza na tabela (zero quando nao
      * cadastrada). a tabela em memoria e a visao corrente do
      * cadastro, ja com as mexidas desta sessao
      *---------------

       busca-pizza section.

           display "Nome da pizza: "
           accept nome-busca
           display "Id do fornecedor: "
           accept forn-busca

           move zero to idx-achado

           perform varying idx-dup from 1 by 1 until
                                       idx-dup > qtd-cadastradas
               if nome(idx-dup) = nome-busca
                   and fornecedor(idx-dup) = forn-busca
                   move idx-dup to idx-achado
               end-if
           end-perform
           .

       busca-pizza-exit.
           exit.

      *---------------

       consulta-pizza section.

           perform busca-pizza

           if idx-achado = 0
               display "Pizza nao encontrada no cadastro."
           else
               display " "
               display relatorio(idx-achado)
               move fornecedor(idx-achado) to id-forn-busca
               perform busca-fornecedor
               display "Fornecedor: " nome-forn-exib
           end-if

           perform pausa-continuar
           .

       consulta-pizza-exit.
           exit.

      *---------------
      * alteracao de campos isolados de uma pizza ja cadastrada,
      * sem redigitar tudo: repete o sub-menu ate o analista
      * encerrar, recalcula o preco por cm2 e registra no
      * historico se o preco mudou
      *---------------

       altera-pizza section.

           perform busca-pizza

           if idx-achado = 0
               display "Pizza nao encontrada no cadastro."
               perform pausa-continuar
           else
               move idx-achado        to ind
               move preco(ind)        to preco-anterior
               move preco_cm2(ind)    to preco-cm2-anterior
               move preco-promo(ind)  to preco-promo-anterior
               move promo-inicio(ind) to promo-inicio-anterior
               move promo-fim(ind)    to promo-fim-anterior
               perform monta-linha-backup
               move reg-backup        to imagem-antes

               move spaces to opcao-alteracao
               perform until opcao-alteracao = "F"
                          or opcao-alteracao = "f"

                   display " "
                   display relatorio(ind)
                   display "Campo a alterar: D - dimensoes/forma, "
                           "C - categoria, P - preco, "
                           "I - imposto/aliquota, "
                           "V - promocao, F - fim"
                   accept opcao-alteracao

                   evaluate opcao-alteracao
                       when "D"
                       when "d"
                           perform informa-forma-dimensoes
                       when "C"
                       when "c"
                           perform informa-categoria
                       when "V"
                       when "v"
                           perform informa-promocao
                       when "P"
                       when "p"
                           perform informa-preco
                       when "I"
                       when "i"
                           perform informa-imposto
                       when "F"
                       when "f"
                           continue
                       when other
                           display "Opcao invalida."
                   end-evaluate

               end-perform

      *        quem esta fazendo a alteracao assina sempre, como
      *        na inclusao: e esse id (o analista da sessao) que
      *        vai para o historico e para a pendencia de
      *        aprovacao, entao o proprio autor nao consegue
      *        aprovar a si mesmo na opcao P
               move usuario-execucao to analista(ind)

               accept data-entrada(ind) from date yyyymmdd
               accept hora-entrada(ind) from time

               perform verifica-pendencia-preco
               perform preco-cm2

               if preco(ind) not = preco-anterior
                   or preco_cm2(ind) not = preco-cm2-anterior
                   perform grava-historico
               end-if

               move qtd-cadastradas to ind
               perform grava-checkpoint

               if pendencia-criada = "S"
                   display "Alteracao retida para aprovacao, "
                           "cadastro segue com os valores "
                           "anteriores."
               else
                   display "Pizza alterada."
               end-if
               perform pausa-continuar
           end-if
           .

       altera-pizza-exit.
           exit.

      *---------------
      * exclusao de uma pizza descontinuada: compacta a tabela
      * puxando as posicoes seguintes uma casa para tras, limpa a
      * ultima posicao e regrava o checkpoint, para o ranking e o
      * csv nao carregarem fornecedor morto
      *---------------

       exclui-pizza section.

           perform busca-pizza

           if idx-achado = 0
               display "Pizza nao encontrada no cadastro."
           else
               display " "
               display relatorio(idx-achado)
               display "Confirma a exclusao? (S/N)"
               accept resposta-exclui

               if resposta-exclui = "S" or resposta-exclui = "s"

                   perform varying idx-dup from idx-achado by 1
                               until idx-dup >= qtd-cadastradas
                       move relatorio(idx-dup + 1) to
                                               relatorio(idx-dup)
                   end-perform

                   move qtd-cadastradas to ind
                   perform limpa-posicao

                   subtract 1 from qtd-cadastradas

                   if idx-achado <= ind-inicial
                       and ind-inicial > 0
                       subtract 1 from ind-inicial
                   end-if

                   move qtd-cadastradas to ind
                   perform grava-checkpoint

                   display "Pizza excluida do cadastro."
               else
                   display "Exclusao cancelada."
               end-if
           end-if

           perform pausa-continuar
           .

       exclui-pizza-exit.
           exit.

      *---------------
      * devolve a posicao ind da tabela ao estado inicial (igual
      * aos value da declaracao), para a posicao liberada por uma
      * exclusao nao sujar a listagem
      *---------------

       limpa-posicao section.

           move spaces to nome(ind)
           move spaces to fornecedor(ind)
           move zero   to diametro(ind)
           move zero   to largura(ind)
           move "R"    to forma-pizza(ind)
           move space  to categoria(ind)
           move zero   to preco(ind)
           move zero   to preco-promo(ind)
           move zero   to promo-inicio(ind)
           move zero   to promo-fim(ind)
           move "C"    to indicador-imposto(ind)
           move zero   to aliquota-icms(ind)
           move zero   to preco_cm2(ind)
           move zero   to diferenca_rel(ind)
           move spaces to analista(ind)
           move zero   to data-entrada(ind)
           move zero   to hora-entrada(ind)
           .

       limpa-posicao-exit.
           exit.

      *---------------

       pausa-continuar section.

           display "Tecle ENTER para continuar."
           accept pausa-tela
           .

       pausa-continuar-exit.
           exit.

      *---------------
      * prompts de forma e dimensoes da pizza na posicao ind,
      * usados tanto na inclusao quanto na alteracao
      *---------------

       informa-forma-dimensoes section.

           display "Pizza redonda ou romana (retangular)? "
                   "(R/Q)"
           accept resposta-forma

           perform until resposta-forma = "R"
                                 or resposta-forma = "Q"
               display "Resposta invalida, informe R ou Q: "
               accept resposta-forma
           end-perform

           move resposta-forma to forma-pizza(ind)

           if forma-retangular(ind)
               display "Informe o comprimento (cm): "
               accept diametro(ind)

               perform until diametro(ind) > 0
                   display "Comprimento invalido, deve ser "
                           "maior que zero. Informe "
                           "novamente: "
                   accept diametro(ind)
               end-perform

               display "Informe a largura (cm): "
               accept largura(ind)

               perform until largura(ind) > 0
                   display "Largura invalida, deve ser maior "
                           "que zero. Informe novamente: "
                   accept largura(ind)
               end-perform
           else
               display "Informe o diametro: "
               accept diametro(ind)

               perform until diametro(ind) > 0
                   display "Diametro invalido, deve ser maior "
                           "que zero. Informe novamente: "
                   accept diametro(ind)
               end-perform
           end-if
           .

       informa-forma-dimensoes-exit.
           exit.

      *---------------

       informa-categoria section.

           display "Informe a categoria (B=broto, M=media, "
                   "G=grande, F=familia; em branco deriva da "
                   "dimensao): "
           accept categoria(ind)
           perform deriva-categoria
           display "Categoria: " categoria(ind)
           .

       informa-categoria-exit.
           exit.

      *---------------
      * garante uma categoria valida na posicao ind: quando o
      * campo nao vem como B/M/G/F, deriva da dimensao (diametro
      * na redonda, comprimento na romana), nas faixas ate 25
      * broto, ate 35 media, ate 42 grande, acima familia
      *---------------

       deriva-categoria section.

           if categoria-valida(ind)
               continue
           else
               if diametro(ind) <= 25
                   move "B" to categoria(ind)
               else
                   if diametro(ind) <= 35
                       move "M" to categoria(ind)
                   else
                       if diametro(ind) <= 42
                           move "G" to categoria(ind)
                       else
                           move "F" to categoria(ind)
                       end-if
                   end-if
               end-if
           end-if
           .

       deriva-categoria-exit.
           exit.

      *---------------

       informa-preco section.

           display "Informe o preco: "
           accept preco(ind)

           perform until preco(ind) > 0
               display "Preco invalido, deve ser maior "
                       "que zero. Informe novamente: "
               accept preco(ind)
           end-perform
           .

       informa-preco-exit.
           exit.

      *---------------

       informa-imposto section.

           display "Preco informado ja inclui ICMS? (S/N)"
           accept resposta-imposto

           perform until resposta-imposto = "S"
                                 or resposta-imposto = "N"
               display "Resposta invalida, informe S ou N: "
               accept resposta-imposto
           end-perform

           if resposta-imposto = "S"
               move "C" to indicador-imposto(ind)
           else
               move "S" to indicador-imposto(ind)
               display "Informe a aliquota de ICMS (%): "
               accept aliquota-icms(ind)
           end-if
           .

       informa-imposto-exit.
           exit.

      *---------------
      * preco promocional com vigencia (opcional): responda N (ou
      * vigencia invalida) e a pizza fica so com o preco normal
      *---------------

       informa-promocao section.

           display "Tem preco promocional? (S/N)"
           accept resposta-promo

           perform until resposta-promo = "S"
                                 or resposta-promo = "N"
               display "Resposta invalida, informe S ou N: "
               accept resposta-promo
           end-perform

           if resposta-promo = "S"
               display "Informe o preco promocional: "
               accept preco-promo(ind)

               perform until preco-promo(ind) > 0
                   display "Preco promocional invalido, deve ser "
                           "maior que zero. Informe novamente: "
                   accept preco-promo(ind)
               end-perform

               display "Inicio da vigencia (AAAAMMDD): "
               accept promo-inicio(ind)

               display "Fim da vigencia (AAAAMMDD): "
               accept promo-fim(ind)

               perform until promo-inicio(ind) > 0
                         and promo-fim(ind) >= promo-inicio(ind)
                   display "Vigencia invalida, o fim nao pode ser "
                           "anterior ao inicio. Informe novamente."
                   display "Inicio da vigencia (AAAAMMDD): "
                   accept promo-inicio(ind)
                   display "Fim da vigencia (AAAAMMDD): "
                   accept promo-fim(ind)
               end-perform
           else
               move zero to preco-promo(ind)
               move zero to promo-inicio(ind)
               move zero to promo-fim(ind)
           end-if
           .

       informa-promocao-exit.
           exit.

      *---------------
      * modo lote: valida o trailer do arquivo de entrada e, se a
      * carga for confiavel, processa os registros; senao manda a
      * carga inteira para o arquivo de rejeitos. em qualquer
      * caso imprime os totais de controle no final
      *---------------

       carrega-lote section.

           perform valida-trailer

           open output rejeitos-pizza

           if carga-confiavel = "N"
               perform rejeita-carga-inteira
           else
               perform processa-entrada
           end-if

           close rejeitos-pizza
           close entrada-pizzas

           perform totais-carga
           .

       carrega-lote-exit.
           exit.

      *---------------
      * primeira passada no arquivo de entrada, so contando os
      * registros e procurando o trailer opcional (*TRAILER* +
      * total de 5 digitos). se o trailer existir e o total nao
      * conferir com o lido, a carga inteira e considerada nao
      * confiavel e nenhum registro e aplicado no cadastro. ao
      * final reabre o arquivo para a passada de processamento
      *---------------

       valida-trailer section.

           move zero to qtd-pre-contagem
           move "N"  to trailer-presente
           move "S"  to carga-confiavel

           read entrada-pizzas next record
               at end move "10" to fs-entrada
           end-read

           perform until fs-entrada = "10"

               if id-trailer-ent = "*TRAILER*"
                   move "S" to trailer-presente
                   if qtd-trailer-ent is numeric
                       move qtd-trailer-ent to qtd-trailer-inf
                   else
                       move "N" to carga-confiavel
                       display "Trailer do arquivo de entrada com "
                               "total nao numerico"
                   end-if
               else
                   add 1 to qtd-pre-contagem
               end-if

               read entrada-pizzas next record
                   at end move "10" to fs-entrada
               end-read

           end-perform

           close entrada-pizzas

           if trailer-presente = "S"
               and carga-confiavel = "S"
               and qtd-trailer-inf not = qtd-pre-contagem
               move "N" to carga-confiavel
               display "Total do trailer nao confere: informado "
                       qtd-trailer-inf " lido " qtd-pre-contagem
           end-if

           if carga-confiavel = "N"
               display "Carga rejeitada por divergencia de "
                       "trailer, nenhum registro foi aplicado"
           end-if

           open input entrada-pizzas
           .

       valida-trailer-exit.
           exit.

      *---------------
      * carga nao confiavel: grava todos os registros de dados no
      * arquivo de rejeitos com motivo 04, para correcao do
      * trailer e reenvio do arquivo inteiro
      *---------------

       rejeita-carga-inteira section.

           read entrada-pizzas next record
               at end move "10" to fs-entrada
           end-read

           perform until fs-entrada = "10"

               if id-trailer-ent not = "*TRAILER*"
                   add 1 to qtd-lidos
                   move "04" to motivo-rejeito
                   perform grava-rejeito
               end-if

               read entrada-pizzas next record
                   at end move "10" to fs-entrada
               end-read

           end-perform
           .

       rejeita-carga-inteira-exit.
           exit.

      *---------------
      * passada de processamento da carga em lote: le reg-entrada
      * (um por pizza, enviado pelo fornecedor e carregado via
      * job de batch/JCL em PIZZAENT) sem nenhum prompt de
      * terminal. registros *APROVAR* (aprovacao/rejeicao de
      * pendencia por um segundo analista) sao desviados para
      * processa-aprovacao-lote. cada registro recusado vai para
      * o arquivo de
      * rejeitos com o motivo: 01 dimensao/preco zerado, 02 nome/
      * fornecedor duplicado na propria carga, 03 capacidade do
      * cadastro excedida, 05 fornecedor desconhecido ou
      * desativado no mestre (so validado quando FORNPIZZ esta
      * presente), 06 variacao de preco acima do limite do
      * PARMPIZZ sem a marca de reprecificacao, 07 analista nao
      * autorizado para digitacao no mestre de operadores (so
      * validado quando OPERPIZZ esta presente) (04 e reservado
      * para divergencia de trailer, tratada em
      * rejeita-carga-inteira)
      *---------------

       processa-entrada section.

           read entrada-pizzas next record
               at end move "10" to fs-entrada
           end-read

           perform until fs-entrada = "10"

               if id-trailer-ent not = "*TRAILER*"

                   if id-aprova-ent = "*APROVAR*"
                       perform processa-aprovacao-lote
                   else

                   add 1 to qtd-lidos
                   move "S" to aplica-registro

                   perform verifica-dup-entrada

                   if idx-dup-achado > 0
                                    and idx-dup-achado > ind-inicial
                       move "02" to motivo-rejeito
                       perform grava-rejeito
                       move "N" to aplica-registro
                   end-if

                   if aplica-registro = "S"
                       and (diametro-ent = 0 or preco-ent = 0
                           or (forma-pizza-ent = "Q"
                                                and largura-ent = 0))
                       move "01" to motivo-rejeito
                       perform grava-rejeito
                       move "N" to aplica-registro
                   end-if

                   if aplica-registro = "S"
                       and qtd-fornecedores > 0
                       move fornecedor-ent to id-forn-busca
                       perform busca-fornecedor
                       if forn-ativo = "N"
                           move "05" to motivo-rejeito
                           perform grava-rejeito
                           move "N" to aplica-registro
                       end-if
                   end-if

                   if aplica-registro = "S"
                       and qtd-operadores > 0
                       and analista-ent not = spaces
                       move analista-ent to operador-busca
                       move 1 to papel-requerido
                       perform verifica-papel
                       if papel-ok = "N"
                           move "07" to motivo-rejeito
                           perform grava-rejeito
                           move "N" to aplica-registro
                       end-if
                   end-if

                   if aplica-registro = "S"
                       and idx-dup-achado > 0
                       and variacao-maxima > 0
                       and marca-repreco-ent not = "S"
                       perform verifica-variacao-preco
                   end-if

                   if aplica-registro = "S"
                       if idx-dup-achado > 0
                           move idx-dup-achado to ind
                           add 1 to qtd-atualizados
                       else
                           move qtd-cadastradas to ind
                           add 1 to ind
                           if ind > capacidade-pizzas
                               move "03" to motivo-rejeito
                               perform grava-rejeito
                               move "N" to aplica-registro
                           else
                               move ind to qtd-cadastradas
                               add 1 to qtd-aceitos
                           end-if
                       end-if
                   end-if

                   if aplica-registro = "S"
                       perform aplica-entrada
                   end-if

                   end-if
               end-if

               read entrada-pizzas next record
                   at end move "10" to fs-entrada
               end-read

           end-perform
           .

       processa-entrada-exit.
           exit.

      *---------------
      * aplica o registro de entrada corrente na posicao ind da
      * tabela (inclusao nova ou atualizacao de cotacao ja
      * existente), com o carimbo de data/hora e o recalculo do
      * preco por cm2
      *---------------

       aplica-entrada section.

           move preco(ind)        to preco-anterior
           move preco_cm2(ind)    to preco-cm2-anterior
           move preco-promo(ind)  to preco-promo-anterior
           move promo-inicio(ind) to promo-inicio-anterior
           move promo-fim(ind)    to promo-fim-anterior
           perform monta-linha-backup
           move reg-backup        to imagem-antes

           move nome-ent              to nome(ind)
           move fornecedor-ent        to fornecedor(ind)
           move diametro-ent          to diametro(ind)
           move largura-ent           to largura(ind)
           move forma-pizza-ent       to forma-pizza(ind)
           move categoria-ent         to categoria(ind)
           move preco-ent             to preco(ind)
           move indicador-imposto-ent to indicador-imposto(ind)
           move aliquota-icms-ent     to aliquota-icms(ind)

           if preco-promo-ent is numeric
               and preco-promo-ent > 0
               and promo-inicio-ent is numeric
               and promo-inicio-ent > 0
               and promo-fim-ent is numeric
               and promo-fim-ent >= promo-inicio-ent
               move preco-promo-ent  to preco-promo(ind)
               move promo-inicio-ent to promo-inicio(ind)
               move promo-fim-ent    to promo-fim(ind)
           else
               move zero to preco-promo(ind)
               move zero to promo-inicio(ind)
               move zero to promo-fim(ind)
           end-if

           if not forma-redonda(ind)
                         and not forma-retangular(ind)
               move "R" to forma-pizza(ind)
           end-if

           perform deriva-categoria

           if not preco-com-imposto(ind)
                         and not preco-sem-imposto(ind)
               move "C" to indicador-imposto(ind)
           end-if

           if analista-ent = spaces
               move "LOTE"       to analista(ind)
           else
               move analista-ent to analista(ind)
           end-if

           accept data-entrada(ind) from date yyyymmdd
           accept hora-entrada(ind) from time

           perform verifica-pendencia-preco
           perform preco-cm2

           if preco(ind) not = preco-anterior
               or preco_cm2(ind) not = preco-cm2-anterior
               perform grava-historico
           end-if
           .

       aplica-entrada-exit.
           exit.

      *---------------
      * procura na parte ja ocupada da tabela uma pizza com o
      * mesmo nome e fornecedor do registro de entrada corrente,
      * sem precisar ocupar uma posicao da tabela para comparar.
      * devolve a posicao em idx-dup-achado (zero se nenhuma)
      *---------------

       verifica-dup-entrada section.

           move zero to idx-dup-achado

           perform varying idx-dup from 1 by 1 until
                                       idx-dup > qtd-cadastradas
               if nome(idx-dup) = nome-ent
                   and fornecedor(idx-dup) = fornecedor-ent
                   move idx-dup to idx-dup-achado
               end-if
           end-perform
           .

       verifica-dup-entrada-exit.
           exit.

      *---------------
      * trava de variacao de preco: o registro atualiza uma
      * cotacao ja cadastrada e a variacao percentual sobre o
      * preco corrente passa do limite do PARMPIZZ; sem a marca
      * de reprecificacao ("S" na ultima posicao do registro de
      * entrada) o registro vai para os rejeitos com motivo 06,
      * para um 18,90 digitado 189,00 nao envenenar o ranking, o
      * csv e a sugestao por uma semana
      *---------------

       verifica-variacao-preco section.

           if preco(idx-dup-achado) = 0
               continue
           else
               compute variacao-percebida =
                   ((preco-ent - preco(idx-dup-achado)) * 100)
                       / preco(idx-dup-achado)

               if variacao-percebida < 0
                   compute variacao-percebida =
                       variacao-percebida * -1
               end-if

               if variacao-percebida > variacao-maxima
                   display "Variacao de preco suspeita em "
                           nome-ent " (" fornecedor-ent "): de "
                           preco(idx-dup-achado) " para "
                           preco-ent " (" variacao-percebida
                           "%, limite " variacao-maxima "%)"
                   move "06" to motivo-rejeito
                   perform grava-rejeito
                   move "N" to aplica-registro
               end-if
           end-if
           .

       verifica-variacao-preco-exit.
           exit.

      *---------------
      * aprovacao em dupla: quando a alteracao da posicao ind
      * muda o preco (de tabela ou o EFETIVO, que inclui promocao
      * em vigor - uma promocao de 0,01 e alteracao de preco como
      * qualquer outra) alem do percentual do PARMPIZZ, ou a
      * pizza consta da ultima sugestao de compra, o valor novo
      * nao entra no cadastro - vai para a tabela de pendencias e
      * o preco (e promocao) anterior volta a valer no ranking,
      * no csv e na sugestao, ate um segundo analista decidir.
      * percentual zerado/omitido desliga a aprovacao em dupla.
      * preco-anterior e os promo-*-anterior devem estar
      * carregados pelo chamador com os valores que vigoravam
      *---------------

       verifica-pendencia-preco section.

           move "N" to pendencia-criada

           if aprovacao-maxima = 0 or preco-anterior = 0
               continue
           else

               if preco-promo-anterior > 0
                   and promo-inicio-anterior > 0
                   and promo-fim-anterior >= promo-inicio-anterior
                   and data-corrente >= promo-inicio-anterior
                   and data-corrente <= promo-fim-anterior
                   move preco-promo-anterior to preco-efetivo-ant
               else
                   move preco-anterior       to preco-efetivo-ant
               end-if

               perform promo-vigente
               if promo-em-vigor = "S"
                   move preco-promo(ind) to preco-efetivo-novo
               else
                   move preco(ind)       to preco-efetivo-novo
               end-if

      *        dimensao, forma e imposto tambem mexem no preco
      *        por cm2 que manda no ranking e na sugestao, entao
      *        o candidato e recalculado aqui e comparado com o
      *        que vigorava (a retencao desfaz o recalculo junto
      *        com o resto do registro)
               perform preco-cm2

               if preco(ind) = preco-anterior
                   and preco-efetivo-novo = preco-efetivo-ant
                   and preco_cm2(ind) = preco-cm2-anterior
                   continue
               else
                   move zero to variacao-aprovacao

                   if preco(ind) not = preco-anterior
                       compute variacao-aprovacao =
                           ((preco(ind) - preco-anterior) * 100)
                               / preco-anterior
                       if variacao-aprovacao < 0
                           compute variacao-aprovacao =
                               variacao-aprovacao * -1
                       end-if
                   end-if

                   compute variacao-efetiva =
                       ((preco-efetivo-novo - preco-efetivo-ant)
                           * 100) / preco-efetivo-ant
                   if variacao-efetiva < 0
                       compute variacao-efetiva =
                           variacao-efetiva * -1
                   end-if
                   if variacao-efetiva > variacao-aprovacao
                       move variacao-efetiva to variacao-aprovacao
                   end-if

                   if preco-cm2-anterior > 0
                       compute variacao-efetiva =
                           ((preco_cm2(ind) - preco-cm2-anterior)
                               * 100) / preco-cm2-anterior
                       if variacao-efetiva < 0
                           compute variacao-efetiva =
                               variacao-efetiva * -1
                       end-if
                       if variacao-efetiva > variacao-aprovacao
                           move variacao-efetiva to
                                               variacao-aprovacao
                       end-if
                   end-if

                   perform esta-na-sugestao

                   if variacao-aprovacao > aprovacao-maxima
                       or na-sugestao = "S"
                       perform cria-pendencia
                   end-if
               end-if
           end-if

      *    retencao desfaz o registro INTEIRO para a imagem
      *    anterior (dimensoes, forma, categoria, imposto,
      *    analista e carimbo inclusive), senao sobraria no
      *    cadastro um hibrido preco antigo + dimensoes novas que
      *    nunca existiu e ainda mexeria no ranking sem aprovacao
           if pendencia-criada = "S"
               move imagem-antes to reg-backup
               perform aplica-linha-retida
           end-if
           .

       verifica-pendencia-preco-exit.
           exit.

      *---------------
      * devolve na-sugestao = "S" quando a pizza da posicao ind
      * consta da ultima sugestao de compra carregada de SUGCOMPR
      *---------------

       esta-na-sugestao section.

           move "N" to na-sugestao

           perform varying idx-sug from 1 by 1 until
                                         idx-sug > qtd-sugestoes
               if nome-tabsug(idx-sug) = nome(ind)
                   and fornecedor-tabsug(idx-sug) =
                                                  fornecedor(ind)
                   move "S" to na-sugestao
               end-if
           end-perform
           .

       esta-na-sugestao-exit.
           exit.

      *---------------
      * devolve em idx-pend-achado a pendencia da pizza em
      * nome-busca/forn-busca (zero quando nao ha)
      *---------------

       busca-pendencia section.

           move zero to idx-pend-achado

           perform varying idx-pend from 1 by 1 until
                                       idx-pend > qtd-pendencias
               if nome-tabpend(idx-pend) = nome-busca
                   and forn-tabpend(idx-pend) = forn-busca
                   move idx-pend to idx-pend-achado
               end-if
           end-perform
           .

       busca-pendencia-exit.
           exit.

      *---------------
      * retem a alteracao de preco da posicao ind como pendencia
      * de aprovacao: pendencia nova ocupa uma linha da tabela,
      * pendencia repetida da mesma pizza e substituida pela mais
      * recente. registra o aviso no SYSOUT e o alerta APRV
      *---------------

       cria-pendencia section.

           move nome(ind)       to nome-busca
           move fornecedor(ind) to forn-busca
           perform busca-pendencia

           if idx-pend-achado = 0
               if qtd-pendencias >= pendencias-max
      *            mesmo sem vaga a alteracao nao pode entrar no
      *            cadastro: pendencia-criada "S" faz o chamador
      *            reverter para o preco anterior, e a alteracao
      *            e de fato descartada (nunca aplicada sem
      *            aprovacao)
                   move "S" to pendencia-criada
                   display "Aviso: tabela de pendencias lotada ("
                           pendencias-max "), alteracao de "
                           nome(ind) " (" fornecedor(ind)
                           ") descartada - reenviar apos aprovar "
                           "as pendentes"
                   move "E"             to severidade-alerta
                   move "APRV"          to codigo-alerta
                   move nome(ind)       to nome-alerta
                   move fornecedor(ind) to fornecedor-alerta
                   move "pendencias lotadas, alteracao descartada"
                                        to texto-alerta
                   perform grava-alerta
               else
                   add 1 to qtd-pendencias
                   move qtd-pendencias to idx-pend-achado
               end-if
           end-if

           if idx-pend-achado > 0
               move nome(ind)             to
                                     nome-tabpend(idx-pend-achado)
               move fornecedor(ind)       to
                                     forn-tabpend(idx-pend-achado)
               move preco-anterior        to
                              preco-atual-tabpend(idx-pend-achado)
               move preco(ind)            to
                               preco-novo-tabpend(idx-pend-achado)
               move analista(ind)         to
                                 analista-tabpend(idx-pend-achado)
               move data-corrente         to
                                     data-tabpend(idx-pend-achado)

      *        a imagem completa do registro NOVO (dimensoes,
      *        forma, categoria, imposto e promocao inclusive)
      *        fica guardada na pendencia; o cadastro volta
      *        inteiro a imagem anterior ate a aprovacao
               perform monta-linha-backup
               move reg-backup            to
                                   imagem-tabpend(idx-pend-achado)

               move "S" to pendencia-criada
               move "S" to pendencias-alterado
               add 1 to qtd-retidos

               display "Alteracao retida para aprovacao: "
                       nome(ind) " (" fornecedor(ind) ") de "
                       preco-anterior " para " preco(ind)
                       " - preco anterior segue valendo"

               move "A"             to severidade-alerta
               move "APRV"          to codigo-alerta
               move nome(ind)       to nome-alerta
               move fornecedor(ind) to fornecedor-alerta
               move "alteracao de preco retida para aprovacao"
                                    to texto-alerta
               perform grava-alerta
           end-if
           .

       cria-pendencia-exit.
           exit.

      *---------------
      * tira a pendencia idx-pend-achado da tabela, puxando as
      * seguintes uma casa para tras
      *---------------

       remove-pendencia section.

           perform varying idx-pend from idx-pend-achado by 1
                       until idx-pend >= qtd-pendencias
               move tabela-pendencias(idx-pend + 1) to
                                      tabela-pendencias(idx-pend)
           end-perform

           move spaces to nome-tabpend(qtd-pendencias)
                          forn-tabpend(qtd-pendencias)
                          analista-tabpend(qtd-pendencias)
                          imagem-tabpend(qtd-pendencias)
           move zero   to preco-atual-tabpend(qtd-pendencias)
                          preco-novo-tabpend(qtd-pendencias)
                          data-tabpend(qtd-pendencias)

           subtract 1 from qtd-pendencias
           move "S" to pendencias-alterado
           .

       remove-pendencia-exit.
           exit.

      *---------------
      * aplica a pendencia idx-pend-achado aprovada: a imagem
      * completa retida (preco, promocao, dimensoes, forma,
      * categoria, imposto e o analista que pediu) entra na
      * posicao da pizza no cadastro, com o carimbo de data/hora
      * da aprovacao, o preco por cm2 e recalculado e o historico
      * ganha o registro com o analista original e o aprovador
      * (aprovador-corrente, carregado pelo chamador)
      *---------------

       aplica-pendencia section.

           move zero to idx-dup-achado
           perform varying idx-dup from 1 by 1 until
                                       idx-dup > qtd-cadastradas
               if nome(idx-dup) = nome-tabpend(idx-pend-achado)
                   and fornecedor(idx-dup) =
                                 forn-tabpend(idx-pend-achado)
                   move idx-dup to idx-dup-achado
               end-if
           end-perform

           if idx-dup-achado = 0
               display "Pendencia de "
                       nome-tabpend(idx-pend-achado) " ("
                       forn-tabpend(idx-pend-achado) ") sem "
                       "pizza correspondente no cadastro, so "
                       "removida"
           else
               move idx-dup-achado to ind
               move preco(ind)     to preco-anterior
               move preco_cm2(ind) to preco-cm2-anterior

               move imagem-tabpend(idx-pend-achado) to reg-backup
               perform aplica-linha-retida

               move data-corrente to data-entrada(ind)
               accept hora-entrada(ind) from time

               perform preco-cm2

               if preco(ind) not = preco-anterior
                   or preco_cm2(ind) not = preco-cm2-anterior
                   perform grava-historico
               end-if

               display "Pendencia aprovada e aplicada: "
                       nome(ind) " (" fornecedor(ind) ") de "
                       preco-anterior " para " preco(ind)
           end-if

      *    o id do aprovador vale so para o historico DESTA
      *    pendencia: se ele nao foi consumido (pizza sumiu do
      *    cadastro, ou a imagem aprovada nao mudou preco nem
      *    cm2), limpar aqui impede que o proximo grava-historico
      *    da mesma execucao carimbe o aprovador numa alteracao
      *    que ninguem aprovou
           move spaces to aprovador-corrente
           .

       aplica-pendencia-exit.
           exit.

      *---------------
      * aprovacao vinda na propria carga: registro *APROVAR* com
      * nome, fornecedor, decisao (A aprova / R rejeita) e o id
      * do aprovador, que nao pode ser o analista que pediu a
      * alteracao (aprovacao em dupla de verdade)
      *---------------

       processa-aprovacao-lote section.

           move nome-aprova-ent to nome-busca
           move forn-aprova-ent to forn-busca
           perform busca-pendencia

           if idx-pend-achado = 0
               display "Aprovacao ignorada: sem pendencia para "
                       nome-aprova-ent " (" forn-aprova-ent ")"
           else
               if aprovador-aprova-ent = spaces
                   or aprovador-aprova-ent =
                              analista-tabpend(idx-pend-achado)
                   display "Aprovacao recusada para "
                           nome-aprova-ent " (" forn-aprova-ent
                           "): aprovador em branco ou igual ao "
                           "analista da alteracao"
               else
                   move aprovador-aprova-ent to operador-busca
                   move 2 to papel-requerido
                   perform verifica-papel

                   if papel-ok = "N"
                       display "Aprovacao recusada para "
                               nome-aprova-ent " (" forn-aprova-ent
                               "): aprovador sem permissao"
                   else
                       evaluate decisao-aprova-ent
                           when "A"
                               move aprovador-aprova-ent to
                                                   aprovador-corrente
                               perform aplica-pendencia
                               perform remove-pendencia
                               add 1 to qtd-aprovadas
                           when "R"
                               display "Pendencia rejeitada por "
                                       aprovador-aprova-ent ": "
                                       nome-aprova-ent " ("
                                       forn-aprova-ent ")"
                               perform remove-pendencia
                               add 1 to qtd-reprovadas-apr
                           when other
                               display "Aprovacao ignorada: decisao "
                                       "invalida '"
                                       decisao-aprova-ent "' para "
                                       nome-aprova-ent
                       end-evaluate
                   end-if
               end-if
           end-if
           .

       processa-aprovacao-lote-exit.
           exit.

      *---------------
      * opcao P do menu: lista as pendencias de aprovacao e deixa
      * um segundo analista aprovar ou rejeitar uma por vez. o
      * aprovador e o analista da sessao e nao pode ser o que
      * pediu a alteracao
      *---------------

       aprova-pendencias section.

           if qtd-pendencias = 0
               display "Nenhuma pendencia de aprovacao."
           else
               display " "
               display "---- Pendencias de Aprovacao ----"
               perform varying idx-pend from 1 by 1 until
                                       idx-pend > qtd-pendencias
                   display nome-tabpend(idx-pend) " ("
                           forn-tabpend(idx-pend) ") de "
                           preco-atual-tabpend(idx-pend) " para "
                           preco-novo-tabpend(idx-pend)
                           " pedido por "
                           analista-tabpend(idx-pend) " em "
                           data-tabpend(idx-pend)
               end-perform

               display " "
               display "Nome da pizza (em branco para voltar): "
               accept nome-busca

               if nome-busca = spaces
                   continue
               else
                   display "Id do fornecedor: "
                   accept forn-busca
                   perform busca-pendencia

                   if idx-pend-achado = 0
                       display "Pendencia nao encontrada."
                   else
                       display "Aprovar ou rejeitar? (A/R)"
                       accept opcao-decisao

                       perform until opcao-decisao = "A"
                                  or opcao-decisao = "R"
                           display "Resposta invalida, informe "
                                   "A ou R: "
                           accept opcao-decisao
                       end-perform

      *                o aprovador e o analista da sessao, cujo
      *                papel de aprovacao o menu ja conferiu
                       move usuario-execucao to aprovador-corrente

                       if aprovador-corrente =
                              analista-tabpend(idx-pend-achado)
                           display "Aprovador igual ao analista da "
                                   "alteracao, nada feito."
                           move spaces to aprovador-corrente
                       else
                           if opcao-decisao = "A"
                               perform aplica-pendencia
                               perform remove-pendencia
                               add 1 to qtd-aprovadas
                               move qtd-cadastradas to ind
                               perform grava-checkpoint
                           else
                               display "Pendencia rejeitada."
                               perform remove-pendencia
                               add 1 to qtd-reprovadas-apr
                               move spaces to aprovador-corrente
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           perform pausa-continuar
           .

       aprova-pendencias-exit.
           exit.

      *---------------
      * carrega o arquivo de pendencias de aprovacao (PENDAPRV)
      * para a tabela; sem o arquivo, a execucao parte sem
      * pendencias
      *---------------

       carrega-pendencias section.

           move zero to qtd-pendencias

           open input pendencias-pizza

           if fs-pendencia = "05"
               close pendencias-pizza
           else
               read pendencias-pizza next record
                   at end move "10" to fs-pendencia
               end-read

               perform until fs-pendencia = "10"

                   if qtd-pendencias < pendencias-max
                       add 1 to qtd-pendencias
                       move nome-pend        to
                                     nome-tabpend(qtd-pendencias)
                       move fornecedor-pend  to
                                     forn-tabpend(qtd-pendencias)
                       move preco-atual-pend to
                              preco-atual-tabpend(qtd-pendencias)
                       move preco-novo-pend  to
                               preco-novo-tabpend(qtd-pendencias)
                       move analista-pend    to
                                 analista-tabpend(qtd-pendencias)
                       move data-pend        to
                                     data-tabpend(qtd-pendencias)
                       move imagem-nova-pend to
                                   imagem-tabpend(qtd-pendencias)
                   else
                       display "Aviso: mais de " pendencias-max
                               " pendencias de aprovacao, "
                               "excedentes ignoradas"
                       move "10" to fs-pendencia
                   end-if

                   if fs-pendencia not = "10"
                       read pendencias-pizza next record
                           at end move "10" to fs-pendencia
                       end-read
                   end-if

               end-perform

               close pendencias-pizza
           end-if
           .

       carrega-pendencias-exit.
           exit.

      *---------------
      * regrava o arquivo de pendencias quando a execucao criou,
      * aplicou ou rejeitou alguma; sem mexida o arquivo nao e
      * tocado
      *---------------

       grava-pendencias section.

           if pendencias-alterado = "S"

               open output pendencias-pizza

               perform varying idx-pend from 1 by 1 until
                                       idx-pend > qtd-pendencias
                   move nome-tabpend(idx-pend)        to nome-pend
                   move forn-tabpend(idx-pend)        to
                                                  fornecedor-pend
                   move preco-atual-tabpend(idx-pend) to
                                                 preco-atual-pend
                   move preco-novo-tabpend(idx-pend)  to
                                                  preco-novo-pend
                   move analista-tabpend(idx-pend)    to
                                                    analista-pend
                   move data-tabpend(idx-pend)        to data-pend
                   move imagem-tabpend(idx-pend)      to
                                                  imagem-nova-pend
                   write reg-pendencia
               end-perform

               close pendencias-pizza

               display "Pendencias de aprovacao regravadas ("
                       qtd-pendencias " registro(s))"
           end-if
           .

       grava-pendencias-exit.
           exit.

      *---------------
      * funcao T do PARMPIZZ (job pizzartb): retrabalho dos
      * rejeitos, em fluxo continuo para nao ter teto de
      * registros (uma carga inteira rejeitada por trailer passa
      * facil de qualquer tabela em memoria). le o PIZZAREJ
      * corrigido pelo operador registro a registro, revalida
      * cada imagem com as mesmas criticas da carga e grava os
      * aprovados em PIZZAFIX no layout do PIZZAENT, com o ciclo
      * nas 2 posicoes finais (a carga devolve esse ciclo ao
      * PIZZAREJ se rejeitar de novo, entao a contagem sobrevive
      * ao vai-e-vem) e o *TRAILER* gerado automaticamente. quem
      * reprova de novo vai para o arquivo de trabalho REJWORK
      * com o ciclo somado, e no final o REJWORK e copiado de
      * volta sobre o PIZZAREJ - nada se perde. do terceiro ciclo
      * em diante o registro e apontado para escalacao junto ao
      * fornecedor. rejeito remanescente derruba o passo com
      * return-code 8, como na carga
      *---------------

       retrabalho-rejeitos section.

           display " "
           display "---- Retrabalho de Rejeitos ----"

           move zero to qtd-retrabalho

           open input rejeitos-pizza

           if fs-rejeito = "05"
               display "Arquivo de rejeitos (PIZZAREJ) nao "
                       "encontrado."
               close rejeitos-pizza
           else
               open output retrabalho-saida
               open output retrabalho-trabalho

               read rejeitos-pizza next record
                   at end move "10" to fs-rejeito
               end-read

               perform until fs-rejeito = "10"

                   add 1 to qtd-retrabalho

                   move imagem-rej to reg-ent-trab
                   if ciclo-rej is numeric and ciclo-rej > 0
                       move ciclo-rej to ciclo-corrente
                   else
                       move 1 to ciclo-corrente
                   end-if

      *            registro de aprovacao arrastado junto numa
      *            carga rejeitada por trailer volta intacto para
      *            a proxima carga, sem passar pelas criticas de
      *            pizza
                   if nome-trab(1:9) = "*APROVAR*"
                       move spaces       to reg-fix
                       move reg-ent-trab to reg-fix
                       write reg-fix
                       add 1 to qtd-reenviados
                   else
                       perform valida-retrabalho

                       if retrab-ok = "S"
                           move reg-ent-trab   to dados-fix
                           move ciclo-corrente to ciclo-fix
                           move linha-fix      to reg-fix
                           write reg-fix
                           add 1 to qtd-reenviados
                       else
                           perform grava-rejeito-trab
                       end-if
                   end-if

                   read rejeitos-pizza next record
                       at end move "10" to fs-rejeito
                   end-read

               end-perform

               close rejeitos-pizza

               move qtd-reenviados to qtd-trailer-fix
               move spaces            to reg-fix
               move linha-trailer-fix to reg-fix
               write reg-fix

               close retrabalho-saida
               close retrabalho-trabalho

               perform devolve-rejeitos
           end-if

           display "Rejeitos lidos      : " qtd-retrabalho
           display "Reenviados (PIZZAFIX): " qtd-reenviados
           display "Ainda rejeitados    : " qtd-rejeitados
           display "Para escalacao      : " qtd-escalados
           display "-------------------------"
           display " "
           .

       retrabalho-rejeitos-exit.
           exit.

      *---------------
      * copia o arquivo de trabalho do retrabalho (REJWORK, so os
      * registros que reprovaram de novo) de volta sobre o
      * PIZZAREJ, que so e regravado depois que todos os rejeitos
      * foram lidos e decididos
      *---------------

       devolve-rejeitos section.

           open input retrabalho-trabalho
           open output rejeitos-pizza

           read retrabalho-trabalho next record
               at end move "10" to fs-rejwork
           end-read

           perform until fs-rejwork = "10"
               move reg-rejwork to reg-rejeito
               write reg-rejeito
               read retrabalho-trabalho next record
                   at end move "10" to fs-rejwork
               end-read
           end-perform

           close retrabalho-trabalho
           close rejeitos-pizza
           .

       devolve-rejeitos-exit.
           exit.

      *---------------
      * revalida a imagem corrigida de um rejeito com as mesmas
      * criticas da carga: dimensao/preco (01), fornecedor
      * desconhecido ou desativado (05), variacao de preco acima
      * do limite sem a marca de reprecificacao (06) e analista
      * sem papel de digitacao (07). devolve retrab-ok e o motivo
      * da reprovacao
      *---------------

       valida-retrabalho section.

           move "S"    to retrab-ok
           move spaces to motivo-rejeito

           if diametro-trab is not numeric
               or preco-trab is not numeric
               or (forma-trab = "Q"
                   and largura-trab is not numeric)
               move "01" to motivo-rejeito
               move "N"  to retrab-ok
           else
               if diametro-trab = 0 or preco-trab = 0
                   or (forma-trab = "Q" and largura-trab = 0)
                   move "01" to motivo-rejeito
                   move "N"  to retrab-ok
               end-if
           end-if

           if retrab-ok = "S"
               and qtd-fornecedores > 0
               move fornecedor-trab to id-forn-busca
               perform busca-fornecedor
               if forn-ativo = "N"
                   move "05" to motivo-rejeito
                   move "N"  to retrab-ok
               end-if
           end-if

           if retrab-ok = "S"
               and qtd-operadores > 0
               and analista-trab not = spaces
               move analista-trab to operador-busca
               move 1 to papel-requerido
               perform verifica-papel
               if papel-ok = "N"
                   move "07" to motivo-rejeito
                   move "N"  to retrab-ok
               end-if
           end-if

           if retrab-ok = "S"
               and variacao-maxima > 0
               and marca-repreco-trab not = "S"

               move zero to idx-dup-achado
               perform varying idx-dup from 1 by 1 until
                                       idx-dup > qtd-cadastradas
                   if nome(idx-dup) = nome-trab
                       and fornecedor(idx-dup) = fornecedor-trab
                       move idx-dup to idx-dup-achado
                   end-if
               end-perform

               if idx-dup-achado > 0
                   and preco(idx-dup-achado) > 0
                   compute variacao-percebida =
                       ((preco-trab - preco(idx-dup-achado)) * 100)
                           / preco(idx-dup-achado)
                   if variacao-percebida < 0
                       compute variacao-percebida =
                           variacao-percebida * -1
                   end-if
                   if variacao-percebida > variacao-maxima
                       move "06" to motivo-rejeito
                       move "N"  to retrab-ok
                   end-if
               end-if
           end-if
           .

       valida-retrabalho-exit.
           exit.

      *---------------
      * devolve ao arquivo de trabalho (copiado ao PIZZAREJ no
      * final) um rejeito que reprovou de novo no retrabalho, com
      * o ciclo somado; do terceiro ciclo em diante o registro e
      * apontado para escalacao junto ao fornecedor, em vez de
      * ficar quicando toda semana
      *---------------

       grava-rejeito-trab section.

           add 1 to ciclo-corrente
           if ciclo-corrente > 99
               move 99 to ciclo-corrente
           end-if

           move spaces         to linha-rejwork
           move motivo-rejeito to motivo-rejw
           move reg-ent-trab   to imagem-rejw
           move ciclo-corrente to ciclo-rejw
           move linha-rejwork  to reg-rejwork
           write reg-rejwork

           add 1 to qtd-rejeitados

           display "Reprovado de novo (motivo " motivo-rejeito
                   ", ciclo " ciclo-corrente "): " nome-trab
                   " (" fornecedor-trab ")"

           if ciclo-corrente >= ciclos-max
               add 1 to qtd-escalados
               display "   >> ESCALAR AO FORNECEDOR: " nome-trab
                       " (" fornecedor-trab ") reprovado ha "
                       ciclo-corrente " ciclos"
               move "E"             to severidade-alerta
               move "ESCA"          to codigo-alerta
               move nome-trab       to nome-alerta
               move fornecedor-trab to fornecedor-alerta
               move "rejeito recorrente, escalar ao fornecedor"
                                    to texto-alerta
               perform grava-alerta
           end-if
           .

       grava-rejeito-trab-exit.
           exit.

      *---------------
      * funcao S do PARMPIZZ (job pizzascr): scorecard por
      * fornecedor sobre o periodo de datas do PARMPIZZ, para a
      * reuniao trimestral de negociacao. acumula do HISTPIZZ as
      * cotacoes enviadas e os aumentos de preco do periodo, do
      * PIZZAREJ corrente as rejeicoes, e do cadastro corrente a
      * media de preco por cm2 por categoria e as promocoes
      * oferecidas contra as em vigor na data da execucao. sai no
      * SYSOUT e em csv (SCORCSV), no molde do RELCSV
      *---------------

       scorecard-fornecedores section.

           move zero to qtd-score
           compute mes-ini-score = data-ini-score / 100
           compute mes-fim-score = data-fim-score / 100

           perform acumula-hist-score
           perform acumula-rejeitos-score
           perform acumula-cadastro-score
           perform imprime-scorecard
           .

       scorecard-fornecedores-exit.
           exit.

      *---------------
      * devolve em idx-score-achado a linha do scorecard do
      * fornecedor em id-score-busca, criando uma linha zerada
      * quando o fornecedor ainda nao apareceu (ate a capacidade
      * da tabela; acima disso o excedente e ignorado com aviso)
      *---------------

       busca-forn-score section.

           move zero to idx-score-achado

           perform varying idx-score from 1 by 1 until
                                         idx-score > qtd-score
               if id-forn-score(idx-score) = id-score-busca
                   move idx-score to idx-score-achado
               end-if
           end-perform

           if idx-score-achado = 0
               if qtd-score < fornecedores-max
                   add 1 to qtd-score
                   move id-score-busca to id-forn-score(qtd-score)
                   move zero to qtd-cotacoes-score(qtd-score)
                                qtd-aumentos-score(qtd-score)
                                soma-aumento-score(qtd-score)
                                qtd-rejeicoes-score(qtd-score)
                                qtd-promos-score(qtd-score)
                                qtd-promos-vigor-score(qtd-score)
                   perform varying idx-cat from 1 by 1 until
                                                    idx-cat > 4
                       move zero to
                              soma-cm2-score(qtd-score, idx-cat)
                              qtd-cm2-score(qtd-score, idx-cat)
                   end-perform
                   move qtd-score to idx-score-achado
               else
                   display "Aviso: scorecard com mais de "
                           fornecedores-max " fornecedores, "
                           "excedentes ignorados"
               end-if
           end-if
           .

       busca-forn-score-exit.
           exit.

      *---------------
      * acumula do historico de precos as cotacoes enviadas no
      * periodo (cada alteracao registrada conta como uma
      * cotacao) e os aumentos de preco, com o tamanho percentual
      * de cada um
      *---------------

       acumula-hist-score section.

           open input historico-pizza

           if fs-historico = "05"
               display "Historico de precos (HISTPIZZ) nao "
                       "encontrado, scorecard sem cotacoes"
               close historico-pizza
           else
               read historico-pizza next record
                   at end move "10" to fs-historico
               end-read

               perform until fs-historico = "10"

                   if id-resumo-hist = "*RES*"

                       if mes-res-hist >= mes-ini-score
                           and mes-res-hist <= mes-fim-score
                           move fornecedor-res-hist to
                                                   id-score-busca
                           perform busca-forn-score
                           if idx-score-achado > 0
                               add qtd-res-hist to
                              qtd-cotacoes-score(idx-score-achado)
                           end-if
                       end-if

                   else
                   if data-hist >= data-ini-score
                       and data-hist <= data-fim-score

                       move fornecedor-hist to id-score-busca
                       perform busca-forn-score

                       if idx-score-achado > 0
                           add 1 to
                              qtd-cotacoes-score(idx-score-achado)

                           if preco-antigo-hist > 0
                               and preco-novo-hist >
                                              preco-antigo-hist
                               add 1 to
                                qtd-aumentos-score(idx-score-achado)
                               compute aumento-pct =
                                   ((preco-novo-hist -
                                     preco-antigo-hist) * 100)
                                       / preco-antigo-hist
                               add aumento-pct to
                                soma-aumento-score(idx-score-achado)
                           end-if
                       end-if
                   end-if
                   end-if

                   read historico-pizza next record
                       at end move "10" to fs-historico
                   end-read

               end-perform

               close historico-pizza
           end-if
           .

       acumula-hist-score-exit.
           exit.

      *---------------
      * acumula do arquivo de rejeitos corrente as rejeicoes por
      * fornecedor (o id vem da propria imagem do registro de
      * entrada rejeitado)
      *---------------

       acumula-rejeitos-score section.

           open input rejeitos-pizza

           if fs-rejeito = "05"
               close rejeitos-pizza
           else
               read rejeitos-pizza next record
                   at end move "10" to fs-rejeito
               end-read

               perform until fs-rejeito = "10"

                   move imagem-rej      to reg-ent-trab
                   move fornecedor-trab to id-score-busca
                   perform busca-forn-score

                   if idx-score-achado > 0
                       add 1 to
                             qtd-rejeicoes-score(idx-score-achado)
                   end-if

                   read rejeitos-pizza next record
                       at end move "10" to fs-rejeito
                   end-read

               end-perform

               close rejeitos-pizza
           end-if
           .

       acumula-rejeitos-score-exit.
           exit.

      *---------------
      * acumula do cadastro corrente a media de preco por cm2 por
      * categoria e as promocoes oferecidas contra as em vigor na
      * data da execucao
      *---------------

       acumula-cadastro-score section.

           perform varying ind from 1 by 1 until
                                            ind > capacidade-pizzas
                                            or nome(ind) = spaces

               move fornecedor(ind) to id-score-busca
               perform busca-forn-score

               if idx-score-achado > 0

                   move categoria(ind) to categoria-atual
                   perform converte-categoria

                   if idx-cat-score > 0
                       add preco_cm2(ind) to
                           soma-cm2-score(idx-score-achado,
                                          idx-cat-score)
                       add 1 to
                           qtd-cm2-score(idx-score-achado,
                                         idx-cat-score)
                   end-if

                   if preco-promo(ind) > 0
                       add 1 to
                              qtd-promos-score(idx-score-achado)
                       perform promo-vigente
                       if promo-em-vigor = "S"
                           add 1 to
                          qtd-promos-vigor-score(idx-score-achado)
                       end-if
                   end-if
               end-if

           end-perform
           .

       acumula-cadastro-score-exit.
           exit.

      *---------------
      * devolve em idx-cat-score o indice (1 a 4) da categoria em
      * categoria-atual, ou zero quando invalida
      *---------------

       converte-categoria section.

           move zero to idx-cat-score

           perform varying idx-cat from 1 by 1 until idx-cat > 4
               if codigo-categoria(idx-cat) = categoria-atual
                   move idx-cat to idx-cat-score
               end-if
           end-perform
           .

       converte-categoria-exit.
           exit.

      *---------------
      * imprime o scorecard no SYSOUT e grava o csv SCORCSV, uma
      * linha por fornecedor, com as medias calculadas na hora
      *---------------

       imprime-scorecard section.

           display " "
           display "---- Scorecard de Fornecedores ----"
           display "Periodo: " data-ini-score " a " data-fim-score

           open output scorecard-csv

           move spaces to reg-scorecsv
           string "fornecedor,nome,cotacoes,aumentos,"
                  "media_aumento_pct,rejeicoes,"
                  "taxa_rejeicao_pct,promos_oferecidas,"
                  "promos_em_vigor,cm2_broto,cm2_media,"
                  "cm2_grande,cm2_familia"
                  delimited by size into reg-scorecsv
           end-string
           write reg-scorecsv

           if qtd-score = 0
               display "Nenhum fornecedor com movimento no "
                       "periodo."
           end-if

           perform varying idx-score from 1 by 1 until
                                         idx-score > qtd-score

               move id-forn-score(idx-score) to id-forn-busca
               perform busca-fornecedor

               if qtd-aumentos-score(idx-score) = 0
                   move zero to media-aumento
               else
                   compute media-aumento =
                       soma-aumento-score(idx-score)
                           / qtd-aumentos-score(idx-score)
               end-if

               compute total-eventos-forn =
                   qtd-cotacoes-score(idx-score) +
                   qtd-rejeicoes-score(idx-score)

               if total-eventos-forn = 0
                   move zero to taxa-rejeicao
               else
                   compute taxa-rejeicao =
                       (qtd-rejeicoes-score(idx-score) * 100)
                           / total-eventos-forn
               end-if

               perform varying idx-cat from 1 by 1 until
                                                idx-cat > 4
                   perform calcula-media-cat
                   evaluate idx-cat
                       when 1
                           move media-cm2-cat to cm2-broto-scsv
                       when 2
                           move media-cm2-cat to cm2-media-scsv
                       when 3
                           move media-cm2-cat to cm2-grande-scsv
                       when 4
                           move media-cm2-cat to cm2-familia-scsv
                   end-evaluate
               end-perform

               display " "
               display "Fornecedor " id-forn-score(idx-score)
                       " " nome-forn-exib
               display "  Cotacoes no periodo  : "
                       qtd-cotacoes-score(idx-score)
               display "  Aumentos de preco    : "
                       qtd-aumentos-score(idx-score)
                       " (media " media-aumento "%)"
               display "  Rejeicoes correntes  : "
                       qtd-rejeicoes-score(idx-score)
                       " (taxa " taxa-rejeicao "%)"
               display "  Promocoes oferecidas : "
                       qtd-promos-score(idx-score)
                       " em vigor: "
                       qtd-promos-vigor-score(idx-score)
               display "  Preco medio cm2 B/M/G/F: "
                       cm2-broto-scsv " / " cm2-media-scsv
                       " / " cm2-grande-scsv " / "
                       cm2-familia-scsv

               move id-forn-score(idx-score) to forn-scsv
               move nome-forn-exib           to nome-scsv
               move qtd-cotacoes-score(idx-score)
                                             to cotacoes-scsv
               move qtd-aumentos-score(idx-score)
                                             to aumentos-scsv
               move media-aumento            to media-aumento-scsv
               move qtd-rejeicoes-score(idx-score)
                                             to rejeicoes-scsv
               move taxa-rejeicao            to taxa-rejeicao-scsv
               move qtd-promos-score(idx-score)
                                             to promos-scsv
               move qtd-promos-vigor-score(idx-score)
                                             to promos-vigor-scsv
               move linha-score-csv          to reg-scorecsv
               write reg-scorecsv

           end-perform

           close scorecard-csv

           display "----------------------------------------"
           display " "
           .

       imprime-scorecard-exit.
           exit.

      *---------------
      * media de preco por cm2 da categoria idx-cat na linha
      * idx-score do scorecard (zero quando a categoria nao tem
      * cotacao)
      *---------------

       calcula-media-cat section.

           if qtd-cm2-score(idx-score, idx-cat) = 0
               move zero to media-cm2-cat
           else
               compute media-cm2-cat =
                   soma-cm2-score(idx-score, idx-cat)
                       / qtd-cm2-score(idx-score, idx-cat)
           end-if
           .

       calcula-media-cat-exit.
           exit.

      *---------------
      * funcao A do PARMPIZZ (job pizzahar): arquivamento do
      * historico de precos. o detalhe mais velho que a idade do
      * PARMPIZZ e consolidado em registros de resumo mensal por
      * pizza/fornecedor (marca *RES*: abertura, fechamento,
      * minimo e maximo do mes) e movido para o arquivo morto
      * (HISTARQ); o HISTPIZZ e regravado com os resumos na
      * frente e o detalhe recente atras, entao a evolucao de
      * precos continua completa sem a tabela do relatorio
      * estourar
      *---------------

       arquiva-historico section.

           display " "
           display "---- Arquivamento do Historico de Precos ----"

           compute data-corte-arq =
               function date-of-integer
                   (function integer-of-date(data-corrente)
                       - idade-arquivo)

           display "Detalhe anterior a " data-corte-arq
                   " vira resumo mensal (" idade-arquivo " dias)"

           move zero to qtd-historico
           move zero to qtd-resumos
           move zero to qtd-arquivados

           open input historico-pizza

           if fs-historico = "05"
               display "Historico (HISTPIZZ) nao encontrado, "
                       "nada a arquivar."
               close historico-pizza
           else
               open extend historico-arquivo

      *        sem o arquivo morto gravavel nao se tira nada do
      *        historico: arquivar no escuro e apagar o detalhe
      *        na regravacao perderia anos de precos
               if fs-histarq not = "00" and fs-histarq not = "05"
                   move "N" to arquivamento-ok
                   display "Arquivo morto (HISTARQ) indisponivel "
                           "(status " fs-histarq "), "
                           "arquivamento abortado - historico "
                           "mantido como estava"
                   close historico-pizza
                   move "10" to fs-historico
               else

               read historico-pizza next record
                   at end move "10" to fs-historico
               end-read

               perform until fs-historico = "10"

                   if id-resumo-hist = "*RES*"
                       perform absorve-resumo
      *                resumo ja gravado que nao couber na tabela
      *                seria apagado pela regravacao - nesse caso
      *                o arquivamento aborta inteiro e o
      *                historico fica como estava (mesmo
      *                tratamento da falha de abertura do
      *                arquivo morto)
                       if idx-res-achado = 0
                           move "N" to arquivamento-ok
                           display "Resumos mensais alem de "
                                   resumo-hist-max ", "
                                   "arquivamento abortado - "
                                   "historico mantido como estava"
                       end-if
                   else
                       if data-hist < data-corte-arq
                           perform consolida-detalhe
                       else
                           perform guarda-detalhe-recente
                       end-if
                   end-if

                   if arquivamento-ok = "S"
                       read historico-pizza next record
                           at end move "10" to fs-historico
                       end-read
                   else
                       move "10" to fs-historico
                   end-if

               end-perform

               close historico-pizza
               close historico-arquivo

               if arquivamento-ok = "S"
                   perform regrava-historico
               end-if
               end-if
           end-if

           display "Detalhe arquivado : " qtd-arquivados
           display "Resumos mensais   : " qtd-resumos
           display "Detalhe recente   : " qtd-historico
           display "-------------------------"
           display " "
           .

       arquiva-historico-exit.
           exit.

      *---------------
      * devolve em idx-res-achado a linha da tabela de resumos da
      * chave pizza/fornecedor/mes em nome-res-busca, forn-res-
      * busca e mes-res-busca, criando uma linha zerada quando a
      * chave ainda nao existe (zero quando a tabela lotou)
      *---------------

       busca-resumo-hist section.

           move zero to idx-res-achado

           perform varying idx-res from 1 by 1 until
                                         idx-res > qtd-resumos
               if nome-reshist(idx-res) = nome-res-busca
                   and fornecedor-reshist(idx-res) = forn-res-busca
                   and mes-reshist(idx-res) = mes-res-busca
                   move idx-res to idx-res-achado
               end-if
           end-perform

           if idx-res-achado = 0
               if qtd-resumos < resumo-hist-max
                   add 1 to qtd-resumos
                   move nome-res-busca to nome-reshist(qtd-resumos)
                   move forn-res-busca to
                                     fornecedor-reshist(qtd-resumos)
                   move mes-res-busca  to mes-reshist(qtd-resumos)
                   move zero to abre-reshist(qtd-resumos)
                                fecha-reshist(qtd-resumos)
                                min-reshist(qtd-resumos)
                                max-reshist(qtd-resumos)
                                qtd-reshist(qtd-resumos)
                   move qtd-resumos to idx-res-achado
               else
                   if aviso-resumo-cheio = "N"
                       move "S" to aviso-resumo-cheio
                       display "Aviso: tabela de resumos mensais "
                               "lotada (" resumo-hist-max ")"
                   end-if
               end-if
           end-if
           .

       busca-resumo-hist-exit.
           exit.

      *---------------
      * funde um registro de resumo ja gravado no HISTPIZZ com a
      * tabela de resumos (arquivamentos anteriores): chave nova
      * copia os valores, chave repetida soma as alteracoes e
      * estica abertura/fechamento/minimo/maximo
      *---------------

       absorve-resumo section.

           move nome-res-hist       to nome-res-busca
           move fornecedor-res-hist to forn-res-busca
           move mes-res-hist        to mes-res-busca
           perform busca-resumo-hist

           if idx-res-achado > 0
               if qtd-reshist(idx-res-achado) = 0
                   move preco-abre-res-hist  to
                                       abre-reshist(idx-res-achado)
                   move preco-fecha-res-hist to
                                      fecha-reshist(idx-res-achado)
                   move preco-min-res-hist   to
                                        min-reshist(idx-res-achado)
                   move preco-max-res-hist   to
                                        max-reshist(idx-res-achado)
                   move qtd-res-hist         to
                                        qtd-reshist(idx-res-achado)
               else
                   move preco-fecha-res-hist to
                                      fecha-reshist(idx-res-achado)
                   if preco-min-res-hist <
                                        min-reshist(idx-res-achado)
                       move preco-min-res-hist to
                                        min-reshist(idx-res-achado)
                   end-if
                   if preco-max-res-hist >
                                        max-reshist(idx-res-achado)
                       move preco-max-res-hist to
                                        max-reshist(idx-res-achado)
                   end-if
                   add qtd-res-hist to qtd-reshist(idx-res-achado)
               end-if
           end-if
           .

       absorve-resumo-exit.
           exit.

      *---------------
      * consolida um registro de detalhe vencido no resumo do seu
      * mes e move a imagem original para o arquivo morto; se a
      * tabela de resumos lotou, o detalhe fica retido como
      * recente para nao se perder
      *---------------

       consolida-detalhe section.

           move nome-hist       to nome-res-busca
           move fornecedor-hist to forn-res-busca
           compute mes-res-busca = data-hist / 100
           perform busca-resumo-hist

           if idx-res-achado = 0
               perform guarda-detalhe-recente
           else
               if qtd-reshist(idx-res-achado) = 0
                   move preco-antigo-hist to
                                       abre-reshist(idx-res-achado)
                   move preco-novo-hist   to
                                        min-reshist(idx-res-achado)
                   move preco-novo-hist   to
                                        max-reshist(idx-res-achado)
               else
                   if preco-novo-hist <
                                        min-reshist(idx-res-achado)
                       move preco-novo-hist to
                                        min-reshist(idx-res-achado)
                   end-if
                   if preco-novo-hist >
                                        max-reshist(idx-res-achado)
                       move preco-novo-hist to
                                        max-reshist(idx-res-achado)
                   end-if
               end-if

               move preco-novo-hist to
                                      fecha-reshist(idx-res-achado)
               add 1 to qtd-reshist(idx-res-achado)

               move spaces        to reg-histarq
               move reg-historico to reg-histarq
               write reg-histarq
               add 1 to qtd-arquivados
           end-if
           .

       consolida-detalhe-exit.
           exit.

      *---------------
      * guarda o detalhe recente na tabela do historico; se a
      * tabela lotar mesmo depois da consolidacao, o excedente
      * vai para o arquivo morto em vez de se perder na
      * regravacao
      *---------------

       guarda-detalhe-recente section.

           if qtd-historico < historico-max
               add 1 to qtd-historico
               move nome-hist         to
                                       nome-tabhist(qtd-historico)
               move fornecedor-hist   to
                                 fornecedor-tabhist(qtd-historico)
               move preco-antigo-hist to
                               preco-antigo-tabhist(qtd-historico)
               move preco-novo-hist   to
                                 preco-novo-tabhist(qtd-historico)
               move preco-cm2-hist    to
                                  preco-cm2-tabhist(qtd-historico)
               move analista-hist     to
                                   analista-tabhist(qtd-historico)
               move data-hist         to
                                       data-tabhist(qtd-historico)
               move hora-hist         to
                                       hora-tabhist(qtd-historico)
               move aprovador-hist    to
                                  aprovador-tabhist(qtd-historico)
           else
               display "Aviso: detalhe recente alem de "
                       historico-max " registros, excedente "
                       "movido para o arquivo morto"
               move spaces        to reg-histarq
               move reg-historico to reg-histarq
               write reg-histarq
               add 1 to qtd-arquivados
           end-if
           .

       guarda-detalhe-recente-exit.
           exit.

      *---------------
      * regrava o HISTPIZZ consolidado: resumos mensais na frente
      * (marca *RES*), detalhe recente atras, na ordem original
      *---------------

       regrava-historico section.

           open output historico-pizza

      *    espelho da critica de grava-historico: se o historico
      *    nao abre para regravacao, nada e gravado e o arquivo
      *    fica como estava (o detalhe ja copiado ao HISTARQ
      *    apenas se repete num arquivamento futuro)
           if fs-historico not = "00" and fs-historico not = "05"
               move "N" to arquivamento-ok
               display "Aviso: historico de precos indisponivel "
                       "para regravacao (status " fs-historico
                       "), arquivamento abortado"
           else

           perform varying idx-res from 1 by 1 until
                                         idx-res > qtd-resumos
               move "*RES*"                   to id-resumo-hist
               move nome-reshist(idx-res)     to nome-res-hist
               move fornecedor-reshist(idx-res)
                                              to fornecedor-res-hist
               move mes-reshist(idx-res)      to mes-res-hist
               move abre-reshist(idx-res)     to preco-abre-res-hist
               move fecha-reshist(idx-res)    to
                                             preco-fecha-res-hist
               move min-reshist(idx-res)      to preco-min-res-hist
               move max-reshist(idx-res)      to preco-max-res-hist
               move qtd-reshist(idx-res)      to qtd-res-hist
               write reg-hist-resumo
           end-perform

           perform varying idx-hist from 1 by 1 until
                                       idx-hist > qtd-historico
               move nome-tabhist(idx-hist)         to nome-hist
               move fornecedor-tabhist(idx-hist)   to
                                                  fornecedor-hist
               move preco-antigo-tabhist(idx-hist) to
                                                preco-antigo-hist
               move preco-novo-tabhist(idx-hist)   to
                                                  preco-novo-hist
               move preco-cm2-tabhist(idx-hist)    to
                                                   preco-cm2-hist
               move analista-tabhist(idx-hist)     to analista-hist
               move data-tabhist(idx-hist)         to data-hist
               move hora-tabhist(idx-hist)         to hora-hist
               move aprovador-tabhist(idx-hist)    to aprovador-hist
               write reg-historico
           end-perform

           close historico-pizza
           end-if
           .

       regrava-historico-exit.
           exit.

      *---------------
      * funcao V do PARMPIZZ (passo de auditoria do PIZZALOT,
      * logo apos a carga): confere a integridade do cadastro
      * carregado, posicao a posicao, e o total de registros
      * contra o registro de controle *CONTROLE*. os precos por
      * cm2 gravados NAO sao recalculados na inicializacao desta
      * funcao, justamente para a conferencia pegar o que esta no
      * arquivo. qualquer achado derruba o passo com return-code
      * 8; a funcao nao regrava o cadastro
      *---------------

       auditoria-cadastro section.

           display " "
           display "---- Auditoria do Cadastro ----"

           perform varying ind from 1 by 1 until
                                       ind > qtd-cadastradas
               perform audita-posicao
           end-perform

           if controle-cad-presente = "S"
               if total-controle-cad not = qtd-cadastradas
                   add 1 to qtd-achados-auditoria
                   display "Achado: total do registro de "
                           "controle (" total-controle-cad
                           ") nao confere com o lido ("
                           qtd-cadastradas ")"
                   move "E"    to severidade-alerta
                   move "AUDI" to codigo-alerta
                   move spaces to nome-alerta
                   move spaces to fornecedor-alerta
                   move "total do cadastro nao confere"
                               to texto-alerta
                   perform grava-alerta
               end-if
           else
               display "Cadastro sem registro de controle "
                       "(anterior a esta versao), contagem nao "
                       "conferida - regravado, ele passa a "
                       "existir"
           end-if

           display "Registros auditados: " qtd-cadastradas
           display "Achados            : " qtd-achados-auditoria

           if qtd-achados-auditoria = 0
               display "Cadastro integro."
           end-if

           display "-------------------------"
           display " "
           .

       auditoria-cadastro-exit.
           exit.

      *---------------
      * criticas de uma posicao do cadastro: dimensao zerada para
      * a forma, codigos invalidos de forma/categoria/imposto,
      * fornecedor ausente do mestre, promocao com fim antes do
      * inicio e preco por cm2 gravado diferente do recalculado
      * com os proprios dados do registro
      *---------------

       audita-posicao section.

           if diametro(ind) = 0
               move "dimensao zerada (diametro/comprimento)"
                           to texto-alerta
               perform registra-achado
           end-if

           if forma-retangular(ind) and largura(ind) = 0
               move "largura zerada para pizza retangular"
                           to texto-alerta
               perform registra-achado
           end-if

           if not forma-redonda(ind)
               and not forma-retangular(ind)
               move "codigo de forma invalido" to texto-alerta
               perform registra-achado
           end-if

           if not categoria-valida(ind)
               move "codigo de categoria invalido" to texto-alerta
               perform registra-achado
           end-if

           if not preco-com-imposto(ind)
               and not preco-sem-imposto(ind)
               move "indicador de imposto invalido"
                           to texto-alerta
               perform registra-achado
           end-if

           if qtd-fornecedores > 0
               move fornecedor(ind) to id-forn-busca
               perform busca-fornecedor-id
               if idx-forn-achado = 0
                   move "fornecedor ausente do mestre"
                               to texto-alerta
                   perform registra-achado
               end-if
           end-if

           if preco-promo(ind) > 0
               and promo-fim(ind) < promo-inicio(ind)
               move "promocao com fim antes do inicio"
                           to texto-alerta
               perform registra-achado
           end-if

           if diametro(ind) > 0
               and preco(ind) > 0
               and (forma-redonda(ind) or largura(ind) > 0)
               move preco_cm2(ind) to cm2-armazenado
               perform preco-cm2
               if preco_cm2(ind) not = cm2-armazenado
                   perform confere-cm2-alternativo
               end-if
               if preco_cm2(ind) not = cm2-armazenado
                   move "preco_cm2 gravado difere do recalculado"
                               to texto-alerta
                   perform registra-achado
                   display "  (gravado " cm2-armazenado
                           " recalculado " preco_cm2(ind) ")"
               end-if
           end-if
           .

       audita-posicao-exit.
           exit.

      *---------------
      * o preco por cm2 gravado pode ter sido calculado com a
      * area medida no recebimento ou com a declarada, conforme o
      * PARMPIZZ da execucao que gravou; confere tambem contra a
      * outra area antes de apontar divergencia. sem casar, a
      * tabela volta com o primeiro recalculo
      *---------------

       confere-cm2-alternativo section.

           move preco_cm2(ind) to cm2-recalculado
           move usa-medida     to usa-medida-salva

           if usa-medida = "S"
               move "N" to usa-medida
           else
               move "S" to usa-medida
           end-if

           perform preco-cm2
           move usa-medida-salva to usa-medida

           if preco_cm2(ind) not = cm2-armazenado
               move cm2-recalculado to preco_cm2(ind)
           end-if
           .

       confere-cm2-alternativo-exit.
           exit.

      *---------------
      * relata um achado da auditoria no SYSOUT e no arquivo de
      * alertas, com a chave da pizza auditada
      *---------------

       registra-achado section.

           add 1 to qtd-achados-auditoria

           display "Achado: " nome(ind) " (" fornecedor(ind)
                   ") - " texto-alerta

           move "E"             to severidade-alerta
           move "AUDI"          to codigo-alerta
           move nome(ind)       to nome-alerta
           move fornecedor(ind) to fornecedor-alerta
           perform grava-alerta
           .

       registra-achado-exit.
           exit.

      *---------------
      * grava o registro de entrada corrente no arquivo de
      * rejeitos, com o codigo do motivo na frente da imagem do
      * registro, para correcao e reenvio so dos rejeitados. um
      * registro que voltou do retrabalho traz o ciclo nas 2
      * posicoes finais (gravadas pelo PIZZAFIX): rejeitado de
      * novo, o ciclo e somado em vez de voltar a 1, entao a
      * escalacao do terceiro ciclo tambem pega o vai-e-vem
      * corrigir -> carregar -> rejeitar
      *---------------

       grava-rejeito section.

           move spaces         to reg-rejeito
           move motivo-rejeito to motivo-rej
           move reg-entrada    to imagem-rej

           if ciclo-ent is numeric and ciclo-ent > 0
               compute ciclo-rej = ciclo-ent + 1
                   on size error
                       move 99 to ciclo-rej
               end-compute
           else
               move 1 to ciclo-rej
           end-if

           write reg-rejeito

           add 1 to qtd-rejeitados

           display "Registro rejeitado (motivo " motivo-rejeito
                   ", ciclo " ciclo-rej "): " nome-ent

           if ciclo-rej >= ciclos-max
               add 1 to qtd-escalados
               display "   >> ESCALAR AO FORNECEDOR: " nome-ent
                       " (" fornecedor-ent ") reprovado ha "
                       ciclo-rej " ciclos"
               move "E"            to severidade-alerta
               move "ESCA"         to codigo-alerta
               move nome-ent       to nome-alerta
               move fornecedor-ent to fornecedor-alerta
               move "rejeito recorrente, escalar ao fornecedor"
                                   to texto-alerta
               perform grava-alerta
           end-if
           .

       grava-rejeito-exit.
           exit.

      *---------------
      * totais de controle da carga em lote, exibidos no SYSOUT
      * para conferencia do operador antes de confiar no ranking
      *---------------

       totais-carga section.

           display " "
           display "---- Totais da Carga ----"
           display "Registros lidos : " qtd-lidos
           display "Aceitos (novos) : " qtd-aceitos
           display "Atualizados     : " qtd-atualizados
           display "Rejeitados      : " qtd-rejeitados

           if aprovacao-maxima > 0
               display "Retidos p/ aprovacao: " qtd-retidos
               display "Aprovacoes aplicadas: " qtd-aprovadas
               display "Aprovacoes rejeitadas: "
                       qtd-reprovadas-apr
               display "Pendencias em aberto: " qtd-pendencias
           end-if

           if trailer-presente = "S"
               display "Total do trailer: " qtd-trailer-inf
           else
               display "Arquivo de entrada sem registro de trailer"
           end-if

           display "-------------------------"
           display " "
           .

       totais-carga-exit.
           exit.

      *---------------
      * acrescenta ao arquivo de restart so o registro da pizza
      * recem aceita na posicao ind, em vez de regravar a tabela
      * inteira a cada inclusao (o que fazia o custo da digitacao
      * crescer com o tamanho do cadastro). a primeira gravacao
      * da sessao ainda espelha a tabela inteira, para o arquivo
      * partir de uma imagem completa; na retomada, o total vale
      * pelo maior indice visto nos registros de detalhe
      *---------------

       acrescenta-checkpoint section.

           if ckpt-inicializado = "N"
      *        a primeira gravacao da sessao precisa espelhar a
      *        tabela INTEIRA: se a primeira acao aceita for a
      *        atualizacao de uma pizza la do comeco, ind aponta
      *        para essa posicao e a imagem sairia truncada nela
      *        - e os appends seguintes nunca reporiam o resto,
      *        entao uma retomada regravaria o cadastro decepado
               move ind to idx-recalc
               if qtd-cadastradas > ind
                   move qtd-cadastradas to ind
               end-if
               perform grava-checkpoint
               move idx-recalc to ind
           else
               open extend checkpoint-pizza
               move ind to idx-ckpt
               perform grava-linha-checkpoint
               close checkpoint-pizza
           end-if
           .

       acrescenta-checkpoint-exit.
           exit.

      *---------------
      * grava o relatorio inteiro (e o total ja digitado) no
      * arquivo de restart, usado na primeira gravacao da sessao
      * e depois de alteracao ou exclusao (que mexem em posicoes
      * ja gravadas), para o caso da sessao cair antes do
      * 'finaliza'
      *---------------

       grava-checkpoint section.

           move "S" to ckpt-inicializado

           open output checkpoint-pizza

           move spaces to nome-ckpt fornecedor-ckpt
                          indicador-imposto-ckpt
                          forma-pizza-ckpt categoria-ckpt
                          analista-ckpt
           move zero   to diametro-ckpt largura-ckpt preco-ckpt
                          preco-promo-ckpt promo-inicio-ckpt
                          promo-fim-ckpt aliquota-icms-ckpt
                          preco-cm2-ckpt diferenca-rel-ckpt
                          data-entrada-ckpt hora-entrada-ckpt
           move "C"    to tipo-ckpt
           move ind    to qtd-ckpt
           write reg-checkpoint

           perform varying idx-ckpt from 1 by 1 until idx-ckpt > ind
               perform grava-linha-checkpoint
           end-perform

           close checkpoint-pizza
           .

       grava-checkpoint-exit.
           exit.

      *---------------
      * grava um registro de detalhe do checkpoint com a imagem
      * da posicao idx-ckpt da tabela (o indice vai no campo de
      * quantidade, entao a retomada repoe cada registro na
      * posicao certa)
      *---------------

       grava-linha-checkpoint section.

           move "D"                to tipo-ckpt
           move idx-ckpt            to qtd-ckpt
           move nome(idx-ckpt)      to nome-ckpt
           move fornecedor(idx-ckpt) to fornecedor-ckpt
           move diametro(idx-ckpt)  to diametro-ckpt
           move largura(idx-ckpt)   to largura-ckpt
           move forma-pizza(idx-ckpt) to forma-pizza-ckpt
           move categoria(idx-ckpt) to categoria-ckpt
           move preco(idx-ckpt)     to preco-ckpt
           move preco-promo(idx-ckpt) to preco-promo-ckpt
           move promo-inicio(idx-ckpt) to promo-inicio-ckpt
           move promo-fim(idx-ckpt) to promo-fim-ckpt
           move indicador-imposto(idx-ckpt) to
                                        indicador-imposto-ckpt
           move aliquota-icms(idx-ckpt)     to aliquota-icms-ckpt
           move preco_cm2(idx-ckpt) to preco-cm2-ckpt
           move diferenca_rel(idx-ckpt)
                                    to diferenca-rel-ckpt
           move analista(idx-ckpt)  to analista-ckpt
           move data-entrada(idx-ckpt)
                                    to data-entrada-ckpt
           move hora-entrada(idx-ckpt)
                                    to hora-entrada-ckpt
           write reg-checkpoint
           .

       grava-linha-checkpoint-exit.
           exit.

      *---------------
      * acrescenta ao arquivo de historico um registro datado com
      * o preco antigo e o novo da pizza em relatorio(ind), toda
      * vez que uma digitacao ou carga em lote altera o preco (ou
      * o preco por cm2). o arquivo so cresce, nunca e regravado,
      * entao a evolucao de preco sobrevive as regravacoes do
      * cadastro
      *---------------

       grava-historico section.

           open extend historico-pizza

           if fs-historico = "00" or fs-historico = "05"
               move nome(ind)          to nome-hist
               move fornecedor(ind)    to fornecedor-hist
               move preco-anterior     to preco-antigo-hist
               move preco(ind)         to preco-novo-hist
               move preco_cm2(ind)     to preco-cm2-hist
               move analista(ind)      to analista-hist
               move data-entrada(ind)  to data-hist
               move hora-entrada(ind)  to hora-hist
               move aprovador-corrente to aprovador-hist
               write reg-historico

               close historico-pizza
               move spaces to aprovador-corrente
           else
               display "Aviso: historico de precos indisponivel "
                       "(status " fs-historico ")"
           end-if
           .

       grava-historico-exit.
           exit.

      *---------------
      * verifica se o nome ja em nome(ind) coincide com o de
      * alguma outra posicao ja usada da tabela, e devolve em
      * idx-dup-achado a posicao encontrada (zero se nenhuma). uma
      * posicao encontrada em ind-inicial ou antes e uma pizza ja
      * cadastrada (do arquivo ou do checkpoint retomado) e deve
      * ser atualizada, nao rejeitada; so uma posicao apos
      * ind-inicial e de fato uma duplicidade dentro desta mesma
      * digitacao/carga
      *---------------

       verifica-nome-duplicado section.

           move zero to idx-dup-achado

           perform varying idx-dup from 1 by 1 until idx-dup >= ind
               if nome(idx-dup) = nome(ind)
                   and fornecedor(idx-dup) = fornecedor(ind)
                   move idx-dup to idx-dup-achado
               end-if
           end-perform
           .

       verifica-nome-duplicado-exit.
           exit.

      *---------------
      * preco por cm2 da pizza na posicao ind. quando ha promocao
      * em vigor na data da execucao, o calculo parte do preco
      * promocional; fora da vigencia vale o preco normal, sem
      * ninguem precisar lembrar de desfazer a promocao
      *---------------

       preco-cm2 section.

           perform promo-vigente

           if promo-em-vigor = "S"
               move preco-promo(ind) to preco-base
           else
               move preco(ind)       to preco-base
           end-if

           if preco-sem-imposto(ind)
               compute preco-ajustado =
                   preco-base * (1 + (aliquota-icms(ind) / 100))
           else
               move preco-base to preco-ajustado
           end-if

           if forma-retangular(ind)
               compute area_pizza = diametro(ind) * largura(ind)
           else
               compute raio = diametro(ind) / 2
               compute area_pizza = (3,14 * (raio * raio))
           end-if

           move "N" to area-medida-usada
           if usa-medida = "S"
               perform aplica-area-medida
           end-if

           compute preco_cm2(ind) = preco-ajustado / area_pizza
           .

       preco-cm2-exit.
           exit.

      *---------------
      * com o uso da medida ligado no PARMPIZZ, troca a area
      * declarada da pizza na posicao ind pela area medida no
      * recebimento, quando a pizza/fornecedor ja tem o minimo
      * de medicoes acumuladas no MEDACUM
      *---------------

       aplica-area-medida section.

           move nome(ind)       to nome-med-busca
           move fornecedor(ind) to forn-med-busca
           perform busca-medida

           if idx-med-achado > 0
               and qtd-tabmed(idx-med-achado) >= min-medicoes
               perform calcula-area-medida
               if area-medida > 0
                   move area-medida to area_pizza
                   move "S"         to area-medida-usada
               end-if
           end-if
           .

       aplica-area-medida-exit.
           exit.

      *---------------
      * area media medida da linha idx-med-achado do acumulado,
      * na forma da pizza da posicao ind: diametro e largura
      * medios das medicoes (largura so conta na retangular)
      *---------------

       calcula-area-medida section.

           compute diametro-medio rounded =
               soma-diam-tabmed(idx-med-achado) /
                                       qtd-tabmed(idx-med-achado)
           compute largura-media rounded =
               soma-larg-tabmed(idx-med-achado) /
                                       qtd-tabmed(idx-med-achado)

           if forma-retangular(ind)
               compute area-medida rounded =
                                       diametro-medio * largura-media
           else
               compute raio-medido = diametro-medio / 2
               compute area-medida rounded =
                                 3,14 * (raio-medido * raio-medido)
           end-if
           .

       calcula-area-medida-exit.
           exit.

      *---------------
      * devolve em idx-med-achado a linha do acumulado de
      * medicoes da pizza/fornecedor em nome-med-busca e
      * forn-med-busca (zero quando sem medicao)
      *---------------

       busca-medida section.

           move zero to idx-med-achado

           perform varying idx-med from 1 by 1 until
                                           idx-med > qtd-medacum
               if nome-tabmed(idx-med) = nome-med-busca
                   and forn-tabmed(idx-med) = forn-med-busca
                   move idx-med to idx-med-achado
               end-if
           end-perform
           .

       busca-medida-exit.
           exit.

      *---------------
      * preco entregue da pizza na posicao idx-entregue: o preco
      * efetivo (promocao, imposto) mais a parte da taxa de
      * entrega do fornecedor que cabe a uma unidade no menor
      * pedido possivel - uma unidade, ou as unidades precisas
      * para alcancar o pedido minimo do fornecedor. devolve o
      * preco unitario entregue em preco-unit-entregue e o preco
      * por cm2 entregue em cm2-entregue, sem mexer no preco por
      * cm2 de gondola gravado na tabela
      *---------------

       preco-entregue section.

           move ind                    to ind-salvo-ent
           move idx-entregue           to ind
           move preco_cm2(ind)         to cm2-salvo

           perform preco-cm2

           move cm2-salvo              to preco_cm2(ind)
           move zero                   to taxa-rateada

           move fornecedor(ind)        to id-forn-busca
           perform busca-fornecedor-id

           if idx-forn-achado > 0
               and taxa-entrega-forn-tab(idx-forn-achado) > 0
               and preco-base > 0

               move 1 to qtd-ref-entrega
               if pedido-min-forn-tab(idx-forn-achado) > preco-base
                   compute qtd-ref-entrega =
                       pedido-min-forn-tab(idx-forn-achado) /
                                                       preco-base
                   if qtd-ref-entrega * preco-base <
                               pedido-min-forn-tab(idx-forn-achado)
                       add 1 to qtd-ref-entrega
                   end-if
               end-if

               compute taxa-rateada rounded =
                   taxa-entrega-forn-tab(idx-forn-achado) /
                                                  qtd-ref-entrega
           end-if

           compute preco-unit-entregue = preco-ajustado + taxa-rateada

           if area_pizza > 0
               compute cm2-entregue rounded =
                   preco-unit-entregue / area_pizza
                   on size error
                       move 999,99 to cm2-entregue
               end-compute
           else
               move zero to cm2-entregue
           end-if

           move ind-salvo-ent          to ind
           .

       preco-entregue-exit.
           exit.

      *---------------
      * devolve promo-em-vigor = "S" quando a pizza na posicao
      * ind tem preco promocional valido e a data da execucao cai
      * dentro da vigencia
      *---------------

       promo-vigente section.

           move "N" to promo-em-vigor

           if preco-promo(ind) > 0
               and promo-inicio(ind) > 0
               and promo-fim(ind) >= promo-inicio(ind)
               and data-corrente >= promo-inicio(ind)
               and data-corrente <= promo-fim(ind)
               move "S" to promo-em-vigor
           end-if
           .

       promo-vigente-exit.
           exit.

      *---------------
      * idade em dias do preco da pizza na posicao ind (data da
      * execucao menos data de entrada) e o indicador de preco
      * vencido contra o limite de frescor do PARMPIZZ. entrada
      * sem data (cadastro muito antigo) conta como vencida
      *---------------

       calcula-idade-preco section.

           if data-entrada(ind) = 0
               move 99999 to idade-preco
           else
               compute idade-preco =
                   function integer-of-date(data-corrente) -
                   function integer-of-date(data-entrada(ind))
           end-if

           if idade-preco > dias-frescor
               move "S" to preco-vencido
           else
               move "N" to preco-vencido
           end-if
           .

       calcula-idade-preco-exit.
           exit.

      *---------------
      * funcao P do PARMPIZZ (novo passo do PIZZALOT): expurga do
      * cadastro as pizzas cujo preco nao e atualizado ha mais
      * dias que a retencao, arquivando cada uma em ARQPIZZA com
      * a data do expurgo e relatando o que saiu. o cadastro
      * regravado em finaliza ja sai sem elas (e o cadastro
      * anterior fica preservado nas geracoes de backup)
      *---------------

       expurgo-cadastro section.

           display " "
           display "---- Expurgo de precos sem atualizacao ha "
                   "mais de " dias-retencao " dias ----"

           move zero to qtd-expurgadas

           open extend arquivo-expurgo

           move 1 to ind
           perform until ind > qtd-cadastradas

               perform calcula-idade-preco

               if idade-preco > dias-retencao
                   perform arquiva-posicao
                   perform remove-posicao
               else
                   add 1 to ind
               end-if

           end-perform

           close arquivo-expurgo

           move qtd-cadastradas to ind-inicial

           display "Expurgadas: " qtd-expurgadas
                   "  mantidas: " qtd-cadastradas
           display "-------------------------"
           display " "
           .

       expurgo-cadastro-exit.
           exit.

      *---------------
      * grava a pizza da posicao ind no arquivo de expurgo, com a
      * data da execucao na frente da imagem do registro do
      * cadastro, e relata a saida
      *---------------

       arquiva-posicao section.

           perform monta-linha-backup

           move spaces        to reg-expurgo
           move data-corrente to data-exp
           move reg-backup    to imagem-exp
           write reg-expurgo

           add 1 to qtd-expurgadas

           move idade-preco to idade-disp
           display "Expurgada: " nome(ind) " (" fornecedor(ind)
                   ") ultima atualizacao " data-entrada(ind)
                   ", " idade-disp " dias"
           .

       arquiva-posicao-exit.
           exit.

      *---------------
      * tira a pizza da posicao ind da tabela, puxando as
      * seguintes uma casa para tras e limpando a ultima posicao
      * (mesma mecanica da exclusao interativa)
      *---------------

       remove-posicao section.

           move ind to idx-recalc

           perform varying idx-dup from ind by 1
                       until idx-dup >= qtd-cadastradas
               move relatorio(idx-dup + 1) to relatorio(idx-dup)
           end-perform

           move qtd-cadastradas to ind
           perform limpa-posicao

           subtract 1 from qtd-cadastradas

           move idx-recalc to ind
           .

       remove-posicao-exit.
           exit.

      *---------------
      * espelha a pizza da posicao ind no registro reg-backup
      * (mesmo layout do cadastro), usado pelo expurgo para
      * gravar a imagem arquivada
      *---------------

       monta-linha-backup section.

           move nome(ind)              to nome-bkp
           move fornecedor(ind)        to fornecedor-bkp
           move diametro(ind)          to diametro-bkp
           move largura(ind)           to largura-bkp
           move forma-pizza(ind)       to forma-bkp
           move categoria(ind)         to categoria-bkp
           move preco(ind)             to preco-bkp
           move preco-promo(ind)       to preco-promo-bkp
           move promo-inicio(ind)      to promo-inicio-bkp
           move promo-fim(ind)         to promo-fim-bkp
           move indicador-imposto(ind) to indicador-imposto-bkp
           move aliquota-icms(ind)     to aliquota-icms-bkp
           move preco_cm2(ind)         to preco-cm2-bkp
           move diferenca_rel(ind)     to diferenca-rel-bkp
           move analista(ind)          to analista-bkp
           move data-entrada(ind)      to data-entrada-bkp
           move hora-entrada(ind)      to hora-entrada-bkp
           .

       monta-linha-backup-exit.
           exit.

      *---------------
      * recalcula o preco por cm2 de todas as pizzas carregadas
      * do cadastro (ou do checkpoint) com a data desta execucao:
      * e o que liga e desliga o preco promocional sem alterar o
      * que o analista digitou. de quebra garante a categoria de
      * tamanho em entradas carregadas sem ela (cadastro
      * convertido de versao anterior), senao elas sumiriam do
      * resumo por categoria
      *---------------

       recalcula-precos section.

           move ind to idx-recalc
           perform varying ind from 1 by 1 until ind > idx-recalc
               perform deriva-categoria
               if preco(ind) > 0
                   perform preco-cm2
               end-if
           end-perform
           move idx-recalc to ind
           .

       recalcula-precos-exit.
           exit.

      *---------------
      * avisa das promocoes em vigor que vencem ate 7 dias apos a
      * data da execucao, para os fornecedores serem re-cotados
      * antes do preco voltar ao normal
      *---------------

       avisa-promos-vencendo section.

           perform varying ind from 1 by 1 until
                                            ind > capacidade-pizzas
                                            or nome(ind) = spaces

               perform promo-vigente

               if promo-em-vigor = "S"
                   and promo-fim(ind) <= data-limite-promo
                   display "Aviso: promocao de " nome(ind)
                           " (" fornecedor(ind) ") vence em "
                           promo-fim(ind) ", re-cotar o "
                           "fornecedor"
                   move "A"             to severidade-alerta
                   move "PROM"          to codigo-alerta
                   move nome(ind)       to nome-alerta
                   move fornecedor(ind) to fornecedor-alerta
                   move spaces          to texto-alerta
                   string "promocao vence em " promo-fim(ind)
                          ", re-cotar"
                          delimited by size into texto-alerta
                   end-string
                   perform grava-alerta
               end-if

           end-perform
           .

       avisa-promos-vencendo-exit.
           exit.

      *---------------
      * ordena o relatorio pela chave em ordenacao-corrente (N
      * nome, P preco, C preco por cm2, D data/hora de entrada)
      * no sentido em sentido-corrente (A crescente, D
      * decrescente). a primeira ordenacao da execucao e sempre
      * por cm2 crescente, para o resumo por categoria e a
      * sugestao de compra; a ordenacao escolhida pelo usuario e
      * aplicada depois, so para a listagem e o csv. ordenacao
      * por insercao em passada unica: a carga semanal chega
      * quase ordenada da execucao anterior, entao o custo fica
      * quase linear em vez das varreduras repetidas do bubble
      * sort antigo
      *---------------

       ordenar section.

           move 0 to qtd-ordenar
           perform until qtd-ordenar >= capacidade-pizzas
                      or nome(qtd-ordenar + 1) = space
               add 1 to qtd-ordenar
           end-perform

           perform varying idx-ord from 2 by 1 until
                                         idx-ord > qtd-ordenar

               move relatorio(idx-ord) to relatorio-aux
               move idx-ord            to idx-ins
               move "S"                to continua-ins

               perform until continua-ins = "N" or idx-ins = 1

                   compute idx-ant = idx-ins - 1
                   move idx-ant to ind
                   perform compara-com-aux

                   if deve-trocar = "S"
                       move relatorio(idx-ant) to
                                             relatorio(idx-ins)
                       move idx-ant to idx-ins
                   else
                       move "N" to continua-ins
                   end-if

               end-perform

               if idx-ins not = idx-ord
                   move relatorio-aux to relatorio(idx-ins)
               end-if

           end-perform
           .

       ordenar-exit.
           exit.

      *---------------
      * compara relatorio(ind) com o registro em relatorio-aux
      * pela chave de ordenacao corrente e devolve deve-trocar =
      * "S" quando relatorio(ind) deve ficar depois do aux no
      * sentido pedido. na chave por data, a hora de entrada
      * desempata
      *---------------

       compara-com-aux section.

           move "=" to resultado-comparacao

           evaluate ordenacao-corrente
               when "N"
                   if nome(ind) > nome-aux
                       move ">" to resultado-comparacao
                   end-if
                   if nome(ind) < nome-aux
                       move "<" to resultado-comparacao
                   end-if
               when "P"
                   if preco(ind) > preco-aux
                       move ">" to resultado-comparacao
                   end-if
                   if preco(ind) < preco-aux
                       move "<" to resultado-comparacao
                   end-if
               when "D"
                   if data-entrada(ind) > data-entrada-aux
                       move ">" to resultado-comparacao
                   end-if
                   if data-entrada(ind) < data-entrada-aux
                       move "<" to resultado-comparacao
                   end-if
                   if resultado-comparacao = "="
                       if hora-entrada(ind) > hora-entrada-aux
                           move ">" to resultado-comparacao
                       end-if
                       if hora-entrada(ind) < hora-entrada-aux
                           move "<" to resultado-comparacao
                       end-if
                   end-if
               when other
                   if preco_cm2(ind) > preco_cm2-aux
                       move ">" to resultado-comparacao
                   end-if
                   if preco_cm2(ind) < preco_cm2-aux
                       move "<" to resultado-comparacao
                   end-if
           end-evaluate

           move "N" to deve-trocar

           if sentido-corrente = "D"
               if resultado-comparacao = "<"
                   move "S" to deve-trocar
               end-if
           else
               if resultado-comparacao = ">"
                   move "S" to deve-trocar
               end-if
           end-if
           .

       compara-com-aux-exit.
           exit.

      *---------------
      * a diferenca relativa entre posicoes vizinhas so faz
      * sentido na ordem do ranking por cm2 crescente; em
      * qualquer outra ordenacao o campo sai zerado na listagem
      * e no csv (inclusive o que veio gravado do cadastro)
      *---------------

       zera-diferenca section.

           perform varying idx-resumo from 1 by 1 until
                                     idx-resumo > qtd-cadastradas
               move zero to diferenca_rel(idx-resumo)
           end-perform
           .

       zera-diferenca-exit.
           exit.

      *---------------

       calculo-porcent section.
           move    1    to    ind

           perform until ind = capacidade-pizzas
                      or nome(ind + 1) = spaces

           compute delta_preco_cm2 = preco_cm2(ind + 1) -
                                     preco_cm2(ind)

           compute diferenca_rel(ind + 1) = (delta_preco_cm2 * 100)
                                             / preco_cm2(ind)

               add 1 to ind

           end-perform
           .

       calculo-porcent-exit.
           exit.

      *---------------
      * relatorio ja esta ordenado por preco_cm2 crescente, entao
      * dentro de cada categoria as primeiras entradas sao o
      * melhor custo-beneficio. exibe o top 3 de cada categoria
      * (broto, media, grande, familia) separadamente, com a
      * economia de cada uma sobre a pior da MESMA categoria:
      * comparar broto com familia pelo preco por cm2 daria
      * sempre a vitoria as grandes
      *---------------

       resumo-melhores section.

           move 1 to ind
           perform until ind = capacidade-pizzas
                      or nome(ind + 1) = space
               add 1 to ind
           end-perform
           move ind to qtd-relatorio

           display " "
           display "---- Top 3 Custo-Beneficio por Categoria ----"

           if qtd-relatorio = 0 or nome(1) = space
               display "Nenhuma pizza cadastrada para o resumo."
           else
               perform varying idx-cat from 1 by 1 until
                                                    idx-cat > 4
                   move codigo-categoria(idx-cat) to
                                                  categoria-atual
                   perform resumo-categoria
               end-perform
           end-if

           display "----------------------------------------"
           display " "
           .

       resumo-melhores-exit.
           exit.

      *---------------
      * top 3 de uma categoria: acha a pior pizza da categoria
      * (a ultima dela na ordenacao por preco_cm2) e lista as 3
      * primeiras com a economia relativa sobre essa pior.
      * categorias sem pizza cadastrada sao omitidas
      *---------------

       resumo-categoria section.

           move zero   to qtd-cat
           move zero   to pior-cm2-cat
           move spaces to nome-pior-cat

           perform varying idx-resumo from 1 by 1 until
                                       idx-resumo > qtd-relatorio
               if categoria(idx-resumo) = categoria-atual
                   add 1 to qtd-cat
                   move preco_cm2(idx-resumo) to pior-cm2-cat
                   move nome(idx-resumo)      to nome-pior-cat
               end-if
           end-perform

           if qtd-cat > 0

               display " "
               display "Categoria " titulo-categoria(idx-cat) ":"

               if pior-cm2-cat = 0
                   display "  (precos por cm2 zerados, sem "
                           "ranking)"
               else
                   move zero to qtd-exibidas
                   perform varying idx-resumo from 1 by 1 until
                                       idx-resumo > qtd-relatorio
                                       or qtd-exibidas >= 3
                       if categoria(idx-resumo) = categoria-atual

                           add 1 to qtd-exibidas

                           compute economia-vs-pior =
                               ((pior-cm2-cat -
                                       preco_cm2(idx-resumo)) * 100)
                                   / pior-cm2-cat

                           move qtd-exibidas to ind-disp
                           display ind-disp ") "
                                   nome(idx-resumo) " "
                                   fornecedor(idx-resumo)
                                   " preco_cm2: "
                                   preco_cm2(idx-resumo)
                                   " economia vs pior ("
                                   nome-pior-cat "): "
                                   economia-vs-pior "%"

                       end-if
                   end-perform
               end-if
           end-if
           .

       resumo-categoria-exit.
           exit.

      *---------------
      * quando ha orcamento semanal no PARMPIZZ, gera o arquivo
      * de sugestao de compra em layout fixo para o sistema de
      * compras ingerir direto: percorre o ranking do melhor
      * custo-beneficio para o pior, sugerindo para cada pizza a
      * maior quantidade que ainda cabe no saldo do orcamento, e
      * fecha com um registro *TOTAL* (gasto e saldo). o preco
      * unitario e o efetivo da execucao: o promocional quando a
      * promocao esta em vigor, o normal fora dela, o mesmo que
      * sustentou a posicao no ranking. elimina a redigitacao dos
      * vencedores na planilha de compras. com o mestre de lojas
      * (LOJAPIZZ) presente, a sugestao da execucao normal sai
      * loja a loja: cada loja com o proprio orcamento e so as
      * categorias que aceita, o id da loja em todo item, um
      * *TOTAL* por loja e o *TOTAL* geral (loja em branco) no
      * fim. as demais funcoes nunca regravam a sugestao por
      * loja - a conferencia (funcao C) le o mesmo SUGCOMPR
      *---------------

       gera-sugestao-compra section.

           if qtd-lojas-cadastro > 0 and funcao-execucao = space
               perform sugestao-por-loja
           else
           if orcamento-compra = 0
               continue
           else

               move orcamento-compra to saldo-orcamento
               move zero             to total-sugestao
               move spaces           to id-loja-busca
               move spaces           to categorias-corrente

               open output sugestao-compra
               move "S" to sugestao-gravada

               perform monta-sugestao-loja

               move spaces          to reg-sugestao-total
               move "*TOTAL*"       to id-total-sug
               move total-sugestao  to valor-total-sug
               move saldo-orcamento to saldo-total-sug
               move total-taxas-sug to taxas-total-sug
               write reg-sugestao-total

               close sugestao-compra

               display "Sugestao de compra gravada: orcamento "
                       orcamento-compra " gasto " total-sugestao
                       " saldo " saldo-orcamento " taxas de "
                       "entrega " total-taxas-sug
           end-if
           end-if
           .

       gera-sugestao-compra-exit.
           exit.

      *---------------
      * sugestao loja a loja: cada loja do mestre com orcamento
      * recebe a sua parte do SUGCOMPR, fechada pelo *TOTAL* da
      * loja; o *TOTAL* geral, com a loja em branco, soma todas.
      * loja sem orcamento no mestre e pulada com aviso
      *---------------

       sugestao-por-loja section.

           move zero to total-geral-sugestao
           move zero to saldo-geral-sugestao
           move zero to taxas-geral-sugestao

           open output sugestao-compra
           move "S" to sugestao-gravada

           display "Sugestao de compra por loja:"

           perform varying idx-loja from 1 by 1 until
                                     idx-loja > qtd-lojas-cadastro

               if orcamento-loja-tab(idx-loja) = 0
                   display "  loja " id-loja-tab(idx-loja)
                           " sem orcamento no mestre, sem sugestao"
               else
                   move orcamento-loja-tab(idx-loja) to
                                                  saldo-orcamento
                   move zero                         to
                                                  total-sugestao
                   move id-loja-tab(idx-loja)        to
                                                  id-loja-busca
                   move categorias-loja-tab(idx-loja) to
                                              categorias-corrente

                   perform monta-sugestao-loja

                   move spaces                to reg-sugestao-total
                   move "*TOTAL*"             to id-total-sug
                   move total-sugestao        to valor-total-sug
                   move saldo-orcamento       to saldo-total-sug
                   move id-loja-tab(idx-loja) to loja-total-sug
                   move total-taxas-sug       to taxas-total-sug
                   write reg-sugestao-total

                   add total-sugestao  to total-geral-sugestao
                   add saldo-orcamento to saldo-geral-sugestao
                   add total-taxas-sug to taxas-geral-sugestao

                   display "  loja " id-loja-tab(idx-loja) " "
                           nome-loja-tab(idx-loja) " orcamento "
                           orcamento-loja-tab(idx-loja) " gasto "
                           total-sugestao " saldo " saldo-orcamento
                           " taxas " total-taxas-sug
               end-if

           end-perform

           move spaces               to reg-sugestao-total
           move "*TOTAL*"            to id-total-sug
           move total-geral-sugestao to valor-total-sug
           move saldo-geral-sugestao to saldo-total-sug
           move taxas-geral-sugestao to taxas-total-sug
           write reg-sugestao-total

           close sugestao-compra

           display "Sugestao de compra gravada: total geral "
                   total-geral-sugestao " saldo "
                   saldo-geral-sugestao
           .

       sugestao-por-loja-exit.
           exit.

      *---------------
      * preenche o saldo-orcamento de uma loja (id em
      * id-loja-busca, em branco na sugestao sem lojas) com o
      * ranking por cm2, do melhor para o pior, so nas categorias
      * em categorias-corrente (em branco, todas), gravando um
      * item do SUGCOMPR por pizza sugerida e somando o gasto em
      * total-sugestao. a taxa de entrega do fornecedor sai do
      * saldo no primeiro item dele e e rateada entre os itens
      * dele na proporcao do valor; fornecedor cujo pedido fica
      * abaixo do minimo dele e recusado e a montagem e refeita
      * sem ele, ate nao sobrar fornecedor abaixo do minimo
      *---------------

       monta-sugestao-loja section.

           move saldo-orcamento to orcamento-corrente
           move zero            to qtd-fsug
           move "S"             to refaz-sugestao

           perform until refaz-sugestao = "N"
               perform passo-sugestao
               perform verifica-minimos
           end-perform

           perform grava-itens-sugestao
           .

       monta-sugestao-loja-exit.
           exit.

      *---------------
      * uma passada do ranking com o orcamento inteiro da loja,
      * pulando os fornecedores ja recusados, guardando os itens
      * na tabela de trabalho e o total de cada fornecedor
      *---------------

       passo-sugestao section.

           move orcamento-corrente to saldo-orcamento
           move zero               to total-sugestao
           move zero               to total-taxas-sug
           move zero               to qtd-itsug

           perform varying idx-fsug from 1 by 1 until
                                            idx-fsug > qtd-fsug
               move zero to total-fsug(idx-fsug)
                            itens-fsug(idx-fsug)
                            gravados-fsug(idx-fsug)
                            rateado-fsug(idx-fsug)
           end-perform

           perform varying ind from 1 by 1 until
                                        ind > capacidade-pizzas
                                        or nome(ind) = spaces

               perform verifica-categoria-loja
               perform promo-vigente

               if promo-em-vigor = "S"
                   move preco-promo(ind) to preco-base
               else
                   move preco(ind)       to preco-base
               end-if

               if categoria-aceita = "S"
                   and preco-base > 0
                   perform busca-forn-sugestao

                   move zero to taxa-item
                   if idx-fsug-achado > 0
                       if itens-fsug(idx-fsug-achado) = 0
                           move taxa-fsug(idx-fsug-achado) to
                                                        taxa-item
                       end-if
                       if excluido-fsug(idx-fsug-achado) = "S"
                           move "N" to categoria-aceita
                       end-if
                   end-if

                   if categoria-aceita = "S"
                       and saldo-orcamento >= preco-base + taxa-item

                       compute qtd-sugerida =
                               (saldo-orcamento - taxa-item) /
                                                       preco-base
                           on size error
                               move 999 to qtd-sugerida
                       end-compute

                       compute total-item =
                               qtd-sugerida * preco-base

                       subtract total-item from saldo-orcamento
                       subtract taxa-item  from saldo-orcamento
                       add total-item to total-sugestao
                       add taxa-item  to total-sugestao
                       add taxa-item  to total-taxas-sug

                       add 1 to qtd-itsug
                       move ind             to pos-itsug(qtd-itsug)
                       move qtd-sugerida    to
                                             qtd-itsug-tab(qtd-itsug)
                       move preco-base      to preco-itsug(qtd-itsug)
                       move total-item      to total-itsug(qtd-itsug)
                       move idx-fsug-achado to fsug-itsug(qtd-itsug)

                       if idx-fsug-achado > 0
                           add total-item to
                                      total-fsug(idx-fsug-achado)
                           add 1 to itens-fsug(idx-fsug-achado)
                       end-if
                   end-if
               end-if

           end-perform
           .

       passo-sugestao-exit.
           exit.

      *---------------
      * devolve em idx-fsug-achado a linha do fornecedor da pizza
      * na posicao ind na tabela de trabalho da sugestao,
      * incluindo-o com a taxa e o minimo do mestre na primeira
      * vez (fornecedor fora do mestre entra sem taxa e sem
      * minimo). tabela cheia volta zero: o item segue sem taxa
      *---------------

       busca-forn-sugestao section.

           move zero to idx-fsug-achado

           perform varying idx-fsug from 1 by 1 until
                                            idx-fsug > qtd-fsug
               if id-fsug(idx-fsug) = fornecedor(ind)
                   move idx-fsug to idx-fsug-achado
               end-if
           end-perform

           if idx-fsug-achado = 0
               and qtd-fsug < fsug-max
               add 1 to qtd-fsug
               move fornecedor(ind) to id-fsug(qtd-fsug)
               move "N"             to excluido-fsug(qtd-fsug)
               move zero            to taxa-fsug(qtd-fsug)
                                       minimo-fsug(qtd-fsug)
                                       total-fsug(qtd-fsug)
                                       itens-fsug(qtd-fsug)
                                       gravados-fsug(qtd-fsug)
                                       rateado-fsug(qtd-fsug)

               move fornecedor(ind) to id-forn-busca
               perform busca-fornecedor-id
               if idx-forn-achado > 0
                   move taxa-entrega-forn-tab(idx-forn-achado) to
                                             taxa-fsug(qtd-fsug)
                   move pedido-min-forn-tab(idx-forn-achado)   to
                                             minimo-fsug(qtd-fsug)
               end-if

               move qtd-fsug to idx-fsug-achado
           end-if
           .

       busca-forn-sugestao-exit.
           exit.

      *---------------
      * recusa o fornecedor cujo pedido da passada ficou abaixo
      * do pedido minimo dele e pede nova passada sem ele
      *---------------

       verifica-minimos section.

           move "N" to refaz-sugestao

           perform varying idx-fsug from 1 by 1 until
                                            idx-fsug > qtd-fsug
               if excluido-fsug(idx-fsug) = "N"
                   and itens-fsug(idx-fsug) > 0
                   and minimo-fsug(idx-fsug) > 0
                   and total-fsug(idx-fsug) < minimo-fsug(idx-fsug)
                   move "S" to excluido-fsug(idx-fsug)
                   move "S" to refaz-sugestao
                   display "  fornecedor " id-fsug(idx-fsug)
                           " recusado na sugestao " id-loja-busca
                           ": pedido " total-fsug(idx-fsug)
                           " abaixo do minimo "
                           minimo-fsug(idx-fsug)
               end-if
           end-perform
           .

       verifica-minimos-exit.
           exit.

      *---------------
      * grava os itens da passada final no SUGCOMPR com a parte
      * da taxa de entrega de cada um: proporcional ao valor do
      * item no pedido do fornecedor, truncada, com o ultimo item
      * do fornecedor levando a diferenca, para a soma dos
      * rateios bater com a taxa
      *---------------

       grava-itens-sugestao section.

           perform varying idx-itsug from 1 by 1 until
                                            idx-itsug > qtd-itsug

               move pos-itsug(idx-itsug)  to ind
               move fsug-itsug(idx-itsug) to idx-fsug
               move zero                  to taxa-rateio-item

               if idx-fsug > 0
                   if taxa-fsug(idx-fsug) > 0
                       add 1 to gravados-fsug(idx-fsug)
                       if gravados-fsug(idx-fsug) =
                                              itens-fsug(idx-fsug)
                           compute taxa-rateio-item =
                               taxa-fsug(idx-fsug) -
                                             rateado-fsug(idx-fsug)
                       else
                           compute taxa-rateio-item =
                               taxa-fsug(idx-fsug) *
                               total-itsug(idx-itsug) /
                                               total-fsug(idx-fsug)
                           add taxa-rateio-item to
                                             rateado-fsug(idx-fsug)
                       end-if
                   end-if
               end-if

               move spaces                  to reg-sugestao
               move nome(ind)               to nome-sug
               move fornecedor(ind)         to fornecedor-sug
               move qtd-itsug-tab(idx-itsug) to qtd-sug
               move preco-itsug(idx-itsug)  to preco-unit-sug
               move total-itsug(idx-itsug)  to total-item-sug
               move preco_cm2(ind)          to preco-cm2-sug
               move id-loja-busca           to loja-sug
               move taxa-rateio-item        to taxa-rateio-sug
               write reg-sugestao

           end-perform
           .

       grava-itens-sugestao-exit.
           exit.

      *---------------
      * devolve categoria-aceita = "S" quando a categoria da pizza
      * na posicao ind consta de categorias-corrente (a lista de
      * categorias aceitas pela loja); lista em branco aceita
      * todas
      *---------------

       verifica-categoria-loja section.

           if categorias-corrente = spaces
               move "S" to categoria-aceita
           else
               move "N" to categoria-aceita
               perform varying idx-cat from 1 by 1 until idx-cat > 4
                   if categorias-corrente(idx-cat:1) = categoria(ind)
                       move "S" to categoria-aceita
                   end-if
               end-perform
           end-if
           .

       verifica-categoria-loja-exit.
           exit.

      *---------------
      * funcao Q do PARMPIZZ (job pizzaevt) ou opcao Q do menu:
      * cotacao de evento. a partir do numero de pessoas e da
      * porcao por pessoa (em cm2 ou em fatias), propoe a
      * combinacao mais barata de pizzas do cadastro que cobre o
      * evento, pelo preco efetivo (promocao em vigor, com
      * imposto), so nas categorias e fornecedores permitidos
      * (em branco, todos), somando a taxa de entrega de cada
      * fornecedor usado e respeitando o pedido minimo dele.
      * sao montadas a combinacao livre entre fornecedores (o
      * fornecedor abaixo do minimo e recusado e a montagem
      * refeita sem ele) e uma combinacao com cada fornecedor
      * sozinho (completada ate o minimo com a pizza de melhor
      * custo dele); vale a de menor total. sai a cotacao no
      * SYSOUT e o csv EVTCSV com as quantidades, o total e o
      * custo por pessoa
      *---------------

       cotacao-evento section.

           move "S" to cotacao-evento-ok
           move "N" to achou-solucao-evento

           if porcao-cm2-evento > 0
               move "C" to modo-porcao-evento
               compute necessidade-evento =
                               pessoas-evento * porcao-cm2-evento
           else
               move "F" to modo-porcao-evento
               compute necessidade-evento =
                               pessoas-evento * fatias-pessoa-evento
           end-if

           display " "
           display "---- Cotacao de Evento ----"

           if necessidade-evento = 0
               move "N" to cotacao-evento-ok
               display "Cotacao nao feita: informe o numero de "
                       "pessoas e a porcao por pessoa (cm2 ou "
                       "fatias)"
           else
               perform monta-candidatos-evento

               if qtd-candev = 0
                   move "N" to cotacao-evento-ok
                   display "Cotacao nao feita: nenhuma pizza do "
                           "cadastro atende as categorias e "
                           "fornecedores pedidos"
               else
                   move spaces to filtro-unico-evento
                   perform monta-mix-evento

                   perform varying idx-fevt from 1 by 1 until
                                               idx-fevt > qtd-fevt
                       move id-fevt(idx-fevt) to
                                               filtro-unico-evento
                       perform monta-mix-evento
                   end-perform

                   if achou-solucao-evento = "N"
                       move "N" to cotacao-evento-ok
                       display "Cotacao nao feita: nenhuma "
                               "combinacao cobre o evento "
                               "respeitando os pedidos minimos"
                   else
                       perform imprime-cotacao-evento
                   end-if
               end-if
           end-if

           display "----------------------------------------"
           display " "
           .

       cotacao-evento-exit.
           exit.

      *---------------
      * monta a tabela de pizzas candidatas da cotacao: categoria
      * e fornecedor permitidos, fornecedor nao desativado, preco
      * efetivo e cobertura (area em cm2, ou fatias pela
      * categoria) maiores que zero. a tabela fica em ordem
      * crescente de custo por cm2 (ou por fatia)
      *---------------

       monta-candidatos-evento section.

           move zero              to qtd-candev
           move zero              to qtd-fevt
           move categorias-evento to categorias-corrente

           perform varying ind from 1 by 1 until
                                        ind > capacidade-pizzas
                                        or nome(ind) = spaces

               perform verifica-categoria-loja

               if categoria-aceita = "S"
                   and filtro-forn-evento not = spaces
                   move "N" to categoria-aceita
                   perform varying idx-filtro-evento from 1 by 1
                                       until idx-filtro-evento > 5
                       if forn-filtro-evento(idx-filtro-evento) =
                                                    fornecedor(ind)
                           move "S" to categoria-aceita
                       end-if
                   end-perform
               end-if

               if categoria-aceita = "S"
                   move fornecedor(ind) to id-forn-busca
                   perform busca-fornecedor-id
                   if idx-forn-achado > 0
                       and situacao-forn-tab(idx-forn-achado) = "I"
                       move "N" to categoria-aceita
                   end-if
               end-if

               if categoria-aceita = "S"
                   and qtd-candev < candidatos-max
                   perform inclui-candidato-evento
               end-if

           end-perform
           .

       monta-candidatos-evento-exit.
           exit.

      *---------------
      * inclui a pizza da posicao ind entre as candidatas, no
      * lugar certo da ordem de custo, com o preco efetivo
      * calculado por preco-cm2 (sem mexer no preco por cm2
      * gravado na tabela)
      *---------------

       inclui-candidato-evento section.

           move preco_cm2(ind) to cm2-salvo
           perform preco-cm2
           move cm2-salvo      to preco_cm2(ind)

           if modo-porcao-evento = "C"
               move area_pizza to cobertura-evento
           else
               move zero to cobertura-evento
               perform varying idx-cat from 1 by 1 until idx-cat > 4
                   if codigo-categoria(idx-cat) = categoria(ind)
                       move fatias-categoria(idx-cat) to
                                                   cobertura-evento
                   end-if
               end-perform
           end-if

           if cobertura-evento > 0 and preco-ajustado > 0
               perform busca-forn-evento

               if idx-fevt-achado > 0
                   add 1 to qtd-candev
                   move ind             to pos-candev(qtd-candev)
                   move preco-ajustado  to preco-candev(qtd-candev)
                   move cobertura-evento to
                                         cobertura-candev(qtd-candev)
                   compute custo-candev(qtd-candev) rounded =
                                   preco-ajustado / cobertura-evento
                   move idx-fevt-achado to fevt-candev(qtd-candev)
                   move zero            to qtd-candev-tab(qtd-candev)
                                        melhor-qtd-candev(qtd-candev)

                   move qtd-candev to idx-candev
                   move "S"        to continua-ins

                   perform until continua-ins = "N"
                                                 or idx-candev = 1
                       compute idx-candev-ant = idx-candev - 1
                       if custo-candev(idx-candev-ant) >
                                           custo-candev(idx-candev)
                           move tabela-cand-evento(idx-candev-ant)
                                               to linha-candev-troca
                           move tabela-cand-evento(idx-candev) to
                                    tabela-cand-evento(idx-candev-ant)
                           move linha-candev-troca to
                                        tabela-cand-evento(idx-candev)
                           move idx-candev-ant to idx-candev
                       else
                           move "N" to continua-ins
                       end-if
                   end-perform
               end-if
           end-if
           .

       inclui-candidato-evento-exit.
           exit.

      *---------------
      * devolve em idx-fevt-achado a linha do fornecedor da pizza
      * na posicao ind na tabela de fornecedores da cotacao,
      * incluindo-o com a taxa e o minimo do mestre na primeira
      * vez. tabela cheia volta zero e a pizza fica fora
      *---------------

       busca-forn-evento section.

           move zero to idx-fevt-achado

           perform varying idx-fevt from 1 by 1 until
                                            idx-fevt > qtd-fevt
               if id-fevt(idx-fevt) = fornecedor(ind)
                   move idx-fevt to idx-fevt-achado
               end-if
           end-perform

           if idx-fevt-achado = 0
               and qtd-fevt < fevt-max
               add 1 to qtd-fevt
               move fornecedor(ind) to id-fevt(qtd-fevt)
               move zero            to taxa-fevt(qtd-fevt)
                                       minimo-fevt(qtd-fevt)
                                       total-fevt(qtd-fevt)
                                       itens-fevt(qtd-fevt)
                                       melhor-total-fevt(qtd-fevt)
                                       melhor-itens-fevt(qtd-fevt)
               move "N"             to excluido-fevt(qtd-fevt)

               move fornecedor(ind) to id-forn-busca
               perform busca-fornecedor-id
               if idx-forn-achado > 0
                   move taxa-entrega-forn-tab(idx-forn-achado) to
                                             taxa-fevt(qtd-fevt)
                   move pedido-min-forn-tab(idx-forn-achado)   to
                                             minimo-fevt(qtd-fevt)
               end-if

               move qtd-fevt to idx-fevt-achado
           end-if
           .

       busca-forn-evento-exit.
           exit.

      *---------------
      * monta uma combinacao: livre entre os fornecedores
      * (filtro-unico-evento em branco) ou so com o fornecedor do
      * filtro. guarda a combinacao quando cobre o evento e sai
      * mais barata que a melhor ate aqui
      *---------------

       monta-mix-evento section.

           perform varying idx-fevt-achado from 1 by 1 until
                                        idx-fevt-achado > qtd-fevt
               move "N" to excluido-fevt(idx-fevt-achado)
           end-perform

           move "S" to refaz-evento

           perform until refaz-evento = "N"
               perform passo-evento
               perform verifica-minimos-evento
           end-perform

           if falta-evento > 0
               move "N" to mix-viavel
           else
               move "S" to mix-viavel
           end-if

           move zero to total-mix-evento
           move zero to taxas-mix-evento

           perform varying idx-fevt-achado from 1 by 1 until
                                        idx-fevt-achado > qtd-fevt
               if itens-fevt(idx-fevt-achado) > 0
                   add total-fevt(idx-fevt-achado) to
                                                  total-mix-evento
                   add taxa-fevt(idx-fevt-achado)  to
                                                  taxas-mix-evento
               end-if
           end-perform

           add taxas-mix-evento to total-mix-evento

           if mix-viavel = "S"
               and (achou-solucao-evento = "N"
                    or total-mix-evento < melhor-total-evento)
               perform guarda-melhor-evento
           end-if
           .

       monta-mix-evento-exit.
           exit.

      *---------------
      * uma passada das candidatas em ordem de custo: cada uma
      * leva quantas pizzas inteiras couberem no que falta cobrir;
      * a sobra menor que qualquer pizza e fechada com a pizza
      * que sai mais barata, contando a taxa de entrega quando o
      * fornecedor dela ainda nao entrou
      *---------------

       passo-evento section.

           move necessidade-evento to falta-evento

           perform varying idx-candev from 1 by 1 until
                                            idx-candev > qtd-candev
               move zero to qtd-candev-tab(idx-candev)
           end-perform

           perform varying idx-fevt-achado from 1 by 1 until
                                        idx-fevt-achado > qtd-fevt
               move zero to total-fevt(idx-fevt-achado)
                            itens-fevt(idx-fevt-achado)
           end-perform

           perform varying idx-candev from 1 by 1 until
                                            idx-candev > qtd-candev
                                            or falta-evento <= 0
               perform verifica-cand-evento
               if forn-aceito-evento = "S"
                   compute qtd-add-evento =
                           falta-evento / cobertura-candev(idx-candev)
                       on size error
                           move 9999 to qtd-add-evento
                   end-compute
                   if qtd-add-evento > 0
                       perform adiciona-evento
                   end-if
               end-if
           end-perform

           if falta-evento > 0
               perform fecha-falta-evento
           end-if
           .

       passo-evento-exit.
           exit.

      *---------------
      * fecha a sobra da passada com uma unidade da candidata
      * permitida de menor preco (mais a taxa de entrega quando o
      * fornecedor dela ainda nao esta na combinacao)
      *---------------

       fecha-falta-evento section.

           move zero     to idx-candev-achado
           move 99999,99 to menor-fecha-evento

           perform varying idx-candev from 1 by 1 until
                                            idx-candev > qtd-candev
               perform verifica-cand-evento
               if forn-aceito-evento = "S"
                   move preco-candev(idx-candev) to
                                                 preco-fecha-evento
                   if itens-fevt(fevt-candev(idx-candev)) = 0
                       add taxa-fevt(fevt-candev(idx-candev)) to
                                                 preco-fecha-evento
                   end-if
                   if preco-fecha-evento < menor-fecha-evento
                       move preco-fecha-evento to menor-fecha-evento
                       move idx-candev         to idx-candev-achado
                   end-if
               end-if
           end-perform

           if idx-candev-achado > 0
               move idx-candev-achado to idx-candev
               move 1                 to qtd-add-evento
               perform adiciona-evento
           end-if
           .

       fecha-falta-evento-exit.
           exit.

      *---------------
      * devolve forn-aceito-evento = "S" quando a candidata
      * idx-candev pode entrar na combinacao corrente: fornecedor
      * nao recusado e, na combinacao de um fornecedor so, o
      * fornecedor do filtro
      *---------------

       verifica-cand-evento section.

           move "S" to forn-aceito-evento

           if excluido-fevt(fevt-candev(idx-candev)) = "S"
               move "N" to forn-aceito-evento
           end-if

           if filtro-unico-evento not = spaces
               and id-fevt(fevt-candev(idx-candev)) not =
                                               filtro-unico-evento
               move "N" to forn-aceito-evento
           end-if
           .

       verifica-cand-evento-exit.
           exit.

      *---------------
      * soma qtd-add-evento unidades da candidata idx-candev a
      * combinacao corrente, ao total do fornecedor dela e ao que
      * ja esta coberto
      *---------------

       adiciona-evento section.

           if qtd-candev-tab(idx-candev) = 0
               add 1 to itens-fevt(fevt-candev(idx-candev))
           end-if

           add qtd-add-evento to qtd-candev-tab(idx-candev)

           compute valor-add-evento =
                   qtd-add-evento * preco-candev(idx-candev)
           add valor-add-evento to total-fevt(fevt-candev(idx-candev))

           compute falta-evento = falta-evento -
                   (qtd-add-evento * cobertura-candev(idx-candev))
           .

       adiciona-evento-exit.
           exit.

      *---------------
      * fornecedor da combinacao com pedido abaixo do minimo: na
      * combinacao livre e recusado e a passada refeita sem ele;
      * na de um fornecedor so, o pedido e completado ate o
      * minimo
      *---------------

       verifica-minimos-evento section.

           move "N" to refaz-evento

           perform varying idx-fevt-achado from 1 by 1 until
                                        idx-fevt-achado > qtd-fevt
               if excluido-fevt(idx-fevt-achado) = "N"
                   and itens-fevt(idx-fevt-achado) > 0
                   and minimo-fevt(idx-fevt-achado) > 0
                   and total-fevt(idx-fevt-achado) <
                                       minimo-fevt(idx-fevt-achado)
                   if filtro-unico-evento = spaces
                       move "S" to excluido-fevt(idx-fevt-achado)
                       move "S" to refaz-evento
                   else
                       perform completa-minimo-evento
                   end-if
               end-if
           end-perform
           .

       verifica-minimos-evento-exit.
           exit.

      *---------------
      * completa o pedido do fornecedor idx-fevt-achado ate o
      * minimo dele com unidades da candidata de melhor custo do
      * fornecedor (a primeira dele na tabela ordenada)
      *---------------

       completa-minimo-evento section.

           move zero to idx-candev-achado

           perform varying idx-candev from 1 by 1 until
                                        idx-candev > qtd-candev
                                        or idx-candev-achado > 0
               if fevt-candev(idx-candev) = idx-fevt-achado
                   move idx-candev to idx-candev-achado
               end-if
           end-perform

           if idx-candev-achado > 0
               move idx-candev-achado to idx-candev
               compute qtd-add-evento =
                   (minimo-fevt(idx-fevt-achado) -
                    total-fevt(idx-fevt-achado)) /
                                          preco-candev(idx-candev)
               if qtd-add-evento * preco-candev(idx-candev) <
                       minimo-fevt(idx-fevt-achado) -
                                        total-fevt(idx-fevt-achado)
                   add 1 to qtd-add-evento
               end-if
               perform adiciona-evento
           end-if
           .

       completa-minimo-evento-exit.
           exit.

      *---------------
      * guarda a combinacao corrente como a melhor da cotacao
      *---------------

       guarda-melhor-evento section.

           move "S"                 to achou-solucao-evento
           move total-mix-evento    to melhor-total-evento
           move taxas-mix-evento    to melhor-taxas-evento
           move filtro-unico-evento to melhor-solucao-evento

           perform varying idx-candev from 1 by 1 until
                                            idx-candev > qtd-candev
               move qtd-candev-tab(idx-candev) to
                                      melhor-qtd-candev(idx-candev)
           end-perform

           perform varying idx-fevt-achado from 1 by 1 until
                                        idx-fevt-achado > qtd-fevt
               move total-fevt(idx-fevt-achado) to
                                 melhor-total-fevt(idx-fevt-achado)
               move itens-fevt(idx-fevt-achado) to
                                 melhor-itens-fevt(idx-fevt-achado)
           end-perform
           .

       guarda-melhor-evento-exit.
           exit.

      *---------------
      * imprime a melhor combinacao no SYSOUT e grava o EVTCSV:
      * uma linha por pizza, uma *TAXA* por fornecedor com taxa
      * de entrega, o *TOTAL* (quantidade de pizzas e valor) e o
      * *PESSOA* (pessoas e custo por pessoa)
      *---------------

       imprime-cotacao-evento section.

           move zero to qtd-pizzas-evento
           move zero to cobertura-total-evento

           compute custo-pessoa-evento rounded =
                           melhor-total-evento / pessoas-evento

           if modo-porcao-evento = "C"
               display "Pessoas: " pessoas-evento " porcao: "
                       porcao-cm2-evento " cm2 por pessoa"
           else
               display "Pessoas: " pessoas-evento " porcao: "
                       fatias-pessoa-evento " fatia(s) por pessoa"
           end-if

           if categorias-evento not = spaces
               display "Categorias permitidas: " categorias-evento
           end-if
           if filtro-forn-evento not = spaces
               display "Fornecedores permitidos: "
                       filtro-forn-evento
           end-if

           if melhor-solucao-evento = spaces
               display "Combinacao entre fornecedores:"
           else
               move melhor-solucao-evento to id-forn-busca
               perform busca-fornecedor
               display "Fornecedor unico " melhor-solucao-evento
                       " " nome-forn-exib ":"
           end-if

           open output evento-csv

           move spaces to reg-evtcsv
           string "nome,fornecedor,categoria,quantidade,"
                  "preco_efetivo,valor"
                  delimited by size into reg-evtcsv
           end-string
           write reg-evtcsv

           perform varying idx-candev from 1 by 1 until
                                            idx-candev > qtd-candev
               if melhor-qtd-candev(idx-candev) > 0
                   move pos-candev(idx-candev) to ind
                   compute valor-add-evento =
                           melhor-qtd-candev(idx-candev) *
                                          preco-candev(idx-candev)
                   add melhor-qtd-candev(idx-candev) to
                                              qtd-pizzas-evento
                   compute cobertura-total-evento =
                           cobertura-total-evento +
                           (melhor-qtd-candev(idx-candev) *
                                     cobertura-candev(idx-candev))

                   display "  " melhor-qtd-candev(idx-candev)
                           " x " nome(ind) " " fornecedor(ind)
                           " (" categoria(ind) ") a "
                           preco-candev(idx-candev) " = "
                           valor-add-evento

                   move nome(ind)              to nome-ecsv
                   move fornecedor(ind)        to forn-ecsv
                   move categoria(ind)         to categoria-ecsv
                   move melhor-qtd-candev(idx-candev) to qtd-ecsv
                   move preco-candev(idx-candev) to preco-ecsv
                   move valor-add-evento       to valor-ecsv
                   move linha-evento-csv       to reg-evtcsv
                   write reg-evtcsv
               end-if
           end-perform

           perform varying idx-fevt from 1 by 1 until
                                            idx-fevt > qtd-fevt
               if melhor-itens-fevt(idx-fevt) > 0
                   and taxa-fevt(idx-fevt) > 0
                   display "  taxa de entrega " id-fevt(idx-fevt)
                           " = " taxa-fevt(idx-fevt)

                   move "*TAXA*"            to nome-ecsv
                   move id-fevt(idx-fevt)   to forn-ecsv
                   move space               to categoria-ecsv
                   move zero                to qtd-ecsv
                   move zero                to preco-ecsv
                   move taxa-fevt(idx-fevt) to valor-ecsv
                   move linha-evento-csv    to reg-evtcsv
                   write reg-evtcsv
               end-if
           end-perform

           display "Pizzas: " qtd-pizzas-evento " cobertura: "
                   cobertura-total-evento " de "
                   necessidade-evento " pedidos"
           display "Total da cotacao: " melhor-total-evento
                   " (taxas de entrega " melhor-taxas-evento ")"
           display "Custo por pessoa: " custo-pessoa-evento

           move "*TOTAL*"           to nome-ecsv
           move spaces              to forn-ecsv
           move space               to categoria-ecsv
           move qtd-pizzas-evento   to qtd-ecsv
           move zero                to preco-ecsv
           move melhor-total-evento to valor-ecsv
           move linha-evento-csv    to reg-evtcsv
           write reg-evtcsv

           move "*PESSOA*"          to nome-ecsv
           move pessoas-evento      to qtd-ecsv
           move custo-pessoa-evento to valor-ecsv
           move linha-evento-csv    to reg-evtcsv
           write reg-evtcsv

           close evento-csv
           .

       imprime-cotacao-evento-exit.
           exit.

      *---------------
      * opcao Q do menu: pede os dados do evento e faz a cotacao
      * na hora, sobre o cadastro em memoria
      *---------------

       informa-evento section.

           display "Numero de pessoas: "
           accept pessoas-evento

           perform until pessoas-evento > 0
               display "Numero invalido, deve ser maior que zero. "
                       "Informe novamente: "
               accept pessoas-evento
           end-perform

           display "Porcao por pessoa em C - cm2 ou F - fatias? "
           accept modo-porcao-evento

           perform until modo-porcao-evento = "C"
                      or modo-porcao-evento = "F"
               display "Opcao invalida, informe C ou F: "
               accept modo-porcao-evento
           end-perform

           move zero to porcao-cm2-evento
           move zero to fatias-pessoa-evento

           if modo-porcao-evento = "C"
               display "Cm2 por pessoa: "
               accept porcao-cm2-evento
               perform until porcao-cm2-evento > 0
                   display "Porcao invalida, deve ser maior que "
                           "zero. Informe novamente: "
                   accept porcao-cm2-evento
               end-perform
           else
               display "Fatias por pessoa (broto 4, media 6, "
                       "grande 8, familia 12 fatias): "
               accept fatias-pessoa-evento
               perform until fatias-pessoa-evento > 0
                   display "Porcao invalida, deve ser maior que "
                           "zero. Informe novamente: "
                   accept fatias-pessoa-evento
               end-perform
           end-if

           display "Categorias permitidas (ex.: MG; em branco "
                   "todas): "
           accept categorias-evento

           move spaces to filtro-forn-evento
           move 1      to idx-filtro-evento
           move "S"    to continua-ins

           perform until continua-ins = "N"
               display "Fornecedor permitido " idx-filtro-evento
                       " (em branco encerra; nenhum = todos): "
               accept forn-filtro-evento(idx-filtro-evento)
               if forn-filtro-evento(idx-filtro-evento) = spaces
                   or idx-filtro-evento = 5
                   move "N" to continua-ins
               else
                   add 1 to idx-filtro-evento
               end-if
           end-perform

           perform cotacao-evento
           perform pausa-continuar
           .

       informa-evento-exit.
           exit.

      *---------------
      * sugeridos e nao comprados, e o orcamento sugerido contra
      * o efetivamente gasto. item acima da cotacao derruba o
      * passo com return-code 8, para a divergencia aparecer
      * antes do pagamento da fatura e nao meses depois. com a
      * sugestao por loja, o gasto e conferido loja a loja contra
      * o orcamento dela no mestre (LOJAPIZZ), e loja estourada
      * tambem derruba o passo, sem ser escondida pela sobra das
      * outras no total geral. as confirmacoes viram tambem o
      * arquivo de autorizacao de pagamento (AUTPAGTO) para o
      * contas a pagar, com os itens liberados e os retidos por
      * fornecedor; o retido fica guardado (RETPAGTO) ate um
      * registro *LIBERAR* no CONFCOMP de uma conferencia
      * seguinte, depois da justificativa de compras
      *---------------

       confere-compras section.

           perform carrega-sugestao
           perform carrega-retidos

           display " "
           display "---- Conferencia de Compras Confirmadas ----"

               perform until fs-confirmacao = "10"

                   if id-libera-conf = "*LIBERAR*"
                       perform libera-retido
                   else
                       add 1 to qtd-confirmacoes
                       perform confere-item
                   end-if

                   read confirmacao-compra next record
                       at end move "10" to fs-confirmacao
               end-perform

               close confirmacao-compra

               perform gera-autorizacao-pagto
           end-if

           perform varying idx-sug from 1 by 1 until
                           nome-tabsug(idx-sug) " ("
                           fornecedor-tabsug(idx-sug) ") qtd "
                           qtd-tabsug(idx-sug) " a "
                           preco-unit-tabsug(idx-sug) " "
                           loja-tabsug(idx-sug)
               end-if
           end-perform

           display "Substituidos          : " qtd-substituidos
           display "Orcamento sugerido    : " total-sugerido-conf
           display "Efetivamente gasto    : " total-pago-conf

           perform confere-lojas

           display "----------------------------------------"
           display " "
           .
       confere-compras-exit.
           exit.

      *---------------
      * gasto por loja contra o limite da loja: o orcamento do
      * mestre de lojas, ou, na loja sem orcamento cadastrado, o
      * total sugerido para ela no SUGCOMPR. loja acima do limite
      * e relatada, gera alerta CONF e conta para o return-code
      *---------------

       confere-lojas section.

           if qtd-lojas > 0
               display " "
               display "Conferencia por loja:"
           end-if

           perform varying idx-loja from 1 by 1 until
                                                idx-loja > qtd-lojas

               if orcamento-loja-tab(idx-loja) > 0
                   move orcamento-loja-tab(idx-loja) to
                                                  limite-loja-conf
               else
                   move sugerido-loja-tab(idx-loja)  to
                                                  limite-loja-conf
               end-if

               display "  loja " id-loja-tab(idx-loja) " "
                       nome-loja-tab(idx-loja) " limite "
                       limite-loja-conf " sugerido "
                       sugerido-loja-tab(idx-loja) " gasto "
                       pago-loja-tab(idx-loja) " itens "
                       itens-conf-loja-tab(idx-loja)

               if pago-loja-tab(idx-loja) > limite-loja-conf
                   add 1 to qtd-lojas-estouradas
                   display "  Orcamento estourado na loja "
                           id-loja-tab(idx-loja) ": limite "
                           limite-loja-conf " gasto "
                           pago-loja-tab(idx-loja)
                   move "E"                   to severidade-alerta
                   move "CONF"                to codigo-alerta
                   move spaces                to nome-alerta
                   string "loja " id-loja-tab(idx-loja)
                          delimited by size into nome-alerta
                   end-string
                   move spaces                to fornecedor-alerta
                   move spaces                to texto-alerta
                   string "gasto " pago-loja-tab(idx-loja)
                          " limite " limite-loja-conf
                          delimited by size into texto-alerta
                   end-string
                   perform grava-alerta
               end-if

           end-perform

           if qtd-lojas > 0
               display "Lojas estouradas      : " qtd-lojas-estouradas
           end-if
           .

       confere-lojas-exit.
           exit.

      *---------------
      * le a ultima sugestao de compra (SUGCOMPR) para a tabela,
      * guardando o total sugerido do registro *TOTAL*. sem o
      * arquivo, a conferencia segue so contra o preco corrente
      * do cadastro. na sugestao por loja, o *TOTAL* de cada loja
      * vai para a linha dela na tabela de lojas e o *TOTAL* com
      * a loja em branco e o geral
      *---------------

       carrega-sugestao section.
               perform until fs-sugestao = "10"

                   if id-total-sug = "*TOTAL*"
                       if loja-total-sug = spaces
                           move valor-total-sug to
                                             total-sugerido-conf
                       else
                           move loja-total-sug to id-loja-busca
                           perform busca-loja
                           if idx-loja-achado > 0
                               move valor-total-sug to
                                  sugerido-loja-tab(idx-loja-achado)
                           end-if
                       end-if
                   else
                       if qtd-sugestoes < sugestoes-max
                           add 1 to qtd-sugestoes
                           move nome-sug       to
                                        nome-tabsug(qtd-sugestoes)
                                  preco-unit-tabsug(qtd-sugestoes)
                           move "N"            to
                                  confirmado-tabsug(qtd-sugestoes)
                           move loja-sug       to
                                        loja-tabsug(qtd-sugestoes)
                       end-if
                   end-if


      *---------------
      * confere uma confirmacao de compra: procura o item na
      * sugestao (mesmo nome + fornecedor + loja); quando nao consta,
      * conta como substituido e a referencia de preco passa a
      * ser o preco efetivo do cadastro (promocional em vigor ou
      * normal). preco pago acima da referencia mais a tolerancia
           compute valor-pago-item = qtd-conf * preco-pago-conf
           add valor-pago-item to total-pago-conf

           if loja-conf not = spaces
               move loja-conf to id-loja-busca
               perform busca-loja
               if idx-loja-achado > 0
                   add valor-pago-item to
                                  pago-loja-tab(idx-loja-achado)
                   add 1 to itens-conf-loja-tab(idx-loja-achado)
               end-if
           end-if

           move zero to idx-sug-achado
           perform varying idx-sug from 1 by 1 until
                                         idx-sug > qtd-sugestoes
               if nome-tabsug(idx-sug) = nome-conf
                   and fornecedor-tabsug(idx-sug) = fornecedor-conf
                   and loja-tabsug(idx-sug) = loja-conf
                   move idx-sug to idx-sug-achado
               end-if
           end-perform
                       " (" fornecedor-conf "), item fora da "
                       "sugestao e do cadastro"
           end-if

      *    autorizacao de pagamento: retido o item acima da
      *    cotacao e o substituido sem preco no cadastro
           if preco-cotado = 0
               move "R"    to situacao-aut-corrente
               move "SREF" to motivo-aut-corrente
           else
           if preco-pago-conf > preco-limite-conf
               move "R"    to situacao-aut-corrente
               move "ACIM" to motivo-aut-corrente
           else
               move "L"    to situacao-aut-corrente
               move "COTA" to motivo-aut-corrente
           end-if
           end-if

           move fornecedor-conf to forn-aut-corrente
           move nome-conf       to nome-aut-corrente
           move loja-conf       to loja-aut-corrente
           move qtd-conf        to qtd-aut-corrente
           move preco-pago-conf to preco-pago-aut-corrente
           move valor-pago-item to valor-aut-corrente
           move preco-cotado    to preco-ref-aut-corrente
           move data-corrente   to data-aut-corrente
           move spaces          to responsavel-aut-corrente
           perform registra-autorizacao
           .

       confere-item-exit.
           exit.

      *---------------
      * acrescenta a confirmacao corrente na tabela da
      * autorizacao de pagamento, com a situacao (L liberado, R
      * retido) e o motivo preparados pelo chamador. tabela
      * cheia deixa a autorizacao incompleta: o passo termina com
      * return-code 8 para o contas a pagar nao receber um
      * arquivo faltando itens sem saber
      *---------------

       registra-autorizacao section.

           if qtd-autorizacoes >= autorizacoes-max
               if autorizacao-completa = "S"
                   display "Autorizacao de pagamento INCOMPLETA: "
                           "mais de " autorizacoes-max " itens"
               end-if
               move "N" to autorizacao-completa
           else
               add 1 to qtd-autorizacoes
               move forn-aut-corrente       to
                                     forn-tabaut(qtd-autorizacoes)
               move nome-aut-corrente       to
                                     nome-tabaut(qtd-autorizacoes)
               move loja-aut-corrente       to
                                     loja-tabaut(qtd-autorizacoes)
               move qtd-aut-corrente        to
                                      qtd-tabaut(qtd-autorizacoes)
               move preco-pago-aut-corrente to
                               preco-pago-tabaut(qtd-autorizacoes)
               move valor-aut-corrente      to
                                    valor-tabaut(qtd-autorizacoes)
               move preco-ref-aut-corrente  to
                                preco-ref-tabaut(qtd-autorizacoes)
               move situacao-aut-corrente to
                                 situacao-tabaut(qtd-autorizacoes)
               move motivo-aut-corrente   to
                                   motivo-tabaut(qtd-autorizacoes)
               move data-aut-corrente     to
                                     data-tabaut(qtd-autorizacoes)
               move responsavel-aut-corrente to
                              responsavel-tabaut(qtd-autorizacoes)
               move "N" to casado-tabaut(qtd-autorizacoes)
           end-if
           .

       registra-autorizacao-exit.
           exit.

      *---------------
      * le os itens retidos em conferencias anteriores (RETPAGTO),
      * que seguem retidos ate um registro *LIBERAR* os soltar
      *---------------

       carrega-retidos section.

           move zero to qtd-retidos-ant

           open input retidos-pagto

           if fs-retpagto = "05"
               close retidos-pagto
           else
               read retidos-pagto next record
                   at end move "10" to fs-retpagto
               end-read

               perform until fs-retpagto = "10"
                          or qtd-retidos-ant >= retidos-max

                   add 1 to qtd-retidos-ant
                   move forn-ret       to
                                     forn-tabret(qtd-retidos-ant)
                   move nome-ret       to
                                     nome-tabret(qtd-retidos-ant)
                   move loja-ret       to
                                     loja-tabret(qtd-retidos-ant)
                   move qtd-ret        to
                                      qtd-tabret(qtd-retidos-ant)
                   move preco-pago-ret to
                               preco-pago-tabret(qtd-retidos-ant)
                   move valor-ret      to
                                    valor-tabret(qtd-retidos-ant)
                   move preco-ref-ret  to
                                preco-ref-tabret(qtd-retidos-ant)
                   move motivo-ret     to
                                   motivo-tabret(qtd-retidos-ant)
                   move data-ret       to
                                     data-tabret(qtd-retidos-ant)
                   move "N"            to
                                 liberado-tabret(qtd-retidos-ant)

                   read retidos-pagto next record
                       at end move "10" to fs-retpagto
                   end-read

               end-perform

               if fs-retpagto not = "10"
                   move "S" to retidos-truncado
                   display "Aviso: arquivo de retidos com mais de "
                           retidos-max " itens, demais ignorados "
                           "e arquivo mantido"
               end-if

               close retidos-pagto
           end-if
           .

       carrega-retidos-exit.
           exit.

      *---------------
      * registro *LIBERAR* do CONFCOMP: solta os itens retidos em
      * conferencia anterior com o mesmo fornecedor + pizza +
      * loja, que entram nesta autorizacao como liberados (motivo
      * LIBE) com o id de quem liberou. liberacao sem responsavel
      * e recusada
      *---------------

       libera-retido section.

           move "N"                       to achou-retido
           move nome-libera-conf          to nome-liberacao
           move forn-libera-conf          to forn-liberacao
           move loja-libera-conf          to loja-liberacao
           move responsavel-libera-conf   to responsavel-liberacao
           move justificativa-libera-conf to justificativa-liberacao

           if responsavel-liberacao = spaces
               display "Liberacao recusada, sem responsavel: "
                       nome-liberacao " (" forn-liberacao ")"
           else
               perform varying idx-ret from 1 by 1 until
                                        idx-ret > qtd-retidos-ant
                   if forn-tabret(idx-ret) = forn-liberacao
                       and nome-tabret(idx-ret) = nome-liberacao
                       and loja-tabret(idx-ret) = loja-liberacao
                       and liberado-tabret(idx-ret) = "N"
                       perform libera-linha-retida
                   end-if
               end-perform

               if achou-retido = "N"
                   display "Liberacao sem item retido: "
                           nome-liberacao " (" forn-liberacao
                           ") loja " loja-liberacao
               end-if
           end-if
           .

       libera-retido-exit.
           exit.

      *---------------

       libera-linha-retida section.

           move "S" to achou-retido
           move "S" to liberado-tabret(idx-ret)
           add 1 to qtd-liberacoes

           move forn-tabret(idx-ret)       to forn-aut-corrente
           move nome-tabret(idx-ret)       to nome-aut-corrente
           move loja-tabret(idx-ret)       to loja-aut-corrente
           move qtd-tabret(idx-ret)        to qtd-aut-corrente
           move preco-pago-tabret(idx-ret) to preco-pago-aut-corrente
           move valor-tabret(idx-ret)      to valor-aut-corrente
           move preco-ref-tabret(idx-ret)  to preco-ref-aut-corrente
           move "L"                        to situacao-aut-corrente
           move "LIBE"                     to motivo-aut-corrente
           move data-corrente              to data-aut-corrente
           move responsavel-liberacao      to
                                         responsavel-aut-corrente
           perform registra-autorizacao

           display "Retido liberado: " nome-tabret(idx-ret) " ("
                   forn-tabret(idx-ret) ") valor "
                   valor-tabret(idx-ret) " por "
                   responsavel-liberacao " - "
                   justificativa-liberacao

           move "I"                     to severidade-alerta
           move "PAGT"                  to codigo-alerta
           move nome-tabret(idx-ret)    to nome-alerta
           move forn-tabret(idx-ret)    to fornecedor-alerta
           move spaces                  to texto-alerta
           string "retencao liberada por "
                  responsavel-liberacao
                  delimited by size into texto-alerta
           end-string
           perform grava-alerta
           .

       libera-linha-retida-exit.
           exit.

      *---------------
      * gera a autorizacao de pagamento do contas a pagar
      * (AUTPAGTO): por fornecedor, um registro F com quantidade e
      * valor liberados e retidos, seguido dos itens (L liberado,
      * R retido, com o motivo); no fim um trailer T com os
      * totais. os retidos de conferencias anteriores ainda nao
      * liberados voltam como R, e o RETPAGTO e regravado com
      * todos os retidos que sobraram
      *---------------

       gera-autorizacao-pagto section.

      *    a conferencia reprocessada retem de novo os itens que ja
      *    voltaram do RETPAGTO: o retido anterior igual a um
      *    retido desta conferencia nao entra outra vez
           move qtd-autorizacoes to qtd-aut-conferencia

           perform varying idx-ret from 1 by 1 until
                                        idx-ret > qtd-retidos-ant
               move "N" to retido-repetido
               if liberado-tabret(idx-ret) = "N"
                   perform busca-retido-conferencia
               end-if

               if liberado-tabret(idx-ret) = "N"
                   and retido-repetido = "N"
                   move forn-tabret(idx-ret)       to
                                                forn-aut-corrente
                   move nome-tabret(idx-ret)       to
                                                nome-aut-corrente
                   move loja-tabret(idx-ret)       to
                                                loja-aut-corrente
                   move qtd-tabret(idx-ret)        to
                                                 qtd-aut-corrente
                   move preco-pago-tabret(idx-ret) to
                                          preco-pago-aut-corrente
                   move valor-tabret(idx-ret)      to
                                               valor-aut-corrente
                   move preco-ref-tabret(idx-ret)  to
                                           preco-ref-aut-corrente
                   move "R"                        to
                                            situacao-aut-corrente
                   move motivo-tabret(idx-ret)     to
                                              motivo-aut-corrente
                   move data-tabret(idx-ret)       to
                                                data-aut-corrente
                   move spaces                     to
                                         responsavel-aut-corrente
                   perform registra-autorizacao
               end-if
           end-perform

           open output autorizacao-pagto

           perform varying idx-aut from 1 by 1 until
                                       idx-aut > qtd-autorizacoes

               move "N" to ja-listado
               perform varying idx-aut-forn from 1 by 1 until
                                            idx-aut-forn >= idx-aut
                   if forn-tabaut(idx-aut-forn) =
                                              forn-tabaut(idx-aut)
                       move "S" to ja-listado
                   end-if
               end-perform

               if ja-listado = "N"
                   perform grava-autorizacao-forn
               end-if

           end-perform

           move spaces             to reg-aut-trailer
           move "T"                to tipo-trl-aut
           move qtd-forn-aut       to qtd-forn-trl-aut
           move qtd-liberados-aut  to qtd-lib-trl-aut
           move valor-liberado-aut to valor-lib-trl-aut
           move qtd-retidos-aut    to qtd-ret-trl-aut
           move valor-retido-aut   to valor-ret-trl-aut
           move data-corrente      to data-trl-aut
           write reg-aut-trailer

           close autorizacao-pagto

           display " "
           display "Autorizacao de pagamento (AUTPAGTO):"
           display "  Fornecedores        : " qtd-forn-aut
           display "  Itens liberados     : " qtd-liberados-aut
                   " valor " valor-liberado-aut
           display "  Itens retidos       : " qtd-retidos-aut
                   " valor " valor-retido-aut
           display "  Retidos liberados   : " qtd-liberacoes
           if qtd-retidos-repetidos > 0
               display "  Retidos repetidos   : "
                       qtd-retidos-repetidos
                       " (ja retidos nesta conferencia)"
           end-if

           if retidos-truncado = "S"
               display "Arquivo de retidos (RETPAGTO) NAO "
                       "regravado: a carga truncou a tabela em "
                       retidos-max " itens"
           else
           if autorizacao-completa = "N"
               display "Arquivo de retidos (RETPAGTO) NAO "
                       "regravado: autorizacao incompleta"
           else
               perform grava-retidos
           end-if
           end-if
           .

       gera-autorizacao-pagto-exit.
           exit.

      *---------------
      * procura, entre os itens da propria conferencia, um retido
      * ainda nao casado com o mesmo fornecedor, pizza, loja,
      * quantidade e preco pago do retido anterior em idx-ret;
      * achando, casa os dois e marca retido-repetido
      *---------------

       busca-retido-conferencia section.

           move "N" to retido-repetido

           perform varying idx-aut from 1 by 1 until
                                        idx-aut > qtd-aut-conferencia
                                     or retido-repetido = "S"
               if situacao-tabaut(idx-aut) = "R"
                   and casado-tabaut(idx-aut) = "N"
                   and forn-tabaut(idx-aut) = forn-tabret(idx-ret)
                   and nome-tabaut(idx-aut) = nome-tabret(idx-ret)
                   and loja-tabaut(idx-aut) = loja-tabret(idx-ret)
                   and qtd-tabaut(idx-aut) = qtd-tabret(idx-ret)
                   and preco-pago-tabaut(idx-aut) =
                                          preco-pago-tabret(idx-ret)
                   move "S" to casado-tabaut(idx-aut)
                   move "S" to retido-repetido
                   add 1 to qtd-retidos-repetidos
                   display "Retido anterior ja retido nesta "
                           "conferencia: " nome-tabret(idx-ret)
                           " (" forn-tabret(idx-ret) ") loja "
                           loja-tabret(idx-ret)
               end-if
           end-perform
           .

       busca-retido-conferencia-exit.
           exit.

      *---------------
      * grava o registro F do fornecedor da linha idx-aut e os
      * itens dele, somando os totais do trailer
      *---------------

       grava-autorizacao-forn section.

           move zero to qtd-liberados-forn qtd-retidos-forn
                        valor-liberado-forn valor-retido-forn

           perform varying idx-aut-forn from idx-aut by 1 until
                                   idx-aut-forn > qtd-autorizacoes
               if forn-tabaut(idx-aut-forn) = forn-tabaut(idx-aut)
                   if situacao-tabaut(idx-aut-forn) = "R"
                       add 1 to qtd-retidos-forn
                       add valor-tabaut(idx-aut-forn) to
                                                valor-retido-forn
                   else
                       add 1 to qtd-liberados-forn
                       add valor-tabaut(idx-aut-forn) to
                                              valor-liberado-forn
                   end-if
               end-if
           end-perform

           move forn-tabaut(idx-aut) to id-forn-busca
           perform busca-fornecedor

           move spaces              to reg-aut-forn
           move "F"                 to tipo-aut
           move forn-tabaut(idx-aut) to forn-aut
           move nome-forn-exib      to nome-forn-aut
           move qtd-liberados-forn  to qtd-lib-aut
           move valor-liberado-forn to valor-lib-aut
           move qtd-retidos-forn    to qtd-ret-aut
           move valor-retido-forn   to valor-ret-aut
           move data-corrente       to data-aut
           write reg-aut-forn

           perform varying idx-aut-forn from idx-aut by 1 until
                                   idx-aut-forn > qtd-autorizacoes
               if forn-tabaut(idx-aut-forn) = forn-tabaut(idx-aut)
                   move spaces to reg-aut-item
                   move situacao-tabaut(idx-aut-forn) to
                                                    tipo-item-aut
                   move forn-tabaut(idx-aut-forn)     to
                                                    forn-item-aut
                   move nome-tabaut(idx-aut-forn)     to
                                                    nome-item-aut
                   move loja-tabaut(idx-aut-forn)     to
                                                    loja-item-aut
                   move qtd-tabaut(idx-aut-forn)      to
                                                     qtd-item-aut
                   move preco-pago-tabaut(idx-aut-forn) to
                                              preco-pago-item-aut
                   move valor-tabaut(idx-aut-forn)    to
                                                   valor-item-aut
                   move preco-ref-tabaut(idx-aut-forn) to
                                               preco-ref-item-aut
                   move motivo-tabaut(idx-aut-forn)   to
                                                  motivo-item-aut
                   move data-tabaut(idx-aut-forn)     to
                                                    data-item-aut
                   move responsavel-tabaut(idx-aut-forn) to
                                             responsavel-item-aut
                   write reg-aut-item
               end-if
           end-perform

           add 1                   to qtd-forn-aut
           add qtd-liberados-forn  to qtd-liberados-aut
           add qtd-retidos-forn    to qtd-retidos-aut
           add valor-liberado-forn to valor-liberado-aut
           add valor-retido-forn   to valor-retido-aut
           .

       grava-autorizacao-forn-exit.
           exit.

      *---------------
      * regrava o RETPAGTO com todos os itens que ficaram retidos
      * (os novos desta conferencia e os antigos nao liberados)
      *---------------

       grava-retidos section.

           open output retidos-pagto

           perform varying idx-aut from 1 by 1 until
                                       idx-aut > qtd-autorizacoes
               if situacao-tabaut(idx-aut) = "R"
                   move forn-tabaut(idx-aut)       to forn-ret
                   move nome-tabaut(idx-aut)       to nome-ret
                   move loja-tabaut(idx-aut)       to loja-ret
                   move qtd-tabaut(idx-aut)        to qtd-ret
                   move preco-pago-tabaut(idx-aut) to preco-pago-ret
                   move valor-tabaut(idx-aut)      to valor-ret
                   move preco-ref-tabaut(idx-aut)  to preco-ref-ret
                   move motivo-tabaut(idx-aut)     to motivo-ret
                   move data-tabaut(idx-aut)       to data-ret
                   write reg-retido
               end-if
           end-perform

           close retidos-pagto
           .

       grava-retidos-exit.
           exit.

      *---------------
      * devolve em preco-cotado o preco efetivo do cadastro para
      * a confirmacao corrente (promocional quando em vigor na
      * fornecedor, mostra as cotacoes lado a lado, com o nome do
      * fornecedor vindo do mestre e a mais barata por cm2
      * marcada, para a escolha ser do fornecedor mais barato e
      * nao so do nome de pizza mais barato. ao lado do cm2 de
      * gondola vai o cm2 entregue (com a taxa de entrega do
      * fornecedor rateada), que e o que a loja de fato paga
      *---------------

       comparativo-fornecedores section.
                                        idx-cmp > capacidade-pizzas
                                        or nome(idx-cmp) = spaces
                           if nome(idx-cmp) = nome(ind)
                               move idx-cmp to idx-entregue
                               perform preco-entregue
                               move fornecedor(idx-cmp) to
                                                   id-forn-busca
                               perform busca-fornecedor
                                       " " nome-forn-exib
                                       " preco: " preco(idx-cmp)
                                       " cm2: " preco_cm2(idx-cmp)
                                       " entregue: " cm2-entregue
                                       "  <== mais barato"
                               else
                                   display "  " fornecedor(idx-cmp)
                                       " " nome-forn-exib
                                       " preco: " preco(idx-cmp)
                                       " cm2: " preco_cm2(idx-cmp)
                                       " entregue: " cm2-entregue
                               end-if
                           end-if
                       end-perform

       finaliza section.

           if operador-recusado = "S"
               if modo-execucao = "L"
                   close entrada-pizzas
               end-if
               display "Nada foi gravado: operador sem permissao "
                       "para a funcao " funcao-execucao
           else
           if trava-recusada = "S"
               if modo-execucao = "L"
                   close entrada-pizzas
               end-if
               display "Nada foi gravado: execucao recusada pela "
                       "trava de uso exclusivo"
           else
           if restauracao-ok = "N"
               display "Restauracao abortada: cadastro, geracoes "
                       "de backup e checkpoint mantidos como "
                   and funcao-execucao not = "S"
                   and funcao-execucao not = "A"
                   and funcao-execucao not = "V"
                   and funcao-execucao not = "M"
                   and funcao-execucao not = "Q"
                   and funcao-execucao not = "L"
                   and funcao-execucao not = "E"
                   and funcao-execucao not = "D"
                   and funcao-execucao not = "N"
                   perform grava-cadastro
               end-if

               perform grava-fornecedores
               perform grava-operadores
               perform grava-pendencias
               perform grava-medidas-acum

               if funcao-execucao = space
                   perform limpa-checkpoint
               end-if

               if funcao-execucao = space
                   and modo-execucao = "L"
                   perform fecha-pedidos-cotacao
               end-if
           end-if

           if trava-obtida = "S"
               perform libera-trava
           end-if
           end-if
           end-if

           if trava-recusada = "S" or operador-recusado = "S"
               move 12 to rc-execucao
           else
           if qtd-rejeitados > 0 or carga-confiavel = "N"
               or restauracao-ok = "N"
               or qtd-acima-cotacao > 0
               or qtd-lojas-estouradas > 0
               or autorizacao-completa = "N"
               or qtd-achados-auditoria > 0
               or arquivamento-ok = "N"
               or (funcao-execucao = "Q"
                   and cotacao-evento-ok = "N")
               or quebra-trava-ok = "N"
               or qtd-lacunas > 0
               or comparacao-ok = "N"
               or (funcao-execucao = "N"
                   and qtd-pedidos-vencidos > 0)
               or pedidos-truncado = "S"
               move 8 to rc-execucao
           end-if
           end-if

           perform grava-execucao

           if alertas-ok = "S"
               close alertas-pizza
               if qtd-alertas > 0
                   display "Alertas gravados em ALRTPIZZ: "
                           qtd-alertas
               end-if
           end-if

           move rc-execucao to return-code

           stop run
           .
       finaliza-exit.
