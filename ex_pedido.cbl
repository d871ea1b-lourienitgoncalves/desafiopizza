      * o preco combinado e contra o preco efetivo do catalogo na data
      * do pedido (catalogo menos promocao vigente, as mesmas regras
      * do aplicar-promocao do "ex_pizza"), gravando em PIZZAS.DIV
      * cada linha em que pagamos a mais. o preco de tabela na data do
      * pedido sai da auditoria (arquivos morto do PIZZAS.MRT e o
      * PIZZAS.AUD vivo), pelas mesmas regras do "ex_retrato"
      * os pedidos ainda sem ordem de compra, a partir da data pedida
      * ao operador (padrao: a ultima emissao registrada, ou hoje na
      * primeira), viram, depois de confirmados, uma ordem numerada
      * por pizzaria (PIZZAS.OCnnnnnnnn, layout fixo: cabecalho,
      * itens e rodape com quantidade de itens e total), registrada
      * em PIZZAS.OCP; a pizzaria devolve em PIZZAS.CNF o numero da
      * ordem, a linha e a quantidade e o preco aceitos. a conferencia
      * das confirmacoes grava em PIZZAS.CFO as ordens sem resposta
      * depois do prazo (PIZZAS_DIAS_CONFIRMACAO, padrao 2 dias), as
      * linhas confirmadas com outra quantidade ou outro preco e as
      * confirmacoes de ordens desconhecidas; na conferencia da fatura
      * o preco confirmado substitui o digitado no pedido
       environment division.
       configuration section.
           special-names. decimal-point is comma.
               organization  is line sequential
               file status   is ws-status-divergencia.

           select optional indice-morto-file
               assign using ws-arquivo-indice-morto
               organization  is line sequential
               file status   is ws-status-indice-morto.

           select optional auditoria-file
               assign using ws-arquivo-auditoria
               organization  is line sequential
               file status   is ws-status-auditoria.

           select optional ordem-file  assign using ws-arquivo-ordem
               organization  is line sequential
               file status   is ws-status-ordem.

           select envio-file  assign using ws-arquivo-envio
               organization  is line sequential
               file status   is ws-status-envio.

           select optional confirmacao-file
               assign using ws-arquivo-confirmacao
               organization  is line sequential
               file status   is ws-status-confirmacao.

           select conferencia-file
               assign using ws-arquivo-conferencia
               organization  is line sequential
               file status   is ws-status-conferencia.

           select optional trava-file  assign using ws-arquivo-trava
               organization  is line sequential
               file status   is ws-status-trava.

           select optional log-file  assign using ws-arquivo-log
               organization  is line sequential
               file status   is ws-status-log.

       i-o-control.

      *Declaração de variáveis
       fd  divergencia-file.
       01  linha-divergencia                        pic x(120).

       fd  indice-morto-file.
       01  reg-indice-morto.
           05 mrt-tipo                             pic x(04).
           05 filler                               pic x(01).
           05 mrt-arquivo                          pic x(24).

       fd  auditoria-file.
       01  linha-auditoria                          pic x(120).

       fd  log-file.
       01  linha-log                                pic x(100).

      * trava de execucao da filial: quem esta gravando os arquivos
      * dela agora (arquivo ausente = filial livre)
       fd  trava-file.
       01  reg-trava.
           05 trv-operador                         pic x(08).
           05 trv-programa                         pic x(12).
           05 trv-data.
              10 trv-ano                           pic 9(04).
              10 trv-mes                           pic 9(02).
              10 trv-dia                           pic 9(02).
           05 trv-hora.
              10 trv-hh                            pic 9(02).
              10 trv-mm                            pic 9(02).
              10 trv-ss                            pic 9(02).
           05 trv-modo                             pic x(10).

      * registro das ordens de compra emitidas: uma linha por item,
      * com a posicao no PIZZAS.PED da linha que lhe deu origem
       fd  ordem-file.
       01  reg-ordem.
           05 ord-numero                           pic 9(08).
           05 ord-linha                            pic 9(03).
           05 ord-posicao                          pic 9(06).
           05 ord-pizzaria                         pic x(15).
           05 ord-nome                             pic x(15).
           05 ord-qtd                              pic 9(04).
           05 ord-preco                            pic 9(03)v99.
           05 ord-data-pedido                      pic 9(08).
           05 ord-emissao                          pic 9(08).

      * ordem de compra enviada a pizzaria, 60 posicoes fixas:
      * H cabecalho, I item, T rodape
       fd  envio-file.
       01  reg-envio.
           05 env-tipo                             pic x(01).
           05 env-numero                           pic 9(08).
           05 env-dados                            pic x(51).
           05 env-cabecalho redefines env-dados.
              10 env-filial                        pic x(02).
              10 env-pizzaria                      pic x(15).
              10 env-emissao                       pic 9(08).
              10 filler                            pic x(26).
           05 env-item redefines env-dados.
              10 env-linha                         pic 9(03).
              10 env-nome                          pic x(15).
              10 env-qtd                           pic 9(04).
              10 env-preco                         pic 9(03)v99.
              10 env-data-pedido                   pic 9(08).
              10 filler                            pic x(16).
           05 env-rodape redefines env-dados.
              10 env-qtd-itens                     pic 9(03).
              10 env-total                         pic 9(07)v99.
              10 filler                            pic x(39).

      * confirmacao devolvida pela pizzaria, uma por linha da ordem;
      * havendo mais de uma para a mesma linha vale a ultima
       fd  confirmacao-file.
       01  reg-confirmacao.
           05 cnf-numero                           pic 9(08).
           05 cnf-linha                            pic 9(03).
           05 cnf-qtd                              pic 9(04).
           05 cnf-preco                            pic 9(03)v99.
           05 cnf-data                             pic 9(08).

       fd  conferencia-file.
       01  linha-conferencia                        pic x(120).


      *----Variaveis de trabalho
       working-storage section.
           05 pro-inicio                           pic 9(08).
           05 pro-fim                              pic 9(08).

       77  ws-total-itens-ordem                    pic 9(04) value 0.
       77  ws-max-itens-ordem                      pic 9(04) value 5000.

      * itens das ordens emitidas, com a confirmacao da pizzaria
       01  item-ordem  occurs 1 to 5000 times
                        depending on ws-total-itens-ordem.
           05 oi-numero                            pic 9(08).
           05 oi-linha                             pic 9(03).
           05 oi-posicao                           pic 9(06).
           05 oi-pizzaria                          pic x(15).
           05 oi-nome                              pic x(15).
           05 oi-qtd                               pic 9(04).
           05 oi-preco                             pic 9(03)v99.
           05 oi-data-pedido                       pic 9(08).
           05 oi-emissao                           pic 9(08).
           05 oi-confirmada                        pic x(01).
           05 oi-qtd-conf                          pic 9(04).
           05 oi-preco-conf                        pic 9(03)v99.

       77  ws-total-pendentes                      pic 9(04) value 0.
       77  ws-max-pendentes                        pic 9(04) value 999.

      * pedidos ainda sem ordem de compra
       01  pendente  occurs 1 to 999 times
                      depending on ws-total-pendentes.
           05 pe-posicao                           pic 9(06).
           05 pe-nome                              pic x(15).
           05 pe-pizzaria                          pic x(15).
           05 pe-qtd                               pic 9(04).
           05 pe-preco                             pic 9(03)v99.
           05 pe-data                              pic 9(08).
           05 pe-emitido                           pic x(01).

       77  ws-total-eventos                        pic 9(04) value 0.
       77  ws-max-eventos                          pic 9(04) value 3000.

      * mudancas de preco do catalogo lidas da auditoria, em ordem
      * cronologica: inclusao so tem o preco depois, exclusao so o
      * preco antes
       01  evento  occurs 1 to 3000 times
                    depending on ws-total-eventos.
           05 ev-data                              pic 9(08).
           05 ev-acao                              pic x(01).
           05 ev-nome                              pic x(15).
           05 ev-pizzaria                          pic x(15).
           05 ev-preco-antes                       pic 9(03)v99.
           05 ev-preco-depois                      pic 9(03)v99.

       77  ws-total-mortos                         pic 9(03) value 0.
       77  ws-max-mortos                           pic 9(03) value 200.
       01  tabela-mortos.
           05 mor-arquivo  occurs 200 times        pic x(24).

      * imagem da linha gravada pelo auditar-inclusao,
      * auditar-alteracao e auditar-exclusao do "ex_pizza":
      * data - operador - acao - nome - pizzaria - diam ... preco ...
       01  ws-linha-aud.
           05 ws-aud-data.
              10 ws-aud-dia                        pic x(02).
              10 ws-aud-barra-1                    pic x(01).
              10 ws-aud-mes                        pic x(02).
              10 ws-aud-barra-2                    pic x(01).
              10 ws-aud-ano                        pic x(04).
           05 ws-aud-sep-1                         pic x(03).
           05 ws-aud-operador                      pic x(08).
           05 filler                               pic x(03).
           05 ws-aud-acao                          pic x(09).
           05 filler                               pic x(03).
           05 ws-aud-nome                          pic x(15).
           05 filler                               pic x(03).
           05 ws-aud-pizzaria                      pic x(15).
           05 ws-aud-sep-diam                      pic x(08).
           05 ws-aud-diam                          pic x(03).
           05 ws-aud-resto                         pic x(40).
           05 ws-aud-resto-ie redefines ws-aud-resto.
              10 ws-aud-sep-preco                  pic x(07).
              10 ws-aud-preco                      pic x(06).
              10 filler                            pic x(27).
           05 ws-aud-resto-a redefines ws-aud-resto.
              10 ws-aud-seta-diam                  pic x(03).
              10 ws-aud-diam-depois                pic x(03).
              10 ws-aud-sep-preco-a                pic x(07).
              10 ws-aud-preco-antes                pic x(06).
              10 ws-aud-seta-preco                 pic x(03).
              10 ws-aud-preco-depois               pic x(06).
              10 filler                            pic x(12).

      * valor editado zz9,99 aberto em parte inteira e decimal
       01  ws-preco-editado.
           05 ws-edi-inteiro                       pic x(03).
           05 ws-edi-virgula                       pic x(01).
           05 ws-edi-decimal                       pic x(02).

      * imagem de uma linha de item da sugestao gravada pelo
      * planejar-pedido do "ex_pizza":
      * nome - pizzaria - qtd - preco unitario - total
       77  ws-arquivo-catalogo                     pic x(20).
       77  ws-arquivo-promocao                     pic x(20).
       77  ws-arquivo-divergencia                  pic x(20).
       77  ws-arquivo-log                          pic x(20).
       77  ws-arquivo-indice-morto                 pic x(20).
       77  ws-arquivo-auditoria                    pic x(24).
       77  ws-arquivo-auditoria-viva               pic x(20).
       77  ws-status-indice-morto                  pic x(02).
       77  ws-status-auditoria                     pic x(02).
       77  ws-ind-evento                           pic 9(04).
       77  ws-ind-morto                            pic 9(03).
       77  ws-ind-antes-data                       pic 9(04).
       77  ws-ind-depois-data                      pic 9(04).
       77  ws-ja-visto                             pic x(01).
       77  ws-acao                                 pic x(01).
       77  ws-valor-preco                          pic 9(03)v99.
       77  ws-preco-tabela                         pic 9(03)v99.
       77  ws-status-log                           pic x(02).
       77  ws-status-ordem                         pic x(02).
       77  ws-status-envio                         pic x(02).
       77  ws-status-confirmacao                   pic x(02).
       77  ws-status-conferencia                   pic x(02).
       77  ws-arquivo-ordem                        pic x(20).
       77  ws-arquivo-envio                        pic x(24).
       77  ws-arquivo-confirmacao                  pic x(20).
       77  ws-arquivo-conferencia                  pic x(20).
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-operador                             pic x(08).
       77  ws-status-delete                        pic 9(04) comp-5.
       77  ws-status-trava                         pic x(02).
       77  ws-arquivo-trava                        pic x(20).
       77  ws-trava-obtida                         pic x(01) value "N".
       77  ws-modo-trava                           pic x(10).
       01  ws-hora-sistema.
           05 ws-hora-hh                           pic 9(02).
           05 ws-hora-mm                           pic 9(02).
           05 ws-hora-ss                           pic 9(02).
           05 ws-hora-cc                           pic 9(02).
       01  ws-trava-exibe.
           05 ws-trava-dia                         pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-trava-mes                         pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-trava-ano                         pic 9(04).
           05 filler                               pic x(01) value " ".
           05 ws-trava-hh                          pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-trava-mm                          pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-trava-ss                          pic 9(02).
       77  ws-posicao-pedido                       pic 9(06).
       77  ws-ultimo-numero                        pic 9(08) value 0.
       77  ws-ultima-emissao                       pic 9(08) value 0.
       77  ws-data-corte                           pic 9(08).
       77  ws-ind-resumo                           pic 9(04).
       77  ws-qtd-resumo                           pic 9(04).
       77  ws-total-resumo                         pic 9(07)v99.
       77  ws-pizzaria-repetida                    pic x(01).
       77  ws-numero-ordem                         pic 9(08).
       77  ws-linha-ordem                          pic 9(03).
       77  ws-total-ordem                          pic 9(07)v99.
       77  ws-pizzaria-ordem                       pic x(15).
       77  ws-ind-item                             pic 9(04).
       77  ws-ind-pendente                         pic 9(04).
       77  ws-ind-emissao                          pic 9(04).
       77  ws-achou-item                           pic x(01).
       77  ws-ordem-conhecida                      pic x(01).
       77  ws-falha-emissao                        pic x(01).
       77  ws-gravar-conferencia                   pic x(01) value "N".
       77  ws-qtd-ordens                           pic 9(04) value 0.
       77  ws-qtd-ocorrencias                      pic 9(04) value 0.
       77  ws-qtd-confirmadas                      pic 9(03).
       77  ws-dias-texto                           pic x(03).
       77  ws-dias-direita                         pic x(03)
                                                   justified right.
       77  ws-dias-confirmacao                     pic 9(03) value 2.
       77  ws-dias-sem-resposta                    pic 9(05).
       77  ws-disp-dias                            pic zzzz9.
       77  ws-inteiro-hoje                         pic 9(07).
       77  ws-inteiro-emissao                      pic 9(07).
       77  ws-preco-referencia                     pic 9(03)v99.
       77  ws-disp-total                           pic z.zzz.zz9,99.
       77  ws-disp-qtd-conf                        pic zzz9.
       77  ws-disp-preco-conf                      pic zz9,99.
       77  ws-oco-numero                           pic 9(08).
       77  ws-oco-linha                            pic 9(03).
       77  ws-oco-pizzaria                         pic x(15).
       77  ws-oco-nome                             pic x(15).
       77  ws-oco-qtd                              pic 9(04).
       77  ws-oco-preco                            pic 9(03)v99.
       77  ws-oco-qtd-conf                         pic 9(04).
       77  ws-oco-preco-conf                       pic 9(03)v99.
       77  ws-oco-texto                            pic x(40).
       77  ws-lote-noturno                         pic x(01).
       77  ws-qtd-pedidos-dia                      pic 9(04) value 0.
       77  ws-valor-pedidos-dia                    pic 9(07)v99 value 0.
       77  ws-disp-qtd-dia                         pic zzz9.
       77  ws-disp-valor-dia                       pic z.zzz.zz9,99.
       77  ws-ind-promocao                         pic 9(04).
       77  ws-opcao-menu                           pic x(01).
       77  ws-confirma                             pic x(01).
       77  ws-disp-faturado                        pic zz9,99.
       77  ws-disp-dif                             pic ----9,99.
       77  ws-disp-qtd                             pic zzz9.
       01  ws-data-trabalho.
           05 ws-trab-ano                          pic 9(04).
           05 ws-trab-mes                          pic 9(02).
           05 ws-trab-dia                          pic 9(02).
       01  ws-data-trabalho-num redefines ws-data-trabalho
                                                   pic 9(08).
       01  ws-data-exibe.
           05 ws-exibe-dia                         pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exibe-mes                         pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exibe-ano                         pic 9(04).
       01  ws-data-sistema.
           05 ws-data-ano                          pic 9(04).
           05 ws-data-mes                          pic 9(02).
                  function trim(ws-filial) delimited by size
                  ".DIV" delimited by size
                  into ws-arquivo-divergencia
           move spaces to ws-arquivo-log
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".LOG" delimited by size
                  into ws-arquivo-log
           move spaces to ws-arquivo-trava
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".TRV" delimited by size
                  into ws-arquivo-trava
           move spaces to ws-arquivo-indice-morto
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".MRT" delimited by size
                  into ws-arquivo-indice-morto
           move spaces to ws-arquivo-auditoria-viva
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".AUD" delimited by size
                  into ws-arquivo-auditoria-viva
           move spaces to ws-arquivo-ordem
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".OCP" delimited by size
                  into ws-arquivo-ordem
           move spaces to ws-arquivo-confirmacao
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".CNF" delimited by size
                  into ws-arquivo-confirmacao
           move spaces to ws-arquivo-conferencia
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".CFO" delimited by size
                  into ws-arquivo-conferencia

      * prazo para a pizzaria confirmar a ordem, em dias
           accept ws-dias-texto
               from environment "PIZZAS_DIAS_CONFIRMACAO"
           if ws-dias-texto <> spaces
               move function trim(ws-dias-texto) to ws-dias-direita
               inspect ws-dias-direita replacing leading " " by "0"
               if ws-dias-direita numeric
                   move ws-dias-direita to ws-dias-confirmacao
               else
                   display "PIZZAS_DIAS_CONFIRMACAO invalido, usando "
                           ws-dias-confirmacao " dias"
               end-if
           end-if
           accept ws-lote-noturno from environment "PIZZAS_LOTE"
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

      * uma execucao por filial de cada vez: com outra sessao (ou o
      * lote noturno) gravando os arquivos da filial esta e recusada
           if ws-lote-noturno = "S"
               move "LOTE"       to ws-operador
               move "LOTE"       to ws-modo-trava
           else
               move "ANONIMO"    to ws-operador
               move "INTERATIVO" to ws-modo-trava
           end-if
           perform obter-trava
           if ws-modo-trava = "INTERATIVO"
               display "Informe o operador (ate 8 letras)"
               accept ws-operador
               if ws-operador = spaces
                   move "ANONIMO" to ws-operador
               end-if
               perform gravar-trava
           end-if

           perform carregar-promocoes
           perform carregar-auditoria
           .
       inicializa-exit.
           exit.
       acumular-promocao-exit.
           exit.

      *----------------------carga das mudancas de preco---------------
      * arquivos morto na ordem do indice (nome repetido lido uma vez)
      * e depois a auditoria viva: a tabela fica em ordem cronologica
       carregar-auditoria section.
           move 0 to ws-total-eventos
           move 0 to ws-total-mortos
           open input indice-morto-file
           if ws-status-indice-morto = "00"
               perform until ws-status-indice-morto = "10"
                   read indice-morto-file
                       at end
                           move "10" to ws-status-indice-morto
                       not at end
                           if mrt-tipo = "AUD"
                               perform tratar-arquivo-morto
                           end-if
                   end-read
               end-perform
           end-if
           close indice-morto-file

           move ws-arquivo-auditoria-viva to ws-arquivo-auditoria
           perform ler-arquivo-auditoria
           .
       carregar-auditoria-exit.
           exit.

      *----------------------um arquivo morto do indice-----------------
       tratar-arquivo-morto section.
           move "N" to ws-ja-visto
           perform varying ws-ind-morto from 1 by 1
                   until ws-ind-morto > ws-total-mortos
                   or ws-ja-visto = "S"
               if mor-arquivo(ws-ind-morto) = mrt-arquivo
                   move "S" to ws-ja-visto
               end-if
           end-perform
           if ws-ja-visto = "S" or ws-total-mortos >= ws-max-mortos
               go to tratar-arquivo-morto-exit
           end-if
           add 1 to ws-total-mortos
           move mrt-arquivo to mor-arquivo(ws-total-mortos)
           move mrt-arquivo to ws-arquivo-auditoria
           perform ler-arquivo-auditoria
           .
       tratar-arquivo-morto-exit.
           exit.

      *----------------------leitura de um arquivo de auditoria---------
       ler-arquivo-auditoria section.
           open input auditoria-file
           if ws-status-auditoria = "00"
               perform until ws-status-auditoria = "10"
                   read auditoria-file
                       at end
                           move "10" to ws-status-auditoria
                       not at end
                           perform acumular-evento
                   end-read
               end-perform
           end-if
           close auditoria-file
           .
       ler-arquivo-auditoria-exit.
           exit.

      *----------------------uma linha da auditoria---------------------
      * linha fora do formato ou de outra acao fica de fora
       acumular-evento section.
           move linha-auditoria to ws-linha-aud
           if ws-aud-dia not numeric or ws-aud-mes not numeric
               or ws-aud-ano not numeric
               or ws-aud-barra-1 <> "/" or ws-aud-barra-2 <> "/"
               or ws-aud-sep-1 <> " - "
               or ws-aud-sep-diam <> " - diam "
               go to acumular-evento-exit
           end-if
           evaluate ws-aud-acao
               when "INCLUSAO"
                   move "I" to ws-acao
               when "ALTERACAO"
                   move "A" to ws-acao
               when "EXCLUSAO"
                   move "E" to ws-acao
               when other
                   go to acumular-evento-exit
           end-evaluate
           if ws-total-eventos >= ws-max-eventos
               display "Limite de linhas de auditoria excedido, "
                       "restante ignorado"
               go to acumular-evento-exit
           end-if
           add 1 to ws-total-eventos
           move ws-total-eventos to ws-ind-evento

           move ws-aud-ano to ws-trab-ano
           move ws-aud-mes to ws-trab-mes
           move ws-aud-dia to ws-trab-dia
           move ws-data-trabalho-num to ev-data(ws-ind-evento)
           move ws-acao         to ev-acao(ws-ind-evento)
           move ws-aud-nome     to ev-nome(ws-ind-evento)
           move ws-aud-pizzaria to ev-pizzaria(ws-ind-evento)
           move 0 to ev-preco-antes(ws-ind-evento)
           move 0 to ev-preco-depois(ws-ind-evento)
           evaluate ws-acao
               when "I"
                   move ws-aud-preco to ws-preco-editado
                   perform converter-preco
                   move ws-valor-preco
                       to ev-preco-depois(ws-ind-evento)
               when "E"
                   move ws-aud-preco to ws-preco-editado
                   perform converter-preco
                   move ws-valor-preco
                       to ev-preco-antes(ws-ind-evento)
               when "A"
                   move ws-aud-preco-antes to ws-preco-editado
                   perform converter-preco
                   move ws-valor-preco
                       to ev-preco-antes(ws-ind-evento)
                   move ws-aud-preco-depois to ws-preco-editado
                   perform converter-preco
                   move ws-valor-preco
                       to ev-preco-depois(ws-ind-evento)
           end-evaluate
           .
       acumular-evento-exit.
           exit.

      *----------------------preco editado zz9,99 para numero-----------
       converter-preco section.
           inspect ws-edi-inteiro replacing all " " by "0"
           inspect ws-edi-decimal replacing all " " by "0"
           move 0 to ws-valor-preco
           if ws-edi-inteiro numeric and ws-edi-decimal numeric
               move ws-edi-inteiro to ws-valor-inteiro
               move ws-edi-decimal to ws-valor-decimal
               compute ws-valor-preco = ws-valor-inteiro
                                      + (ws-valor-decimal / 100)
           end-if
           .
       converter-preco-exit.
           exit.

       processamento section.
      * na janela noturna nao ha operador para o menu: so o resumo
      * dos pedidos do dia vai para a tela e para o diario da filial
           if ws-lote-noturno = "S"
               perform resumir-pedidos-do-dia
               perform conferir-ordens
               go to processamento-exit
           end-if

           move spaces to ws-opcao-menu
           perform until ws-opcao-menu = "F" or ws-opcao-menu = "f"
               display "Pedidos: D-digitar S-puxar da sugestao "
                       "C-conferir fatura"
               display "         O-emitir ordens de compra "
                       "M-conferir confirmacoes F-fim"
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when "C"
                   when "c"
                       perform conferir-fatura
                   when "O"
                   when "o"
                       perform emitir-ordens
                   when "M"
                   when "m"
                       perform conferir-ordens
                   when other
                       display "Opcao invalida"
               end-evaluate
       processamento-exit.
           exit.

      *----------------------resumo dos pedidos do dia-----------------
      * conta e soma (qtd x preco combinado) os pedidos com a data de
      * hoje e acrescenta uma linha no PIZZAS.LOG, o mesmo diario que
      * o "ex_pizza" abre no inicio da execucao da filial
       resumir-pedidos-do-dia section.
           move 0 to ws-qtd-pedidos-dia
           move 0 to ws-valor-pedidos-dia
           open input pedido-file
           if ws-status-pedido = "00"
               perform until ws-status-pedido = "10"
                   read pedido-file
                       at end
                           move "10" to ws-status-pedido
                       not at end
                           if ped-data = ws-data-numerica
                               add 1 to ws-qtd-pedidos-dia
                               compute ws-valor-pedidos-dia =
                                       ws-valor-pedidos-dia
                                       + (ped-qtd * ped-preco)
                           end-if
                   end-read
               end-perform
           end-if
           close pedido-file

           move ws-qtd-pedidos-dia   to ws-disp-qtd-dia
           move ws-valor-pedidos-dia to ws-disp-valor-dia
           display "Pedidos do dia " ws-data-edicao ": "
                   ws-disp-qtd-dia "  valor: " ws-disp-valor-dia

           open extend log-file
           if ws-status-log <> "00" and ws-status-log <> "05"
               display "Erro ao gravar o log da execucao: "
                       ws-status-log
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to resumir-pedidos-do-dia-exit
           end-if
           move spaces to linha-log
           string function trim(ws-arquivo-pedido) delimited by size
                  " - " delimited by size
                  ws-disp-qtd-dia delimited by size
                  " registro(s) - PEDIDOS DO DIA " delimited by size
                  function trim(ws-disp-valor-dia) delimited by size
                  into linha-log
           write linha-log
           close log-file
           .
       resumir-pedidos-do-dia-exit.
           exit.

      *----------------------pedido digitado-----------------------------
       digitar-pedido section.
           display "Nome da pizza "
               go to conferir-fatura-exit
           end-if

           move "N" to ws-gravar-conferencia
           perform carregar-ordens
           perform carregar-confirmacoes
           move 0 to ws-posicao-pedido

           move "N" to ws-catalogo-aberto
           open input catalogo-file
           if ws-status-catalogo = "00"
           move spaces to linha-divergencia
           string "NOME - PIZZARIA - QTD - COMBINADO - EFETIVO - "
                      delimited by size
                  "FATURADO - DIFERENCA - DATA PEDIDO"
                      delimited by size
                  into linha-divergencia
           write linha-divergencia

                   at end
                       move "10" to ws-status-pedido
                   not at end
                       add 1 to ws-posicao-pedido
                       perform conferir-pedido
               end-read
           end-perform
           exit.

      *----------------------conferencia de um pedido--------------------
      * o preco de referencia e o confirmado pela pizzaria quando a
      * linha do pedido saiu em ordem de compra ja confirmada, senao o
      * combinado digitado no pedido
       conferir-pedido section.
           perform calcular-preco-efetivo

           move ped-preco to ws-preco-referencia
           perform localizar-item-pedido
           if ws-achou-item = "S"
               if oi-confirmada(ws-ind-item) = "S"
                   move oi-preco-conf(ws-ind-item)
                       to ws-preco-referencia
               end-if
           end-if

           move ws-preco-referencia to ws-disp-preco
           if ws-tem-catalogo = "S"
               move ws-preco-efetivo to ws-disp-efetivo
           else
               move zero to ws-disp-efetivo
           end-if
           if ws-preco-referencia <> ped-preco
               display "Pedido " ped-nome " / " ped-pizzaria
                       " de " ped-data " confirmado " ws-disp-preco
           else
               display "Pedido " ped-nome " / " ped-pizzaria
                       " de " ped-data " combinado " ws-disp-preco
           end-if
           display "Valor unitario faturado (0 = pular) "
           accept ws-preco-faturado
           if ws-preco-faturado = 0
           end-if
           add 1 to ws-qtd-conferidos

           compute ws-dif-combinado =
                   ws-preco-faturado - ws-preco-referencia
           if ws-tem-catalogo = "S"
               compute ws-dif-efetivo =
                       ws-preco-faturado - ws-preco-efetivo
           exit.

      *----------------------preco efetivo na data do pedido-------------
      * preco de tabela do catalogo como estava na data do pedido, com
      * a promocao vigente nessa data aplicada pelas mesmas regras do
      * aplicar-promocao: a ultima promocao lida vence
       calcular-preco-efetivo section.
      * o teste e pela abertura do catalogo, nao pelo file status:
      * uma chave nao achada deixa 23 no status e nao pode condenar
      * os pedidos seguintes da mesma conferencia
           move "N" to ws-tem-catalogo
           move 0   to ws-preco-efetivo
           move 0   to ws-preco-tabela
           if ws-catalogo-aberto = "S"
               move ped-nome     to cat-nome
               move ped-pizzaria to cat-pizzaria
               read catalogo-file
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-tem-catalogo
                       move cat-preco to ws-preco-tabela
               end-read
           end-if

           perform apurar-preco-na-data
           if ws-tem-catalogo <> "S"
               go to calcular-preco-efetivo-exit
           end-if
           move ws-preco-tabela to ws-preco-efetivo

           perform varying ws-ind-promocao from 1 by 1
                   until ws-ind-promocao > ws-total-promocoes
                       when "P"
                       when "p"
                           compute ws-preco-efetivo =
                               ws-preco-tabela
                               * (100 - pro-valor(ws-ind-promocao))
                               / 100
                       when "V"
       calcular-preco-efetivo-exit.
           exit.

      *----------------------preco de tabela na data do pedido----------
      * a ultima linha da auditoria ate a data do pedido diz o preco
      * (ou que a pizza estava excluida); sem linha ate la, a primeira
      * linha posterior diz como estava antes dela (inclusao = ainda
      * nao existia); pizza sem auditoria fica com o catalogo de hoje
       apurar-preco-na-data section.
           move 0 to ws-ind-antes-data
           move 0 to ws-ind-depois-data
           perform varying ws-ind-evento from 1 by 1
                   until ws-ind-evento > ws-total-eventos
               if ev-nome(ws-ind-evento) = ped-nome
                   and ev-pizzaria(ws-ind-evento) = ped-pizzaria
                   if ev-data(ws-ind-evento) <= ped-data
                       move ws-ind-evento to ws-ind-antes-data
                   else
                       if ws-ind-depois-data = 0
                           move ws-ind-evento to ws-ind-depois-data
                       end-if
                   end-if
               end-if
           end-perform

           if ws-ind-antes-data > 0
               if ev-acao(ws-ind-antes-data) = "E"
                   move "N" to ws-tem-catalogo
               else
                   move "S" to ws-tem-catalogo
                   move ev-preco-depois(ws-ind-antes-data)
                       to ws-preco-tabela
               end-if
               go to apurar-preco-na-data-exit
           end-if

           if ws-ind-depois-data > 0
               if ev-acao(ws-ind-depois-data) = "I"
                   move "N" to ws-tem-catalogo
               else
                   move "S" to ws-tem-catalogo
                   move ev-preco-antes(ws-ind-depois-data)
                       to ws-preco-tabela
               end-if
           end-if
           .
       apurar-preco-na-data-exit.
           exit.

      *----------------------linha de divergencia------------------------
       gravar-divergencia section.
           add 1 to ws-qtd-divergencias
           move ped-data    to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-dia
           move ws-trab-mes to ws-exibe-mes
           move ws-trab-ano to ws-exibe-ano
           move ped-qtd          to ws-disp-qtd
           move ws-preco-referencia to ws-disp-preco
           move ws-preco-faturado to ws-disp-faturado
           if ws-dif-combinado > ws-dif-efetivo
               move ws-dif-combinado to ws-disp-dif
                      ws-disp-faturado  delimited by size
                      " - " delimited by size
                      ws-disp-dif       delimited by size
                      " - " delimited by size
                      ws-data-exibe     delimited by size
                      into linha-divergencia
           else
               string ped-nome          delimited by size
                      ws-disp-faturado  delimited by size
                      " - " delimited by size
                      ws-disp-dif       delimited by size
                      " - " delimited by size
                      ws-data-exibe     delimited by size
                      into linha-divergencia
           end-if
           write linha-divergencia
       gravar-divergencia-exit.
           exit.

      *----------------------carga das ordens de compra emitidas-------
      * o maior numero registrado da sequencia para a proxima ordem e
      * a data da ultima emissao, inicio padrao da proxima
       carregar-ordens section.
           move 0 to ws-total-itens-ordem
           move 0 to ws-ultimo-numero
           move 0 to ws-ultima-emissao
           open input ordem-file
           if ws-status-ordem = "00"
               perform until ws-status-ordem = "10"
                   read ordem-file
                       at end
                           move "10" to ws-status-ordem
                       not at end
                           perform acumular-item-ordem
                   end-read
               end-perform
           end-if
           close ordem-file
           .
       carregar-ordens-exit.
           exit.

      *----------------------um item de ordem de compra-----------------
       acumular-item-ordem section.
           if ord-numero not numeric or ord-linha not numeric
               or ord-posicao not numeric
               display "Item de ordem fora do formato ignorado: "
                       reg-ordem
               go to acumular-item-ordem-exit
           end-if
           if ord-numero > ws-ultimo-numero
               move ord-numero to ws-ultimo-numero
           end-if
           if ord-emissao numeric and ord-emissao > ws-ultima-emissao
               move ord-emissao to ws-ultima-emissao
           end-if
           if ws-total-itens-ordem >= ws-max-itens-ordem
               display "Limite de itens de ordem excedido, ignorado: "
                       ord-numero
               go to acumular-item-ordem-exit
           end-if
           add 1 to ws-total-itens-ordem
           move ws-total-itens-ordem to ws-ind-item
           move ord-numero      to oi-numero(ws-ind-item)
           move ord-linha       to oi-linha(ws-ind-item)
           move ord-posicao     to oi-posicao(ws-ind-item)
           move ord-pizzaria    to oi-pizzaria(ws-ind-item)
           move ord-nome        to oi-nome(ws-ind-item)
           move ord-qtd         to oi-qtd(ws-ind-item)
           move ord-preco       to oi-preco(ws-ind-item)
           move ord-data-pedido to oi-data-pedido(ws-ind-item)
           move ord-emissao     to oi-emissao(ws-ind-item)
           move "N"             to oi-confirmada(ws-ind-item)
           move 0               to oi-qtd-conf(ws-ind-item)
           move 0               to oi-preco-conf(ws-ind-item)
           .
       acumular-item-ordem-exit.
           exit.

      *----------------------carga das confirmacoes---------------------
      * marca nos itens carregados a quantidade e o preco aceitos; na
      * conferencia das ordens (ws-gravar-conferencia = "S") a
      * confirmacao sem ordem ou sem linha correspondente vai para o
      * PIZZAS.CFO
       carregar-confirmacoes section.
           open input confirmacao-file
           if ws-status-confirmacao = "00"
               perform until ws-status-confirmacao = "10"
                   read confirmacao-file
                       at end
                           move "10" to ws-status-confirmacao
                       not at end
                           perform aplicar-confirmacao
                   end-read
               end-perform
           end-if
           close confirmacao-file
           .
       carregar-confirmacoes-exit.
           exit.

      *----------------------uma confirmacao da pizzaria----------------
       aplicar-confirmacao section.
           if cnf-numero not numeric or cnf-linha not numeric
               or cnf-qtd not numeric or cnf-preco not numeric
               display "Confirmacao fora do formato ignorada: "
                       reg-confirmacao
               go to aplicar-confirmacao-exit
           end-if

           move "N" to ws-achou-item
           move "N" to ws-ordem-conhecida
           move spaces to ws-pizzaria-ordem
           perform varying ws-ind-item from 1 by 1
                   until ws-ind-item > ws-total-itens-ordem
                   or ws-achou-item = "S"
               if oi-numero(ws-ind-item) = cnf-numero
                   move "S" to ws-ordem-conhecida
                   move oi-pizzaria(ws-ind-item) to ws-pizzaria-ordem
                   if oi-linha(ws-ind-item) = cnf-linha
                       move "S" to ws-achou-item
                   end-if
               end-if
           end-perform

           if ws-achou-item = "S"
               subtract 1 from ws-ind-item
               move "S"       to oi-confirmada(ws-ind-item)
               move cnf-qtd   to oi-qtd-conf(ws-ind-item)
               move cnf-preco to oi-preco-conf(ws-ind-item)
               go to aplicar-confirmacao-exit
           end-if

           if ws-gravar-conferencia <> "S"
               go to aplicar-confirmacao-exit
           end-if
           move cnf-numero        to ws-oco-numero
           move cnf-linha         to ws-oco-linha
           move ws-pizzaria-ordem to ws-oco-pizzaria
           move spaces            to ws-oco-nome
           move 0                 to ws-oco-qtd
           move 0                 to ws-oco-preco
           move cnf-qtd           to ws-oco-qtd-conf
           move cnf-preco         to ws-oco-preco-conf
           if ws-ordem-conhecida = "S"
               move "LINHA DESCONHECIDA NA ORDEM" to ws-oco-texto
           else
               move "CONFIRMACAO DE ORDEM DESCONHECIDA"
                   to ws-oco-texto
           end-if
           perform gravar-ocorrencia
           .
       aplicar-confirmacao-exit.
           exit.

      *----------------------item de ordem de uma linha do pedido-------
      * procura pela posicao da linha no PIZZAS.PED (ws-posicao-pedido)
       localizar-item-pedido section.
           move "N" to ws-achou-item
           perform varying ws-ind-item from 1 by 1
                   until ws-ind-item > ws-total-itens-ordem
                   or ws-achou-item = "S"
               if oi-posicao(ws-ind-item) = ws-posicao-pedido
                   move "S" to ws-achou-item
               end-if
           end-perform
           if ws-achou-item = "S"
               subtract 1 from ws-ind-item
           end-if
           .
       localizar-item-pedido-exit.
           exit.

      *----------------------emissao das ordens de compra---------------
      * cada linha do PIZZAS.PED ainda sem ordem, com data a partir da
      * informada, entra na ordem da sua pizzaria; o padrao e a data
      * da ultima emissao (hoje na primeira, para o historico ja
      * entregue e faturado nao virar ordem). nada e gravado antes da
      * confirmacao do operador. a numeracao continua do maior numero
      * ja registrado no PIZZAS.OCP
       emitir-ordens section.
           perform carregar-ordens
           if ws-ultima-emissao > 0
               move ws-ultima-emissao to ws-data-corte
           else
               move ws-data-numerica  to ws-data-corte
           end-if
           display "Pedidos a partir de AAAAMMDD (0 = " ws-data-corte
                   ") "
           accept ws-ent-data
           if ws-ent-data <> 0
               move ws-ent-data to ws-data-corte
           end-if

           move 0 to ws-total-pendentes
           move 0 to ws-posicao-pedido
           open input pedido-file
           if ws-status-pedido = "00"
               perform until ws-status-pedido = "10"
                   read pedido-file
                       at end
                           move "10" to ws-status-pedido
                       not at end
                           add 1 to ws-posicao-pedido
                           perform acumular-pendente
                   end-read
               end-perform
           end-if
           close pedido-file

           if ws-total-pendentes = 0
               display "Nenhum pedido sem ordem de compra desde "
                       ws-data-corte
               go to emitir-ordens-exit
           end-if

           perform varying ws-ind-pendente from 1 by 1
                   until ws-ind-pendente > ws-total-pendentes
               perform resumir-pendentes-pizzaria
           end-perform
           display "Emitir as ordens de compra? (S/N)"
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s"
               display "Ordens de compra nao emitidas"
               go to emitir-ordens-exit
           end-if

           move 0   to ws-qtd-ordens
           move "N" to ws-falha-emissao
           perform varying ws-ind-pendente from 1 by 1
                   until ws-ind-pendente > ws-total-pendentes
                   or ws-falha-emissao = "S"
               if pe-emitido(ws-ind-pendente) = "N"
                   move pe-pizzaria(ws-ind-pendente)
                       to ws-pizzaria-ordem
                   perform emitir-ordem-pizzaria
               end-if
           end-perform
           display "Ordens de compra emitidas: " ws-qtd-ordens
           .
       emitir-ordens-exit.
           exit.

      *----------------------pedido sem ordem de compra-----------------
       acumular-pendente section.
           if ped-data < ws-data-corte
               go to acumular-pendente-exit
           end-if
           perform localizar-item-pedido
           if ws-achou-item = "S"
               go to acumular-pendente-exit
           end-if
           if ws-total-pendentes >= ws-max-pendentes
               display "Limite de pedidos por emissao excedido, "
                       "restante fica para a proxima"
               go to acumular-pendente-exit
           end-if
           add 1 to ws-total-pendentes
           move ws-posicao-pedido to pe-posicao(ws-total-pendentes)
           move ped-nome          to pe-nome(ws-total-pendentes)
           move ped-pizzaria      to pe-pizzaria(ws-total-pendentes)
           move ped-qtd           to pe-qtd(ws-total-pendentes)
           move ped-preco         to pe-preco(ws-total-pendentes)
           move ped-data          to pe-data(ws-total-pendentes)
           move "N"               to pe-emitido(ws-total-pendentes)
           .
       acumular-pendente-exit.
           exit.

      *----------------------pendentes de uma pizzaria------------------
      * mostra uma vez, na primeira linha da pizzaria, quantos pedidos
      * e que valor vao para a ordem dela
       resumir-pendentes-pizzaria section.
           move "N" to ws-pizzaria-repetida
           perform varying ws-ind-resumo from 1 by 1
                   until ws-ind-resumo >= ws-ind-pendente
               if pe-pizzaria(ws-ind-resumo)
                   = pe-pizzaria(ws-ind-pendente)
                   move "S" to ws-pizzaria-repetida
                   move ws-ind-pendente to ws-ind-resumo
               end-if
           end-perform
           if ws-pizzaria-repetida = "S"
               go to resumir-pendentes-pizzaria-exit
           end-if

           move 0 to ws-qtd-resumo
           move 0 to ws-total-resumo
           perform varying ws-ind-resumo from ws-ind-pendente by 1
                   until ws-ind-resumo > ws-total-pendentes
               if pe-pizzaria(ws-ind-resumo)
                   = pe-pizzaria(ws-ind-pendente)
                   add 1 to ws-qtd-resumo
                   compute ws-total-resumo = ws-total-resumo
                           + (pe-qtd(ws-ind-resumo)
                              * pe-preco(ws-ind-resumo))
               end-if
           end-perform
           move ws-qtd-resumo   to ws-disp-qtd
           move ws-total-resumo to ws-disp-total
           display pe-pizzaria(ws-ind-pendente) ": " ws-disp-qtd
                   " pedido(s) pendente(s), total " ws-disp-total
           .
       resumir-pendentes-pizzaria-exit.
           exit.

      *----------------------ordem de compra de uma pizzaria------------
      * um arquivo por ordem (PIZZAS.OCnnnnnnnn) com todos os pedidos
      * pendentes da pizzaria; cada item tambem vai para o PIZZAS.OCP
       emitir-ordem-pizzaria section.
           compute ws-numero-ordem = ws-ultimo-numero + 1
           move spaces to ws-arquivo-envio
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".OC" delimited by size
                  ws-numero-ordem delimited by size
                  into ws-arquivo-envio
           open output envio-file
           if ws-status-envio <> "00" and ws-status-envio <> "05"
               display "Erro ao gravar a ordem de compra "
                       function trim(ws-arquivo-envio) ": "
                       ws-status-envio
               move "S" to ws-falha-emissao
               go to emitir-ordem-pizzaria-exit
           end-if
           open extend ordem-file
           if ws-status-ordem <> "00" and ws-status-ordem <> "05"
               display "Erro ao gravar o registro das ordens: "
                       ws-status-ordem
               close envio-file
               move "S" to ws-falha-emissao
               go to emitir-ordem-pizzaria-exit
           end-if
           move ws-numero-ordem to ws-ultimo-numero
           add 1 to ws-qtd-ordens

           move spaces            to reg-envio
           move "H"               to env-tipo
           move ws-numero-ordem   to env-numero
           move ws-filial         to env-filial
           move ws-pizzaria-ordem to env-pizzaria
           move ws-data-numerica  to env-emissao
           write reg-envio

           move 0 to ws-linha-ordem
           move 0 to ws-total-ordem
           perform varying ws-ind-emissao from ws-ind-pendente by 1
                   until ws-ind-emissao > ws-total-pendentes
               if pe-pizzaria(ws-ind-emissao) = ws-pizzaria-ordem
                   and pe-emitido(ws-ind-emissao) = "N"
                   perform gravar-item-ordem
               end-if
           end-perform

           move spaces          to reg-envio
           move "T"             to env-tipo
           move ws-numero-ordem to env-numero
           move ws-linha-ordem  to env-qtd-itens
           move ws-total-ordem  to env-total
           write reg-envio
           close envio-file
           close ordem-file

           move ws-total-ordem to ws-disp-total
           display "Ordem " ws-numero-ordem " para " ws-pizzaria-ordem
                   " total " ws-disp-total " gravada em "
                   function trim(ws-arquivo-envio)
           .
       emitir-ordem-pizzaria-exit.
           exit.

      *----------------------item da ordem de compra--------------------
       gravar-item-ordem section.
           add 1 to ws-linha-ordem
           move "S" to pe-emitido(ws-ind-emissao)
           compute ws-total-ordem = ws-total-ordem
                   + (pe-qtd(ws-ind-emissao) * pe-preco(ws-ind-emissao))

           move spaces                   to reg-envio
           move "I"                      to env-tipo
           move ws-numero-ordem          to env-numero
           move ws-linha-ordem           to env-linha
           move pe-nome(ws-ind-emissao)  to env-nome
           move pe-qtd(ws-ind-emissao)   to env-qtd
           move pe-preco(ws-ind-emissao) to env-preco
           move pe-data(ws-ind-emissao)  to env-data-pedido
           write reg-envio

           move ws-numero-ordem             to ord-numero
           move ws-linha-ordem              to ord-linha
           move pe-posicao(ws-ind-emissao)  to ord-posicao
           move ws-pizzaria-ordem           to ord-pizzaria
           move pe-nome(ws-ind-emissao)     to ord-nome
           move pe-qtd(ws-ind-emissao)      to ord-qtd
           move pe-preco(ws-ind-emissao)    to ord-preco
           move pe-data(ws-ind-emissao)     to ord-data-pedido
           move ws-data-numerica            to ord-emissao
           write reg-ordem
           .
       gravar-item-ordem-exit.
           exit.

      *----------------------conferencia das confirmacoes---------------
      * grava em PIZZAS.CFO as confirmacoes de ordem ou linha
      * desconhecida, as ordens sem nenhuma linha confirmada depois do
      * prazo e, nas ordens ja respondidas, as linhas nao confirmadas
      * ou confirmadas com outra quantidade ou outro preco
       conferir-ordens section.
           move 0 to ws-qtd-ocorrencias
           move 0 to ws-qtd-ordens
           open output conferencia-file
           if ws-status-conferencia <> "00"
               and ws-status-conferencia <> "05"
               display "Erro ao gravar a conferencia das ordens: "
                       ws-status-conferencia
               move 12 to ws-codigo-retorno
               go to conferir-ordens-exit
           end-if

           compute ws-inteiro-hoje =
                   function integer-of-date(ws-data-numerica)
           move ws-dias-confirmacao to ws-disp-dias
           move spaces to linha-conferencia
           string "CONFERENCIA DE ORDENS DE COMPRA  Data: "
                      delimited by size
                  ws-data-edicao delimited by size
                  "  Prazo de confirmacao: " delimited by size
                  function trim(ws-disp-dias) delimited by size
                  " dia(s)" delimited by size
                  into linha-conferencia
           write linha-conferencia
           move spaces to linha-conferencia
           string "ORDEM - LIN - PIZZARIA - NOME - QTD - PRECO - "
                      delimited by size
                  "QTD CONF - PRECO CONF - OCORRENCIA"
                      delimited by size
                  into linha-conferencia
           write linha-conferencia

           perform carregar-ordens
           move "S" to ws-gravar-conferencia
           perform carregar-confirmacoes
           move "N" to ws-gravar-conferencia

           move 0 to ws-numero-ordem
           perform varying ws-ind-item from 1 by 1
                   until ws-ind-item > ws-total-itens-ordem
               if oi-numero(ws-ind-item) <> ws-numero-ordem
                   move oi-numero(ws-ind-item) to ws-numero-ordem
                   perform conferir-ordem
               end-if
           end-perform

           if ws-qtd-ocorrencias = 0
               move "Nenhuma ocorrencia nas ordens de compra"
                   to linha-conferencia
               write linha-conferencia
           end-if
           close conferencia-file
           display "Ordens conferidas: " ws-qtd-ordens
                   "  ocorrencias: " ws-qtd-ocorrencias
           .
       conferir-ordens-exit.
           exit.

      *----------------------conferencia de uma ordem-------------------
      * os itens de uma ordem sao gravados juntos no PIZZAS.OCP e
      * comecam em ws-ind-item
       conferir-ordem section.
           add 1 to ws-qtd-ordens
           move 0 to ws-qtd-confirmadas
           perform varying ws-ind-emissao from ws-ind-item by 1
                   until ws-ind-emissao > ws-total-itens-ordem
                   or oi-numero(ws-ind-emissao) <> ws-numero-ordem
               if oi-confirmada(ws-ind-emissao) = "S"
                   add 1 to ws-qtd-confirmadas
               end-if
           end-perform

           if ws-qtd-confirmadas > 0
               perform varying ws-ind-emissao from ws-ind-item by 1
                       until ws-ind-emissao > ws-total-itens-ordem
                       or oi-numero(ws-ind-emissao) <> ws-numero-ordem
                   perform conferir-item-ordem
               end-perform
               go to conferir-ordem-exit
           end-if

           compute ws-inteiro-emissao =
                   function integer-of-date(oi-emissao(ws-ind-item))
           compute ws-dias-sem-resposta =
                   ws-inteiro-hoje - ws-inteiro-emissao
           if ws-dias-sem-resposta <= ws-dias-confirmacao
               go to conferir-ordem-exit
           end-if
           move ws-numero-ordem          to ws-oco-numero
           move 0                        to ws-oco-linha
           move oi-pizzaria(ws-ind-item) to ws-oco-pizzaria
           move spaces                   to ws-oco-nome
           move 0                        to ws-oco-qtd
           move 0                        to ws-oco-preco
           move 0                        to ws-oco-qtd-conf
           move 0                        to ws-oco-preco-conf
           move ws-dias-sem-resposta     to ws-disp-dias
           move spaces to ws-oco-texto
           string "SEM CONFIRMACAO HA " delimited by size
                  function trim(ws-disp-dias) delimited by size
                  " DIA(S)" delimited by size
                  into ws-oco-texto
           perform gravar-ocorrencia
           .
       conferir-ordem-exit.
           exit.

      *----------------------conferencia de um item confirmado----------
       conferir-item-ordem section.
           move oi-numero(ws-ind-emissao)     to ws-oco-numero
           move oi-linha(ws-ind-emissao)      to ws-oco-linha
           move oi-pizzaria(ws-ind-emissao)   to ws-oco-pizzaria
           move oi-nome(ws-ind-emissao)       to ws-oco-nome
           move oi-qtd(ws-ind-emissao)        to ws-oco-qtd
           move oi-preco(ws-ind-emissao)      to ws-oco-preco
           move oi-qtd-conf(ws-ind-emissao)   to ws-oco-qtd-conf
           move oi-preco-conf(ws-ind-emissao) to ws-oco-preco-conf

           evaluate true
               when oi-confirmada(ws-ind-emissao) <> "S"
                   move "LINHA NAO CONFIRMADA" to ws-oco-texto
               when ws-oco-qtd-conf <> ws-oco-qtd
                   and ws-oco-preco-conf <> ws-oco-preco
                   move "QTD E PRECO CONFIRMADOS DIFERENTES"
                       to ws-oco-texto
               when ws-oco-qtd-conf <> ws-oco-qtd
                   move "QTD CONFIRMADA DIFERENTE" to ws-oco-texto
               when ws-oco-preco-conf <> ws-oco-preco
                   move "PRECO CONFIRMADO DIFERENTE" to ws-oco-texto
               when other
                   go to conferir-item-ordem-exit
           end-evaluate
           perform gravar-ocorrencia
           .
       conferir-item-ordem-exit.
           exit.

      *----------------------linha de ocorrencia das ordens-------------
       gravar-ocorrencia section.
           add 1 to ws-qtd-ocorrencias
           move ws-oco-qtd        to ws-disp-qtd
           move ws-oco-preco      to ws-disp-preco
           move ws-oco-qtd-conf   to ws-disp-qtd-conf
           move ws-oco-preco-conf to ws-disp-preco-conf
           move spaces to linha-conferencia
           string ws-oco-numero      delimited by size
                  " - " delimited by size
                  ws-oco-linha       delimited by size
                  " - " delimited by size
                  ws-oco-pizzaria    delimited by size
                  " - " delimited by size
                  ws-oco-nome        delimited by size
                  " - " delimited by size
                  ws-disp-qtd        delimited by size
                  " - " delimited by size
                  ws-disp-preco      delimited by size
                  " - " delimited by size
                  ws-disp-qtd-conf   delimited by size
                  " - " delimited by size
                  ws-disp-preco-conf delimited by size
                  " - " delimited by size
                  ws-oco-texto       delimited by size
                  into linha-conferencia
           write linha-conferencia
           .
       gravar-ocorrencia-exit.
           exit.

      *----------------------trava de execucao da filial---------------
      * um programa de gravacao por filial de cada vez: havendo trava
      * no PIZZAS.TRV a execucao e recusada, senao a trava e gravada
      * com operador, programa, data, hora e modo e retirada no fim.
      * trava de sessao que caiu so o supervisor libera ("ex_trava")
       obter-trava section.
           move spaces to reg-trava
           open input trava-file
           if ws-status-trava = "00"
               read trava-file
                   at end
                       move spaces to reg-trava
               end-read
           end-if
           close trava-file
           if reg-trava = spaces
               perform gravar-trava
               go to obter-trava-exit
           end-if

           move trv-dia to ws-trava-dia
           move trv-mes to ws-trava-mes
           move trv-ano to ws-trava-ano
           move trv-hh  to ws-trava-hh
           move trv-mm  to ws-trava-mm
           move trv-ss  to ws-trava-ss
           display "Filial [" ws-filial "] em uso por "
                   function trim(trv-operador) " no "
                   function trim(trv-programa) " ("
                   function trim(trv-modo) ") desde " ws-trava-exibe
           display "Execucao recusada. Se aquela sessao caiu, o "
                   "supervisor libera a trava pelo ex_trava"

      * na execucao sem operador a recusa fica no diario da filial,
      * acrescentada ao que a sessao dona da trava esta gravando
           if ws-lote-noturno = "S"
               perform registrar-recusa-trava
           end-if
           move 12 to ws-codigo-retorno
           perform finaliza
           .
       obter-trava-exit.
           exit.

      *----------------------gravacao da trava--------------------------
       gravar-trava section.
           accept ws-hora-sistema from time
           open output trava-file
      * sem a trava outra sessao poderia gravar a filial junto com
      * esta: a falha na gravacao vale como recusa
           if ws-status-trava <> "00" and ws-status-trava <> "05"
               display "Erro ao gravar a trava da filial: "
                       ws-status-trava
               display "Execucao recusada: sem a trava a filial nao "
                       "fica protegida"
               if ws-lote-noturno = "S"
                   perform registrar-erro-trava
               end-if
               move 12 to ws-codigo-retorno
               perform finaliza
           end-if
           move spaces           to reg-trava
           move ws-operador      to trv-operador
           move "ex_pedido" to trv-programa
           move ws-data-ano      to trv-ano
           move ws-data-mes      to trv-mes
           move ws-data-dia      to trv-dia
           move ws-hora-hh       to trv-hh
           move ws-hora-mm       to trv-mm
           move ws-hora-ss       to trv-ss
           move ws-modo-trava    to trv-modo
           write reg-trava
           close trava-file
           move "S" to ws-trava-obtida
           .
       gravar-trava-exit.
           exit.

      *----------------------recusa no diario da filial-----------------
       registrar-recusa-trava section.
           open extend log-file
           if ws-status-log <> "00" and ws-status-log <> "05"
               display "Erro ao gravar o log da execucao: "
                       ws-status-log
               go to registrar-recusa-trava-exit
           end-if
           move spaces to linha-log
           string function trim(ws-arquivo-trava) delimited by size
                  " - 0 registro(s) - RECUSADA, EM USO POR "
                      delimited by size
                  function trim(trv-operador) delimited by size
                  " " delimited by size
                  function trim(trv-programa) delimited by size
                  " DESDE " delimited by size
                  ws-trava-exibe delimited by size
                  into linha-log
           write linha-log
           close log-file
           .
       registrar-recusa-trava-exit.
           exit.

      *----------------------erro da trava no diario da filial---------
       registrar-erro-trava section.
           open extend log-file
           if ws-status-log <> "00" and ws-status-log <> "05"
               display "Erro ao gravar o log da execucao: "
                       ws-status-log
               go to registrar-erro-trava-exit
           end-if
           move spaces to linha-log
           string function trim(ws-arquivo-trava) delimited by size
                  " - 0 registro(s) - ERRO GRAVACAO " delimited by size
                  ws-status-trava delimited by size
                  into linha-log
           write linha-log
           close log-file
           .
       registrar-erro-trava-exit.
           exit.

      *----------------------retirada da trava--------------------------
      * so quem gravou a trava a retira
       liberar-trava section.
           if ws-trava-obtida <> "S"
               go to liberar-trava-exit
           end-if
           call "CBL_DELETE_FILE" using ws-arquivo-trava
               returning ws-status-delete
           move "N" to ws-trava-obtida
           .
       liberar-trava-exit.
           exit.

       finaliza section.
           if (ws-qtd-divergencias > 0 or ws-qtd-ocorrencias > 0)
               and ws-codigo-retorno < 4
               move 4 to ws-codigo-retorno
           end-if
           perform liberar-trava
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
