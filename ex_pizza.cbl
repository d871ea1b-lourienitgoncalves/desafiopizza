               organization  is line sequential
               file status   is ws-status-alerta.

           select optional alerta-hist-file
               assign using ws-arquivo-alerta-hist
               organization  is line sequential
               file status   is ws-status-alerta-hist.

           select optional sequencia-file
               assign using ws-arquivo-sequencia
               organization  is line sequential
               file status   is ws-status-sequencia.

           select rejeitados-file  assign using ws-arquivo-rejeitados
               organization  is line sequential
               file status   is ws-status-rejeitados.
               organization  is line sequential
               file status   is ws-status-condicoes.

           select optional trava-file  assign using ws-arquivo-trava
               organization  is line sequential
               file status   is ws-status-trava.

           select optional log-file  assign using ws-arquivo-log
               organization  is line sequential
               file status   is ws-status-log.

               organization  is line sequential
               file status   is ws-status-sugestao.

           select optional nota-file  assign using ws-arquivo-nota
               organization  is line sequential
               file status   is ws-status-nota.

      * o cadastro de sabores e um so para todas as filiais
           select optional sabor-file  assign to "PIZZAS.SAB"
               organization  is line sequential
               file status   is ws-status-sabor.

      * orcamento de compras de todas as filiais ("ex_orcamento") e
      * os pedidos ja feitos pela filial, para o aviso de estouro do
      * orcamento do mes no planejador de festa
           select optional orcamento-file  assign to "PIZZAS.ORC"
               organization  is line sequential
               file status   is ws-status-orcamento.

           select optional pedido-file  assign using ws-arquivo-pedido
               organization  is line sequential
               file status   is ws-status-pedido.

       i-o-control.

      *Declaração de variáveis
      * pizza redonda)
           05 ent-forma                            pic x(01).
           05 ent-dim2                             pic 9(03).
      * registros de controle do lote: cabecalho (@HDR) na primeira
      * linha com o sistema de origem, a sequencia do lote e a data do
      * movimento; rodape (@TRL) na ultima com a quantidade de
      * registros de pizza e a soma dos precos (preco em branco conta
      * zero). arquivos antigos vem sem os dois
       01  reg-controle-entrada.
           05 ctl-tipo                             pic x(04).
           05 ctl-dados                            pic x(39).
           05 ctl-cabecalho redefines ctl-dados.
              10 ctl-sistema                       pic x(10).
              10 ctl-sequencia                     pic 9(06).
              10 ctl-data                          pic 9(08).
              10 filler                            pic x(15).
           05 ctl-rodape redefines ctl-dados.
              10 ctl-qtd-registros                 pic 9(06).
              10 ctl-hash-precos                   pic 9(09)v99.
              10 filler                            pic x(22).

      * ultimo lote do PIZZAS.ENT aceito na filial
       fd  sequencia-file.
       01  reg-sequencia.
           05 seq-sequencia                        pic 9(06).
           05 seq-data-lote                        pic 9(08).
           05 seq-sistema                          pic x(10).
           05 seq-data-processo                    pic 9(08).

       fd  relatorio-file.
       01  linha-relatorio                         pic x(160).

       fd  csv-file.
       01  linha-csv                                pic x(140).

       fd  checkpoint-file.
       01  reg-checkpoint.
       fd  alerta-file.
       01  linha-alerta                             pic x(80).

      * historico dos alertas: cada linha do PIZZAS.ALR do dia com a
      * data na frente, acumulada execucao apos execucao
       fd  alerta-hist-file.
       01  linha-alerta-hist                        pic x(100).

       fd  rejeitados-file.
       01  linha-rejeitado                          pic x(80).

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

      * notas de sabor da equipe gravadas pelo "ex_nota", uma por linha
      * do PIZZAS.PED
       fd  nota-file.
       01  reg-nota.
           05 not-linha-pedido                     pic 9(06).
           05 not-nome                             pic x(15).
           05 not-pizzaria                         pic x(15).
           05 not-data-pedido                      pic 9(08).
           05 not-nota                             pic 9(01).
           05 not-avaliador                        pic x(08).
           05 not-data-avaliacao                   pic 9(08).

      * cadastro de sabores mantido pelo "ex_sabor": codigo, descricao
      * padrao e os nomes aceitos para o mesmo sabor
       fd  sabor-file.
       01  reg-sabor.
           05 sab-codigo                           pic x(06).
           05 sab-descricao                        pic x(15).
           05 sab-sinonimo  occurs 8 times         pic x(15).

       fd  orcamento-file.
       01  reg-orcamento.
           05 orc-anomes                           pic 9(06).
           05 orc-filial                           pic x(02).
           05 orc-pizzaria                         pic x(15).
           05 orc-valor                            pic 9(07)v99.

       fd  pedido-file.
       01  reg-pedido.
           05 ped-nome                             pic x(15).
           05 ped-pizzaria                         pic x(15).
           05 ped-qtd                              pic 9(04).
           05 ped-preco                            pic 9(03)v99.
           05 ped-data                             pic 9(08).

       sd  sort-file.
       01  reg-sort.
           05 sort-chave                           pic x(15).
       77  ws-salvar-catalogo                      pic x(01).
       77  ws-status-entrada                       pic x(02).
       77  ws-modo-batch                           pic x(01).
       77  ws-lote-noturno                         pic x(01).
       77  ws-linha-pagina                         pic 9(02) value 0.
       77  ws-linhas-por-pagina                    pic 9(02) value 20.
       77  ws-pagina                               pic 9(02) value 1.
       77  ws-disp-diferenca                       pic zz9,99.
       77  ws-disp-media-preco-cm2                 pic zz9,99.
       77  ws-disp-media-diferenca                 pic zz9,99.
       77  ws-linha-tela                           pic x(140).
       77  ws-campo-ordenacao                      pic x(01) value "4".
       77  ws-status-checkpoint                    pic x(02).
       77  ws-retomar-checkpoint                   pic x(01).
       77  ws-arquivo-checkpoint                   pic x(20).
       77  ws-arquivo-historico                    pic x(20).
       77  ws-arquivo-alerta                       pic x(20).
       77  ws-arquivo-alerta-hist                  pic x(20).
       77  ws-status-alerta-hist                   pic x(02).
       77  ws-alerta-hist-aberto                   pic x(01).
       77  ws-arquivo-rejeitados                   pic x(20).
       77  ws-arquivo-promocao                     pic x(20).
       77  ws-arquivo-auditoria                    pic x(20).
       77  ws-pizzaria-busca                       pic x(15).
       77  ws-status-rejeitados                    pic x(02).
       77  ws-motivo-rejeicao                      pic x(20).
       77  ws-status-sequencia                     pic x(02).
       77  ws-arquivo-sequencia                    pic x(20).
      * situacao dos registros de controle: N ausente, S valido,
      * X fora do formato
       77  ws-tem-cabecalho                        pic x(01) value "N".
       77  ws-tem-rodape                           pic x(01) value "N".
       77  ws-controle-fora-lugar                  pic x(01).
       77  ws-lote-sem-controle                    pic x(01).
       77  ws-tem-sequencia                        pic x(01).
       77  ws-ultima-sequencia                     pic 9(06).
       77  ws-lote-sistema                         pic x(10).
       77  ws-lote-sequencia                       pic 9(06).
       77  ws-lote-data                            pic 9(08).
       77  ws-rodape-qtd                           pic 9(06).
       77  ws-rodape-hash                          pic 9(09)v99.
       77  ws-conta-linhas                         pic 9(06).
       77  ws-conta-registros                      pic 9(06).
       77  ws-hash-precos                          pic 9(09)v99.
       77  ws-motivo-lote                          pic x(20).
       77  ws-disp-sequencia                       pic zzzzz9.
       77  ws-disp-conta                           pic zzzzz9.
       77  ws-disp-hash                            pic zzz.zzz.zz9,99.
       77  ws-status-promocao                      pic x(02).
       77  ws-total-promocoes                      pic 9(04) value 0.
       77  ws-max-promocoes                        pic 9(04) value 100.
       77  ws-status-log                           pic x(02).
       77  ws-arquivo-log                          pic x(20).
       77  ws-log-aberto                           pic x(01) value "N".
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
       77  ws-checkpoint-falhou                    pic x(01) value "N".
      * codigo de retorno graduado: 0 limpo, 4 alerta emitido ou
      * saida opcional falhou, 8 rejeitados no lote, 12 arquivo

       77  ws-total-anterior                       pic 9(04) value 0.

      * media das notas de sabor por pizza (nome + pizzaria)
       77  ws-total-medias                         pic 9(04) value 0.
       77  ws-max-medias                           pic 9(04) value 500.
       01  media-nota  occurs 1 to 500 times
                        depending on ws-total-medias.
           05 md-nome                              pic x(15).
           05 md-pizzaria                          pic x(15).
           05 md-soma                              pic 9(06).
           05 md-qtd                               pic 9(05).
       77  ws-status-nota                          pic x(02).
       77  ws-arquivo-nota                         pic x(20).
       77  ws-ind-media                            pic 9(04).
       77  ws-ind-avaliada                         pic 9(04).
       77  ws-ind-melhor-ajustado                  pic 9(04).
       77  ws-nota-media                           pic 9(01)v99.
       77  ws-cm2-ajustado                         pic 9(03)v99.
       77  ws-cm2-ajustado-melhor                  pic 9(03)v99.
       77  ws-nota-minima                          pic 9(01)v9.
       77  ws-disp-nota-media                      pic 9,99
               blank when zero.
       77  ws-disp-cm2-ajustado                    pic zz9,99.
       77  ws-disp-nota-minima                     pic 9,9.
       77  ws-abaixo-piso                          pic x(01).

      * cadastro de sabores e o sabor de cada linha da tabela, montado
      * na hora do relatorio por sabor (codigo em branco quando o nome
      * nao esta no cadastro; a descricao entao e o proprio nome)
       77  ws-total-sabores                        pic 9(04) value 0.
       77  ws-max-sabores                          pic 9(04) value 300.
       01  sabor  occurs 1 to 300 times
                   depending on ws-total-sabores.
           05 sb-codigo                            pic x(06).
           05 sb-descricao                         pic x(15).
           05 sb-sinonimo  occurs 8 times          pic x(15).
       01  sabor-da-pizza  occurs 500 times.
           05 sp-codigo                            pic x(06).
           05 sp-descricao                         pic x(15).
       77  ws-status-sabor                         pic x(02).
       77  ws-ind-sabor                            pic 9(04).
       77  ws-ind-sinonimo                         pic 9(02).
       77  ws-max-sinonimos                        pic 9(02) value 8.
       77  ws-nome-sabor                           pic x(15).
       77  ws-codigo-sabor                         pic x(06).
       77  ws-descricao-sabor                      pic x(15).

      * orcamento do mes da filial contra o realizado do PIZZAS.PED
      * mais a sugestao de festa em montagem; pedidos do mesmo dia na
      * mesma pizzaria pagam uma taxa de entrega so
       77  ws-status-orcamento                     pic x(02).
       77  ws-status-pedido                        pic x(02).
       77  ws-arquivo-pedido                       pic x(20).
       77  ws-anomes-corrente                      pic 9(06).
       77  ws-tem-orcamento                        pic x(01).
       77  ws-orcado-mes                           pic 9(09)v99.
       77  ws-realizado-mes                        pic 9(09)v99.
       77  ws-projetado-mes                        pic 9(09)v99.
       77  ws-estouro-mes                          pic 9(09)v99.
       77  ws-valor-pedido                         pic 9(07)v99.
       77  ws-disp-orcado-mes                      pic zzzzzzzz9,99.
       77  ws-disp-realizado-mes                   pic zzzzzzzz9,99.
       77  ws-disp-projetado-mes                   pic zzzzzzzz9,99.
       77  ws-disp-estouro-mes                     pic zzzzzzzz9,99.
       77  ws-total-entregas-mes                   pic 9(04) value 0.
       77  ws-max-entregas-mes                     pic 9(04) value 500.
       77  ws-ind-entrega-mes                      pic 9(04).
       01  entrega-mes  occurs 1 to 500 times
                         depending on ws-total-entregas-mes.
           05 em-pizzaria                          pic x(15).
           05 em-data                              pic 9(08).
           05 em-valor                             pic 9(07)v99.

      * a carga vem do catalogo indexado, que devolve os registros na
      * ordem da chave (nome + pizzaria); a tabela nasce ordenada e a
      * busca dos alertas pode ser binaria em vez de varredura
      * que uma execucao via arquivo de entrada nao fique bloqueada
      * esperando resposta a perguntas de tela
           accept ws-filial from environment "PIZZAS_FILIAL"
           accept ws-lote-noturno from environment "PIZZAS_LOTE"
           perform montar-nomes-arquivos
           perform verificar-arquivo-entrada
           if ws-modo-batch <> "S" and ws-lote-noturno <> "S"
               and ws-filial = spaces
               display "Codigo da filial (vazio = arquivos padrao)"
               accept ws-filial
               if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

      * uma execucao por filial de cada vez: com outra sessao (ou o
      * lote noturno) gravando os mesmos arquivos esta e recusada
      * antes de o diario da filial ser reaberto; o operador da
      * sessao interativa entra na trava quando for informado
           if ws-modo-batch = "S" or ws-lote-noturno = "S"
               move "LOTE"       to ws-operador
               move "LOTE"       to ws-modo-trava
           else
               move "ANONIMO"    to ws-operador
               move "INTERATIVO" to ws-modo-trava
           end-if
           perform obter-trava

      * o diario da execucao abre logo apos a escolha da filial, para
      * registrar as saidas e as falhas desde o comeco
           perform abrir-log-execucao

      * chamado pela janela noturna (PIZZAS_LOTE = "S") nao ha quem
      * responda ao modo interativo: sem arquivo de entrada a filial
      * fica sem o lote do dia e o passo falha para ser retomado
           if ws-lote-noturno = "S" and ws-modo-batch <> "S"
               display "Execucao noturna sem arquivo de entrada: "
                       function trim(ws-arquivo-entrada)
               move ws-arquivo-entrada to ws-log-arquivo
               move "AUSENTE" to ws-log-situacao
               perform falha-arquivo-obrigatorio
           end-if

      * promocoes vigentes mudam o preco efetivo desta execucao
           perform carregar-promocoes

      * entregue do relatorio e no planejador de festa
           perform carregar-condicoes

      * notas de sabor da equipe dao a media e o valor ajustado pela
      * qualidade no relatorio e o piso de nota do planejador
           perform carregar-notas

      * o cadastro de sabores traduz o nome livre da pizzaria para o
      * codigo do sabor: critica do lote e relatorio por sabor
           perform carregar-sabores

      * tres pessoas usam o programa na mesma maquina; a auditoria
      * das gravacoes do catalogo precisa saber quem foi
           move "LOTE" to ws-operador
               if ws-operador = spaces
                   move "ANONIMO" to ws-operador
               end-if
               perform gravar-trava
           end-if

           .
                      delimited by size
                  ".ALR" delimited by size
                  into ws-arquivo-alerta
           move spaces to ws-arquivo-alerta-hist
           string function trim(ws-prefixo-arquivos)
                      delimited by size
                  ".ALH" delimited by size
                  into ws-arquivo-alerta-hist
           move spaces to ws-arquivo-rejeitados
           string function trim(ws-prefixo-arquivos)
                      delimited by size
                      delimited by size
                  ".LOG" delimited by size
                  into ws-arquivo-log
           move spaces to ws-arquivo-sequencia
           string function trim(ws-prefixo-arquivos)
                      delimited by size
                  ".CTL" delimited by size
                  into ws-arquivo-sequencia
           move spaces to ws-arquivo-trava
           string function trim(ws-prefixo-arquivos)
                      delimited by size
                  ".TRV" delimited by size
                  into ws-arquivo-trava
           move spaces to ws-arquivo-nota
           string function trim(ws-prefixo-arquivos)
                      delimited by size
                  ".NOT" delimited by size
                  into ws-arquivo-nota
           move spaces to ws-arquivo-pedido
           string function trim(ws-prefixo-arquivos)
                      delimited by size
                  ".PED" delimited by size
                  into ws-arquivo-pedido
           .
       montar-nomes-arquivos-exit.
           exit.
       acumular-condicao-exit.
           exit.

      *----------------------carga das notas de sabor--------------------
      * PIZZAS.NOT traz uma nota de 1 a 5 por linha de pedido; aqui so
      * interessa a soma e a quantidade de notas de cada pizza
       carregar-notas section.
           move 0 to ws-total-medias
           open input nota-file
           if ws-status-nota = "00"
               perform until ws-status-nota = "10"
                   read nota-file
                       at end
                           move "10" to ws-status-nota
                       not at end
                           perform acumular-nota
                   end-read
               end-perform
               display "Pizzas com nota de sabor: " ws-total-medias
           end-if
           close nota-file
           .
       carregar-notas-exit.
           exit.

      *----------------------acumulacao de uma nota----------------------
       acumular-nota section.
           if not-nota not numeric or not-nota < 1 or not-nota > 5
               display "Nota fora do formato ignorada: " not-nome
               go to acumular-nota-exit
           end-if
           move 0 to ws-ind-media
           perform varying ws-ind-condicao from 1 by 1
                   until ws-ind-condicao > ws-total-medias
                   or ws-ind-media > 0
               if md-nome(ws-ind-condicao) = not-nome
                   and md-pizzaria(ws-ind-condicao) = not-pizzaria
                   move ws-ind-condicao to ws-ind-media
               end-if
           end-perform
           if ws-ind-media = 0
               if ws-total-medias >= ws-max-medias
                   display "Limite de pizzas com nota excedido, "
                           "ignorada: " not-nome
                   go to acumular-nota-exit
               end-if
               add 1 to ws-total-medias
               move ws-total-medias to ws-ind-media
               move not-nome     to md-nome(ws-ind-media)
               move not-pizzaria to md-pizzaria(ws-ind-media)
               move 0            to md-soma(ws-ind-media)
               move 0            to md-qtd(ws-ind-media)
           end-if
           add not-nota to md-soma(ws-ind-media)
           add 1        to md-qtd(ws-ind-media)
           .
       acumular-nota-exit.
           exit.

      *----------------------nota media e valor ajustado-----------------
      * para a pizza da linha ws-ind-avaliada da tabela devolve a media
      * das notas (zero quando ninguem avaliou) e o preco/cm2 efetivo
      * ajustado pela qualidade: nota 3 e neutra, cada ponto acima
      * barateia e cada ponto abaixo encarece (efetivo x 3 / media);
      * sem nota o ajustado fica igual ao efetivo
       buscar-nota-pizza section.
           move 0 to ws-nota-media
           move preco_cm2_efetivo(ws-ind-avaliada) to ws-cm2-ajustado
           perform varying ws-ind-media from 1 by 1
                   until ws-ind-media > ws-total-medias
               if md-nome(ws-ind-media) = nome(ws-ind-avaliada)
                   and md-pizzaria(ws-ind-media)
                       = pizzaria(ws-ind-avaliada)
                   compute ws-nota-media rounded =
                           md-soma(ws-ind-media) / md-qtd(ws-ind-media)
                   move ws-total-medias to ws-ind-media
               end-if
           end-perform
           if ws-nota-media > 0
               compute ws-cm2-ajustado rounded =
                       preco_cm2_efetivo(ws-ind-avaliada) * 3
                       / ws-nota-media
                   on size error
                       move 999,99 to ws-cm2-ajustado
               end-compute
           end-if
           .
       buscar-nota-pizza-exit.
           exit.

      *----------------------carga do cadastro de sabores---------------
       carregar-sabores section.
           move 0 to ws-total-sabores
           open input sabor-file
           if ws-status-sabor = "00"
               perform until ws-status-sabor = "10"
                   read sabor-file
                       at end
                           move "10" to ws-status-sabor
                       not at end
                           perform acumular-sabor
                   end-read
               end-perform
               display "Sabores cadastrados: " ws-total-sabores
           end-if
           close sabor-file
           .
       carregar-sabores-exit.
           exit.

      *----------------------acumulacao de um sabor---------------------
       acumular-sabor section.
           if sab-codigo = spaces or sab-descricao = spaces
               display "Sabor fora do formato ignorado: " sab-codigo
               go to acumular-sabor-exit
           end-if
           if ws-total-sabores >= ws-max-sabores
               display "Limite de sabores excedido, ignorado: "
                       sab-codigo
               go to acumular-sabor-exit
           end-if
           add 1 to ws-total-sabores
           move sab-codigo    to sb-codigo(ws-total-sabores)
           move sab-descricao to sb-descricao(ws-total-sabores)
           perform varying ws-ind-sinonimo from 1 by 1
                   until ws-ind-sinonimo > ws-max-sinonimos
               move sab-sinonimo(ws-ind-sinonimo)
                    to sb-sinonimo(ws-total-sabores, ws-ind-sinonimo)
           end-perform
           .
       acumular-sabor-exit.
           exit.

      *----------------------sabor de um nome---------------------------
      * procura ws-nome-sabor (em maiusculas) na descricao padrao e nos
      * sinonimos; devolve o codigo e a descricao padrao, ou codigo em
      * branco e o proprio nome quando o nome nao esta no cadastro
       buscar-codigo-sabor section.
           move function upper-case(ws-nome-sabor) to ws-nome-sabor
           move spaces        to ws-codigo-sabor
           move ws-nome-sabor to ws-descricao-sabor
           perform varying ws-ind-sabor from 1 by 1
                   until ws-ind-sabor > ws-total-sabores
                   or ws-codigo-sabor <> spaces
               if sb-descricao(ws-ind-sabor) = ws-nome-sabor
                   move sb-codigo(ws-ind-sabor) to ws-codigo-sabor
               end-if
               perform varying ws-ind-sinonimo from 1 by 1
                       until ws-ind-sinonimo > ws-max-sinonimos
                       or ws-codigo-sabor <> spaces
                   if sb-sinonimo(ws-ind-sabor, ws-ind-sinonimo)
                           = ws-nome-sabor
                       move sb-codigo(ws-ind-sabor) to ws-codigo-sabor
                   end-if
               end-perform
               if ws-codigo-sabor <> spaces
                   move sb-descricao(ws-ind-sabor)
                        to ws-descricao-sabor
               end-if
           end-perform
           .
       buscar-codigo-sabor-exit.
           exit.

      *----------------------condicoes de uma pizzaria-------------------
      * devolve taxa, minimo e faixa de gratis da pizzaria pedida em
      * ws-pizzaria-cond; sem cadastro tudo fica zerado
      * controle) seria jogado fora no fim da execucao
           if ws-modo-batch = "S"
               perform salvar-catalogo
               perform gravar-sequencia-lote
           else
               display "Deseja salvar o catalogo atual em disco? (S/N)"
               accept ws-salvar-catalogo

      *----------------------entrada em lote via arquivo---------------
       processamento-batch section.
      * cabecalho e rodape conferidos antes de aplicar qualquer
      * registro: lote cortado, repetido ou fora de sequencia volta
      * inteiro, sem tocar no catalogo
           perform validar-controle-entrada
           if ws-motivo-lote <> spaces
               perform rejeitar-lote-inteiro
           end-if

           open input entrada-file
           open output rejeitados-file
           if ws-status-rejeitados <> "00"
                   at end
                       move "10" to ws-status-entrada
                   not at end
                       if ctl-tipo <> "@HDR" and ctl-tipo <> "@TRL"
                           add 1 to ws-qtd-lidos
                           perform tratar-registro-entrada
                       end-if
               end-read
           end-perform
           close entrada-file
       processamento-batch-exit.
           exit.

      *----------------------conferencia do controle do lote------------
      * primeira passada pelo PIZZAS.ENT so para conferir: cabecalho
      * na primeira linha, rodape na ultima, quantidade e soma dos
      * precos iguais as do rodape e sequencia seguinte a do ultimo
      * lote aceito na filial (PIZZAS.CTL; sem historico vale qualquer
      * sequencia). lote sem cabecalho e rodape so passa com a
      * liberacao do supervisor (PIZZAS_LOTE_SEM_CONTROLE = "S").
      * deixa ws-motivo-lote em branco quando o lote pode ser aplicado
       validar-controle-entrada section.
           move spaces to ws-motivo-lote
           move "N" to ws-tem-cabecalho
           move "N" to ws-tem-rodape
           move "N" to ws-controle-fora-lugar
           move 0   to ws-conta-linhas
           move 0   to ws-conta-registros
           move 0   to ws-hash-precos
           open input entrada-file
           perform until ws-status-entrada = "10"
               read entrada-file
                   at end
                       move "10" to ws-status-entrada
                   not at end
                       perform conferir-linha-entrada
               end-read
           end-perform
           close entrada-file
           perform carregar-sequencia-lote

           move ws-conta-registros to ws-disp-conta
           move ws-hash-precos     to ws-disp-hash
           display "Lote: " ws-disp-conta " registro(s), soma dos "
                   "precos " ws-disp-hash

           evaluate true
               when ws-controle-fora-lugar = "S"
                   move "CONTROLE FORA LUGAR" to ws-motivo-lote
               when ws-tem-cabecalho = "N" and ws-tem-rodape = "N"
                   perform liberar-lote-sem-controle
               when ws-tem-cabecalho = "N" or ws-tem-rodape = "N"
                   move "CONTROLE INCOMPLETO" to ws-motivo-lote
               when ws-tem-cabecalho = "X"
                   move "CABECALHO INVALIDO" to ws-motivo-lote
               when ws-tem-rodape = "X"
                   move "RODAPE INVALIDO" to ws-motivo-lote
               when ws-rodape-qtd <> ws-conta-registros
                   move "QTD NAO CONFERE" to ws-motivo-lote
               when ws-rodape-hash <> ws-hash-precos
                   move "HASH NAO CONFERE" to ws-motivo-lote
               when ws-tem-sequencia = "S"
                   and ws-lote-sequencia <= ws-ultima-sequencia
                   move "LOTE JA PROCESSADO" to ws-motivo-lote
               when ws-tem-sequencia = "S"
                   and ws-lote-sequencia > ws-ultima-sequencia + 1
                   move "SEQUENCIA PULADA" to ws-motivo-lote
           end-evaluate

           if ws-motivo-lote <> spaces
               go to validar-controle-entrada-exit
           end-if
           if ws-tem-cabecalho = "S"
               move ws-lote-sequencia to ws-disp-sequencia
               display "Lote " ws-lote-sistema " sequencia "
                       ws-disp-sequencia " movimento " ws-lote-data
                       " conferido"
               move ws-arquivo-entrada to ws-log-arquivo
               move ws-conta-registros to ws-log-registros
               move spaces to ws-log-situacao
               string "LOTE " delimited by size
                      ws-lote-sequencia delimited by size
                      " CONFERE" delimited by size
                      into ws-log-situacao
               perform registrar-log
           end-if
           .
       validar-controle-entrada-exit.
           exit.

      *----------------------uma linha na conferencia do lote-----------
       conferir-linha-entrada section.
           add 1 to ws-conta-linhas
           if ws-tem-rodape <> "N"
               move "S" to ws-controle-fora-lugar
           end-if
           evaluate ctl-tipo
               when "@HDR"
                   if ws-conta-linhas > 1
                       move "S" to ws-controle-fora-lugar
                   end-if
                   if ctl-sequencia numeric and ctl-data numeric
                       move "S" to ws-tem-cabecalho
                       move ctl-sistema   to ws-lote-sistema
                       move ctl-sequencia to ws-lote-sequencia
                       move ctl-data      to ws-lote-data
                   else
                       move "X" to ws-tem-cabecalho
                   end-if
               when "@TRL"
                   if ctl-qtd-registros numeric
                       and ctl-hash-precos numeric
                       move "S" to ws-tem-rodape
                       move ctl-qtd-registros to ws-rodape-qtd
                       move ctl-hash-precos   to ws-rodape-hash
                   else
                       move "X" to ws-tem-rodape
                   end-if
               when other
                   add 1 to ws-conta-registros
                   if ent-preco numeric
                       add ent-preco to ws-hash-precos
                   end-if
           end-evaluate
           .
       conferir-linha-entrada-exit.
           exit.

      *----------------------lote antigo sem controle-------------------
       liberar-lote-sem-controle section.
           accept ws-lote-sem-controle
               from environment "PIZZAS_LOTE_SEM_CONTROLE"
           if ws-lote-sem-controle <> "S"
               move "SEM CABECALHO/RODAPE" to ws-motivo-lote
               go to liberar-lote-sem-controle-exit
           end-if
           display "Lote sem cabecalho e rodape aceito por liberacao "
                   "do supervisor"
           move ws-arquivo-entrada   to ws-log-arquivo
           move ws-conta-registros   to ws-log-registros
           move "LIBERADO S/CONTROLE" to ws-log-situacao
           perform registrar-log
           .
       liberar-lote-sem-controle-exit.
           exit.

      *----------------------ultimo lote aceito na filial--------------
       carregar-sequencia-lote section.
           move "N" to ws-tem-sequencia
           move 0   to ws-ultima-sequencia
           open input sequencia-file
           if ws-status-sequencia = "00"
               read sequencia-file
                   at end
                       continue
                   not at end
                       if seq-sequencia numeric
                           move "S" to ws-tem-sequencia
                           move seq-sequencia to ws-ultima-sequencia
                       end-if
               end-read
           end-if
           close sequencia-file
           .
       carregar-sequencia-lote-exit.
           exit.

      *----------------------gravacao do ultimo lote aceito------------
      * so depois do catalogo salvo: lote que parou no meio pode ser
      * reprocessado com a mesma sequencia
       gravar-sequencia-lote section.
           if ws-tem-cabecalho <> "S"
               go to gravar-sequencia-lote-exit
           end-if
           open output sequencia-file
           if ws-status-sequencia <> "00"
               and ws-status-sequencia <> "05"
               display "Erro ao gravar o controle de lotes: "
                       ws-status-sequencia
               move ws-arquivo-sequencia to ws-log-arquivo
               move spaces to ws-log-situacao
               string "ERRO ABERTURA " delimited by size
                      ws-status-sequencia delimited by size
                      into ws-log-situacao
               perform falha-arquivo-obrigatorio
           end-if
           move ws-lote-sequencia to seq-sequencia
           move ws-lote-data      to seq-data-lote
           move ws-lote-sistema   to seq-sistema
           move ws-data-numerica  to seq-data-processo
           write reg-sequencia
           close sequencia-file
           move ws-arquivo-sequencia to ws-log-arquivo
           move 1                    to ws-log-registros
           move "GRAVADO"            to ws-log-situacao
           perform registrar-log
           .
       gravar-sequencia-lote-exit.
           exit.

      *----------------------rejeicao do lote inteiro-------------------
      * nada do lote e aplicado: todas as linhas vao para o PIZZAS.REJ
      * com o motivo, o diario registra a recusa e a execucao para com
      * codigo 12 para a janela noturna retomar depois de corrigido
       rejeitar-lote-inteiro section.
           display "Lote rejeitado inteiro: " ws-motivo-lote
           if ws-tem-cabecalho = "S"
               move ws-lote-sequencia   to ws-disp-sequencia
               display "Sequencia do lote " ws-disp-sequencia
               if ws-tem-sequencia = "S"
                   move ws-ultima-sequencia to ws-disp-sequencia
                   display "Ultima sequencia aceita " ws-disp-sequencia
               end-if
           end-if
           if ws-tem-rodape = "S"
               move ws-rodape-qtd  to ws-disp-conta
               move ws-rodape-hash to ws-disp-hash
               display "Rodape: " ws-disp-conta " registro(s), soma "
                       "dos precos " ws-disp-hash
           end-if

           open input entrada-file
           open output rejeitados-file
           if ws-status-rejeitados <> "00"
               and ws-status-rejeitados <> "05"
               display "Erro ao abrir arquivo de rejeitados: "
                       ws-status-rejeitados
               move ws-arquivo-rejeitados to ws-log-arquivo
               move spaces to ws-log-situacao
               string "ERRO ABERTURA " delimited by size
                      ws-status-rejeitados delimited by size
                      into ws-log-situacao
               perform falha-arquivo-obrigatorio
           end-if
           perform until ws-status-entrada = "10"
               read entrada-file
                   at end
                       move "10" to ws-status-entrada
                   not at end
                       move spaces to linha-rejeitado
                       string reg-entrada     delimited by size
                              " - " delimited by size
                              ws-motivo-lote  delimited by size
                              into linha-rejeitado
                       write linha-rejeitado
               end-read
           end-perform
           close entrada-file
           close rejeitados-file

           move ws-arquivo-entrada to ws-log-arquivo
           move ws-conta-linhas    to ws-log-registros
           move ws-motivo-lote     to ws-log-situacao
           perform registrar-log
           move 12 to ws-codigo-retorno
           perform encerrar-execucao
           .
       rejeitar-lote-inteiro-exit.
           exit.

      *----------------------tratamento de um registro do lote----------
      * o lote e um delta contra o catalogo carregado: I (ou branco)
      * inclui, A substitui diametro e preco da pizza existente, E
               go to incluir-registro-entrada-exit
           end-if

           perform validar-sabor-entrada
           if ws-motivo-rejeicao <> spaces
               perform rejeitar-registro
               go to incluir-registro-entrada-exit
           end-if

           perform localizar-pizza-entrada
           if ws-ind-achado > 0
               move "JA CADASTRADA" to ws-motivo-rejeicao
               go to alterar-registro-entrada-exit
           end-if

           perform validar-sabor-entrada
           if ws-motivo-rejeicao <> spaces
               perform rejeitar-registro
               go to alterar-registro-entrada-exit
           end-if

           perform localizar-pizza-entrada
           if ws-ind-achado = 0
               move "ALTERACAO SEM ALVO" to ws-motivo-rejeicao
       validar-forma-entrada-exit.
           exit.

      *----------------------sabor do nome vindo do lote----------------
      * inclusao e alteracao so passam com nome conhecido no cadastro
      * de sabores; a exclusao nao e criticada, para o catalogo poder
      * se livrar dos nomes antigos; sem cadastro nenhum (instalacao
      * que ainda nao montou o PIZZAS.SAB) o nome passa como antes
       validar-sabor-entrada section.
           move spaces to ws-motivo-rejeicao
           if ws-total-sabores = 0
               go to validar-sabor-entrada-exit
           end-if
           move ent-nome to ws-nome-sabor
           perform buscar-codigo-sabor
           if ws-codigo-sabor = spaces
               move "SABOR DESCONHECIDO" to ws-motivo-rejeicao
           end-if
           .
       validar-sabor-entrada-exit.
           exit.

      *----------------------forma do lote para a tabela-----------------
       mover-forma-entrada section.
           if ent-forma = space
           exit.

      *----------------------estatisticas do catalogo-------------------
      * alem do menor preco/cm2 efetivo acha o menor valor ajustado
      * pela nota de sabor, que pode cair em outra pizza
       calculo-estatisticas section.
           move 1 to ws-ind-melhor
           move 0 to ws-ind-melhor-ajustado
           move 0 to ws-soma-preco-cm2
           move 0 to ws-soma-diferenca
           perform varying ind from 1 by 1 until ind > ws-total-pizzas
                       < preco_cm2_efetivo(ws-ind-melhor)
                   move ind to ws-ind-melhor
               end-if
               move ind to ws-ind-avaliada
               perform buscar-nota-pizza
               if ws-ind-melhor-ajustado = 0
                   or ws-cm2-ajustado < ws-cm2-ajustado-melhor
                   move ind to ws-ind-melhor-ajustado
                   move ws-cm2-ajustado to ws-cm2-ajustado-melhor
               end-if
               add preco_cm2(ind)     to ws-soma-preco-cm2
               add diferenca_rel(ind) to ws-soma-diferenca
           end-perform
               move preco_cm2_efetivo(ind)
                                       to ws-disp-cm2-efetivo
               move custo_entregue(ind) to ws-disp-entregue
               move ind to ws-ind-avaliada
               perform buscar-nota-pizza
               move ws-nota-media      to ws-disp-nota-media
               move ws-cm2-ajustado    to ws-disp-cm2-ajustado
               move spaces to ws-linha-tela
               string nome(ind)         delimited by size
                      " - " delimited by size
                      ws-disp-cm2-efetivo delimited by size
                      " - " delimited by size
                      ws-disp-entregue  delimited by size
                      " - " delimited by size
                      ws-disp-nota-media delimited by size
                      " - " delimited by size
                      ws-disp-cm2-ajustado delimited by size
                      into ws-linha-tela

               if ind = ws-ind-melhor
           move ws-media-diferenca to ws-disp-media-diferenca
           display "Media preco/cm2..: " ws-disp-media-preco-cm2
           display "Media diferenca..: " ws-disp-media-diferenca "%"
           if ws-ind-melhor-ajustado > 0
               move ws-cm2-ajustado-melhor to ws-disp-cm2-ajustado
               display "Melhor ajustado pela nota: "
                       nome(ws-ind-melhor-ajustado) " - "
                       pizzaria(ws-ind-melhor-ajustado) " - "
                       ws-disp-cm2-ajustado
           end-if
             .
       imprimi-exit.
           exit
                   move preco_cm2_efetivo(ind)
                                           to ws-disp-cm2-efetivo
                   move custo_entregue(ind) to ws-disp-entregue
                   move ind to ws-ind-avaliada
                   perform buscar-nota-pizza
                   move ws-nota-media      to ws-disp-nota-media
                   move ws-cm2-ajustado    to ws-disp-cm2-ajustado

                   move spaces to linha-relatorio
                   if ind = ws-ind-melhor
                              " - " delimited by size
                              ws-disp-entregue
                                  delimited by size
                              " - " delimited by size
                              ws-disp-nota-media
                                  delimited by size
                              " - " delimited by size
                              ws-disp-cm2-ajustado
                                  delimited by size
                              " *** MELHOR CUSTO-BENEFICIO ***"
                                  delimited by size
                              into linha-relatorio
                              " - " delimited by size
                              ws-disp-entregue
                                  delimited by size
                              " - " delimited by size
                              ws-disp-nota-media
                                  delimited by size
                              " - " delimited by size
                              ws-disp-cm2-ajustado
                                  delimited by size
                              into linha-relatorio
                   end-if
                   write linha-relatorio
                      "%" delimited by size
                      into linha-relatorio
               write linha-relatorio
               if ws-ind-melhor-ajustado > 0
                   move ws-cm2-ajustado-melhor to ws-disp-cm2-ajustado
                   move spaces to linha-relatorio
                   string "Melhor ajustado pela nota: "
                              delimited by size
                          nome(ws-ind-melhor-ajustado)
                              delimited by size
                          " - " delimited by size
                          pizzaria(ws-ind-melhor-ajustado)
                              delimited by size
                          " - " delimited by size
                          ws-disp-cm2-ajustado delimited by size
                          into linha-relatorio
                   write linha-relatorio
               end-if

               perform relatorio-melhor-por-sabor
               perform relatorio-media-por-pizzaria
                  ws-disp-qtd-excluidos   delimited by size
                  into linha-relatorio
           write linha-relatorio

           if ws-modo-batch <> "S"
               go to escrever-totais-controle-exit
           end-if
           move spaces to linha-relatorio
           if ws-tem-cabecalho = "S"
               move ws-lote-sequencia to ws-disp-sequencia
               move ws-rodape-hash    to ws-disp-hash
               string "          LOTE " delimited by size
                      ws-lote-sistema         delimited by size
                      " SEQUENCIA " delimited by size
                      ws-disp-sequencia       delimited by size
                      "  MOVIMENTO " delimited by size
                      ws-lote-data            delimited by size
                      "  HASH " delimited by size
                      ws-disp-hash            delimited by size
                      into linha-relatorio
           else
               string "          LOTE SEM CABECALHO E RODAPE, "
                          delimited by size
                      "LIBERADO PELO SUPERVISOR" delimited by size
                      into linha-relatorio
           end-if
           write linha-relatorio
           .
       escrever-totais-controle-exit.
           exit.

      *----------------------melhor pizzaria por sabor------------------
      * agrupa a tabela pelo sabor e mostra qual pizzaria vende
      * aquele mesmo sabor com o menor preco/cm2 - e a comparacao que
      * motiva o programa quando tres pizzarias vendem a mesma pizza;
      * o sabor e o codigo do cadastro de sabores, de modo que
      * "CALABRESA" de uma e "CALABREZA" de outra caem no mesmo
      * grupo; nome fora do cadastro agrupa pelo proprio nome
       relatorio-melhor-por-sabor section.
           move spaces to linha-relatorio
           write linha-relatorio
           move "MELHOR PIZZARIA POR SABOR (MENOR PRECO/CM2)"
               to linha-relatorio
           write linha-relatorio
           move "CODIGO - SABOR - PIZZARIA - PRECO/CM2 - OFERTAS"
               to linha-relatorio
           write linha-relatorio

           perform varying ind from 1 by 1
                   until ind > ws-total-pizzas
               move nome(ind) to ws-nome-sabor
               perform buscar-codigo-sabor
               move ws-codigo-sabor    to sp-codigo(ind)
               move ws-descricao-sabor to sp-descricao(ind)
           end-perform

           perform varying ind from 1 by 1
                   until ind > ws-total-pizzas
           perform varying ws-ind-compara from 1 by 1
                   until ws-ind-compara >= ind
                   or ws-ja-visto = "S"
               if sp-codigo(ws-ind-compara) = sp-codigo(ind)
                   and sp-descricao(ws-ind-compara) = sp-descricao(ind)
                   move "S" to ws-ja-visto
               end-if
           end-perform
           move 0   to ws-qtd-grupo
           perform varying ws-ind-compara from ind by 1
                   until ws-ind-compara > ws-total-pizzas
               if sp-codigo(ws-ind-compara) = sp-codigo(ind)
                   and sp-descricao(ws-ind-compara) = sp-descricao(ind)
                   add 1 to ws-qtd-grupo
                   if preco_cm2(ws-ind-compara)
                           < preco_cm2(ws-ind-grupo)
           move preco_cm2(ws-ind-grupo) to ws-disp-preco-cm2
           move ws-qtd-grupo            to ws-disp-qtd-grupo
           move spaces to linha-relatorio
           if sp-codigo(ind) = spaces
               move "------" to ws-codigo-sabor
           else
               move sp-codigo(ind) to ws-codigo-sabor
           end-if
           string ws-codigo-sabor          delimited by size
                  " - " delimited by size
                  sp-descricao(ind)        delimited by size
                  " - " delimited by size
                  pizzaria(ws-ind-grupo)   delimited by size
                  " - " delimited by size
           string "NOME - PIZZARIA - FORMA - DIMENSOES - PRECO - "
                      delimited by size
                  "PRECO_CM2 - DIFERENCA_REL - " delimited by size
                  "PRECO_EF - PRECO_CM2_EF - ENTREGUE - "
                      delimited by size
                  "NOTA - CM2_AJUSTADO" delimited by size
                  into linha-relatorio
           write linha-relatorio
           .
                   to linha-alerta
               write linha-alerta

               move "N" to ws-alerta-hist-aberto
               open extend alerta-hist-file
               if ws-status-alerta-hist <> "00"
                   and ws-status-alerta-hist <> "05"
                   display "Erro ao gravar o historico de alertas: "
                           ws-status-alerta-hist
                   move ws-arquivo-alerta-hist to ws-log-arquivo
                   move spaces to ws-log-situacao
                   string "ERRO ABERTURA " delimited by size
                          ws-status-alerta-hist delimited by size
                          into ws-log-situacao
                   perform falha-arquivo-opcional
               else
                   move "S" to ws-alerta-hist-aberto
               end-if

               perform varying ind from 1 by 1
                       until ind > ws-total-pizzas
                   perform comparar-pizza-anterior
               end-perform

               if ws-alerta-hist-aberto = "S"
                   close alerta-hist-file
                   move ws-arquivo-alerta-hist to ws-log-arquivo
                   move ws-total-alertas       to ws-log-registros
                   move "ACRESCENTADO"         to ws-log-situacao
                   perform registrar-log
               end-if

               if ws-total-alertas = 0
                   move "Nenhuma alta acima do limite" to linha-alerta
                   write linha-alerta
                          "%" delimited by size
                          into linha-alerta
                   write linha-alerta
                   if ws-alerta-hist-aberto = "S"
                       move spaces to linha-alerta-hist
                       string ws-data-edicao delimited by size
                              " - " delimited by size
                              linha-alerta delimited by size
                              into linha-alerta-hist
                       write linha-alerta-hist
                   end-if
               end-if
           end-if
           .
               move 400 to ws-cm2-pessoa
           end-if

           display "Nota media minima de sabor, 1 a 5 (0 = sem piso)? "
           accept ws-nota-minima
           if ws-nota-minima > 5
               display "Nota minima invalida, planejando sem piso"
               move 0 to ws-nota-minima
           end-if

           compute ws-area-requerida = ws-qtd-pessoas * ws-cm2-pessoa
           move ws-area-requerida to ws-restante-area
           move ws-orcamento      to ws-restante-orcamento
           end-perform

           perform escrever-resumo-pedido
           perform verificar-orcamento-mes
           close sugestao-file
           display "Sugestao de pedido gravada em "
                   function trim(ws-arquivo-sugestao)
                  into linha-sugestao
           write linha-sugestao
           add 1 to ws-qtd-linhas-sugestao

           if ws-nota-minima > 0
               move ws-nota-minima to ws-disp-nota-minima
               move spaces to linha-sugestao
               string "Nota minima de sabor: " delimited by size
                      ws-disp-nota-minima      delimited by size
                      " (pizzas ainda sem nota entram)"
                          delimited by size
                      into linha-sugestao
               write linha-sugestao
               add 1 to ws-qtd-linhas-sugestao
           end-if
           .
       escrever-parametros-pedido-exit.
           exit.
      * menor preco/cm2 efetivo entre as ainda nao usadas que cabem
      * no orcamento restante; pizzaria ainda nao usada no pedido
      * carrega a taxa de entrega no custo do candidato e precisa ter
      * o pedido minimo alcancavel dentro do orcamento; pizza com
      * media de sabor abaixo do piso pedido fica de fora
       escolher-pizza-barata section.
           move 0 to ws-ind-barata
           perform varying ws-ind-compara from 1 by 1
               if ws-usado(ws-ind-compara) = "N"
                   and preco_efetivo(ws-ind-compara) > 0
                   and diametro(ws-ind-compara) > 0
                   perform verificar-piso-nota
                   if ws-abaixo-piso = "N"
                       perform calcular-custo-candidato
                       if ws-custo-candidato <= ws-restante-orcamento
                           if ws-ind-barata = 0
                               or preco_cm2_efetivo(ws-ind-compara)
                                  < preco_cm2_efetivo(ws-ind-barata)
                               move ws-ind-compara to ws-ind-barata
                           end-if
                       end-if
                   end-if
               end-if
       escolher-pizza-barata-exit.
           exit.

      *----------------------piso de nota do planejador------------------
      * pizza sem nota nenhuma nao esta abaixo do piso: so a media das
      * notas ja dadas pode tirar uma pizza da sugestao
       verificar-piso-nota section.
           move "N" to ws-abaixo-piso
           if ws-nota-minima = 0
               go to verificar-piso-nota-exit
           end-if
           move ws-ind-compara to ws-ind-avaliada
           perform buscar-nota-pizza
           if ws-nota-media > 0 and ws-nota-media < ws-nota-minima
               move "S" to ws-abaixo-piso
           end-if
           .
       verificar-piso-nota-exit.
           exit.

      *----------------------custo do candidato--------------------------
      * a primeira compra numa pizzaria nova paga a taxa de entrega
      * junto com a pizza, e so vale a pena entrar nessa pizzaria se o
       escrever-resumo-pedido-exit.
           exit.

      *----------------------orcamento do mes da filial-----------------
      * soma o orcamento do mes corrente da filial (todas as
      * pizzarias) e o que a filial ja pediu no mes; quando o
      * realizado mais o total desta sugestao passa do orcado, o
      * planejador avisa na tela e no PIZZAS.SUG. sem orcamento
      * cadastrado para o mes nao ha aviso
       verificar-orcamento-mes section.
           compute ws-anomes-corrente = ws-data-ano * 100 + ws-data-mes
           move "N" to ws-tem-orcamento
           move 0 to ws-orcado-mes
           open input orcamento-file
           if ws-status-orcamento = "00"
               perform until ws-status-orcamento = "10"
                   read orcamento-file
                       at end
                           move "10" to ws-status-orcamento
                       not at end
                           if orc-anomes = ws-anomes-corrente
                               and orc-filial = ws-filial
                               and orc-valor numeric
                               move "S" to ws-tem-orcamento
                               add orc-valor to ws-orcado-mes
                           end-if
                   end-read
               end-perform
           end-if
           close orcamento-file
           if ws-tem-orcamento <> "S"
               go to verificar-orcamento-mes-exit
           end-if

           perform apurar-realizado-mes
           compute ws-projetado-mes = ws-realizado-mes + ws-custo-total

           move ws-orcado-mes    to ws-disp-orcado-mes
           move ws-realizado-mes to ws-disp-realizado-mes
           move ws-projetado-mes to ws-disp-projetado-mes
           move spaces to linha-sugestao
           string "Orcamento do mes: "   delimited by size
                  ws-disp-orcado-mes     delimited by size
                  "  Realizado: "        delimited by size
                  ws-disp-realizado-mes  delimited by size
                  "  Com o pedido: "     delimited by size
                  ws-disp-projetado-mes  delimited by size
                  into linha-sugestao
           write linha-sugestao
           add 1 to ws-qtd-linhas-sugestao

           if ws-projetado-mes > ws-orcado-mes
               compute ws-estouro-mes = ws-projetado-mes - ws-orcado-mes
               move ws-estouro-mes to ws-disp-estouro-mes
               display "ATENCAO: o pedido estoura o orcamento do mes "
                       "da filial em " ws-disp-estouro-mes
               move spaces to linha-sugestao
               string "ATENCAO: PEDIDO ESTOURA O ORCAMENTO DO MES DA "
                          delimited by size
                      "FILIAL EM " delimited by size
                      ws-disp-estouro-mes delimited by size
                      into linha-sugestao
               write linha-sugestao
               add 1 to ws-qtd-linhas-sugestao
           end-if
           .
       verificar-orcamento-mes-exit.
           exit.

      *----------------------realizado do mes da filial-----------------
      * quantidade x preco dos pedidos do mes corrente mais a taxa de
      * cada entrega que nao alcancou a faixa de entrega gratis
       apurar-realizado-mes section.
           move 0 to ws-realizado-mes
           move 0 to ws-total-entregas-mes
           open input pedido-file
           if ws-status-pedido = "00"
               perform until ws-status-pedido = "10"
                   read pedido-file
                       at end
                           move "10" to ws-status-pedido
                       not at end
                           perform acumular-pedido-mes
                   end-read
               end-perform
           end-if
           close pedido-file

           perform varying ws-ind-entrega-mes from 1 by 1
                   until ws-ind-entrega-mes > ws-total-entregas-mes
               move em-pizzaria(ws-ind-entrega-mes) to ws-pizzaria-cond
               perform buscar-condicao-pizzaria
               if ws-gratis-pizzaria = 0
                   or em-valor(ws-ind-entrega-mes) < ws-gratis-pizzaria
                   add ws-taxa-pizzaria to ws-realizado-mes
               end-if
           end-perform
           .
       apurar-realizado-mes-exit.
           exit.

      *----------------------um pedido do mes---------------------------
       acumular-pedido-mes section.
           if ped-data not numeric or ped-qtd not numeric
               or ped-preco not numeric
               go to acumular-pedido-mes-exit
           end-if
           if ped-data (1:6) <> ws-anomes-corrente (1:6)
               go to acumular-pedido-mes-exit
           end-if
           compute ws-valor-pedido = ped-qtd * ped-preco
           add ws-valor-pedido to ws-realizado-mes

           move 0 to ws-ind-entrega-mes
           perform varying ind from 1 by 1
                   until ind > ws-total-entregas-mes
                   or ws-ind-entrega-mes > 0
               if em-pizzaria(ind) = ped-pizzaria
                   and em-data(ind) = ped-data
                   move ind to ws-ind-entrega-mes
               end-if
           end-perform
           if ws-ind-entrega-mes = 0
               if ws-total-entregas-mes >= ws-max-entregas-mes
                   go to acumular-pedido-mes-exit
               end-if
               add 1 to ws-total-entregas-mes
               move ws-total-entregas-mes to ws-ind-entrega-mes
               move ped-pizzaria to em-pizzaria(ws-ind-entrega-mes)
               move ped-data     to em-data(ws-ind-entrega-mes)
               move 0            to em-valor(ws-ind-entrega-mes)
           end-if
           add ws-valor-pedido to em-valor(ws-ind-entrega-mes)
           .
       acumular-pedido-mes-exit.
           exit.

      *----------------------exportacao em csv---------------------------
       exportar-csv section.
           open output csv-file
                          delimited by size
                      "DIFERENCA_REL;PRECO_EFETIVO;"
                          delimited by size
                      "PRECO_CM2_EFETIVO;CUSTO_ENTREGUE;"
                          delimited by size
                      "NOTA_MEDIA;PRECO_CM2_AJUSTADO"
                          delimited by size
                      into linha-csv
               write linha-csv
                   move preco_cm2_efetivo(ind)
                                           to ws-csv-cm2-efetivo
                   move custo_entregue(ind) to ws-csv-entregue
                   move ind to ws-ind-avaliada
                   perform buscar-nota-pizza
                   move ws-nota-media      to ws-disp-nota-media
                   move ws-cm2-ajustado    to ws-disp-cm2-ajustado

                   move spaces to linha-csv
                   string function trim(nome(ind)) delimited by size
                      ";" delimited by size
                      function trim(ws-csv-entregue)
                          delimited by size
                      ";" delimited by size
                      function trim(ws-disp-nota-media)
                          delimited by size
                      ";" delimited by size
                      function trim(ws-disp-cm2-ajustado)
                          delimited by size
                      into linha-csv
                   write linha-csv
               end-perform
       exportar-csv-exit.
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
           if ws-modo-batch = "S" or ws-lote-noturno = "S"
               perform registrar-recusa-trava
           end-if
           move 12 to ws-codigo-retorno
           perform encerrar-execucao
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
               perform registrar-erro-trava
               move 12 to ws-codigo-retorno
               perform encerrar-execucao
           end-if
           move spaces           to reg-trava
           move ws-operador      to trv-operador
           move "ex_pizza" to trv-programa
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
      * com o diario da execucao ja aberto a linha vai por ele; antes
      * disso so o lote acrescenta a linha ao diario da filial
       registrar-erro-trava section.
           if ws-log-aberto = "S"
               move ws-arquivo-trava to ws-log-arquivo
               move 0 to ws-log-registros
               move spaces to ws-log-situacao
               string "ERRO GRAVACAO " delimited by size
                      ws-status-trava delimited by size
                      into ws-log-situacao
               perform registrar-log
               go to registrar-erro-trava-exit
           end-if
           if ws-modo-batch <> "S" and ws-lote-noturno <> "S"
               go to registrar-erro-trava-exit
           end-if
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

      *----------------------diario da execucao--------------------------
       abrir-log-execucao section.
           open output log-file
               close log-file
               move "N" to ws-log-aberto
           end-if
           perform liberar-trava
           move ws-codigo-retorno to return-code
           stop run
           .
