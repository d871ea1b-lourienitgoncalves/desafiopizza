      *Divisão de identificação do programa
       identification division.
       program-id. "ex_fornecedor".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * avaliacao periodica das pizzarias de uma filial: junta num
      * periodo as cobrancas a mais (PIZZAS.DIV do "ex_pedido"), os
      * alertas de alta (historico PIZZAS.ALH do gerar-alertas, cada
      * data, pizza e pizzaria uma vez so, mesmo que o "ex_pizza" rode
      * mais de uma vez no dia), a oscilacao do preco/cm2
      * (PIZZAS.HIST), as condicoes de entrega (PIZZAS.TXE) e o
      * volume comprado (PIZZAS.PED) e grava em
      * PIZZAS.AVF uma nota ponderada e a posicao de cada pizzaria,
      * com os componentes que formaram a nota.
      * periodo nas variaveis de ambiente PIZZAS_DATA_DE e
      * PIZZAS_DATA_ATE (AAAAMMDD) ou perguntado na abertura; zero ou
      * janela noturna (PIZZAS_LOTE = "S") = ultimos seis meses.
      * pesos em PIZZAS_PESOS, cinco numeros separados por espaco na
      * ordem divergencias, alertas, oscilacao, entrega e volume
      * (padrao "30 20 20 15 15").
      * codigo de retorno: 0 ok, 4 sem dados no periodo ou limite de
      * tabela atingido, 12 erro ao gravar a avaliacao
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * a filial (variavel de ambiente PIZZAS_FILIAL) escolhe o
      * conjunto de arquivos: em branco valem os nomes classicos,
      * preenchida entra entre o "PIZZAS" e a extensao (PIZZAS01.AVF)
       input-output section.
       file-control.
           select optional divergencia-file
               assign using ws-arquivo-divergencia
               organization  is line sequential
               file status   is ws-status-divergencia.

           select optional alerta-hist-file
               assign using ws-arquivo-alerta-hist
               organization  is line sequential
               file status   is ws-status-alerta-hist.

           select optional historico-file
               assign using ws-arquivo-historico
               organization  is line sequential
               file status   is ws-status-historico.

           select optional condicoes-file
               assign using ws-arquivo-condicoes
               organization  is line sequential
               file status   is ws-status-condicoes.

           select optional pedido-file  assign using ws-arquivo-pedido
               organization  is line sequential
               file status   is ws-status-pedido.

           select avaliacao-file  assign using ws-arquivo-avaliacao
               organization  is line sequential
               file status   is ws-status-avaliacao.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  divergencia-file.
       01  linha-divergencia                        pic x(120).

       fd  alerta-hist-file.
       01  linha-alerta-hist                        pic x(100).

       fd  historico-file.
       01  linha-historico                          pic x(90).

       fd  condicoes-file.
       01  reg-condicao.
           05 cnd-pizzaria                         pic x(15).
           05 cnd-taxa                             pic 9(03)v99.
           05 cnd-minimo                           pic 9(05)v99.
           05 cnd-gratis                           pic 9(05)v99.

       fd  pedido-file.
       01  reg-pedido.
           05 ped-nome                             pic x(15).
           05 ped-pizzaria                         pic x(15).
           05 ped-qtd                              pic 9(04).
           05 ped-preco                            pic 9(03)v99.
           05 ped-data                             pic 9(08).

       fd  avaliacao-file.
       01  linha-avaliacao                          pic x(120).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-fornecedores                   pic 9(03) value 0.
       77  ws-max-fornecedores                     pic 9(03) value 100.

      * uma linha por pizzaria: os numeros brutos do periodo, a nota
      * de 0 a 100 de cada componente e a nota final ponderada
       01  fornecedor  occurs 1 to 100 times
                        depending on ws-total-fornecedores.
           05 fo-pizzaria                          pic x(15).
           05 fo-div-qtd                           pic 9(05).
           05 fo-div-valor                         pic 9(07)v99.
           05 fo-alertas                           pic 9(05).
           05 fo-osc-soma                          pic 9(07)v99.
           05 fo-osc-qtd                           pic 9(05).
           05 fo-oscilacao                         pic 9(03)v99.
           05 fo-tem-condicao                      pic x(01).
           05 fo-taxa                              pic 9(03)v99.
           05 fo-minimo                            pic 9(05)v99.
           05 fo-gratis                            pic 9(05)v99.
           05 fo-compras                           pic 9(07)v99.
           05 fo-taxas-pagas                       pic 9(07)v99.
           05 fo-encargo                           pic 9(03)v99.
           05 fo-nota-div                          pic 9(03)v99.
           05 fo-nota-alerta                       pic 9(03)v99.
           05 fo-nota-osc                          pic 9(03)v99.
           05 fo-nota-enc                          pic 9(03)v99.
           05 fo-nota-volume                       pic 9(03)v99.
           05 fo-nota                              pic 9(03)v99.

       01  ws-troca-fornecedor                     pic x(126).

       77  ws-total-cotacoes                       pic 9(04) value 0.
       77  ws-max-cotacoes                         pic 9(04) value 500.

      * ultima cotacao de cada pizza lida no periodo, para medir a
      * oscilacao entre cotacoes seguidas
       01  cotacao  occurs 1 to 500 times
                     depending on ws-total-cotacoes.
           05 cq-nome                              pic x(15).
           05 cq-pizzaria                          pic x(15).
           05 cq-ultimo                            pic 9(03)v99.

       77  ws-total-entregas                       pic 9(04) value 0.
       77  ws-max-entregas                         pic 9(04) value 2000.

      * pedidos do mesmo dia na mesma pizzaria viajam numa entrega so
       01  entrega  occurs 1 to 2000 times
                     depending on ws-total-entregas.
           05 en-pizzaria                          pic x(15).
           05 en-data                              pic 9(08).
           05 en-valor                             pic 9(07)v99.

       77  ws-total-alertas-vistos                 pic 9(04) value 0.
       77  ws-max-alertas-vistos                   pic 9(04) value 3000.

      * alertas do periodo ja contados: cada execucao do "ex_pizza"
      * acrescenta de novo no PIZZAS.ALH os alertas do dia
       01  alerta-visto  occurs 1 to 3000 times
                          depending on ws-total-alertas-vistos.
           05 av-data                              pic x(10).
           05 av-nome                              pic x(15).
           05 av-pizzaria                          pic x(15).

      * campos de uma linha do PIZZAS.DIV: nome - pizzaria - qtd -
      * combinado - efetivo - faturado - diferenca - data do pedido
       01  ws-campos-div.
           05 ws-div-nome                          pic x(20).
           05 ws-div-pizzaria                      pic x(20).
           05 ws-div-qtd                           pic x(20).
           05 ws-div-combinado                     pic x(20).
           05 ws-div-efetivo                       pic x(20).
           05 ws-div-faturado                      pic x(20).
           05 ws-div-diferenca                     pic x(20).
           05 ws-div-data                          pic x(20).

      * imagem da linha do historico de alertas: data - nome -
      * pizzaria - ...
       01  ws-linha-alh.
           05 ws-alh-data                          pic x(10).
           05 ws-alh-separador                     pic x(03).
           05 ws-alh-nome                          pic x(15).
           05 ws-alh-separador-2                   pic x(03).
           05 ws-alh-pizzaria                      pic x(15).
           05 filler                               pic x(54).

      * imagem da linha gravada pelo gravar-historico do "ex_pizza":
      * data - nome - pizzaria - diametro - preco - preco/cm2 -
      * diferenca
       01  ws-linha-aberta.
           05 ws-hst-data                          pic x(10).
           05 ws-hst-separador                     pic x(03).
           05 ws-hst-nome                          pic x(15).
           05 filler                               pic x(03).
           05 ws-hst-pizzaria                      pic x(15).
           05 filler                               pic x(03).
           05 ws-hst-diametro                      pic x(03).
           05 filler                               pic x(03).
           05 ws-hst-preco                         pic x(06).
           05 filler                               pic x(03).
           05 ws-hst-preco-cm2.
              10 ws-hst-cm2-inteiro                pic x(03).
              10 filler                            pic x(01).
              10 ws-hst-cm2-decimal                pic x(02).
           05 filler                               pic x(20).

      * data editada dd/mm/aaaa dos arquivos texto
       01  ws-data-texto-ed.
           05 ws-dte-dia                           pic x(02).
           05 ws-dte-barra-1                       pic x(01).
           05 ws-dte-mes                           pic x(02).
           05 ws-dte-barra-2                       pic x(01).
           05 ws-dte-ano                           pic x(04).

       01  ws-pesos.
           05 ws-peso  occurs 5 times              pic 9(03).
       01  ws-pesos-texto.
           05 ws-peso-texto  occurs 5 times        pic x(03).

       77  ind                                     pic 9(04).
       77  ws-ind-fornecedor                       pic 9(03).
       77  ws-ind-cotacao                          pic 9(04).
       77  ws-ind-entrega                          pic 9(04).
       77  ws-ind-alerta                           pic 9(04).
       77  ws-alerta-repetido                      pic x(01).
       77  ws-ind-ordena                           pic 9(03).
       77  ws-ind-troca                            pic 9(03).
       77  ws-ind-peso                             pic 9(01).
       77  ws-status-divergencia                   pic x(02).
       77  ws-status-alerta-hist                   pic x(02).
       77  ws-status-historico                     pic x(02).
       77  ws-status-condicoes                     pic x(02).
       77  ws-status-pedido                        pic x(02).
       77  ws-status-avaliacao                     pic x(02).
       77  ws-filial                               pic x(02).
       77  ws-lote-noturno                         pic x(01).
       77  ws-arquivo-divergencia                  pic x(20).
       77  ws-arquivo-alerta-hist                  pic x(20).
       77  ws-arquivo-historico                    pic x(20).
       77  ws-arquivo-condicoes                    pic x(20).
       77  ws-arquivo-pedido                       pic x(20).
       77  ws-arquivo-avaliacao                    pic x(20).
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-data-texto                           pic x(08).
       77  ws-data-de                              pic 9(08) value 0.
       77  ws-data-ate                             pic 9(08) value 0.
       77  ws-data-lida                            pic 9(08).
       77  ws-meses-total                          pic 9(06).
       77  ws-corte-ano                            pic 9(04).
       77  ws-corte-mes                            pic 9(02).
       77  ws-lista-pesos                          pic x(30).
       77  ws-peso-just                            pic x(03)
               justified right.
       77  ws-soma-pesos                           pic 9(04).
       77  ws-busca-pizzaria                       pic x(15).
       77  ws-valor-texto                          pic x(20).
       77  ws-parte-inteira                        pic x(07)
               justified right.
       77  ws-parte-decimal                        pic x(02).
       77  ws-valor-lido                           pic 9(07)v99.
       77  ws-inteiro-lido                         pic 9(07).
       77  ws-decimal-lido                         pic 9(02).
       77  ws-qtd-lida                             pic 9(05).
       77  ws-valor-cm2                            pic 9(03)v99.
       77  ws-cm2-inteiro                          pic 9(03).
       77  ws-cm2-decimal                          pic 9(02).
       77  ws-variacao                             pic 9(05)v99.
       77  ws-valor-pedido                         pic 9(07)v99.
       77  ws-max-div-qtd                          pic 9(05).
       77  ws-max-div-valor                        pic 9(07)v99.
       77  ws-max-alertas                          pic 9(05).
       77  ws-max-oscilacao                        pic 9(03)v99.
       77  ws-max-encargo                          pic 9(03)v99.
       77  ws-max-compras                          pic 9(07)v99.
       77  ws-nota-calculo                         pic 9(05)v99.
       77  ws-encargo-calculo                      pic 9(07)v99.
       77  ws-disp-posicao                         pic zz9.
       77  ws-disp-nota                            pic zz9,99.
       77  ws-disp-qtd                             pic zzzz9.
       77  ws-disp-qtd-2                           pic zzzz9.
       77  ws-disp-valor                           pic zz.zz9,99.
       77  ws-disp-percentual                      pic zz9,99.
       77  ws-disp-percentual-2                    pic zz9,99.
       77  ws-disp-compras                         pic z.zzz.zz9,99.
       77  ws-disp-nota-1                          pic zz9,99.
       77  ws-disp-nota-2                          pic zz9,99.
       77  ws-disp-nota-3                          pic zz9,99.
       77  ws-disp-nota-4                          pic zz9,99.
       77  ws-disp-nota-5                          pic zz9,99.
       77  ws-disp-peso-1                          pic zz9.
       77  ws-disp-peso-2                          pic zz9.
       77  ws-disp-peso-3                          pic zz9.
       77  ws-disp-peso-4                          pic zz9.
       77  ws-disp-peso-5                          pic zz9.
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
       01  ws-data-exibe-2.
           05 ws-exibe-2-dia                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exibe-2-mes                       pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-exibe-2-ano                       pic 9(04).
       01  ws-data-sistema.
           05 ws-data-ano                          pic 9(04).
           05 ws-data-mes                          pic 9(02).
           05 ws-data-dia                          pic 9(02).
       01  ws-data-numerica redefines ws-data-sistema
                                                   pic 9(08).


      *Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.
           accept ws-data-sistema from date yyyymmdd

           accept ws-filial from environment "PIZZAS_FILIAL"
           accept ws-lote-noturno from environment "PIZZAS_LOTE"
           move spaces to ws-arquivo-divergencia
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".DIV" delimited by size
                  into ws-arquivo-divergencia
           move spaces to ws-arquivo-alerta-hist
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".ALH" delimited by size
                  into ws-arquivo-alerta-hist
           move spaces to ws-arquivo-historico
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".HIST" delimited by size
                  into ws-arquivo-historico
           move spaces to ws-arquivo-condicoes
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".TXE" delimited by size
                  into ws-arquivo-condicoes
           move spaces to ws-arquivo-pedido
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".PED" delimited by size
                  into ws-arquivo-pedido
           move spaces to ws-arquivo-avaliacao
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".AVF" delimited by size
                  into ws-arquivo-avaliacao
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

           perform obter-periodo
           perform obter-pesos
           .
       inicializa-exit.
           exit.

      *----------------------periodo da avaliacao-----------------------
      * padrao: de hoje menos seis meses (mesmo dia) ate hoje
       obter-periodo section.
           compute ws-meses-total =
                   (ws-data-ano * 12) + ws-data-mes - 1 - 6
           divide ws-meses-total by 12
               giving ws-corte-ano remainder ws-corte-mes
           add 1 to ws-corte-mes

           accept ws-data-texto from environment "PIZZAS_DATA_DE"
           if ws-data-texto = spaces and ws-lote-noturno <> "S"
               display "Avaliacao a partir de AAAAMMDD "
                       "(0 = ultimos seis meses) "
               accept ws-data-texto
           end-if
           perform converter-data-texto
           move ws-data-trabalho-num to ws-data-de
           if ws-data-de = 0
               move ws-corte-ano to ws-trab-ano
               move ws-corte-mes to ws-trab-mes
               move ws-data-dia  to ws-trab-dia
               move ws-data-trabalho-num to ws-data-de
           end-if

           accept ws-data-texto from environment "PIZZAS_DATA_ATE"
           if ws-data-texto = spaces and ws-lote-noturno <> "S"
               display "Avaliacao ate AAAAMMDD (0 = hoje) "
               accept ws-data-texto
           end-if
           perform converter-data-texto
           move ws-data-trabalho-num to ws-data-ate
           if ws-data-ate = 0
               move ws-data-numerica to ws-data-ate
           end-if

           if ws-data-ate < ws-data-de
               display "Data final anterior a inicial, periodo "
                       "invertido"
               move ws-data-de  to ws-data-lida
               move ws-data-ate to ws-data-de
               move ws-data-lida to ws-data-ate
           end-if
           .
       obter-periodo-exit.
           exit.

      *----------------------data digitada para numero------------------
      * texto vazio ou fora do formato AAAAMMDD vira zero
       converter-data-texto section.
           move 0 to ws-data-trabalho-num
           if ws-data-texto = spaces
               go to converter-data-texto-exit
           end-if
           if ws-data-texto is numeric
               move ws-data-texto to ws-data-trabalho-num
               if ws-trab-mes < 1 or ws-trab-mes > 12
                   or ws-trab-dia < 1 or ws-trab-dia > 31
                   display "Data invalida ignorada: " ws-data-texto
                   move 0 to ws-data-trabalho-num
               end-if
           else
               if ws-data-texto <> "0"
                   display "Data invalida ignorada: " ws-data-texto
               end-if
           end-if
           .
       converter-data-texto-exit.
           exit.

      *----------------------pesos da nota------------------------------
      * cada peso chega justificado a esquerda; alinha a direita e
      * completa com zeros antes do teste numerico, como a retencao
      * do "ex_expurgo"
       obter-pesos section.
           move 30 to ws-peso(1)
           move 20 to ws-peso(2)
           move 20 to ws-peso(3)
           move 15 to ws-peso(4)
           move 15 to ws-peso(5)

           accept ws-lista-pesos from environment "PIZZAS_PESOS"
           if ws-lista-pesos = spaces
               go to obter-pesos-exit
           end-if

           move spaces to ws-pesos-texto
           unstring ws-lista-pesos
               delimited by all " "
               into ws-peso-texto(1) ws-peso-texto(2)
                    ws-peso-texto(3) ws-peso-texto(4)
                    ws-peso-texto(5)
           end-unstring

           move 0 to ws-soma-pesos
           perform varying ws-ind-peso from 1 by 1
                   until ws-ind-peso > 5
               move ws-peso-texto(ws-ind-peso) to ws-peso-just
               inspect ws-peso-just replacing leading " " by "0"
               if ws-peso-just numeric
                   move ws-peso-just to ws-peso(ws-ind-peso)
                   add ws-peso(ws-ind-peso) to ws-soma-pesos
               else
                   move 999 to ws-soma-pesos
                   move 5 to ws-ind-peso
               end-if
           end-perform

           if ws-soma-pesos = 0 or ws-soma-pesos = 999
               display "PIZZAS_PESOS invalida, usando 30 20 20 15 15: "
                       ws-lista-pesos
               move 30 to ws-peso(1)
               move 20 to ws-peso(2)
               move 20 to ws-peso(3)
               move 15 to ws-peso(4)
               move 15 to ws-peso(5)
           end-if
           .
       obter-pesos-exit.
           exit.

       processamento section.
           perform carregar-condicoes
           perform carregar-divergencias
           perform carregar-alertas
           perform carregar-historico
           perform carregar-pedidos
           perform apurar-entregas

           if ws-total-fornecedores = 0
               display "Nenhuma pizzaria com dados no periodo"
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to processamento-exit
           end-if

           perform calcular-notas
           perform ordenar-fornecedores
           perform gravar-avaliacao
           .
       processamento-exit.
           exit.

      *----------------------pizzaria na tabela-------------------------
      * devolve em ws-ind-fornecedor a linha da pizzaria
      * ws-busca-pizzaria, incluida se ainda nao existe (zero quando a
      * tabela esta cheia)
       localizar-fornecedor section.
           move 0 to ws-ind-fornecedor
           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
                   or ws-ind-fornecedor > 0
               if fo-pizzaria(ind) = ws-busca-pizzaria
                   move ind to ws-ind-fornecedor
               end-if
           end-perform
           if ws-ind-fornecedor > 0
               go to localizar-fornecedor-exit
           end-if

           if ws-total-fornecedores >= ws-max-fornecedores
               display "Limite de pizzarias excedido, ignorada: "
                       ws-busca-pizzaria
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to localizar-fornecedor-exit
           end-if
           add 1 to ws-total-fornecedores
           move ws-total-fornecedores to ws-ind-fornecedor
           initialize fornecedor(ws-ind-fornecedor)
           move ws-busca-pizzaria to fo-pizzaria(ws-ind-fornecedor)
           move "N" to fo-tem-condicao(ws-ind-fornecedor)
           .
       localizar-fornecedor-exit.
           exit.

      *----------------------condicoes de entrega-----------------------
       carregar-condicoes section.
           open input condicoes-file
           if ws-status-condicoes = "00"
               perform until ws-status-condicoes = "10"
                   read condicoes-file
                       at end
                           move "10" to ws-status-condicoes
                       not at end
                           perform acumular-condicao
                   end-read
               end-perform
           end-if
           close condicoes-file
           .
       carregar-condicoes-exit.
           exit.

      *----------------------uma condicao--------------------------------
       acumular-condicao section.
           if cnd-taxa not numeric or cnd-minimo not numeric
               or cnd-gratis not numeric
               display "Condicao fora do formato ignorada: "
                       cnd-pizzaria
               go to acumular-condicao-exit
           end-if
           move cnd-pizzaria to ws-busca-pizzaria
           perform localizar-fornecedor
           if ws-ind-fornecedor = 0
               go to acumular-condicao-exit
           end-if
           move "S"        to fo-tem-condicao(ws-ind-fornecedor)
           move cnd-taxa   to fo-taxa(ws-ind-fornecedor)
           move cnd-minimo to fo-minimo(ws-ind-fornecedor)
           move cnd-gratis to fo-gratis(ws-ind-fornecedor)
           .
       acumular-condicao-exit.
           exit.

      *----------------------cobrancas a mais----------------------------
      * o PIZZAS.DIV e refeito a cada conferencia com todos os pedidos;
      * vale a data do pedido no fim da linha
       carregar-divergencias section.
           open input divergencia-file
           if ws-status-divergencia = "00"
               perform until ws-status-divergencia = "10"
                   read divergencia-file
                       at end
                           move "10" to ws-status-divergencia
                       not at end
                           perform acumular-divergencia
                   end-read
               end-perform
           end-if
           close divergencia-file
           .
       carregar-divergencias-exit.
           exit.

      *----------------------uma linha de divergencia--------------------
      * cabecalho e linhas sem data (gravadas antes da data existir
      * no arquivo) nao entram
       acumular-divergencia section.
           move spaces to ws-campos-div
           unstring linha-divergencia
               delimited by " - "
               into ws-div-nome ws-div-pizzaria ws-div-qtd
                    ws-div-combinado ws-div-efetivo ws-div-faturado
                    ws-div-diferenca ws-div-data
           end-unstring

           move ws-div-data to ws-data-texto-ed
           perform converter-data-edicao
           if ws-data-lida = 0
               or ws-data-lida < ws-data-de
               or ws-data-lida > ws-data-ate
               go to acumular-divergencia-exit
           end-if

           move ws-div-qtd to ws-valor-texto
           perform converter-valor-texto
           move ws-valor-lido to ws-qtd-lida
           move ws-div-diferenca to ws-valor-texto
           perform converter-valor-texto

           move ws-div-pizzaria to ws-busca-pizzaria
           perform localizar-fornecedor
           if ws-ind-fornecedor = 0
               go to acumular-divergencia-exit
           end-if
           add 1 to fo-div-qtd(ws-ind-fornecedor)
           compute fo-div-valor(ws-ind-fornecedor) =
                   fo-div-valor(ws-ind-fornecedor)
                   + (ws-valor-lido * ws-qtd-lida)
           .
       acumular-divergencia-exit.
           exit.

      *----------------------alertas de alta do periodo-----------------
       carregar-alertas section.
           open input alerta-hist-file
           if ws-status-alerta-hist = "00"
               perform until ws-status-alerta-hist = "10"
                   read alerta-hist-file
                       at end
                           move "10" to ws-status-alerta-hist
                       not at end
                           perform acumular-alerta
                   end-read
               end-perform
           end-if
           close alerta-hist-file
           .
       carregar-alertas-exit.
           exit.

      *----------------------uma linha de alerta-------------------------
       acumular-alerta section.
           move linha-alerta-hist to ws-linha-alh
           if ws-alh-separador <> " - " or ws-alh-separador-2 <> " - "
               go to acumular-alerta-exit
           end-if
           move ws-alh-data to ws-data-texto-ed
           perform converter-data-edicao
           if ws-data-lida = 0
               or ws-data-lida < ws-data-de
               or ws-data-lida > ws-data-ate
               go to acumular-alerta-exit
           end-if

           move "N" to ws-alerta-repetido
           perform varying ws-ind-alerta from 1 by 1
                   until ws-ind-alerta > ws-total-alertas-vistos
               if av-data(ws-ind-alerta) = ws-alh-data
                   and av-nome(ws-ind-alerta) = ws-alh-nome
                   and av-pizzaria(ws-ind-alerta) = ws-alh-pizzaria
                   move "S" to ws-alerta-repetido
                   move ws-total-alertas-vistos to ws-ind-alerta
               end-if
           end-perform
           if ws-alerta-repetido = "S"
               go to acumular-alerta-exit
           end-if
           if ws-total-alertas-vistos >= ws-max-alertas-vistos
               display "Limite de alertas do periodo excedido, "
                       "contado sem conferir repeticao: " ws-alh-nome
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
           else
               add 1 to ws-total-alertas-vistos
               move ws-alh-data
                   to av-data(ws-total-alertas-vistos)
               move ws-alh-nome
                   to av-nome(ws-total-alertas-vistos)
               move ws-alh-pizzaria
                   to av-pizzaria(ws-total-alertas-vistos)
           end-if

           move ws-alh-pizzaria to ws-busca-pizzaria
           perform localizar-fornecedor
           if ws-ind-fornecedor > 0
               add 1 to fo-alertas(ws-ind-fornecedor)
           end-if
           .
       acumular-alerta-exit.
           exit.

      *----------------------oscilacao do preco/cm2---------------------
       carregar-historico section.
           open input historico-file
           if ws-status-historico = "00"
               perform until ws-status-historico = "10"
                   read historico-file
                       at end
                           move "10" to ws-status-historico
                       not at end
                           perform acumular-cotacao
                   end-read
               end-perform
           end-if
           close historico-file

           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
               if fo-osc-qtd(ind) > 0
                   compute fo-oscilacao(ind) rounded =
                           fo-osc-soma(ind) / fo-osc-qtd(ind)
                       on size error
                           move 999,99 to fo-oscilacao(ind)
                   end-compute
               end-if
           end-perform
           .
       carregar-historico-exit.
           exit.

      *----------------------uma cotacao do historico-------------------
      * a oscilacao e a media da variacao percentual, para cima ou
      * para baixo, entre cotacoes seguidas da mesma pizza
       acumular-cotacao section.
           move linha-historico to ws-linha-aberta
           if ws-hst-separador <> " - "
               go to acumular-cotacao-exit
           end-if
           move ws-hst-data to ws-data-texto-ed
           perform converter-data-edicao
           if ws-data-lida = 0
               or ws-data-lida < ws-data-de
               or ws-data-lida > ws-data-ate
               go to acumular-cotacao-exit
           end-if

           inspect ws-hst-cm2-inteiro replacing all " " by "0"
           inspect ws-hst-cm2-decimal replacing all " " by "0"
           if ws-hst-cm2-inteiro not numeric
               or ws-hst-cm2-decimal not numeric
               go to acumular-cotacao-exit
           end-if
           move ws-hst-cm2-inteiro to ws-cm2-inteiro
           move ws-hst-cm2-decimal to ws-cm2-decimal
           compute ws-valor-cm2 = ws-cm2-inteiro
                                + (ws-cm2-decimal / 100)

           move ws-hst-pizzaria to ws-busca-pizzaria
           perform localizar-fornecedor
           if ws-ind-fornecedor = 0
               go to acumular-cotacao-exit
           end-if

           move 0 to ws-ind-cotacao
           perform varying ind from 1 by 1
                   until ind > ws-total-cotacoes
                   or ws-ind-cotacao > 0
               if cq-nome(ind) = ws-hst-nome
                   and cq-pizzaria(ind) = ws-hst-pizzaria
                   move ind to ws-ind-cotacao
               end-if
           end-perform

           if ws-ind-cotacao = 0
               if ws-total-cotacoes >= ws-max-cotacoes
                   display "Limite de pizzas do historico excedido, "
                           "ignorada: " ws-hst-nome
                   if ws-codigo-retorno < 4
                       move 4 to ws-codigo-retorno
                   end-if
               else
                   add 1 to ws-total-cotacoes
                   move ws-hst-nome
                       to cq-nome(ws-total-cotacoes)
                   move ws-hst-pizzaria
                       to cq-pizzaria(ws-total-cotacoes)
                   move ws-valor-cm2
                       to cq-ultimo(ws-total-cotacoes)
               end-if
               go to acumular-cotacao-exit
           end-if

           if cq-ultimo(ws-ind-cotacao) > 0
               if ws-valor-cm2 > cq-ultimo(ws-ind-cotacao)
                   compute ws-variacao =
                           ((ws-valor-cm2 - cq-ultimo(ws-ind-cotacao))
                            * 100) / cq-ultimo(ws-ind-cotacao)
               else
                   compute ws-variacao =
                           ((cq-ultimo(ws-ind-cotacao) - ws-valor-cm2)
                            * 100) / cq-ultimo(ws-ind-cotacao)
               end-if
               add ws-variacao to fo-osc-soma(ws-ind-fornecedor)
               add 1 to fo-osc-qtd(ws-ind-fornecedor)
           end-if
           move ws-valor-cm2 to cq-ultimo(ws-ind-cotacao)
           .
       acumular-cotacao-exit.
           exit.

      *----------------------compras do periodo-------------------------
       carregar-pedidos section.
           open input pedido-file
           if ws-status-pedido = "00"
               perform until ws-status-pedido = "10"
                   read pedido-file
                       at end
                           move "10" to ws-status-pedido
                       not at end
                           perform acumular-pedido
                   end-read
               end-perform
           end-if
           close pedido-file
           .
       carregar-pedidos-exit.
           exit.

      *----------------------um pedido-----------------------------------
       acumular-pedido section.
           if ped-data not numeric or ped-qtd not numeric
               or ped-preco not numeric
               go to acumular-pedido-exit
           end-if
           if ped-data < ws-data-de or ped-data > ws-data-ate
               go to acumular-pedido-exit
           end-if
           move ped-pizzaria to ws-busca-pizzaria
           perform localizar-fornecedor
           if ws-ind-fornecedor = 0
               go to acumular-pedido-exit
           end-if
           compute ws-valor-pedido = ped-qtd * ped-preco
           add ws-valor-pedido to fo-compras(ws-ind-fornecedor)

           move 0 to ws-ind-entrega
           perform varying ind from 1 by 1
                   until ind > ws-total-entregas
                   or ws-ind-entrega > 0
               if en-pizzaria(ind) = ped-pizzaria
                   and en-data(ind) = ped-data
                   move ind to ws-ind-entrega
               end-if
           end-perform
           if ws-ind-entrega = 0
               if ws-total-entregas >= ws-max-entregas
                   display "Limite de entregas excedido, pedido fora "
                           "do encargo: " ped-pizzaria
                   if ws-codigo-retorno < 4
                       move 4 to ws-codigo-retorno
                   end-if
                   go to acumular-pedido-exit
               end-if
               add 1 to ws-total-entregas
               move ws-total-entregas to ws-ind-entrega
               move ped-pizzaria to en-pizzaria(ws-ind-entrega)
               move ped-data     to en-data(ws-ind-entrega)
               move 0            to en-valor(ws-ind-entrega)
           end-if
           add ws-valor-pedido to en-valor(ws-ind-entrega)
           .
       acumular-pedido-exit.
           exit.

      *----------------------encargo de entrega-------------------------
      * cada entrega paga a taxa, salvo quando passa do valor de
      * entrega gratis; o encargo e o que se pagou de taxa sobre o
      * valor comprado. sem compras no periodo vale a taxa sobre o
      * pedido minimo (sem minimo, taxa cobrada pesa 100%)
       apurar-entregas section.
           perform varying ws-ind-entrega from 1 by 1
                   until ws-ind-entrega > ws-total-entregas
               move en-pizzaria(ws-ind-entrega) to ws-busca-pizzaria
               perform localizar-fornecedor
               if ws-ind-fornecedor > 0
                   if fo-gratis(ws-ind-fornecedor) = 0
                       or en-valor(ws-ind-entrega)
                           < fo-gratis(ws-ind-fornecedor)
                       add fo-taxa(ws-ind-fornecedor)
                           to fo-taxas-pagas(ws-ind-fornecedor)
                   end-if
               end-if
           end-perform

           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
               evaluate true
                   when fo-compras(ind) > 0
                       compute ws-encargo-calculo =
                               (fo-taxas-pagas(ind) * 100)
                               / fo-compras(ind)
                   when fo-minimo(ind) > 0
                       compute ws-encargo-calculo =
                               (fo-taxa(ind) * 100) / fo-minimo(ind)
                   when fo-taxa(ind) > 0
                       move 100 to ws-encargo-calculo
                   when other
                       move 0 to ws-encargo-calculo
               end-evaluate
               if ws-encargo-calculo > 999,99
                   move 999,99 to fo-encargo(ind)
               else
                   move ws-encargo-calculo to fo-encargo(ind)
               end-if
           end-perform
           .
       apurar-entregas-exit.
           exit.

      *----------------------notas por componente e nota final----------
      * o pior do periodo em cada quesito negativo tira 0 e quem nao
      * tem ocorrencia tira 100; no volume quem mais comprou tira 100
       calcular-notas section.
           move 0 to ws-max-div-qtd ws-max-div-valor ws-max-alertas
                     ws-max-oscilacao ws-max-encargo ws-max-compras
           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
               if fo-div-qtd(ind) > ws-max-div-qtd
                   move fo-div-qtd(ind) to ws-max-div-qtd
               end-if
               if fo-div-valor(ind) > ws-max-div-valor
                   move fo-div-valor(ind) to ws-max-div-valor
               end-if
               if fo-alertas(ind) > ws-max-alertas
                   move fo-alertas(ind) to ws-max-alertas
               end-if
               if fo-oscilacao(ind) > ws-max-oscilacao
                   move fo-oscilacao(ind) to ws-max-oscilacao
               end-if
               if fo-encargo(ind) > ws-max-encargo
                   move fo-encargo(ind) to ws-max-encargo
               end-if
               if fo-compras(ind) > ws-max-compras
                   move fo-compras(ind) to ws-max-compras
               end-if
           end-perform

           compute ws-soma-pesos = ws-peso(1) + ws-peso(2) + ws-peso(3)
                                 + ws-peso(4) + ws-peso(5)

           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
               perform calcular-nota-fornecedor
           end-perform
           .
       calcular-notas-exit.
           exit.

      *----------------------notas de uma pizzaria----------------------
       calcular-nota-fornecedor section.
      * divergencias: media da nota pela quantidade e pelo valor
           move 200 to ws-nota-calculo
           if ws-max-div-qtd > 0
               compute ws-nota-calculo = ws-nota-calculo
                       - (fo-div-qtd(ind) * 100 / ws-max-div-qtd)
           end-if
           if ws-max-div-valor > 0
               compute ws-nota-calculo = ws-nota-calculo
                       - (fo-div-valor(ind) * 100 / ws-max-div-valor)
           end-if
           compute fo-nota-div(ind) = ws-nota-calculo / 2

           move 100 to fo-nota-alerta(ind)
           if ws-max-alertas > 0
               compute fo-nota-alerta(ind) =
                       100 - (fo-alertas(ind) * 100 / ws-max-alertas)
           end-if

           move 100 to fo-nota-osc(ind)
           if ws-max-oscilacao > 0
               compute fo-nota-osc(ind) =
                       100 - (fo-oscilacao(ind) * 100
                              / ws-max-oscilacao)
           end-if

           move 100 to fo-nota-enc(ind)
           if ws-max-encargo > 0
               compute fo-nota-enc(ind) =
                       100 - (fo-encargo(ind) * 100 / ws-max-encargo)
           end-if

           move 0 to fo-nota-volume(ind)
           if ws-max-compras > 0
               compute fo-nota-volume(ind) =
                       fo-compras(ind) * 100 / ws-max-compras
           end-if

           compute fo-nota(ind) rounded =
                   ( (fo-nota-div(ind)    * ws-peso(1))
                   + (fo-nota-alerta(ind) * ws-peso(2))
                   + (fo-nota-osc(ind)    * ws-peso(3))
                   + (fo-nota-enc(ind)    * ws-peso(4))
                   + (fo-nota-volume(ind) * ws-peso(5)) )
                   / ws-soma-pesos
           .
       calcular-nota-fornecedor-exit.
           exit.

      *----------------------classificacao pela nota--------------------
      * troca simples, maior nota primeiro; empate mantem a ordem
       ordenar-fornecedores section.
           perform varying ws-ind-ordena from 1 by 1
                   until ws-ind-ordena >= ws-total-fornecedores
               perform varying ws-ind-troca from 1 by 1
                       until ws-ind-troca >= ws-total-fornecedores
                   if fo-nota(ws-ind-troca) < fo-nota(ws-ind-troca + 1)
                       move fornecedor(ws-ind-troca)
                           to ws-troca-fornecedor
                       move fornecedor(ws-ind-troca + 1)
                           to fornecedor(ws-ind-troca)
                       move ws-troca-fornecedor
                           to fornecedor(ws-ind-troca + 1)
                   end-if
               end-perform
           end-perform
           .
       ordenar-fornecedores-exit.
           exit.

      *----------------------gravacao da avaliacao----------------------
       gravar-avaliacao section.
           open output avaliacao-file
           if ws-status-avaliacao <> "00"
               and ws-status-avaliacao <> "05"
               display "Erro ao gravar a avaliacao: "
                       ws-status-avaliacao
               move 12 to ws-codigo-retorno
               go to gravar-avaliacao-exit
           end-if

           move ws-data-de  to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-dia
           move ws-trab-mes to ws-exibe-mes
           move ws-trab-ano to ws-exibe-ano
           move ws-data-ate to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-2-dia
           move ws-trab-mes to ws-exibe-2-mes
           move ws-trab-ano to ws-exibe-2-ano
           move spaces to linha-avaliacao
           string "AVALIACAO DE FORNECEDORES  Filial: ["
                      delimited by size
                  ws-filial delimited by size
                  "]  de " delimited by size
                  ws-data-exibe delimited by size
                  " ate " delimited by size
                  ws-data-exibe-2 delimited by size
                  into linha-avaliacao
           write linha-avaliacao

           move ws-peso(1) to ws-disp-peso-1
           move ws-peso(2) to ws-disp-peso-2
           move ws-peso(3) to ws-disp-peso-3
           move ws-peso(4) to ws-disp-peso-4
           move ws-peso(5) to ws-disp-peso-5
           move spaces to linha-avaliacao
           string "Pesos: divergencias " delimited by size
                  ws-disp-peso-1 delimited by size
                  "  alertas " delimited by size
                  ws-disp-peso-2 delimited by size
                  "  oscilacao " delimited by size
                  ws-disp-peso-3 delimited by size
                  "  entrega " delimited by size
                  ws-disp-peso-4 delimited by size
                  "  volume " delimited by size
                  ws-disp-peso-5 delimited by size
                  into linha-avaliacao
           write linha-avaliacao
           move spaces to linha-avaliacao
           write linha-avaliacao

           move spaces to linha-avaliacao
           string "POS - PIZZARIA - NOTA - DIVERG - VALOR DIVERG - "
                      delimited by size
                  "ALERTAS - OSCIL% - ENTREGA% - COMPRAS"
                      delimited by size
                  into linha-avaliacao
           write linha-avaliacao
           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
               perform gravar-linha-avaliacao
           end-perform

           move spaces to linha-avaliacao
           write linha-avaliacao
           move "NOTA POR COMPONENTE (0 A 100)" to linha-avaliacao
           write linha-avaliacao
           move spaces to linha-avaliacao
           string "POS - PIZZARIA - DIVERG - ALERTAS - OSCIL - "
                      delimited by size
                  "ENTREGA - VOLUME" delimited by size
                  into linha-avaliacao
           write linha-avaliacao
           perform varying ind from 1 by 1
                   until ind > ws-total-fornecedores
               perform gravar-linha-componentes
           end-perform
           close avaliacao-file

           display "Avaliacao de " ws-total-fornecedores
                   " pizzaria(s) gravada em "
                   function trim(ws-arquivo-avaliacao)
           .
       gravar-avaliacao-exit.
           exit.

      *----------------------linha de uma pizzaria-----------------------
       gravar-linha-avaliacao section.
           move ind                to ws-disp-posicao
           move fo-nota(ind)       to ws-disp-nota
           move fo-div-qtd(ind)    to ws-disp-qtd
           move fo-div-valor(ind)  to ws-disp-valor
           move fo-alertas(ind)    to ws-disp-qtd-2
           move fo-oscilacao(ind)  to ws-disp-percentual
           move fo-encargo(ind)    to ws-disp-percentual-2
           move fo-compras(ind)    to ws-disp-compras
           move spaces to linha-avaliacao
           string ws-disp-posicao      delimited by size
                  " - " delimited by size
                  fo-pizzaria(ind)     delimited by size
                  " - " delimited by size
                  ws-disp-nota         delimited by size
                  " - " delimited by size
                  ws-disp-qtd          delimited by size
                  " - " delimited by size
                  ws-disp-valor        delimited by size
                  " - " delimited by size
                  ws-disp-qtd-2        delimited by size
                  " - " delimited by size
                  ws-disp-percentual   delimited by size
                  " - " delimited by size
                  ws-disp-percentual-2 delimited by size
                  " - " delimited by size
                  ws-disp-compras      delimited by size
                  into linha-avaliacao
           if fo-tem-condicao(ind) = "N"
               move "(sem condicoes)" to linha-avaliacao(93:)
           end-if
           write linha-avaliacao
           .
       gravar-linha-avaliacao-exit.
           exit.

      *----------------------notas por componente de uma pizzaria-------
       gravar-linha-componentes section.
           move ind                  to ws-disp-posicao
           move fo-nota-div(ind)     to ws-disp-nota-1
           move fo-nota-alerta(ind)  to ws-disp-nota-2
           move fo-nota-osc(ind)     to ws-disp-nota-3
           move fo-nota-enc(ind)     to ws-disp-nota-4
           move fo-nota-volume(ind)  to ws-disp-nota-5
           move spaces to linha-avaliacao
           string ws-disp-posicao     delimited by size
                  " - " delimited by size
                  fo-pizzaria(ind)    delimited by size
                  " - " delimited by size
                  ws-disp-nota-1      delimited by size
                  " - " delimited by size
                  ws-disp-nota-2      delimited by size
                  " - " delimited by size
                  ws-disp-nota-3      delimited by size
                  " - " delimited by size
                  ws-disp-nota-4      delimited by size
                  " - " delimited by size
                  ws-disp-nota-5      delimited by size
                  into linha-avaliacao
           write linha-avaliacao
           .
       gravar-linha-componentes-exit.
           exit.

      *----------------------data dd/mm/aaaa para numero----------------
      * texto fora do formato devolve zero
       converter-data-edicao section.
           move 0 to ws-data-lida
           if ws-dte-dia not numeric or ws-dte-mes not numeric
               or ws-dte-ano not numeric
               or ws-dte-barra-1 <> "/" or ws-dte-barra-2 <> "/"
               go to converter-data-edicao-exit
           end-if
           move ws-dte-ano to ws-trab-ano
           move ws-dte-mes to ws-trab-mes
           move ws-dte-dia to ws-trab-dia
           move ws-data-trabalho-num to ws-data-lida
           .
       converter-data-edicao-exit.
           exit.

      *----------------------valor editado para numero------------------
      * texto como "  160,00" ou "   2": parte inteira alinhada a
      * direita e completada com zeros, sinal ignorado
       converter-valor-texto section.
           move 0 to ws-valor-lido
           move spaces to ws-parte-inteira ws-parte-decimal
           inspect ws-valor-texto replacing all "-" by " "
           inspect ws-valor-texto replacing all "." by " "
           unstring function trim(ws-valor-texto)
               delimited by ","
               into ws-parte-inteira ws-parte-decimal
           end-unstring
           inspect ws-parte-inteira replacing all " " by "0"
           inspect ws-parte-decimal replacing all " " by "0"
           if ws-parte-inteira numeric and ws-parte-decimal numeric
               move ws-parte-inteira to ws-inteiro-lido
               move ws-parte-decimal to ws-decimal-lido
               compute ws-valor-lido = ws-inteiro-lido
                                     + (ws-decimal-lido / 100)
           end-if
           .
       converter-valor-texto-exit.
           exit.

       finaliza section.
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
