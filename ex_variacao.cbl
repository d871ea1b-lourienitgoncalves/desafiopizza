      *Divisão de identificação do programa
       identification division.
       program-id. "ex_variacao".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * orcado x realizado das compras: soma os pedidos reais de cada
      * filial (PIZZAS.PED, quantidade x preco, mais a taxa de entrega
      * do PIZZAS.TXE) por mes e pizzaria e compara com o orcamento
      * do PIZZAS.ORC ("ex_orcamento"), com a diferenca em valor e em
      * percentual no mes e no acumulado do ano; grava em PIZZAS.VAR
      * uma pagina por filial e, no fim, a pagina consolidada de
      * todas as filiais.
      * filiais na variavel de ambiente PIZZAS_FILIAIS (codigos
      * separados por espaco) ou perguntadas na abertura; sem lista
      * vale so a filial de PIZZAS_FILIAL. ano em PIZZAS_ANO (AAAA)
      * ou perguntado; zero ou janela noturna (PIZZAS_LOTE = "S") =
      * ano corrente.
      * a taxa de entrega segue a regra do "ex_fornecedor": pedidos do
      * mesmo dia na mesma pizzaria sao uma entrega so, que sai
      * gratis quando alcanca o valor de entrega gratis.
      * codigo de retorno: 0 ok, 4 algum mes acima do orcamento ou
      * arquivo de filial ausente, 12 erro ao gravar o relatorio
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.
           select optional orcamento-file  assign to "PIZZAS.ORC"
               organization  is line sequential
               file status   is ws-status-orcamento.

           select optional pedido-file  assign using ws-arquivo-pedido
               organization  is line sequential
               file status   is ws-status-pedido.

           select optional condicoes-file
               assign using ws-arquivo-condicoes
               organization  is line sequential
               file status   is ws-status-condicoes.

           select variacao-file  assign to "PIZZAS.VAR"
               organization  is line sequential
               file status   is ws-status-variacao.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

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

       fd  condicoes-file.
       01  reg-condicao.
           05 cnd-pizzaria                         pic x(15).
           05 cnd-taxa                             pic 9(03)v99.
           05 cnd-minimo                           pic 9(05)v99.
           05 cnd-gratis                           pic 9(05)v99.

       fd  variacao-file.
       01  linha-variacao                           pic x(180).


      *----Variaveis de trabalho
       working-storage section.

      * uma linha por filial + pizzaria, com o orcado e o realizado
      * de cada mes do ano pedido
       77  ws-total-linhas                         pic 9(04) value 0.
       77  ws-max-linhas                           pic 9(04) value 500.
       01  linha-var  occurs 1 to 500 times
                       depending on ws-total-linhas.
           05 vl-filial                            pic x(02).
           05 vl-pizzaria                          pic x(15).
           05 vl-orcado     occurs 12 times        pic 9(07)v99.
           05 vl-realizado  occurs 12 times        pic 9(07)v99.
       01  ws-troca-linha                          pic x(233).

       77  ws-total-filiais                        pic 9(02) value 0.
       77  ws-max-filiais                          pic 9(02) value 10.
       01  tabela-filiais.
           05 fil-codigo  occurs 10 times          pic x(02).

      * condicoes de entrega da filial em processamento
       77  ws-total-condicoes                      pic 9(04) value 0.
       77  ws-max-condicoes                        pic 9(04) value 50.
       01  condicao  occurs 1 to 50 times
                      depending on ws-total-condicoes.
           05 tx-pizzaria                          pic x(15).
           05 tx-taxa                              pic 9(03)v99.
           05 tx-gratis                            pic 9(05)v99.

      * pedidos do mesmo dia na mesma pizzaria viajam numa entrega so
       77  ws-total-entregas                       pic 9(04) value 0.
       77  ws-max-entregas                         pic 9(04) value 2000.
       01  entrega  occurs 1 to 2000 times
                     depending on ws-total-entregas.
           05 en-pizzaria                          pic x(15).
           05 en-data                              pic 9(08).
           05 en-valor                             pic 9(07)v99.

       77  ind                                     pic 9(04).
       77  ws-ind-linha                            pic 9(04).
       77  ws-ind-entrega                          pic 9(04).
       77  ws-ind-condicao                         pic 9(04).
       77  ws-ind-filial                           pic 9(02).
       77  ws-ind-mes                              pic 9(02).
       77  ws-ind-ordena                           pic 9(04).
       77  ws-ind-troca                            pic 9(04).
       77  ws-mes                                  pic 9(02).
       77  ws-status-orcamento                     pic x(02).
       77  ws-status-pedido                        pic x(02).
       77  ws-status-condicoes                     pic x(02).
       77  ws-status-variacao                      pic x(02).
       77  ws-arquivo-pedido                       pic x(20).
       77  ws-arquivo-condicoes                    pic x(20).
       77  ws-filial                               pic x(02).
       77  ws-filial-corrente                      pic x(02).
       77  ws-lista-filiais                        pic x(30).
       77  ws-lote-noturno                         pic x(01).
       77  ws-ano-texto                            pic x(04).
       77  ws-ano                                  pic 9(04).
       77  ws-busca-filial                         pic x(02).
       77  ws-busca-pizzaria                       pic x(15).
       77  ws-filial-listada                       pic x(01).
       77  ws-valor-pedido                         pic 9(07)v99.
       77  ws-taxa-pizzaria                        pic 9(03)v99.
       77  ws-gratis-pizzaria                      pic 9(05)v99.
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-tem-movimento                        pic x(01).
       77  ws-qtd-pedidos                          pic 9(06).
       77  ws-linha-titulo                         pic x(20).
       77  ws-nome-filial                          pic x(06).

      * valores da linha em impressao: mes e acumulado do ano
       77  ws-orc-mes                              pic 9(09)v99.
       77  ws-real-mes                             pic 9(09)v99.
       77  ws-orc-acum                             pic 9(09)v99.
       77  ws-real-acum                            pic 9(09)v99.
       77  ws-tot-orc-mes                          pic 9(09)v99.
       77  ws-tot-real-mes                         pic 9(09)v99.
       77  ws-tot-orc-acum                         pic 9(09)v99.
       77  ws-tot-real-acum                        pic 9(09)v99.
       77  ws-ger-orc-mes                          pic 9(09)v99.
       77  ws-ger-real-mes                         pic 9(09)v99.
       77  ws-ger-orc-acum                         pic 9(09)v99.
       77  ws-ger-real-acum                        pic 9(09)v99.
       77  ws-diferenca                            pic s9(09)v99.
       77  ws-percentual                           pic s9(05)v99.
       77  ws-disp-orcado                          pic zzzzzzzz9,99.
       77  ws-disp-realizado                       pic zzzzzzzz9,99.
       77  ws-disp-diferenca                       pic ---------9,99.
       77  ws-disp-percentual                      pic -----9,99.
       77  ws-disp-orc-acum                        pic zzzzzzzz9,99.
       77  ws-disp-real-acum                       pic zzzzzzzz9,99.
       77  ws-disp-dif-acum                        pic ---------9,99.
       77  ws-disp-perc-acum                       pic -----9,99.
       77  ws-texto-percentual                     pic x(09).
       77  ws-texto-perc-acum                      pic x(09).
       77  ws-marca-estouro                        pic x(30).
       01  ws-data-pedido.
           05 ws-ped-ano                           pic 9(04).
           05 ws-ped-mes                           pic 9(02).
           05 ws-ped-dia                           pic 9(02).
       01  ws-data-pedido-num redefines ws-data-pedido
                                                   pic 9(08).
       01  ws-anomes-orcamento.
           05 ws-orc-ano                           pic 9(04).
           05 ws-orc-mes-lido                      pic 9(02).
       01  ws-anomes-orcamento-num redefines ws-anomes-orcamento
                                                   pic 9(06).
       01  ws-mes-edicao.
           05 ws-mes-ed-mes                        pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-mes-ed-ano                        pic 9(04).
       01  ws-data-sistema.
           05 ws-data-ano                          pic 9(04).
           05 ws-data-mes                          pic 9(02).
           05 ws-data-dia                          pic 9(02).
       01  ws-data-edicao.
           05 ws-data-edicao-dia                   pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-edicao-mes                   pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-edicao-ano                   pic 9(04).


      *Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-dia   to ws-data-edicao-dia
           move ws-data-mes   to ws-data-edicao-mes
           move ws-data-ano   to ws-data-edicao-ano

           accept ws-lote-noturno from environment "PIZZAS_LOTE"
           accept ws-filial from environment "PIZZAS_FILIAL"

           accept ws-lista-filiais from environment "PIZZAS_FILIAIS"
           if ws-lista-filiais = spaces and ws-lote-noturno <> "S"
               display "Codigos das filiais separados por espaco "
                       "(ate 10, vazio = filial em uso)"
               accept ws-lista-filiais
           end-if
           perform separar-filiais
           if ws-total-filiais = 0
               move 1 to ws-total-filiais
               move ws-filial to fil-codigo(1)
           end-if

           perform obter-ano
           .
       inicializa-exit.
           exit.

      *----------------------separacao da lista de filiais--------------
       separar-filiais section.
           move 0 to ws-total-filiais
           move spaces to tabela-filiais
           if ws-lista-filiais = spaces
               go to separar-filiais-exit
           end-if
           unstring ws-lista-filiais
               delimited by all " "
               into fil-codigo(1) fil-codigo(2) fil-codigo(3)
                    fil-codigo(4) fil-codigo(5) fil-codigo(6)
                    fil-codigo(7) fil-codigo(8) fil-codigo(9)
                    fil-codigo(10)
               tallying ws-total-filiais
           end-unstring
      * campos vazios no fim da lista nao contam como filial
           perform until ws-total-filiais = 0
                   or fil-codigo(ws-total-filiais) <> spaces
               subtract 1 from ws-total-filiais
           end-perform
           .
       separar-filiais-exit.
           exit.

      *----------------------ano do relatorio---------------------------
       obter-ano section.
           move ws-data-ano to ws-ano
           accept ws-ano-texto from environment "PIZZAS_ANO"
           if ws-ano-texto = spaces and ws-lote-noturno <> "S"
               display "Ano do relatorio (AAAA, 0 = ano corrente)"
               accept ws-ano-texto
           end-if
           if ws-ano-texto = spaces or ws-ano-texto = "0"
               go to obter-ano-exit
           end-if
           if ws-ano-texto numeric
               and ws-ano-texto >= "2000" and ws-ano-texto <= "2199"
               move ws-ano-texto to ws-ano
           else
               display "Ano invalido, usando o ano corrente: "
                       ws-ano-texto
           end-if
           .
       obter-ano-exit.
           exit.

       processamento section.
           perform carregar-orcamento

           perform varying ws-ind-filial from 1 by 1
                   until ws-ind-filial > ws-total-filiais
               perform carregar-realizado-filial
           end-perform

           perform ordenar-linhas
           perform gravar-variacao
           .
       processamento-exit.
           exit.

      *----------------------filial na lista?---------------------------
       verificar-filial-listada section.
           move "N" to ws-filial-listada
           perform varying ind from 1 by 1
                   until ind > ws-total-filiais
                   or ws-filial-listada = "S"
               if fil-codigo(ind) = ws-busca-filial
                   move "S" to ws-filial-listada
               end-if
           end-perform
           .
       verificar-filial-listada-exit.
           exit.

      *----------------------linha da filial + pizzaria-----------------
      * devolve em ws-ind-linha a linha de ws-busca-filial e
      * ws-busca-pizzaria, incluida se ainda nao existe (zero quando a
      * tabela esta cheia)
       localizar-linha section.
           move 0 to ws-ind-linha
           perform varying ind from 1 by 1
                   until ind > ws-total-linhas
                   or ws-ind-linha > 0
               if vl-filial(ind) = ws-busca-filial
                   and vl-pizzaria(ind) = ws-busca-pizzaria
                   move ind to ws-ind-linha
               end-if
           end-perform
           if ws-ind-linha > 0
               go to localizar-linha-exit
           end-if

           if ws-total-linhas >= ws-max-linhas
               display "Limite de pizzarias excedido, ignorada: "
                       ws-busca-filial " " ws-busca-pizzaria
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to localizar-linha-exit
           end-if
           add 1 to ws-total-linhas
           move ws-total-linhas to ws-ind-linha
           initialize linha-var(ws-ind-linha)
           move ws-busca-filial   to vl-filial(ws-ind-linha)
           move ws-busca-pizzaria to vl-pizzaria(ws-ind-linha)
           .
       localizar-linha-exit.
           exit.

      *----------------------carga do orcamento do ano-------------------
       carregar-orcamento section.
           open input orcamento-file
           if ws-status-orcamento = "00"
               perform until ws-status-orcamento = "10"
                   read orcamento-file
                       at end
                           move "10" to ws-status-orcamento
                       not at end
                           perform acumular-orcamento
                   end-read
               end-perform
           else
               display "Orcamento PIZZAS.ORC nao encontrado, "
                       "relatorio so com o realizado"
           end-if
           close orcamento-file
           .
       carregar-orcamento-exit.
           exit.

      *----------------------uma linha de orcamento----------------------
       acumular-orcamento section.
           if orc-anomes not numeric or orc-valor not numeric
               go to acumular-orcamento-exit
           end-if
           move orc-anomes to ws-anomes-orcamento-num
           if ws-orc-ano <> ws-ano
               or ws-orc-mes-lido < 1 or ws-orc-mes-lido > 12
               go to acumular-orcamento-exit
           end-if
           move orc-filial to ws-busca-filial
           perform verificar-filial-listada
           if ws-filial-listada <> "S"
               go to acumular-orcamento-exit
           end-if
           move orc-pizzaria to ws-busca-pizzaria
           perform localizar-linha
           if ws-ind-linha = 0
               go to acumular-orcamento-exit
           end-if
           add orc-valor to vl-orcado(ws-ind-linha, ws-orc-mes-lido)
           .
       acumular-orcamento-exit.
           exit.

      *----------------------realizado de uma filial--------------------
       carregar-realizado-filial section.
           move fil-codigo(ws-ind-filial) to ws-filial-corrente
           move spaces to ws-arquivo-pedido
           string "PIZZAS" delimited by size
                  function trim(ws-filial-corrente) delimited by size
                  ".PED" delimited by size
                  into ws-arquivo-pedido
           move spaces to ws-arquivo-condicoes
           string "PIZZAS" delimited by size
                  function trim(ws-filial-corrente) delimited by size
                  ".TXE" delimited by size
                  into ws-arquivo-condicoes

           perform carregar-condicoes

           move 0 to ws-total-entregas
           move 0 to ws-qtd-pedidos
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
           else
               display "Pedidos nao encontrados: "
                       function trim(ws-arquivo-pedido)
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
           end-if
           close pedido-file

           perform apurar-entregas
           display "Filial " ws-filial-corrente ": " ws-qtd-pedidos
                   " linha(s) de pedido no ano"
           .
       carregar-realizado-filial-exit.
           exit.

      *----------------------condicoes de entrega da filial-------------
       carregar-condicoes section.
           move 0 to ws-total-condicoes
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
           if cnd-taxa not numeric or cnd-gratis not numeric
               go to acumular-condicao-exit
           end-if
           if ws-total-condicoes >= ws-max-condicoes
               display "Limite de condicoes excedido, ignorada: "
                       cnd-pizzaria
               go to acumular-condicao-exit
           end-if
           add 1 to ws-total-condicoes
           move cnd-pizzaria to tx-pizzaria(ws-total-condicoes)
           move cnd-taxa     to tx-taxa(ws-total-condicoes)
           move cnd-gratis   to tx-gratis(ws-total-condicoes)
           .
       acumular-condicao-exit.
           exit.

      *----------------------um pedido-----------------------------------
       acumular-pedido section.
           if ped-data not numeric or ped-qtd not numeric
               or ped-preco not numeric
               go to acumular-pedido-exit
           end-if
           move ped-data to ws-data-pedido-num
           if ws-ped-ano <> ws-ano
               or ws-ped-mes < 1 or ws-ped-mes > 12
               go to acumular-pedido-exit
           end-if
           move ws-filial-corrente to ws-busca-filial
           move ped-pizzaria       to ws-busca-pizzaria
           perform localizar-linha
           if ws-ind-linha = 0
               go to acumular-pedido-exit
           end-if
           add 1 to ws-qtd-pedidos
           compute ws-valor-pedido = ped-qtd * ped-preco
           add ws-valor-pedido to vl-realizado(ws-ind-linha, ws-ped-mes)

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
                   display "Limite de entregas excedido, pedido sem "
                           "taxa: " ped-pizzaria
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

      *----------------------taxas de entrega da filial-----------------
      * cada entrega paga a taxa da pizzaria no mes da entrega, salvo
      * quando o valor da entrega alcanca a faixa de entrega gratis
       apurar-entregas section.
           perform varying ws-ind-entrega from 1 by 1
                   until ws-ind-entrega > ws-total-entregas
               move 0 to ws-taxa-pizzaria
               move 0 to ws-gratis-pizzaria
               perform varying ws-ind-condicao from 1 by 1
                       until ws-ind-condicao > ws-total-condicoes
                   if tx-pizzaria(ws-ind-condicao)
                           = en-pizzaria(ws-ind-entrega)
                       move tx-taxa(ws-ind-condicao)
                            to ws-taxa-pizzaria
                       move tx-gratis(ws-ind-condicao)
                            to ws-gratis-pizzaria
                   end-if
               end-perform
               if ws-taxa-pizzaria > 0
                   and (ws-gratis-pizzaria = 0
                        or en-valor(ws-ind-entrega)
                           < ws-gratis-pizzaria)
                   move ws-filial-corrente to ws-busca-filial
                   move en-pizzaria(ws-ind-entrega)
                        to ws-busca-pizzaria
                   perform localizar-linha
                   if ws-ind-linha > 0
                       move en-data(ws-ind-entrega)
                            to ws-data-pedido-num
                       add ws-taxa-pizzaria
                           to vl-realizado(ws-ind-linha, ws-ped-mes)
                   end-if
               end-if
           end-perform
           .
       apurar-entregas-exit.
           exit.

      *----------------------ordenacao por filial e pizzaria------------
       ordenar-linhas section.
           perform varying ws-ind-ordena from 1 by 1
                   until ws-ind-ordena >= ws-total-linhas
               perform varying ws-ind-troca from 1 by 1
                       until ws-ind-troca >= ws-total-linhas
                   if vl-filial(ws-ind-troca)
                           > vl-filial(ws-ind-troca + 1)
                       or (vl-filial(ws-ind-troca)
                               = vl-filial(ws-ind-troca + 1)
                           and vl-pizzaria(ws-ind-troca)
                               > vl-pizzaria(ws-ind-troca + 1))
                       move linha-var(ws-ind-troca) to ws-troca-linha
                       move linha-var(ws-ind-troca + 1)
                            to linha-var(ws-ind-troca)
                       move ws-troca-linha
                            to linha-var(ws-ind-troca + 1)
                   end-if
               end-perform
           end-perform
           .
       ordenar-linhas-exit.
           exit.

      *----------------------gravacao do relatorio----------------------
       gravar-variacao section.
           open output variacao-file
           if ws-status-variacao <> "00"
               and ws-status-variacao <> "05"
               display "Erro ao gravar a variacao: "
                       ws-status-variacao
               move 12 to ws-codigo-retorno
               go to gravar-variacao-exit
           end-if

           perform varying ws-ind-filial from 1 by 1
                   until ws-ind-filial > ws-total-filiais
               move fil-codigo(ws-ind-filial) to ws-filial-corrente
               perform gravar-pagina-filial
           end-perform

           perform gravar-pagina-consolidada

           close variacao-file
           display "Orcado x realizado gravado em PIZZAS.VAR"
           .
       gravar-variacao-exit.
           exit.

      *----------------------nome da filial no titulo--------------------
       montar-nome-filial section.
           if ws-filial-corrente = spaces
               move "PADRAO" to ws-nome-filial
           else
               move ws-filial-corrente to ws-nome-filial
           end-if
           .
       montar-nome-filial-exit.
           exit.

      *----------------------pagina de uma filial-----------------------
       gravar-pagina-filial section.
           perform montar-nome-filial
           move spaces to linha-variacao
           string "ORCADO X REALIZADO DE COMPRAS - FILIAL "
                      delimited by size
                  function trim(ws-nome-filial) delimited by size
                  " - ANO " delimited by size
                  ws-ano delimited by size
                  "  Data: " delimited by size
                  ws-data-edicao delimited by size
                  into linha-variacao
           write linha-variacao

           move "N" to ws-tem-movimento
           perform varying ws-mes from 1 by 1 until ws-mes > 12
               perform gravar-mes-filial
           end-perform

           if ws-tem-movimento = "N"
               move "Sem orcamento nem pedidos no ano"
                   to linha-variacao
               write linha-variacao
           end-if
           move spaces to linha-variacao
           write linha-variacao
           .
       gravar-pagina-filial-exit.
           exit.

      *----------------------bloco de um mes da filial------------------
      * so entram os meses com orcamento ou pedido na filial, e em
      * cada mes so as pizzarias com orcamento ou pedido no mes
       gravar-mes-filial section.
           move 0 to ws-tot-orc-mes
           move 0 to ws-tot-real-mes
           move 0 to ws-tot-orc-acum
           move 0 to ws-tot-real-acum
           perform varying ws-ind-linha from 1 by 1
                   until ws-ind-linha > ws-total-linhas
               if vl-filial(ws-ind-linha) = ws-filial-corrente
                   perform calcular-valores-linha
                   add ws-orc-mes   to ws-tot-orc-mes
                   add ws-real-mes  to ws-tot-real-mes
                   add ws-orc-acum  to ws-tot-orc-acum
                   add ws-real-acum to ws-tot-real-acum
               end-if
           end-perform
           if ws-tot-orc-mes = 0 and ws-tot-real-mes = 0
               go to gravar-mes-filial-exit
           end-if
           move "S" to ws-tem-movimento

           move ws-mes to ws-mes-ed-mes
           move ws-ano to ws-mes-ed-ano
           move spaces to linha-variacao
           write linha-variacao
           move spaces to linha-variacao
           string "MES " delimited by size
                  ws-mes-edicao delimited by size
                  into linha-variacao
           write linha-variacao
           perform escrever-cabecalho-colunas

           perform varying ws-ind-linha from 1 by 1
                   until ws-ind-linha > ws-total-linhas
               if vl-filial(ws-ind-linha) = ws-filial-corrente
                   perform calcular-valores-linha
                   if ws-orc-mes > 0 or ws-real-mes > 0
                       move vl-pizzaria(ws-ind-linha)
                            to ws-linha-titulo
                       perform escrever-linha-valores
                   end-if
               end-if
           end-perform

           move ws-tot-orc-mes   to ws-orc-mes
           move ws-tot-real-mes  to ws-real-mes
           move ws-tot-orc-acum  to ws-orc-acum
           move ws-tot-real-acum to ws-real-acum
           move "TOTAL DA FILIAL" to ws-linha-titulo
           perform escrever-linha-valores
           .
       gravar-mes-filial-exit.
           exit.

      *----------------------pagina consolidada-------------------------
      * uma linha por filial em cada mes e o total geral, montados a
      * partir dos arquivos de cada filial lidos acima
       gravar-pagina-consolidada section.
           move spaces to linha-variacao
           string "ORCADO X REALIZADO DE COMPRAS - CONSOLIDADO DE "
                      delimited by size
                  "TODAS AS FILIAIS - ANO " delimited by size
                  ws-ano delimited by size
                  "  Data: " delimited by size
                  ws-data-edicao delimited by size
                  into linha-variacao
           write linha-variacao

           move "N" to ws-tem-movimento
           perform varying ws-mes from 1 by 1 until ws-mes > 12
               perform gravar-mes-consolidado
           end-perform

           if ws-tem-movimento = "N"
               move "Sem orcamento nem pedidos no ano"
                   to linha-variacao
               write linha-variacao
           end-if
           .
       gravar-pagina-consolidada-exit.
           exit.

      *----------------------bloco de um mes no consolidado--------------
       gravar-mes-consolidado section.
           move 0 to ws-ger-orc-mes
           move 0 to ws-ger-real-mes
           move 0 to ws-ger-orc-acum
           move 0 to ws-ger-real-acum
           perform varying ws-ind-linha from 1 by 1
                   until ws-ind-linha > ws-total-linhas
               perform calcular-valores-linha
               add ws-orc-mes   to ws-ger-orc-mes
               add ws-real-mes  to ws-ger-real-mes
               add ws-orc-acum  to ws-ger-orc-acum
               add ws-real-acum to ws-ger-real-acum
           end-perform
           if ws-ger-orc-mes = 0 and ws-ger-real-mes = 0
               go to gravar-mes-consolidado-exit
           end-if
           move "S" to ws-tem-movimento

           move ws-mes to ws-mes-ed-mes
           move ws-ano to ws-mes-ed-ano
           move spaces to linha-variacao
           write linha-variacao
           move spaces to linha-variacao
           string "MES " delimited by size
                  ws-mes-edicao delimited by size
                  into linha-variacao
           write linha-variacao
           perform escrever-cabecalho-colunas

           perform varying ws-ind-filial from 1 by 1
                   until ws-ind-filial > ws-total-filiais
               move fil-codigo(ws-ind-filial) to ws-filial-corrente
               move 0 to ws-tot-orc-mes
               move 0 to ws-tot-real-mes
               move 0 to ws-tot-orc-acum
               move 0 to ws-tot-real-acum
               perform varying ws-ind-linha from 1 by 1
                       until ws-ind-linha > ws-total-linhas
                   if vl-filial(ws-ind-linha) = ws-filial-corrente
                       perform calcular-valores-linha
                       add ws-orc-mes   to ws-tot-orc-mes
                       add ws-real-mes  to ws-tot-real-mes
                       add ws-orc-acum  to ws-tot-orc-acum
                       add ws-real-acum to ws-tot-real-acum
                   end-if
               end-perform
               if ws-tot-orc-acum > 0 or ws-tot-real-acum > 0
                   move ws-tot-orc-mes   to ws-orc-mes
                   move ws-tot-real-mes  to ws-real-mes
                   move ws-tot-orc-acum  to ws-orc-acum
                   move ws-tot-real-acum to ws-real-acum
                   perform montar-nome-filial
                   move spaces to ws-linha-titulo
                   string "FILIAL " delimited by size
                          ws-nome-filial delimited by size
                          into ws-linha-titulo
                   perform escrever-linha-valores
               end-if
           end-perform

           move ws-ger-orc-mes   to ws-orc-mes
           move ws-ger-real-mes  to ws-real-mes
           move ws-ger-orc-acum  to ws-orc-acum
           move ws-ger-real-acum to ws-real-acum
           move "TOTAL GERAL" to ws-linha-titulo
           perform escrever-linha-valores
           .
       gravar-mes-consolidado-exit.
           exit.

      *----------------------valores de uma linha no mes----------------
      * orcado e realizado do mes ws-mes e acumulados de janeiro ate
      * ele, para a linha ws-ind-linha
       calcular-valores-linha section.
           move vl-orcado(ws-ind-linha, ws-mes)    to ws-orc-mes
           move vl-realizado(ws-ind-linha, ws-mes) to ws-real-mes
           move 0 to ws-orc-acum
           move 0 to ws-real-acum
           perform varying ws-ind-mes from 1 by 1
                   until ws-ind-mes > ws-mes
               add vl-orcado(ws-ind-linha, ws-ind-mes)
                   to ws-orc-acum
               add vl-realizado(ws-ind-linha, ws-ind-mes)
                   to ws-real-acum
           end-perform
           .
       calcular-valores-linha-exit.
           exit.

      *----------------------cabecalho das colunas----------------------
       escrever-cabecalho-colunas section.
           move spaces to linha-variacao
           string "PIZZARIA/FILIAL      -       ORCADO -    REALIZADO"
                      delimited by size
                  " -     DIFERENCA -         % -   ORCADO ANO -"
                      delimited by size
                  "   REALIZ ANO - DIFERENCA ANO -     % ANO"
                      delimited by size
                  into linha-variacao
           write linha-variacao
           .
       escrever-cabecalho-colunas-exit.
           exit.

      *----------------------linha de valores---------------------------
      * diferenca positiva = gastou acima do orcado; sem orcamento o
      * percentual nao existe e a coluna mostra SEM ORC
       escrever-linha-valores section.
           compute ws-diferenca = ws-real-mes - ws-orc-mes
           move ws-diferenca to ws-disp-diferenca
           if ws-orc-mes > 0
               compute ws-percentual rounded =
                       (ws-diferenca * 100) / ws-orc-mes
                   on size error
                       move 99999,99 to ws-percentual
               end-compute
               move ws-percentual to ws-disp-percentual
               move ws-disp-percentual to ws-texto-percentual
           else
               move "  SEM ORC" to ws-texto-percentual
           end-if
           move spaces to ws-marca-estouro
           if ws-diferenca > 0 and ws-orc-mes > 0
               move " *** ACIMA DO ORCAMENTO ***" to ws-marca-estouro
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
           end-if

           compute ws-diferenca = ws-real-acum - ws-orc-acum
           move ws-diferenca to ws-disp-dif-acum
           if ws-orc-acum > 0
               compute ws-percentual rounded =
                       (ws-diferenca * 100) / ws-orc-acum
                   on size error
                       move 99999,99 to ws-percentual
               end-compute
               move ws-percentual to ws-disp-perc-acum
               move ws-disp-perc-acum to ws-texto-perc-acum
           else
               move "  SEM ORC" to ws-texto-perc-acum
           end-if

           move ws-orc-mes   to ws-disp-orcado
           move ws-real-mes  to ws-disp-realizado
           move ws-orc-acum  to ws-disp-orc-acum
           move ws-real-acum to ws-disp-real-acum
           move spaces to linha-variacao
           string ws-linha-titulo     delimited by size
                  " - " delimited by size
                  ws-disp-orcado      delimited by size
                  " - " delimited by size
                  ws-disp-realizado   delimited by size
                  " - " delimited by size
                  ws-disp-diferenca   delimited by size
                  " - " delimited by size
                  ws-texto-percentual delimited by size
                  " - " delimited by size
                  ws-disp-orc-acum    delimited by size
                  " - " delimited by size
                  ws-disp-real-acum   delimited by size
                  " - " delimited by size
                  ws-disp-dif-acum    delimited by size
                  " - " delimited by size
                  ws-texto-perc-acum  delimited by size
                  ws-marca-estouro    delimited by size
                  into linha-variacao
           write linha-variacao
           .
       escrever-linha-valores-exit.
           exit.

       finaliza section.
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
