      * por mes calendario e pizzaria e grava em PIZZAS.MES, mes a
      * mes, a media de preco/cm2, o numero de cotacoes, o sabor mais
      * barato do mes e a variacao contra o mes anterior, marcando a
      * pizzaria que subiu enquanto a media geral do mercado caiu; o
      * sabor mais barato e agrupado pelo codigo do cadastro
      * PIZZAS.SAB ("ex_sabor"), pela media do preco/cm2 do sabor no
      * mes, e nao pelo nome livre de cada cotacao
       environment division.
       configuration section.
           special-names. decimal-point is comma.
               organization  is line sequential
               file status   is ws-status-mensal.

           select optional sabor-file  assign to "PIZZAS.SAB"
               organization  is line sequential
               file status   is ws-status-sabor.

       i-o-control.

      *Declaração de variáveis
       01  linha-historico                          pic x(90).

       fd  mensal-file.
       01  linha-mensal                             pic x(120).

       fd  sabor-file.
       01  reg-sabor.
           05 sab-codigo                           pic x(06).
           05 sab-descricao                        pic x(15).
           05 sab-sinonimo  occurs 8 times         pic x(15).


      *----Variaveis de trabalho
           05 grp-pizzaria                         pic x(15).
           05 grp-soma                             pic 9(09)v99.
           05 grp-qtd                              pic 9(05).
           05 grp-barata-codigo                    pic x(06).
           05 grp-barata-nome                      pic x(15).
           05 grp-barata-cm2                       pic 9(03)v99.

      * soma do preco/cm2 de cada sabor dentro de um grupo, para o
      * sabor mais barato sair da media do sabor no mes
       77  ws-total-sabores-mes                    pic 9(04) value 0.
       77  ws-max-sabores-mes                      pic 9(04) value 3000.
       01  sabor-mes  occurs 1 to 3000 times
                       depending on ws-total-sabores-mes.
           05 sm-grupo                             pic 9(04).
           05 sm-codigo                            pic x(06).
           05 sm-descricao                         pic x(15).
           05 sm-soma                              pic 9(07)v99.
           05 sm-qtd                               pic 9(05).

      * cadastro de sabores: codigo, descricao padrao e sinonimos
       77  ws-total-sabores                        pic 9(04) value 0.
       77  ws-max-sabores                          pic 9(04) value 300.
       01  sabor  occurs 1 to 300 times
                   depending on ws-total-sabores.
           05 sb-codigo                            pic x(06).
           05 sb-descricao                         pic x(15).
           05 sb-sinonimo  occurs 8 times          pic x(15).

      * totais do mercado inteiro por mes, para a media geral
       01  mes-mercado  occurs 1 to 120 times
                         depending on ws-total-meses.
       77  ws-mes-corrente                         pic 9(03).
       77  ws-status-historico                     pic x(02).
       77  ws-status-mensal                        pic x(02).
       77  ws-status-sabor                         pic x(02).
       77  ws-ind-sabor                            pic 9(04).
       77  ws-ind-sinonimo                         pic 9(02).
       77  ws-max-sinonimos                        pic 9(02) value 8.
       77  ws-ind-sabor-mes                        pic 9(04).
       77  ws-nome-sabor                           pic x(15).
       77  ws-codigo-sabor                         pic x(06).
       77  ws-descricao-sabor                      pic x(15).
       77  ws-media-sabor                          pic 9(03)v99.
       77  ws-filial                               pic x(02).
       77  ws-arquivo-historico                    pic x(20).
       77  ws-arquivo-mensal                       pic x(20).
                  function trim(ws-filial) delimited by size
                  ".MES" delimited by size
                  into ws-arquivo-mensal

           perform carregar-sabores
           .
       inicializa-exit.
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

       processamento section.
           perform carregar-historico
           if ws-total-grupos = 0
               move ws-hst-pizzaria to grp-pizzaria(ws-ind-grupo)
               move 0               to grp-soma(ws-ind-grupo)
               move 0               to grp-qtd(ws-ind-grupo)
           end-if

           add ws-valor-cm2 to grp-soma(ws-ind-grupo)
           add 1            to grp-qtd(ws-ind-grupo)

           perform acumular-sabor-mes
           .
       acumular-linha-exit.
           exit.

      *----------------------acumulacao do sabor no grupo---------------
      * nome fora do cadastro de sabores fica como um sabor a parte,
      * pelo proprio nome
       acumular-sabor-mes section.
           move ws-hst-nome to ws-nome-sabor
           perform buscar-codigo-sabor

           move 0 to ws-ind-sabor-mes
           perform varying ind from 1 by 1
                   until ind > ws-total-sabores-mes
                   or ws-ind-sabor-mes > 0
               if sm-grupo(ind) = ws-ind-grupo
                   and sm-codigo(ind) = ws-codigo-sabor
                   and sm-descricao(ind) = ws-descricao-sabor
                   move ind to ws-ind-sabor-mes
               end-if
           end-perform

           if ws-ind-sabor-mes = 0
               if ws-total-sabores-mes >= ws-max-sabores-mes
                   display "Limite de sabores por mes excedido, "
                           "ignorado: " ws-hst-nome
                   go to acumular-sabor-mes-exit
               end-if
               add 1 to ws-total-sabores-mes
               move ws-total-sabores-mes to ws-ind-sabor-mes
               move ws-ind-grupo       to sm-grupo(ws-ind-sabor-mes)
               move ws-codigo-sabor    to sm-codigo(ws-ind-sabor-mes)
               move ws-descricao-sabor to sm-descricao(ws-ind-sabor-mes)
               move 0                  to sm-soma(ws-ind-sabor-mes)
               move 0                  to sm-qtd(ws-ind-sabor-mes)
           end-if

           add ws-valor-cm2 to sm-soma(ws-ind-sabor-mes)
           add 1            to sm-qtd(ws-ind-sabor-mes)
           .
       acumular-sabor-mes-exit.
           exit.

      *----------------------sabor mais barato do grupo-----------------
      * o sabor de menor media de preco/cm2 dentro do grupo ind
       escolher-sabor-barato section.
           move spaces to grp-barata-codigo(ind)
           move spaces to grp-barata-nome(ind)
           move 0      to grp-barata-cm2(ind)
           perform varying ws-ind-sabor-mes from 1 by 1
                   until ws-ind-sabor-mes > ws-total-sabores-mes
               if sm-grupo(ws-ind-sabor-mes) = ind
                   compute ws-media-sabor =
                           sm-soma(ws-ind-sabor-mes)
                           / sm-qtd(ws-ind-sabor-mes)
                   if grp-barata-nome(ind) = spaces
                       or ws-media-sabor < grp-barata-cm2(ind)
                       move sm-codigo(ws-ind-sabor-mes)
                            to grp-barata-codigo(ind)
                       move sm-descricao(ws-ind-sabor-mes)
                            to grp-barata-nome(ind)
                       move ws-media-sabor to grp-barata-cm2(ind)
                   end-if
               end-if
           end-perform
           .
       escolher-sabor-barato-exit.
           exit.

      *----------------------acumulacao do mercado do mes----------------
       acumular-mercado section.
           move 0 to ws-ind-mes
           if ws-status-mensal <> "00" and ws-status-mensal <> "05"
               display "Erro ao gravar o resumo mensal: "
                       ws-status-mensal
               move 12 to return-code
               go to gravar-mensal-exit
           end-if

           end-if
           write linha-mensal

           move "PIZZARIA - MEDIA - COTACOES - SABOR MAIS BARATO - VAR%"
               to linha-mensal
           write linha-mensal

      * subiu enquanto a media geral do mercado caiu leva a marca
       gravar-linha-pizzaria section.
           compute ws-media-grupo = grp-soma(ind) / grp-qtd(ind)
           perform escolher-sabor-barato
           if grp-barata-codigo(ind) = spaces
               move "------" to ws-codigo-sabor
           else
               move grp-barata-codigo(ind) to ws-codigo-sabor
           end-if

           move "N" to ws-tem-anterior
           if ws-mes-corrente > 1
                      " - " delimited by size
                      ws-disp-qtd          delimited by size
                      " - " delimited by size
                      ws-codigo-sabor      delimited by size
                      " " delimited by size
                      grp-barata-nome(ind) delimited by size
                      " (" delimited by size
                      ws-disp-barata       delimited by size
                      " - " delimited by size
                      ws-disp-qtd          delimited by size
                      " - " delimited by size
                      ws-codigo-sabor      delimited by size
                      " " delimited by size
                      grp-barata-nome(ind) delimited by size
                      " (" delimited by size
                      ws-disp-barata       delimited by size
