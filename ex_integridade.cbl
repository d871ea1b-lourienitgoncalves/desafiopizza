      *Divisão de identificação do programa
       identification division.
       program-id. "ex_integridade".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * verificacao de integridade de uma filial: confere as chaves
      * nome + pizzaria dos arquivos satelites (PIZZAS.PRM, .TXE,
      * .PED, .SUG e .HIST) contra o catalogo indexado e grava em
      * PIZZAS.INT as excecoes agrupadas por arquivo e tipo de
      * problema, antes que aparecam numa fatura errada.
      * codigo de retorno: 0 sem excecao, 4 so avisos (pizzaria sem
      * condicoes, condicao sem pizzaria, pizza sem historico,
      * catalogo truncado no limite da tabela), 8
      * referencia quebrada (promocao orfa, pedido ou sugestao de
      * pizza fora do catalogo), 12 catalogo ou relatorio indisponivel
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * a filial (variavel de ambiente PIZZAS_FILIAL) escolhe o
      * conjunto de arquivos: em branco valem os nomes classicos,
      * preenchida entra entre o "PIZZAS" e a extensao (PIZZAS01.INT)
       input-output section.
       file-control.
           select optional catalogo-file
               assign using ws-arquivo-catalogo
               organization  is indexed
               access mode   is dynamic
               record key    is cat-chave
               file status   is ws-status-catalogo.

           select optional promocao-file
               assign using ws-arquivo-promocao
               organization  is line sequential
               file status   is ws-status-promocao.

           select optional condicoes-file
               assign using ws-arquivo-condicoes
               organization  is line sequential
               file status   is ws-status-condicoes.

           select optional pedido-file  assign using ws-arquivo-pedido
               organization  is line sequential
               file status   is ws-status-pedido.

           select optional sugestao-file
               assign using ws-arquivo-sugestao
               organization  is line sequential
               file status   is ws-status-sugestao.

           select optional historico-file
               assign using ws-arquivo-historico
               organization  is line sequential
               file status   is ws-status-historico.

           select integridade-file  assign using ws-arquivo-integridade
               organization  is line sequential
               file status   is ws-status-integridade.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  catalogo-file.
       01  reg-catalogo.
           05 cat-chave.
              10 cat-nome                          pic x(15).
              10 cat-pizzaria                      pic x(15).
           05 cat-diametro                         pic 9(03).
           05 cat-preco                            pic 9(03)v99.
           05 cat-preco-cm2                        pic 9(03)v99.
           05 cat-diferenca-rel                    pic 9(03)v99.
           05 cat-forma                            pic x(01).
           05 cat-dim2                             pic 9(03).

       fd  promocao-file.
       01  reg-promocao.
           05 prm-nome                             pic x(15).
           05 prm-pizzaria                         pic x(15).
           05 prm-tipo                             pic x(01).
           05 prm-valor                            pic 9(03)v99.
           05 prm-inicio                           pic 9(08).
           05 prm-fim                              pic 9(08).

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

       fd  sugestao-file.
       01  linha-sugestao                           pic x(100).

       fd  historico-file.
       01  linha-historico                          pic x(90).

       fd  integridade-file.
       01  linha-integridade                        pic x(100).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-chaves                         pic 9(04) value 0.
       77  ws-max-chaves                           pic 9(04) value 500.

      * chaves do catalogo da filial, com a marca de quem ja teve
      * alguma cotacao gravada no historico
       01  chave  occurs 1 to 500 times
                   depending on ws-total-chaves.
           05 chv-nome                             pic x(15).
           05 chv-pizzaria                         pic x(15).
           05 chv-historico                        pic x(01).

       77  ws-total-condicoes                      pic 9(04) value 0.
       77  ws-max-condicoes                        pic 9(04) value 50.

       01  condicao  occurs 1 to 50 times
                      depending on ws-total-condicoes.
           05 tx-pizzaria                          pic x(15).

      * imagem de uma linha de item da sugestao gravada pelo
      * planejar-pedido do "ex_pizza":
      * nome - pizzaria - qtd - preco unitario - total
       01  ws-linha-sug.
           05 ws-sug-nome                          pic x(15).
           05 ws-sug-sep-1                         pic x(03).
           05 ws-sug-pizzaria                      pic x(15).
           05 ws-sug-sep-2                         pic x(03).
           05 ws-sug-qtd                           pic x(04).
           05 ws-sug-sep-3                         pic x(03).
           05 filler                               pic x(57).

      * imagem da linha gravada pelo gravar-historico do "ex_pizza":
      * data - nome - pizzaria - ...
       01  ws-linha-aberta.
           05 ws-hst-data                          pic x(10).
           05 ws-hst-separador                     pic x(03).
           05 ws-hst-nome                          pic x(15).
           05 ws-hst-separador-2                   pic x(03).
           05 ws-hst-pizzaria                      pic x(15).
           05 filler                               pic x(44).

       77  ind                                     pic 9(04).
       77  ws-ind-compara                          pic 9(04).
       77  ws-ind-condicao                         pic 9(04).
       77  ws-status-catalogo                      pic x(02).
       77  ws-status-promocao                      pic x(02).
       77  ws-status-condicoes                     pic x(02).
       77  ws-status-pedido                        pic x(02).
       77  ws-status-sugestao                      pic x(02).
       77  ws-status-historico                     pic x(02).
       77  ws-status-integridade                   pic x(02).
       77  ws-filial                               pic x(02).
       77  ws-arquivo-catalogo                     pic x(20).
       77  ws-arquivo-promocao                     pic x(20).
       77  ws-arquivo-condicoes                    pic x(20).
       77  ws-arquivo-pedido                       pic x(20).
       77  ws-arquivo-sugestao                     pic x(20).
       77  ws-arquivo-historico                    pic x(20).
       77  ws-arquivo-integridade                  pic x(20).
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-busca-nome                           pic x(15).
       77  ws-busca-pizzaria                       pic x(15).
       77  ws-achou                                pic x(01).
       77  ws-ja-visto                             pic x(01).
       77  ws-catalogo-truncado                    pic x(01) value "N".
       77  ws-qtd-texto                            pic x(04).
       77  ws-grp-arquivo                          pic x(20).
       77  ws-grp-problema                         pic x(45).
       77  ws-grp-gravidade                        pic 9(02).
       77  ws-qtd-grupo                            pic 9(05) value 0.
       77  ws-qtd-excecoes                         pic 9(05) value 0.
       77  ws-linha-excecao                        pic x(90).
       77  ws-disp-qtd                             pic zzz9.
       77  ws-disp-qtd-grupo                       pic zzzz9.
       77  ws-disp-retorno                         pic z9.
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

           accept ws-filial from environment "PIZZAS_FILIAL"
           move spaces to ws-arquivo-catalogo
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".CAT" delimited by size
                  into ws-arquivo-catalogo
           move spaces to ws-arquivo-promocao
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".PRM" delimited by size
                  into ws-arquivo-promocao
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
           move spaces to ws-arquivo-sugestao
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".SUG" delimited by size
                  into ws-arquivo-sugestao
           move spaces to ws-arquivo-historico
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".HIST" delimited by size
                  into ws-arquivo-historico
           move spaces to ws-arquivo-integridade
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".INT" delimited by size
                  into ws-arquivo-integridade
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if
           .
       inicializa-exit.
           exit.

       processamento section.
           perform carregar-catalogo
           if ws-codigo-retorno = 12
               go to processamento-exit
           end-if
           perform carregar-condicoes
           perform marcar-historico

           open output integridade-file
           if ws-status-integridade <> "00"
               and ws-status-integridade <> "05"
               display "Erro ao gravar a verificacao: "
                       ws-status-integridade
               move 12 to ws-codigo-retorno
               go to processamento-exit
           end-if

           move spaces to linha-integridade
           string "VERIFICACAO DE INTEGRIDADE  Filial: ["
                      delimited by size
                  ws-filial delimited by size
                  "]  Data: " delimited by size
                  ws-data-edicao delimited by size
                  into linha-integridade
           write linha-integridade
           move ws-total-chaves to ws-disp-qtd
           move spaces to linha-integridade
           string "Catalogo " delimited by size
                  function trim(ws-arquivo-catalogo)
                      delimited by size
                  ": " delimited by size
                  function trim(ws-disp-qtd) delimited by size
                  " pizza(s)" delimited by size
                  into linha-integridade
           write linha-integridade
      * com o catalogo cortado as referencias as pizzas que ficaram de
      * fora aparecem abaixo como orfas
           if ws-catalogo-truncado = "S"
               move ws-max-chaves to ws-disp-qtd
               move spaces to linha-integridade
               string "Catalogo truncado em " delimited by size
                      function trim(ws-disp-qtd) delimited by size
                      " chaves: orfas abaixo podem ser pizzas "
                          delimited by size
                      "fora da carga" delimited by size
                      into linha-integridade
               write linha-integridade
           end-if
           move spaces to linha-integridade
           write linha-integridade

           perform verificar-promocoes
           perform verificar-pizzarias-sem-condicao
           perform verificar-condicoes-sem-pizzaria
           perform verificar-pedidos
           perform verificar-sugestao
           perform verificar-historico

           move ws-codigo-retorno to ws-disp-retorno
           move ws-qtd-excecoes   to ws-disp-qtd-grupo
           move spaces to linha-integridade
           string "Total de excecoes: " delimited by size
                  function trim(ws-disp-qtd-grupo) delimited by size
                  "  codigo de retorno: " delimited by size
                  ws-disp-retorno delimited by size
                  into linha-integridade
           write linha-integridade
           close integridade-file

           display "Excecoes: " ws-qtd-excecoes
                   " gravadas em " function trim(ws-arquivo-integridade)
           .
       processamento-exit.
           exit.

      *----------------------carga das chaves do catalogo---------------
      * sem catalogo nao ha contra o que conferir: a verificacao nao
      * roda e devolve 12
       carregar-catalogo section.
           move 0 to ws-total-chaves
           open input catalogo-file
           if ws-status-catalogo <> "00"
               display "Catalogo nao encontrado: "
                       function trim(ws-arquivo-catalogo)
                       " (" ws-status-catalogo ")"
               close catalogo-file
               move 12 to ws-codigo-retorno
               go to carregar-catalogo-exit
           end-if

           perform until ws-status-catalogo = "10"
               read catalogo-file next
                   at end
                       move "10" to ws-status-catalogo
                   not at end
                       if ws-total-chaves >= ws-max-chaves
                           display "Limite de pizzas excedido, "
                                   "restante do catalogo ignorado"
                           move "S" to ws-catalogo-truncado
                           if ws-codigo-retorno < 4
                               move 4 to ws-codigo-retorno
                           end-if
                           move "10" to ws-status-catalogo
                       else
                           add 1 to ws-total-chaves
                           move cat-nome
                               to chv-nome(ws-total-chaves)
                           move cat-pizzaria
                               to chv-pizzaria(ws-total-chaves)
                           move "N"
                               to chv-historico(ws-total-chaves)
                       end-if
               end-read
           end-perform
           close catalogo-file
           .
       carregar-catalogo-exit.
           exit.

      *----------------------carga das condicoes por pizzaria-----------
       carregar-condicoes section.
           move 0 to ws-total-condicoes
           open input condicoes-file
           if ws-status-condicoes = "00"
               perform until ws-status-condicoes = "10"
                   read condicoes-file
                       at end
                           move "10" to ws-status-condicoes
                       not at end
                           if ws-total-condicoes >= ws-max-condicoes
                               display "Limite de condicoes "
                                       "excedido, ignorada: "
                                       cnd-pizzaria
                           else
                               add 1 to ws-total-condicoes
                               move cnd-pizzaria
                                 to tx-pizzaria(ws-total-condicoes)
                           end-if
                   end-read
               end-perform
           end-if
           close condicoes-file
           .
       carregar-condicoes-exit.
           exit.

      *----------------------marca das pizzas com historico-------------
       marcar-historico section.
           open input historico-file
           if ws-status-historico = "00"
               perform until ws-status-historico = "10"
                   read historico-file
                       at end
                           move "10" to ws-status-historico
                       not at end
                           perform marcar-linha-historico
                   end-read
               end-perform
           end-if
           close historico-file
           .
       marcar-historico-exit.
           exit.

      *----------------------marca de uma linha do historico-----------
       marcar-linha-historico section.
           move linha-historico to ws-linha-aberta
           if ws-hst-separador <> " - " or ws-hst-separador-2 <> " - "
               go to marcar-linha-historico-exit
           end-if
           perform varying ind from 1 by 1
                   until ind > ws-total-chaves
               if chv-nome(ind) = ws-hst-nome
                   and chv-pizzaria(ind) = ws-hst-pizzaria
                   move "S" to chv-historico(ind)
                   move ws-total-chaves to ind
               end-if
           end-perform
           .
       marcar-linha-historico-exit.
           exit.

      *----------------------busca de uma chave no catalogo-------------
      * pizzaria em branco na busca vale para qualquer pizzaria (a
      * promocao sem pizzaria se aplica ao sabor em todas elas)
       buscar-chave section.
           move "N" to ws-achou
           perform varying ind from 1 by 1
                   until ind > ws-total-chaves
                   or ws-achou = "S"
               if chv-nome(ind) = ws-busca-nome
                   and (ws-busca-pizzaria = spaces
                        or chv-pizzaria(ind) = ws-busca-pizzaria)
                   move "S" to ws-achou
               end-if
           end-perform
           .
       buscar-chave-exit.
           exit.

      *----------------------promocoes orfas-----------------------------
      * promocao de pizza que saiu do catalogo: o aplicar-promocao nao
      * casa com nada e ninguem percebe
       verificar-promocoes section.
           move ws-arquivo-promocao to ws-grp-arquivo
           move "PROMOCAO ORFA (PIZZA FORA DO CATALOGO)"
               to ws-grp-problema
           move 8 to ws-grp-gravidade
           perform abrir-grupo

           open input promocao-file
           if ws-status-promocao = "00"
               perform until ws-status-promocao = "10"
                   read promocao-file
                       at end
                           move "10" to ws-status-promocao
                       not at end
                           perform verificar-promocao
                   end-read
               end-perform
           end-if
           close promocao-file

           perform fechar-grupo
           .
       verificar-promocoes-exit.
           exit.

      *----------------------uma promocao--------------------------------
       verificar-promocao section.
           move prm-nome     to ws-busca-nome
           move prm-pizzaria to ws-busca-pizzaria
           perform buscar-chave
           if ws-achou = "S"
               go to verificar-promocao-exit
           end-if

           move 0 to ws-data-trabalho-num
           if prm-inicio numeric
               move prm-inicio to ws-data-trabalho-num
           end-if
           move ws-trab-dia  to ws-exibe-dia
           move ws-trab-mes  to ws-exibe-mes
           move ws-trab-ano  to ws-exibe-ano
           move 0 to ws-data-trabalho-num
           if prm-fim numeric
               move prm-fim to ws-data-trabalho-num
           end-if
           move ws-trab-dia  to ws-exibe-2-dia
           move ws-trab-mes  to ws-exibe-2-mes
           move ws-trab-ano  to ws-exibe-2-ano

           move spaces to ws-linha-excecao
           if prm-pizzaria = spaces
               string prm-nome delimited by size
                      " - (TODAS)         - de " delimited by size
                      ws-data-exibe delimited by size
                      " a " delimited by size
                      ws-data-exibe-2 delimited by size
                      into ws-linha-excecao
           else
               string prm-nome delimited by size
                      " - " delimited by size
                      prm-pizzaria delimited by size
                      " - de " delimited by size
                      ws-data-exibe delimited by size
                      " a " delimited by size
                      ws-data-exibe-2 delimited by size
                      into ws-linha-excecao
           end-if
           perform registrar-excecao
           .
       verificar-promocao-exit.
           exit.

      *----------------------pizzarias do catalogo sem condicoes--------
      * o buscar-condicao-pizzaria devolve taxa zero e sem minimo para
      * a pizzaria que nao tem linha em PIZZAS.TXE
       verificar-pizzarias-sem-condicao section.
           move ws-arquivo-condicoes to ws-grp-arquivo
           move "PIZZARIA SEM CONDICOES DE ENTREGA"
               to ws-grp-problema
           move 4 to ws-grp-gravidade
           perform abrir-grupo

           perform varying ws-ind-compara from 1 by 1
                   until ws-ind-compara > ws-total-chaves
               perform verificar-pizzaria-condicao
           end-perform

           perform fechar-grupo
           .
       verificar-pizzarias-sem-condicao-exit.
           exit.

      *----------------------condicao de uma pizzaria do catalogo-------
       verificar-pizzaria-condicao section.
      * cada pizzaria so uma vez, na primeira pizza em que aparece
           move "N" to ws-ja-visto
           perform varying ind from 1 by 1
                   until ind >= ws-ind-compara
                   or ws-ja-visto = "S"
               if chv-pizzaria(ind) = chv-pizzaria(ws-ind-compara)
                   move "S" to ws-ja-visto
               end-if
           end-perform
           if ws-ja-visto = "S"
               go to verificar-pizzaria-condicao-exit
           end-if

           move "N" to ws-achou
           perform varying ws-ind-condicao from 1 by 1
                   until ws-ind-condicao > ws-total-condicoes
                   or ws-achou = "S"
               if tx-pizzaria(ws-ind-condicao)
                       = chv-pizzaria(ws-ind-compara)
                   move "S" to ws-achou
               end-if
           end-perform
           if ws-achou = "S"
               go to verificar-pizzaria-condicao-exit
           end-if

           move chv-pizzaria(ws-ind-compara) to ws-linha-excecao
           perform registrar-excecao
           .
       verificar-pizzaria-condicao-exit.
           exit.

      *----------------------condicoes de pizzaria fora do catalogo-----
       verificar-condicoes-sem-pizzaria section.
           move ws-arquivo-condicoes to ws-grp-arquivo
           move "CONDICAO DE PIZZARIA SEM PIZZA NO CATALOGO"
               to ws-grp-problema
           move 4 to ws-grp-gravidade
           perform abrir-grupo

           perform varying ws-ind-condicao from 1 by 1
                   until ws-ind-condicao > ws-total-condicoes
               move "N" to ws-achou
               perform varying ind from 1 by 1
                       until ind > ws-total-chaves
                       or ws-achou = "S"
                   if chv-pizzaria(ind) = tx-pizzaria(ws-ind-condicao)
                       move "S" to ws-achou
                   end-if
               end-perform
               if ws-achou = "N"
                   move tx-pizzaria(ws-ind-condicao)
                       to ws-linha-excecao
                   perform registrar-excecao
               end-if
           end-perform

           perform fechar-grupo
           .
       verificar-condicoes-sem-pizzaria-exit.
           exit.

      *----------------------pedidos de pizza desconhecida--------------
       verificar-pedidos section.
           move ws-arquivo-pedido to ws-grp-arquivo
           move "PEDIDO DE PIZZA FORA DO CATALOGO"
               to ws-grp-problema
           move 8 to ws-grp-gravidade
           perform abrir-grupo

           open input pedido-file
           if ws-status-pedido = "00"
               perform until ws-status-pedido = "10"
                   read pedido-file
                       at end
                           move "10" to ws-status-pedido
                       not at end
                           perform verificar-pedido
                   end-read
               end-perform
           end-if
           close pedido-file

           perform fechar-grupo
           .
       verificar-pedidos-exit.
           exit.

      *----------------------um pedido-----------------------------------
       verificar-pedido section.
           move ped-nome     to ws-busca-nome
           move ped-pizzaria to ws-busca-pizzaria
           if ws-busca-pizzaria = spaces
               move all "?" to ws-busca-pizzaria
           end-if
           perform buscar-chave
           if ws-achou = "S"
               go to verificar-pedido-exit
           end-if

           move 0 to ws-data-trabalho-num
           if ped-data numeric
               move ped-data to ws-data-trabalho-num
           end-if
           move ws-trab-dia  to ws-exibe-dia
           move ws-trab-mes  to ws-exibe-mes
           move ws-trab-ano  to ws-exibe-ano
           move zero to ws-disp-qtd
           if ped-qtd numeric
               move ped-qtd to ws-disp-qtd
           end-if
           move spaces to ws-linha-excecao
           string ped-nome delimited by size
                  " - " delimited by size
                  ped-pizzaria delimited by size
                  " - " delimited by size
                  ws-data-exibe delimited by size
                  " - qtd " delimited by size
                  ws-disp-qtd delimited by size
                  into ws-linha-excecao
           perform registrar-excecao
           .
       verificar-pedido-exit.
           exit.

      *----------------------sugestao fora do catalogo------------------
      * so as linhas de item (mesma imagem do importar-sugestao do
      * "ex_pedido"); cabecalho e resumo ficam de fora
       verificar-sugestao section.
           move ws-arquivo-sugestao to ws-grp-arquivo
           move "SUGESTAO DE PIZZA FORA DO CATALOGO"
               to ws-grp-problema
           move 8 to ws-grp-gravidade
           perform abrir-grupo

           open input sugestao-file
           if ws-status-sugestao = "00"
               perform until ws-status-sugestao = "10"
                   read sugestao-file
                       at end
                           move "10" to ws-status-sugestao
                       not at end
                           perform verificar-linha-sugestao
                   end-read
               end-perform
           end-if
           close sugestao-file

           perform fechar-grupo
           .
       verificar-sugestao-exit.
           exit.

      *----------------------uma linha da sugestao-----------------------
       verificar-linha-sugestao section.
           move linha-sugestao to ws-linha-sug
           if ws-sug-sep-1 <> " - " or ws-sug-sep-2 <> " - "
               or ws-sug-sep-3 <> " - "
               go to verificar-linha-sugestao-exit
           end-if
           move ws-sug-qtd to ws-qtd-texto
           inspect ws-qtd-texto replacing all " " by "0"
           if ws-qtd-texto not numeric
               go to verificar-linha-sugestao-exit
           end-if

           move ws-sug-nome     to ws-busca-nome
           move ws-sug-pizzaria to ws-busca-pizzaria
           if ws-busca-pizzaria = spaces
               move all "?" to ws-busca-pizzaria
           end-if
           perform buscar-chave
           if ws-achou = "S"
               go to verificar-linha-sugestao-exit
           end-if

           move spaces to ws-linha-excecao
           string ws-sug-nome delimited by size
                  " - " delimited by size
                  ws-sug-pizzaria delimited by size
                  " - qtd " delimited by size
                  ws-sug-qtd delimited by size
                  into ws-linha-excecao
           perform registrar-excecao
           .
       verificar-linha-sugestao-exit.
           exit.

      *----------------------pizzas sem historico de preco--------------
       verificar-historico section.
           move ws-arquivo-historico to ws-grp-arquivo
           move "PIZZA DO CATALOGO SEM HISTORICO DE PRECO"
               to ws-grp-problema
           move 4 to ws-grp-gravidade
           perform abrir-grupo

           perform varying ws-ind-compara from 1 by 1
                   until ws-ind-compara > ws-total-chaves
               if chv-historico(ws-ind-compara) = "N"
                   move spaces to ws-linha-excecao
                   string chv-nome(ws-ind-compara) delimited by size
                          " - " delimited by size
                          chv-pizzaria(ws-ind-compara)
                              delimited by size
                          into ws-linha-excecao
                   perform registrar-excecao
               end-if
           end-perform

           perform fechar-grupo
           .
       verificar-historico-exit.
           exit.

      *----------------------cabecalho de um grupo do relatorio---------
      * o chamador preenche ws-grp-arquivo, ws-grp-problema e
      * ws-grp-gravidade antes de vir aqui
       abrir-grupo section.
           move 0 to ws-qtd-grupo
           move spaces to linha-integridade
           string function trim(ws-grp-arquivo) delimited by size
                  " - " delimited by size
                  function trim(ws-grp-problema) delimited by size
                  into linha-integridade
           write linha-integridade
           .
       abrir-grupo-exit.
           exit.

      *----------------------uma excecao no grupo corrente--------------
       registrar-excecao section.
           add 1 to ws-qtd-grupo
           add 1 to ws-qtd-excecoes
           if ws-grp-gravidade > ws-codigo-retorno
               move ws-grp-gravidade to ws-codigo-retorno
           end-if
           move spaces to linha-integridade
           string "   " delimited by size
                  ws-linha-excecao delimited by size
                  into linha-integridade
           write linha-integridade
           .
       registrar-excecao-exit.
           exit.

      *----------------------fechamento de um grupo---------------------
       fechar-grupo section.
           move spaces to linha-integridade
           if ws-qtd-grupo = 0
               move "   nenhuma ocorrencia" to linha-integridade
           else
               move ws-qtd-grupo to ws-disp-qtd-grupo
               string "   ocorrencias: " delimited by size
                      ws-disp-qtd-grupo delimited by size
                      into linha-integridade
           end-if
           write linha-integridade
           move spaces to linha-integridade
           write linha-integridade
           .
       fechar-grupo-exit.
           exit.

       finaliza section.
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
