      *Divisão de identificação do programa
       identification division.
       program-id. "ex_retrato".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * retrato do catalogo numa data passada: rele a auditoria da
      * filial (os arquivos morto anotados pelo "ex_expurgo" em
      * PIZZAS.MRT e depois o PIZZAS.AUD vivo, em ordem cronologica) e
      * refaz o catalogo como estava na data alvo, gravado em
      * PIZZAS.RET no mesmo layout do catalogo. grava tambem em
      * PIZZAS.MUD tudo o que mudou entre duas datas: as linhas da
      * auditoria do periodo e o saldo por pizza (incluida, excluida
      * ou alterada) entre a vespera da data inicial e a data final.
      * datas nas variaveis de ambiente PIZZAS_DATA_ALVO,
      * PIZZAS_DATA_DE e PIZZAS_DATA_ATE (AAAAMMDD) ou perguntadas na
      * abertura; na janela noturna (PIZZAS_LOTE = "S") o alvo e hoje
      * e as mudancas vao do primeiro dia do mes ate hoje.
      * arquivo morto anterior ao indice entra com uma linha
      * "AUD  <nome>" acrescentada a mao no PIZZAS.MRT.
      * codigo de retorno: 0 ok, 4 com linhas da auditoria fora do
      * formato ou limite de tabela atingido, 12 erro de arquivo
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * a filial (variavel de ambiente PIZZAS_FILIAL) escolhe o
      * conjunto de arquivos: em branco valem os nomes classicos,
      * preenchida entra entre o "PIZZAS" e a extensao (PIZZAS01.RET)
       input-output section.
       file-control.
           select optional catalogo-file
               assign using ws-arquivo-catalogo
               organization  is indexed
               access mode   is dynamic
               record key    is cat-chave
               file status   is ws-status-catalogo.

           select optional indice-morto-file
               assign using ws-arquivo-indice-morto
               organization  is line sequential
               file status   is ws-status-indice-morto.

           select optional auditoria-file
               assign using ws-arquivo-auditoria
               organization  is line sequential
               file status   is ws-status-auditoria.

           select retrato-file  assign using ws-arquivo-retrato
               organization  is line sequential
               file status   is ws-status-retrato.

           select mudanca-file  assign using ws-arquivo-mudanca
               organization  is line sequential
               file status   is ws-status-mudanca.

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

       fd  indice-morto-file.
       01  reg-indice-morto.
           05 mrt-tipo                             pic x(04).
           05 filler                               pic x(01).
           05 mrt-arquivo                          pic x(24).

       fd  auditoria-file.
       01  linha-auditoria                          pic x(120).

      * mesmo layout do registro do catalogo indexado; a diferenca
      * relativa depende da ordenacao do dia e nao e refeita (zero)
       fd  retrato-file.
       01  reg-retrato.
           05 rtc-chave.
              10 rtc-nome                          pic x(15).
              10 rtc-pizzaria                      pic x(15).
           05 rtc-diametro                         pic 9(03).
           05 rtc-preco                            pic 9(03)v99.
           05 rtc-preco-cm2                        pic 9(03)v99.
           05 rtc-diferenca-rel                    pic 9(03)v99.
           05 rtc-forma                            pic x(01).
           05 rtc-dim2                             pic 9(03).

       fd  mudanca-file.
       01  linha-mudanca                            pic x(120).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-atual                          pic 9(04) value 0.
       77  ws-max-atual                            pic 9(04) value 500.

      * catalogo de hoje: ponto de partida das pizzas sem auditoria e
      * fonte da forma e da segunda dimensao, que a auditoria nao grava
       01  atual  occurs 1 to 500 times
                   depending on ws-total-atual.
           05 at-nome                              pic x(15).
           05 at-pizzaria                          pic x(15).
           05 at-diametro                          pic 9(03).
           05 at-preco                             pic 9(03)v99.
           05 at-forma                             pic x(01).
           05 at-dim2                              pic 9(03).

       77  ws-total-eventos                        pic 9(04) value 0.
       77  ws-max-eventos                          pic 9(04) value 3000.

      * uma linha de inclusao, alteracao ou exclusao da auditoria,
      * com a imagem antes e depois (inclusao so tem depois, exclusao
      * so tem antes)
       01  evento  occurs 1 to 3000 times
                    depending on ws-total-eventos.
           05 ev-data                              pic 9(08).
           05 ev-acao                              pic x(01).
           05 ev-nome                              pic x(15).
           05 ev-pizzaria                          pic x(15).
           05 ev-diam-antes                        pic 9(03).
           05 ev-preco-antes                       pic 9(03)v99.
           05 ev-diam-depois                       pic 9(03).
           05 ev-preco-depois                      pic 9(03)v99.
           05 ev-linha                             pic x(110).

       77  ws-total-retrato                        pic 9(04) value 0.
       77  ws-max-retrato                          pic 9(04) value 1000.

      * o catalogo refeito para uma data: toda pizza que aparece na
      * auditoria ou no catalogo de hoje, existente ou nao na data
       01  retrato  occurs 1 to 1000 times
                     depending on ws-total-retrato.
           05 rt-nome                              pic x(15).
           05 rt-pizzaria                          pic x(15).
           05 rt-existe                            pic x(01).
           05 rt-diametro                          pic 9(03).
           05 rt-preco                             pic 9(03)v99.
           05 rt-forma                             pic x(01).
           05 rt-dim2                              pic 9(03).

       77  ws-total-anterior                       pic 9(04) value 0.

      * copia do retrato na vespera da data inicial das mudancas
       01  anterior  occurs 1 to 1000 times
                      depending on ws-total-anterior.
           05 an-nome                              pic x(15).
           05 an-pizzaria                          pic x(15).
           05 an-existe                            pic x(01).
           05 an-diametro                          pic 9(03).
           05 an-preco                             pic 9(03)v99.
           05 an-forma                             pic x(01).
           05 an-dim2                              pic 9(03).

       01  ws-troca-retrato.
           05 ws-troca-nome                        pic x(15).
           05 ws-troca-pizzaria                    pic x(15).
           05 ws-troca-existe                      pic x(01).
           05 ws-troca-diametro                    pic 9(03).
           05 ws-troca-preco                       pic 9(03)v99.
           05 ws-troca-forma                       pic x(01).
           05 ws-troca-dim2                        pic 9(03).

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
      * inclusao e exclusao: uma imagem so
           05 ws-aud-resto-ie redefines ws-aud-resto.
              10 ws-aud-sep-preco                  pic x(07).
              10 ws-aud-preco                      pic x(06).
              10 filler                            pic x(27).
      * alteracao: diam antes > depois, preco antes > depois
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

       77  ind                                     pic 9(04).
       77  ws-ind-evento                           pic 9(04).
       77  ws-ind-retrato                          pic 9(04).
       77  ws-ind-anterior                         pic 9(04).
       77  ws-ind-atual                            pic 9(04).
       77  ws-ind-ordena                           pic 9(04).
       77  ws-ind-troca                            pic 9(04).
       77  ws-ind-morto                            pic 9(03).
       77  ws-status-catalogo                      pic x(02).
       77  ws-status-indice-morto                  pic x(02).
       77  ws-status-auditoria                     pic x(02).
       77  ws-status-retrato                       pic x(02).
       77  ws-status-mudanca                       pic x(02).
       77  ws-filial                               pic x(02).
       77  ws-lote-noturno                         pic x(01).
       77  ws-arquivo-catalogo                     pic x(20).
       77  ws-arquivo-indice-morto                 pic x(20).
       77  ws-arquivo-auditoria                    pic x(24).
       77  ws-arquivo-auditoria-viva               pic x(20).
       77  ws-arquivo-retrato                      pic x(20).
       77  ws-arquivo-mudanca                      pic x(20).
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-qtd-fora-formato                     pic 9(06) value 0.
       77  ws-qtd-linhas-arquivo                   pic 9(06).
       77  ws-ja-visto                             pic x(01).
       77  ws-data-texto                           pic x(08).
       77  ws-data-alvo                            pic 9(08) value 0.
       77  ws-data-de                              pic 9(08) value 0.
       77  ws-data-ate                             pic 9(08) value 0.
       77  ws-data-vespera                         pic 9(08) value 0.
       77  ws-data-retrato                         pic 9(08).
       77  ws-data-evento                          pic 9(08).
       77  ws-acao                                 pic x(01).
       77  ws-valor-inteiro                        pic 9(03).
       77  ws-valor-decimal                        pic 9(02).
       77  ws-valor-preco                          pic 9(03)v99.
       77  ws-valor-diam                           pic 9(03).
       77  ws-diam-texto                           pic x(03).
       77  ws-busca-nome                           pic x(15).
       77  ws-busca-pizzaria                       pic x(15).
       77  ws-qtd-existentes                       pic 9(04).
       77  ws-qtd-mudancas                         pic 9(04).
       77  ws-qtd-eventos-periodo                  pic 9(04).
       77  ws-situacao-mudanca                     pic x(09).
       77  are_a                                   pic 9(05)v99.
       77  pi                                      pic 9(02)v99999
                                                   value 3,14159.
       77  ws-calc-forma                           pic x(01).
       77  ws-calc-dim1                            pic 9(03).
       77  ws-calc-dim2                            pic 9(03).
       77  ws-disp-diam-antes                      pic zz9.
       77  ws-disp-diam-depois                     pic zz9.
       77  ws-disp-preco-antes                     pic zz9,99.
       77  ws-disp-preco-depois                    pic zz9,99.
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
           move spaces to ws-arquivo-catalogo
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".CAT" delimited by size
                  into ws-arquivo-catalogo
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
           move spaces to ws-arquivo-retrato
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".RET" delimited by size
                  into ws-arquivo-retrato
           move spaces to ws-arquivo-mudanca
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".MUD" delimited by size
                  into ws-arquivo-mudanca
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

           perform obter-datas
           .
       inicializa-exit.
           exit.

      *----------------------datas do retrato e das mudancas------------
      * variavel de ambiente primeiro; sem ela, pergunta (ou assume o
      * padrao da janela noturna). data de mudancas zero = sem
      * relatorio de mudancas
       obter-datas section.
           accept ws-data-texto from environment "PIZZAS_DATA_ALVO"
           if ws-data-texto = spaces and ws-lote-noturno <> "S"
               display "Data do retrato AAAAMMDD (0 = hoje) "
               accept ws-data-texto
           end-if
           perform converter-data-texto
           move ws-data-trabalho-num to ws-data-alvo
           if ws-data-alvo = 0
               move ws-data-numerica to ws-data-alvo
           end-if

           accept ws-data-texto from environment "PIZZAS_DATA_DE"
           if ws-data-texto = spaces
               if ws-lote-noturno = "S"
                   move ws-data-numerica to ws-data-trabalho-num
                   move 1 to ws-trab-dia
                   move ws-data-trabalho-num to ws-data-texto
               else
                   display "Mudancas a partir de AAAAMMDD "
                           "(0 = sem relatorio de mudancas) "
                   accept ws-data-texto
               end-if
           end-if
           perform converter-data-texto
           move ws-data-trabalho-num to ws-data-de
           if ws-data-de = 0
               go to obter-datas-exit
           end-if

           accept ws-data-texto from environment "PIZZAS_DATA_ATE"
           if ws-data-texto = spaces and ws-lote-noturno <> "S"
               display "Mudancas ate AAAAMMDD (0 = hoje) "
               accept ws-data-texto
           end-if
           perform converter-data-texto
           move ws-data-trabalho-num to ws-data-ate
           if ws-data-ate = 0
               move ws-data-numerica to ws-data-ate
           end-if
           if ws-data-ate < ws-data-de
               display "Data final anterior a inicial, mudancas "
                       "nao geradas"
               move 0 to ws-data-de
               go to obter-datas-exit
           end-if

           compute ws-data-vespera =
                   function date-of-integer
                       (function integer-of-date(ws-data-de) - 1)
           .
       obter-datas-exit.
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
                   or ws-trab-ano < 1601
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

       processamento section.
           perform carregar-catalogo-atual
           perform carregar-arquivos-morto
           move ws-arquivo-auditoria-viva to ws-arquivo-auditoria
           perform ler-arquivo-auditoria
           display "Linhas de auditoria carregadas: " ws-total-eventos

           move ws-data-alvo to ws-data-retrato
           perform reconstituir-catalogo
           perform gravar-retrato
           if ws-codigo-retorno = 12
               go to processamento-exit
           end-if

           if ws-data-de > 0
               move ws-data-vespera to ws-data-retrato
               perform reconstituir-catalogo
               perform guardar-anterior
               move ws-data-ate to ws-data-retrato
               perform reconstituir-catalogo
               perform gravar-mudancas
           end-if
           .
       processamento-exit.
           exit.

      *----------------------carga do catalogo de hoje------------------
       carregar-catalogo-atual section.
           move 0 to ws-total-atual
           open input catalogo-file
           if ws-status-catalogo <> "00"
               display "Catalogo atual nao encontrado: "
                       function trim(ws-arquivo-catalogo)
                       " - retrato so pela auditoria"
               close catalogo-file
               go to carregar-catalogo-atual-exit
           end-if

           perform until ws-status-catalogo = "10"
               read catalogo-file next
                   at end
                       move "10" to ws-status-catalogo
                   not at end
                       if ws-total-atual >= ws-max-atual
                           display "Limite de pizzas excedido, "
                                   "restante do catalogo ignorado"
                           move "10" to ws-status-catalogo
                           if ws-codigo-retorno < 4
                               move 4 to ws-codigo-retorno
                           end-if
                       else
                           add 1 to ws-total-atual
                           move cat-nome
                               to at-nome(ws-total-atual)
                           move cat-pizzaria
                               to at-pizzaria(ws-total-atual)
                           move cat-diametro
                               to at-diametro(ws-total-atual)
                           move cat-preco
                               to at-preco(ws-total-atual)
                           move cat-forma
                               to at-forma(ws-total-atual)
                           if cat-forma = space
                               move "R" to at-forma(ws-total-atual)
                           end-if
                           move 0 to at-dim2(ws-total-atual)
                           if cat-dim2 numeric
                               move cat-dim2
                                   to at-dim2(ws-total-atual)
                           end-if
                       end-if
               end-read
           end-perform
           close catalogo-file
           .
       carregar-catalogo-atual-exit.
           exit.

      *----------------------arquivos morto da auditoria---------------
      * o indice e gravado na ordem dos expurgos, que e a ordem
      * cronologica das linhas arquivadas; nome repetido (expurgo
      * refeito no mesmo dia) e lido uma vez so
       carregar-arquivos-morto section.
           move 0 to ws-total-mortos
           open input indice-morto-file
           if ws-status-indice-morto <> "00"
               close indice-morto-file
               go to carregar-arquivos-morto-exit
           end-if
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
           close indice-morto-file
           .
       carregar-arquivos-morto-exit.
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
           if ws-ja-visto = "S"
               go to tratar-arquivo-morto-exit
           end-if
           if ws-total-mortos >= ws-max-mortos
               display "Limite de arquivos morto excedido, ignorado: "
                       mrt-arquivo
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
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
      * o chamador preenche ws-arquivo-auditoria antes de vir aqui
       ler-arquivo-auditoria section.
           move 0 to ws-qtd-linhas-arquivo
           open input auditoria-file
           if ws-status-auditoria <> "00"
               display "Auditoria nao encontrada: "
                       function trim(ws-arquivo-auditoria)
               close auditoria-file
               go to ler-arquivo-auditoria-exit
           end-if
           perform until ws-status-auditoria = "10"
               read auditoria-file
                   at end
                       move "10" to ws-status-auditoria
                   not at end
                       add 1 to ws-qtd-linhas-arquivo
                       perform tratar-linha-auditoria
               end-read
           end-perform
           close auditoria-file
           display "Auditoria " function trim(ws-arquivo-auditoria)
                   ": " ws-qtd-linhas-arquivo " linha(s)"
           .
       ler-arquivo-auditoria-exit.
           exit.

      *----------------------uma linha da auditoria---------------------
      * so inclusao, alteracao e exclusao mudam o catalogo; outras
      * linhas (liberacoes, por exemplo) ficam de fora sem aviso
       tratar-linha-auditoria section.
           move linha-auditoria to ws-linha-aud
           if ws-aud-dia not numeric or ws-aud-mes not numeric
               or ws-aud-ano not numeric
               or ws-aud-barra-1 <> "/" or ws-aud-barra-2 <> "/"
               or ws-aud-sep-1 <> " - "
               add 1 to ws-qtd-fora-formato
               go to tratar-linha-auditoria-exit
           end-if

           evaluate ws-aud-acao
               when "INCLUSAO"
                   move "I" to ws-acao
               when "ALTERACAO"
                   move "A" to ws-acao
               when "EXCLUSAO"
                   move "E" to ws-acao
               when other
                   go to tratar-linha-auditoria-exit
           end-evaluate

           if ws-aud-sep-diam <> " - diam "
               add 1 to ws-qtd-fora-formato
               go to tratar-linha-auditoria-exit
           end-if
           if ws-acao = "A"
               if ws-aud-seta-diam <> " > "
                   or ws-aud-sep-preco-a <> " preco "
                   or ws-aud-seta-preco <> " > "
                   add 1 to ws-qtd-fora-formato
                   go to tratar-linha-auditoria-exit
               end-if
           else
               if ws-aud-sep-preco <> " preco "
                   add 1 to ws-qtd-fora-formato
                   go to tratar-linha-auditoria-exit
               end-if
           end-if

           if ws-total-eventos >= ws-max-eventos
               display "Limite de linhas de auditoria excedido, "
                       "restante ignorado"
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to tratar-linha-auditoria-exit
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
           move linha-auditoria to ev-linha(ws-ind-evento)
           move 0 to ev-diam-antes(ws-ind-evento)
           move 0 to ev-preco-antes(ws-ind-evento)
           move 0 to ev-diam-depois(ws-ind-evento)
           move 0 to ev-preco-depois(ws-ind-evento)

           move ws-aud-diam to ws-diam-texto
           perform converter-diametro
           evaluate ws-acao
               when "I"
                   move ws-valor-diam to ev-diam-depois(ws-ind-evento)
                   move ws-aud-preco to ws-preco-editado
                   perform converter-preco
                   move ws-valor-preco
                       to ev-preco-depois(ws-ind-evento)
               when "E"
                   move ws-valor-diam to ev-diam-antes(ws-ind-evento)
                   move ws-aud-preco to ws-preco-editado
                   perform converter-preco
                   move ws-valor-preco
                       to ev-preco-antes(ws-ind-evento)
               when "A"
                   move ws-valor-diam to ev-diam-antes(ws-ind-evento)
                   move ws-aud-diam-depois to ws-diam-texto
                   perform converter-diametro
                   move ws-valor-diam to ev-diam-depois(ws-ind-evento)
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
       tratar-linha-auditoria-exit.
           exit.

      *----------------------diametro editado zz9 para numero-----------
       converter-diametro section.
           inspect ws-diam-texto replacing all " " by "0"
           move 0 to ws-valor-diam
           if ws-diam-texto numeric
               move ws-diam-texto to ws-valor-diam
           end-if
           .
       converter-diametro-exit.
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

      *----------------------catalogo como estava numa data-------------
      * ws-data-retrato e a data pedida. as linhas ate a data sao
      * refeitas em ordem; a pizza que so aparece depois da data
      * estava como a primeira linha posterior diz que estava antes
      * (inclusao = nao existia; alteracao ou exclusao = existia com
      * a imagem anterior); a pizza que nunca passou pela auditoria
      * esta como no catalogo de hoje
       reconstituir-catalogo section.
           move 0 to ws-total-retrato

           perform varying ws-ind-evento from 1 by 1
                   until ws-ind-evento > ws-total-eventos
               if ev-data(ws-ind-evento) <= ws-data-retrato
                   perform aplicar-evento
               end-if
           end-perform

           perform varying ws-ind-evento from 1 by 1
                   until ws-ind-evento > ws-total-eventos
               if ev-data(ws-ind-evento) > ws-data-retrato
                   perform desfazer-evento
               end-if
           end-perform

           perform varying ws-ind-atual from 1 by 1
                   until ws-ind-atual > ws-total-atual
               move at-nome(ws-ind-atual)     to ws-busca-nome
               move at-pizzaria(ws-ind-atual) to ws-busca-pizzaria
               perform buscar-retrato
               if ws-ind-retrato = 0
                   perform incluir-retrato
                   if ws-ind-retrato > 0
                       move "S" to rt-existe(ws-ind-retrato)
                       move at-diametro(ws-ind-atual)
                           to rt-diametro(ws-ind-retrato)
                       move at-preco(ws-ind-atual)
                           to rt-preco(ws-ind-retrato)
                   end-if
               end-if
               if ws-ind-retrato > 0
                   move at-forma(ws-ind-atual)
                       to rt-forma(ws-ind-retrato)
                   move at-dim2(ws-ind-atual)
                       to rt-dim2(ws-ind-retrato)
               end-if
           end-perform
           .
       reconstituir-catalogo-exit.
           exit.

      *----------------------linha anterior a data: refaz---------------
       aplicar-evento section.
           move ev-nome(ws-ind-evento)     to ws-busca-nome
           move ev-pizzaria(ws-ind-evento) to ws-busca-pizzaria
           perform buscar-retrato
           if ws-ind-retrato = 0
               perform incluir-retrato
               if ws-ind-retrato = 0
                   go to aplicar-evento-exit
               end-if
           end-if
           if ev-acao(ws-ind-evento) = "E"
               move "N" to rt-existe(ws-ind-retrato)
           else
               move "S" to rt-existe(ws-ind-retrato)
               move ev-diam-depois(ws-ind-evento)
                   to rt-diametro(ws-ind-retrato)
               move ev-preco-depois(ws-ind-evento)
                   to rt-preco(ws-ind-retrato)
           end-if
           .
       aplicar-evento-exit.
           exit.

      *----------------------linha posterior a data: imagem anterior----
      * so a primeira linha posterior de cada pizza interessa; a pizza
      * ja presente no retrato esta resolvida
       desfazer-evento section.
           move ev-nome(ws-ind-evento)     to ws-busca-nome
           move ev-pizzaria(ws-ind-evento) to ws-busca-pizzaria
           perform buscar-retrato
           if ws-ind-retrato > 0
               go to desfazer-evento-exit
           end-if
           perform incluir-retrato
           if ws-ind-retrato = 0
               go to desfazer-evento-exit
           end-if
           if ev-acao(ws-ind-evento) = "I"
               move "N" to rt-existe(ws-ind-retrato)
           else
               move "S" to rt-existe(ws-ind-retrato)
               move ev-diam-antes(ws-ind-evento)
                   to rt-diametro(ws-ind-retrato)
               move ev-preco-antes(ws-ind-evento)
                   to rt-preco(ws-ind-retrato)
           end-if
           .
       desfazer-evento-exit.
           exit.

      *----------------------busca de uma pizza no retrato--------------
       buscar-retrato section.
           move 0 to ws-ind-retrato
           perform varying ind from 1 by 1
                   until ind > ws-total-retrato
                   or ws-ind-retrato > 0
               if rt-nome(ind) = ws-busca-nome
                   and rt-pizzaria(ind) = ws-busca-pizzaria
                   move ind to ws-ind-retrato
               end-if
           end-perform
           .
       buscar-retrato-exit.
           exit.

      *----------------------nova pizza no retrato----------------------
      * devolve ws-ind-retrato zero quando a tabela esta cheia
       incluir-retrato section.
           move 0 to ws-ind-retrato
           if ws-total-retrato >= ws-max-retrato
               display "Limite do retrato excedido, ignorada: "
                       ws-busca-nome " / " ws-busca-pizzaria
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to incluir-retrato-exit
           end-if
           add 1 to ws-total-retrato
           move ws-total-retrato  to ws-ind-retrato
           move ws-busca-nome     to rt-nome(ws-ind-retrato)
           move ws-busca-pizzaria to rt-pizzaria(ws-ind-retrato)
           move "N" to rt-existe(ws-ind-retrato)
           move 0   to rt-diametro(ws-ind-retrato)
           move 0   to rt-preco(ws-ind-retrato)
           move "R" to rt-forma(ws-ind-retrato)
           move 0   to rt-dim2(ws-ind-retrato)
           .
       incluir-retrato-exit.
           exit.

      *----------------------ordenacao do retrato pela chave------------
      * mesma ordem do catalogo indexado: nome e depois pizzaria
       ordenar-retrato section.
           perform varying ws-ind-ordena from 1 by 1
                   until ws-ind-ordena >= ws-total-retrato
               perform varying ws-ind-troca from 1 by 1
                       until ws-ind-troca >= ws-total-retrato
                   if rt-nome(ws-ind-troca) > rt-nome(ws-ind-troca + 1)
                       or (rt-nome(ws-ind-troca)
                               = rt-nome(ws-ind-troca + 1)
                           and rt-pizzaria(ws-ind-troca)
                               > rt-pizzaria(ws-ind-troca + 1))
                       move retrato(ws-ind-troca) to ws-troca-retrato
                       move retrato(ws-ind-troca + 1)
                           to retrato(ws-ind-troca)
                       move ws-troca-retrato
                           to retrato(ws-ind-troca + 1)
                   end-if
               end-perform
           end-perform
           .
       ordenar-retrato-exit.
           exit.

      *----------------------gravacao do catalogo na data alvo----------
       gravar-retrato section.
           perform ordenar-retrato
           open output retrato-file
           if ws-status-retrato <> "00" and ws-status-retrato <> "05"
               display "Erro ao gravar o retrato: " ws-status-retrato
               move 12 to ws-codigo-retorno
               go to gravar-retrato-exit
           end-if

           move 0 to ws-qtd-existentes
           perform varying ind from 1 by 1
                   until ind > ws-total-retrato
               if rt-existe(ind) = "S"
                   perform gravar-registro-retrato
               end-if
           end-perform
           close retrato-file

           move ws-data-alvo to ws-data-trabalho-num
           move ws-trab-dia  to ws-exibe-dia
           move ws-trab-mes  to ws-exibe-mes
           move ws-trab-ano  to ws-exibe-ano
           display "Catalogo em " ws-data-exibe ": "
                   ws-qtd-existentes " pizza(s) gravadas em "
                   function trim(ws-arquivo-retrato)
           .
       gravar-retrato-exit.
           exit.

      *----------------------um registro do retrato---------------------
      * preco/cm2 pela mesma regra de area do calcular-area do
      * "ex_pizza"
       gravar-registro-retrato section.
           add 1 to ws-qtd-existentes
           move rt-forma(ind)    to ws-calc-forma
           move rt-diametro(ind) to ws-calc-dim1
           move rt-dim2(ind)     to ws-calc-dim2
           perform calcular-area

           move rt-nome(ind)     to rtc-nome
           move rt-pizzaria(ind) to rtc-pizzaria
           move rt-diametro(ind) to rtc-diametro
           move rt-preco(ind)    to rtc-preco
           if are_a > 0
               compute rtc-preco-cm2 = rt-preco(ind) / are_a
           else
               move 0 to rtc-preco-cm2
           end-if
           move 0                to rtc-diferenca-rel
           move rt-forma(ind)    to rtc-forma
           move rt-dim2(ind)     to rtc-dim2
           write reg-retrato
           .
       gravar-registro-retrato-exit.
           exit.

      *----------------------area conforme a forma----------------------
      * R (ou branco, registro antigo) e circulo pelo diametro, Q e
      * quadrado pelo lado, T e retangulo lado x lado; retangulo sem a
      * segunda dimensao e tratado como quadrado
       calcular-area section.
           evaluate ws-calc-forma
               when "Q"
               when "q"
                   compute are_a = ws-calc-dim1 * ws-calc-dim1
               when "T"
               when "t"
                   if ws-calc-dim2 = 0
                       move ws-calc-dim1 to ws-calc-dim2
                   end-if
                   compute are_a = ws-calc-dim1 * ws-calc-dim2
               when other
                   compute are_a = pi *((ws-calc-dim1/2) *
                   (ws-calc-dim1/2))
           end-evaluate
           .
       calcular-area-exit.
           exit.

      *----------------------copia do retrato da vespera----------------
       guardar-anterior section.
           move ws-total-retrato to ws-total-anterior
           perform varying ind from 1 by 1
                   until ind > ws-total-retrato
               move retrato(ind) to anterior(ind)
           end-perform
           .
       guardar-anterior-exit.
           exit.

      *----------------------relatorio de mudancas entre duas datas-----
      * primeiro as linhas da auditoria do periodo, como foram
      * gravadas; depois o saldo por pizza entre a vespera da data
      * inicial e a data final
       gravar-mudancas section.
           open output mudanca-file
           if ws-status-mudanca <> "00" and ws-status-mudanca <> "05"
               display "Erro ao gravar as mudancas: " ws-status-mudanca
               move 12 to ws-codigo-retorno
               go to gravar-mudancas-exit
           end-if

           move ws-data-de  to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-dia
           move ws-trab-mes to ws-exibe-mes
           move ws-trab-ano to ws-exibe-ano
           move ws-data-ate to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-2-dia
           move ws-trab-mes to ws-exibe-2-mes
           move ws-trab-ano to ws-exibe-2-ano
           move spaces to linha-mudanca
           string "MUDANCAS NO CATALOGO  Filial: [" delimited by size
                  ws-filial delimited by size
                  "]  de " delimited by size
                  ws-data-exibe delimited by size
                  " ate " delimited by size
                  ws-data-exibe-2 delimited by size
                  into linha-mudanca
           write linha-mudanca
           move spaces to linha-mudanca
           write linha-mudanca

           move "LINHAS DA AUDITORIA NO PERIODO" to linha-mudanca
           write linha-mudanca
           move 0 to ws-qtd-eventos-periodo
           perform varying ws-ind-evento from 1 by 1
                   until ws-ind-evento > ws-total-eventos
               if ev-data(ws-ind-evento) >= ws-data-de
                   and ev-data(ws-ind-evento) <= ws-data-ate
                   add 1 to ws-qtd-eventos-periodo
                   move spaces to linha-mudanca
                   string "   " delimited by size
                          ev-linha(ws-ind-evento) delimited by size
                          into linha-mudanca
                   write linha-mudanca
               end-if
           end-perform
           move ws-qtd-eventos-periodo to ws-disp-qtd
           move spaces to linha-mudanca
           string "   linhas: " delimited by size
                  ws-disp-qtd delimited by size
                  into linha-mudanca
           write linha-mudanca
           move spaces to linha-mudanca
           write linha-mudanca

           move "SALDO POR PIZZA (SITUACAO - NOME - PIZZARIA - DIAM "
               to linha-mudanca
           move "ANTES > DEPOIS - PRECO ANTES > DEPOIS)"
               to linha-mudanca(52:)
           write linha-mudanca
           perform ordenar-retrato
           move 0 to ws-qtd-mudancas
           perform varying ind from 1 by 1
                   until ind > ws-total-retrato
               perform comparar-pizza
           end-perform
           move ws-qtd-mudancas to ws-disp-qtd
           move spaces to linha-mudanca
           string "   pizzas alteradas: " delimited by size
                  ws-disp-qtd delimited by size
                  into linha-mudanca
           write linha-mudanca
           close mudanca-file

           display "Mudancas do periodo gravadas em "
                   function trim(ws-arquivo-mudanca)
           .
       gravar-mudancas-exit.
           exit.

      *----------------------saldo de uma pizza no periodo--------------
       comparar-pizza section.
           move 0 to ws-ind-anterior
           perform varying ws-ind-troca from 1 by 1
                   until ws-ind-troca > ws-total-anterior
                   or ws-ind-anterior > 0
               if an-nome(ws-ind-troca) = rt-nome(ind)
                   and an-pizzaria(ws-ind-troca) = rt-pizzaria(ind)
                   move ws-ind-troca to ws-ind-anterior
               end-if
           end-perform

           move 0 to ws-disp-diam-antes ws-disp-preco-antes
           move spaces to ws-situacao-mudanca
           if ws-ind-anterior > 0
               if an-existe(ws-ind-anterior) = "S"
                   move an-diametro(ws-ind-anterior)
                       to ws-disp-diam-antes
                   move an-preco(ws-ind-anterior)
                       to ws-disp-preco-antes
               end-if
           end-if
           move 0 to ws-disp-diam-depois ws-disp-preco-depois
           if rt-existe(ind) = "S"
               move rt-diametro(ind) to ws-disp-diam-depois
               move rt-preco(ind)    to ws-disp-preco-depois
           end-if

           if ws-ind-anterior = 0
               if rt-existe(ind) = "S"
                   move "INCLUIDA" to ws-situacao-mudanca
               end-if
           else
               evaluate true
                   when an-existe(ws-ind-anterior) = "N"
                       and rt-existe(ind) = "S"
                       move "INCLUIDA" to ws-situacao-mudanca
                   when an-existe(ws-ind-anterior) = "S"
                       and rt-existe(ind) = "N"
                       move "EXCLUIDA" to ws-situacao-mudanca
                   when an-existe(ws-ind-anterior) = "S"
                       and rt-existe(ind) = "S"
                       and (an-diametro(ws-ind-anterior)
                               <> rt-diametro(ind)
                            or an-preco(ws-ind-anterior)
                               <> rt-preco(ind))
                       move "ALTERADA" to ws-situacao-mudanca
               end-evaluate
           end-if
           if ws-situacao-mudanca = spaces
               go to comparar-pizza-exit
           end-if

           add 1 to ws-qtd-mudancas
           move spaces to linha-mudanca
           string "   " delimited by size
                  ws-situacao-mudanca delimited by size
                  " - " delimited by size
                  rt-nome(ind) delimited by size
                  " - " delimited by size
                  rt-pizzaria(ind) delimited by size
                  " - diam " delimited by size
                  ws-disp-diam-antes delimited by size
                  " > " delimited by size
                  ws-disp-diam-depois delimited by size
                  " preco " delimited by size
                  ws-disp-preco-antes delimited by size
                  " > " delimited by size
                  ws-disp-preco-depois delimited by size
                  into linha-mudanca
           write linha-mudanca
           .
       comparar-pizza-exit.
           exit.

       finaliza section.
           if ws-qtd-fora-formato > 0
               display "Linhas da auditoria fora do formato: "
                       ws-qtd-fora-formato
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
           end-if
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
