      *Divisão de identificação do programa
       identification division.
       program-id. "ex_nota".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * notas de sabor dadas pela equipe depois de cada pedido: uma
      * nota de 1 a 5 por linha do PIZZAS.PED, gravada em PIZZAS.NOT.
      * a linha do pedido e identificada pela posicao no PIZZAS.PED
      * (o arquivo so recebe acrescimos) e a nota guarda tambem nome,
      * pizzaria e data, para o "ex_pizza" tirar a media de cada pizza
      * sem reler os pedidos. avalia os pedidos ainda sem nota, corrige
      * e exclui notas ja dadas; uma segunda nota para a mesma linha e
      * recusada
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * a filial (variavel de ambiente PIZZAS_FILIAL) escolhe o
      * conjunto de arquivos: em branco valem os nomes classicos,
      * preenchida entra entre o "PIZZAS" e a extensao (PIZZAS01.NOT)
       input-output section.
       file-control.
           select optional pedido-file  assign using ws-arquivo-pedido
               organization  is line sequential
               file status   is ws-status-pedido.

           select optional nota-file  assign using ws-arquivo-nota
               organization  is line sequential
               file status   is ws-status-nota.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  pedido-file.
       01  reg-pedido.
           05 ped-nome                             pic x(15).
           05 ped-pizzaria                         pic x(15).
           05 ped-qtd                              pic 9(04).
           05 ped-preco                            pic 9(03)v99.
           05 ped-data                             pic 9(08).

      * uma nota por linha de pedido: posicao da linha no PIZZAS.PED,
      * a pizza pedida, a nota, quem avaliou e quando
       fd  nota-file.
       01  reg-nota.
           05 not-linha-pedido                     pic 9(06).
           05 not-nome                             pic x(15).
           05 not-pizzaria                         pic x(15).
           05 not-data-pedido                      pic 9(08).
           05 not-nota                             pic 9(01).
           05 not-avaliador                        pic x(08).
           05 not-data-avaliacao                   pic 9(08).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-notas                          pic 9(04) value 0.
       77  ws-max-notas                            pic 9(04) value 3000.

       01  avaliacao  occurs 1 to 3000 times
                       depending on ws-total-notas.
           05 av-linha-pedido                      pic 9(06).
           05 av-nome                              pic x(15).
           05 av-pizzaria                          pic x(15).
           05 av-data-pedido                       pic 9(08).
           05 av-nota                              pic 9(01).
           05 av-avaliador                         pic x(08).
           05 av-data-avaliacao                    pic 9(08).

       77  ind                                     pic 9(04).
       77  ws-ind-achado                           pic 9(04).
       77  ws-status-pedido                        pic x(02).
       77  ws-status-nota                          pic x(02).
       77  ws-filial                               pic x(02).
       77  ws-arquivo-pedido                       pic x(20).
       77  ws-arquivo-nota                         pic x(20).
       77  ws-opcao-menu                           pic x(01).
       77  ws-confirma                             pic x(01).
       77  ws-resposta                             pic x(01).
       77  ws-alterado                             pic x(01) value "N".
       77  ws-parar                                pic x(01).
       77  ws-qtd-invalidas                        pic 9(04) value 0.
       77  ws-qtd-avaliadas                        pic 9(04).
       77  ws-qtd-pendentes                        pic 9(04).
       77  ws-linha-atual                          pic 9(06).
       77  ws-linha-busca                          pic 9(06).
       77  ws-avaliador                            pic x(08).
       77  ws-nota-lida                            pic 9(01).
       77  ws-disp-linha                           pic zzzzz9.
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
           move spaces to ws-arquivo-pedido
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".PED" delimited by size
                  into ws-arquivo-pedido
           move spaces to ws-arquivo-nota
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".NOT" delimited by size
                  into ws-arquivo-nota
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

           display "Informe o avaliador (ate 8 letras)"
           accept ws-avaliador
           if ws-avaliador = spaces
               move "ANONIMO" to ws-avaliador
           end-if

           perform carregar-notas
           .
       inicializa-exit.
           exit.

      *----------------------carga das notas ja dadas-------------------
      * linha fora do formato, nota fora de 1 a 5 ou segunda nota para
      * a mesma linha de pedido e contada e mostrada, e nao volta para
      * o arquivo na gravacao
       carregar-notas section.
           move 0 to ws-total-notas
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
           end-if
           close nota-file
           display "Notas carregadas: " ws-total-notas
           if ws-qtd-invalidas > 0
               display "Linhas fora do formato ou repetidas "
                       "(descartadas na gravacao): " ws-qtd-invalidas
           end-if
           .
       carregar-notas-exit.
           exit.

      *----------------------acumulacao de uma nota----------------------
       acumular-nota section.
           if not-linha-pedido not numeric or not-nota not numeric
               or not-data-pedido not numeric
               or not-nota < 1 or not-nota > 5
               add 1 to ws-qtd-invalidas
               display "Nota fora do formato: " reg-nota
               go to acumular-nota-exit
           end-if
           move not-linha-pedido to ws-linha-busca
           perform localizar-nota
           if ws-ind-achado > 0
               add 1 to ws-qtd-invalidas
               display "Segunda nota para o pedido " not-linha-pedido
                       " descartada"
               go to acumular-nota-exit
           end-if
           if ws-total-notas >= ws-max-notas
               display "Limite de notas excedido, ignorada a do "
                       "pedido " not-linha-pedido
               go to acumular-nota-exit
           end-if
           add 1 to ws-total-notas
           move not-linha-pedido   to av-linha-pedido(ws-total-notas)
           move not-nome           to av-nome(ws-total-notas)
           move not-pizzaria       to av-pizzaria(ws-total-notas)
           move not-data-pedido    to av-data-pedido(ws-total-notas)
           move not-nota           to av-nota(ws-total-notas)
           move not-avaliador      to av-avaliador(ws-total-notas)
           move not-data-avaliacao to av-data-avaliacao(ws-total-notas)
           .
       acumular-nota-exit.
           exit.

       processamento section.
           move spaces to ws-opcao-menu
           perform until ws-opcao-menu = "F" or ws-opcao-menu = "f"
               display "Notas: A-avaliar pedidos C-corrigir nota "
                       "E-excluir nota F-fim"
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when "F"
                   when "f"
                       continue
                   when "A"
                   when "a"
                       perform avaliar-pendentes
                   when "C"
                   when "c"
                       perform corrigir-nota
                   when "E"
                   when "e"
                       perform excluir-nota
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           if ws-alterado = "S"
               perform salvar-notas
           end-if
           .
       processamento-exit.
           exit.

      *----------------------avaliacao dos pedidos sem nota--------------
      * percorre o PIZZAS.PED e oferece cada linha ainda sem nota; pedido
      * com data futura ainda nao foi comido e fica de fora
       avaliar-pendentes section.
           move 0 to ws-qtd-avaliadas
           move 0 to ws-qtd-pendentes
           move 0 to ws-linha-atual
           move "N" to ws-parar
           open input pedido-file
           if ws-status-pedido <> "00"
               display "Nenhum pedido gravado: "
                       function trim(ws-arquivo-pedido)
               close pedido-file
               go to avaliar-pendentes-exit
           end-if

           perform until ws-status-pedido = "10" or ws-parar = "S"
               read pedido-file
                   at end
                       move "10" to ws-status-pedido
                   not at end
                       add 1 to ws-linha-atual
                       perform avaliar-linha-pedido
               end-read
           end-perform
           close pedido-file

           move ws-qtd-avaliadas to ws-disp-qtd
           display "Pedidos avaliados nesta passada: " ws-disp-qtd
           move ws-qtd-pendentes to ws-disp-qtd
           display "Pedidos deixados sem nota......: " ws-disp-qtd
           .
       avaliar-pendentes-exit.
           exit.

      *----------------------oferta de uma linha de pedido---------------
       avaliar-linha-pedido section.
           if ped-data not numeric or ped-qtd not numeric
               go to avaliar-linha-pedido-exit
           end-if
           if ped-data > ws-data-numerica
               go to avaliar-linha-pedido-exit
           end-if
           move ws-linha-atual to ws-linha-busca
           perform localizar-nota
           if ws-ind-achado > 0
               go to avaliar-linha-pedido-exit
           end-if

           if ws-total-notas >= ws-max-notas
               display "Tabela de notas cheia"
               move "S" to ws-parar
               go to avaliar-linha-pedido-exit
           end-if

           move ped-data    to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-dia
           move ws-trab-mes to ws-exibe-mes
           move ws-trab-ano to ws-exibe-ano
           move ws-linha-atual to ws-disp-linha
           move ped-qtd        to ws-disp-qtd
           display "Pedido " ws-disp-linha ": " ped-nome " / "
                   ped-pizzaria " qtd " ws-disp-qtd " de "
                   ws-data-exibe
           display "Nota de 1 a 5 (0 = pular, F = parar) "
           accept ws-resposta
           if ws-resposta = "F" or ws-resposta = "f"
               move "S" to ws-parar
               go to avaliar-linha-pedido-exit
           end-if
           if ws-resposta < "1" or ws-resposta > "5"
               if ws-resposta <> "0" and ws-resposta <> space
                   display "Nota invalida, pedido pulado"
               end-if
               add 1 to ws-qtd-pendentes
               go to avaliar-linha-pedido-exit
           end-if
           move ws-resposta to ws-nota-lida

           add 1 to ws-total-notas
           move ws-linha-atual   to av-linha-pedido(ws-total-notas)
           move ped-nome         to av-nome(ws-total-notas)
           move ped-pizzaria     to av-pizzaria(ws-total-notas)
           move ped-data         to av-data-pedido(ws-total-notas)
           move ws-nota-lida     to av-nota(ws-total-notas)
           move ws-avaliador     to av-avaliador(ws-total-notas)
           move ws-data-numerica to av-data-avaliacao(ws-total-notas)
           move "S" to ws-alterado
           add 1 to ws-qtd-avaliadas
           .
       avaliar-linha-pedido-exit.
           exit.

      *----------------------correcao de uma nota------------------------
       corrigir-nota section.
           perform pedir-linha-pedido
           if ws-ind-achado = 0
               go to corrigir-nota-exit
           end-if

           display "Nova nota de 1 a 5 "
           accept ws-resposta
           if ws-resposta < "1" or ws-resposta > "5"
               display "Nota invalida, correcao cancelada"
               go to corrigir-nota-exit
           end-if
           move ws-resposta to ws-nota-lida

           display "Confirma a correcao? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               move ws-nota-lida     to av-nota(ws-ind-achado)
               move ws-avaliador     to av-avaliador(ws-ind-achado)
               move ws-data-numerica to av-data-avaliacao(ws-ind-achado)
               move "S" to ws-alterado
               display "Nota corrigida"
           end-if
           .
       corrigir-nota-exit.
           exit.

      *----------------------exclusao de uma nota------------------------
      * a linha do pedido volta a ficar pendente de avaliacao
       excluir-nota section.
           perform pedir-linha-pedido
           if ws-ind-achado = 0
               go to excluir-nota-exit
           end-if

           display "Confirma a exclusao? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               perform varying ind from ws-ind-achado by 1
                       until ind >= ws-total-notas
                   move avaliacao(ind + 1) to avaliacao(ind)
               end-perform
               subtract 1 from ws-total-notas
               move "S" to ws-alterado
               display "Nota excluida"
           end-if
           .
       excluir-nota-exit.
           exit.

      *----------------------nota de uma linha de pedido-----------------
      * pede o numero da linha (o mesmo mostrado na avaliacao) e mostra
      * a nota achada; ws-ind-achado fica zerado quando nao ha nota
       pedir-linha-pedido section.
           display "Numero do pedido (linha no "
                   function trim(ws-arquivo-pedido) ") "
           accept ws-linha-busca
           perform localizar-nota
           if ws-ind-achado = 0
               display "Pedido sem nota: " ws-linha-busca
               go to pedir-linha-pedido-exit
           end-if
           move av-data-pedido(ws-ind-achado) to ws-data-trabalho-num
           move ws-trab-dia to ws-exibe-dia
           move ws-trab-mes to ws-exibe-mes
           move ws-trab-ano to ws-exibe-ano
           display "Achada: " av-nome(ws-ind-achado) " / "
                   av-pizzaria(ws-ind-achado) " de " ws-data-exibe
                   " nota " av-nota(ws-ind-achado) " por "
                   av-avaliador(ws-ind-achado)
           .
       pedir-linha-pedido-exit.
           exit.

      *----------------------busca pela linha do pedido------------------
       localizar-nota section.
           move 0 to ws-ind-achado
           perform varying ind from 1 by 1
                   until ind > ws-total-notas
                   or ws-ind-achado > 0
               if av-linha-pedido(ind) = ws-linha-busca
                   move ind to ws-ind-achado
               end-if
           end-perform
           .
       localizar-nota-exit.
           exit.

      *----------------------gravacao do arquivo de notas----------------
      * regrava o PIZZAS.NOT inteiro a partir da tabela
       salvar-notas section.
           open output nota-file
           if ws-status-nota <> "00" and ws-status-nota <> "05"
               display "Erro ao gravar as notas: " ws-status-nota
               move 12 to return-code
               go to salvar-notas-exit
           end-if
           perform varying ind from 1 by 1
                   until ind > ws-total-notas
               move av-linha-pedido(ind)   to not-linha-pedido
               move av-nome(ind)           to not-nome
               move av-pizzaria(ind)       to not-pizzaria
               move av-data-pedido(ind)    to not-data-pedido
               move av-nota(ind)           to not-nota
               move av-avaliador(ind)      to not-avaliador
               move av-data-avaliacao(ind) to not-data-avaliacao
               write reg-nota
           end-perform
           close nota-file
           display "Arquivo de notas gravado: " ws-total-notas
           .
       salvar-notas-exit.
           exit.

       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
