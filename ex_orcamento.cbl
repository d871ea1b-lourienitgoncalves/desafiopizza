      *Divisão de identificação do programa
       identification division.
       program-id. "ex_orcamento".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * manutencao do orcamento de compras PIZZAS.ORC: quanto o
      * financeiro liberou para gastar em cada mes, por filial e por
      * pizzaria; o "ex_variacao" compara com o realizado do
      * PIZZAS.PED e o planejador de festa do "ex_pizza" avisa quando
      * a sugestao estouraria o orcamento do mes da filial
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * o orcamento de todas as filiais fica num arquivo so, com a
      * filial em cada linha, porque e o financeiro da matriz quem o
      * mantem; PIZZAS_FILIAL so sugere a filial nas perguntas
       input-output section.
       file-control.
           select optional orcamento-file  assign to "PIZZAS.ORC"
               organization  is line sequential
               file status   is ws-status-orcamento.

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


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-orcamentos                     pic 9(04) value 0.
       77  ws-max-orcamentos                       pic 9(04) value 2000.

       01  orcamento  occurs 1 to 2000 times
                       depending on ws-total-orcamentos.
           05 oc-anomes                            pic 9(06).
           05 oc-filial                            pic x(02).
           05 oc-pizzaria                          pic x(15).
           05 oc-valor                             pic 9(07)v99.

       77  ind                                     pic 9(04).
       77  ws-ind-busca                            pic 9(04).
       77  ws-ind-achado                           pic 9(04).
       77  ws-status-orcamento                     pic x(02).
       77  ws-filial                               pic x(02).
       77  ws-opcao-menu                           pic x(01).
       77  ws-confirma                             pic x(01).
       77  ws-alterado                             pic x(01) value "N".
       77  ws-qtd-invalidas                        pic 9(04) value 0.
       77  ws-dados-ok                             pic x(01).
       77  ws-ent-anomes                           pic 9(06).
       77  ws-ent-filial                           pic x(02).
       77  ws-ent-pizzaria                         pic x(15).
       77  ws-ent-valor                            pic 9(07)v99.
       77  ws-qtd-listadas                         pic 9(04).
       77  ws-total-listado                        pic 9(09)v99.
       77  ws-disp-valor                           pic zzzzzz9,99.
       77  ws-disp-total                           pic zzzzzzzz9,99.
       01  ws-anomes-aberto.
           05 ws-anomes-ano                        pic 9(04).
           05 ws-anomes-mes                        pic 9(02).
       01  ws-anomes-num redefines ws-anomes-aberto
                                                   pic 9(06).


      *Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.
           accept ws-filial from environment "PIZZAS_FILIAL"
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

           perform carregar-orcamentos
           .
       inicializa-exit.
           exit.

      *----------------------carga do orcamento---------------------------
      * linha fora do formato e contada e mostrada, nao some em
      * silencio; a linha descartada nao volta na gravacao
       carregar-orcamentos section.
           move 0 to ws-total-orcamentos
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
           end-if
           close orcamento-file
           display "Linhas de orcamento carregadas: "
                   ws-total-orcamentos
           if ws-qtd-invalidas > 0
               display "Linhas fora do formato (descartadas na "
                       "gravacao): " ws-qtd-invalidas
           end-if
           .
       carregar-orcamentos-exit.
           exit.

      *----------------------acumulacao de uma linha---------------------
       acumular-orcamento section.
           if orc-anomes not numeric or orc-valor not numeric
               or orc-pizzaria = spaces
               add 1 to ws-qtd-invalidas
               display "Orcamento fora do formato: " reg-orcamento
               go to acumular-orcamento-exit
           end-if
           if ws-total-orcamentos >= ws-max-orcamentos
               display "Limite de orcamentos excedido, ignorado: "
                       orc-anomes " " orc-pizzaria
               go to acumular-orcamento-exit
           end-if
           add 1 to ws-total-orcamentos
           move orc-anomes   to oc-anomes(ws-total-orcamentos)
           move orc-filial   to oc-filial(ws-total-orcamentos)
           move orc-pizzaria to oc-pizzaria(ws-total-orcamentos)
           move orc-valor    to oc-valor(ws-total-orcamentos)
           .
       acumular-orcamento-exit.
           exit.

       processamento section.
           move spaces to ws-opcao-menu
           perform until ws-opcao-menu = "F" or ws-opcao-menu = "f"
               display "Orcamento: I-incluir A-alterar E-excluir "
                       "L-listar mes F-fim"
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when "F"
                   when "f"
                       continue
                   when "I"
                   when "i"
                       perform incluir-orcamento
                   when "A"
                   when "a"
                       perform alterar-orcamento
                   when "E"
                   when "e"
                       perform excluir-orcamento
                   when "L"
                   when "l"
                       perform listar-orcamentos
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           if ws-alterado = "S"
               perform salvar-orcamentos
           end-if
           .
       processamento-exit.
           exit.

      *----------------------inclusao de orcamento-----------------------
      * uma linha por mes, filial e pizzaria: repetir a chave e
      * recusado, o valor muda pela alteracao
       incluir-orcamento section.
           if ws-total-orcamentos >= ws-max-orcamentos
               display "Tabela de orcamentos cheia"
               go to incluir-orcamento-exit
           end-if

           perform pedir-chave-orcamento
           if ws-dados-ok <> "S"
               go to incluir-orcamento-exit
           end-if
           perform buscar-orcamento
           if ws-ind-achado > 0
               move oc-valor(ws-ind-achado) to ws-disp-valor
               display "Orcamento ja cadastrado (" ws-disp-valor
                       "), use A para alterar"
               go to incluir-orcamento-exit
           end-if

           perform pedir-valor-orcamento
           if ws-dados-ok <> "S"
               go to incluir-orcamento-exit
           end-if

           display "Confirma o orcamento? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               add 1 to ws-total-orcamentos
               move ws-ent-anomes   to oc-anomes(ws-total-orcamentos)
               move ws-ent-filial   to oc-filial(ws-total-orcamentos)
               move ws-ent-pizzaria
                    to oc-pizzaria(ws-total-orcamentos)
               move ws-ent-valor    to oc-valor(ws-total-orcamentos)
               move "S" to ws-alterado
               display "Orcamento incluido"
           end-if
           .
       incluir-orcamento-exit.
           exit.

      *----------------------alteracao de orcamento----------------------
       alterar-orcamento section.
           perform pedir-chave-orcamento
           if ws-dados-ok <> "S"
               go to alterar-orcamento-exit
           end-if
           perform buscar-orcamento
           if ws-ind-achado = 0
               display "Orcamento nao encontrado"
               go to alterar-orcamento-exit
           end-if

           move oc-valor(ws-ind-achado) to ws-disp-valor
           display "Valor atual: " ws-disp-valor
           perform pedir-valor-orcamento
           if ws-dados-ok <> "S"
               go to alterar-orcamento-exit
           end-if

           display "Confirma a alteracao? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               move ws-ent-valor to oc-valor(ws-ind-achado)
               move "S" to ws-alterado
               display "Orcamento alterado"
           end-if
           .
       alterar-orcamento-exit.
           exit.

      *----------------------exclusao de orcamento-----------------------
       excluir-orcamento section.
           perform pedir-chave-orcamento
           if ws-dados-ok <> "S"
               go to excluir-orcamento-exit
           end-if
           perform buscar-orcamento
           if ws-ind-achado = 0
               display "Orcamento nao encontrado"
               go to excluir-orcamento-exit
           end-if

           move oc-valor(ws-ind-achado) to ws-disp-valor
           display "Excluir o orcamento de " ws-disp-valor "? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               perform varying ind from ws-ind-achado by 1
                       until ind >= ws-total-orcamentos
                   move orcamento(ind + 1) to orcamento(ind)
               end-perform
               subtract 1 from ws-total-orcamentos
               move "S" to ws-alterado
               display "Orcamento excluido"
           end-if
           .
       excluir-orcamento-exit.
           exit.

      *----------------------coleta da chave-----------------------------
      * mes AAAAMM valido, filial (vazio = a filial em uso) e
      * pizzaria preenchida
       pedir-chave-orcamento section.
           move "N" to ws-dados-ok

           display "Mes do orcamento (AAAAMM) "
           accept ws-ent-anomes
           perform validar-anomes
           if ws-dados-ok <> "S"
               go to pedir-chave-orcamento-exit
           end-if
           move "N" to ws-dados-ok

           display "Filial (vazio = " ws-filial ") "
           accept ws-ent-filial
           if ws-ent-filial = spaces
               move ws-filial to ws-ent-filial
           end-if

           display "Pizzaria "
           accept ws-ent-pizzaria
           if ws-ent-pizzaria = spaces
               display "Pizzaria em branco"
               go to pedir-chave-orcamento-exit
           end-if

           move "S" to ws-dados-ok
           .
       pedir-chave-orcamento-exit.
           exit.

      *----------------------validacao do mes AAAAMM--------------------
       validar-anomes section.
           move "N" to ws-dados-ok
           if ws-ent-anomes not numeric
               display "Mes invalido"
               go to validar-anomes-exit
           end-if
           move ws-ent-anomes to ws-anomes-num
           if ws-anomes-ano < 2000 or ws-anomes-ano > 2199
               or ws-anomes-mes < 1 or ws-anomes-mes > 12
               display "Mes invalido, use AAAAMM"
               go to validar-anomes-exit
           end-if
           move "S" to ws-dados-ok
           .
       validar-anomes-exit.
           exit.

      *----------------------coleta do valor-----------------------------
       pedir-valor-orcamento section.
           move "N" to ws-dados-ok
           display "Valor orcado no mes "
           accept ws-ent-valor
           if ws-ent-valor = 0
               display "Valor orcado nao pode ser zero (use E para "
                       "excluir)"
               go to pedir-valor-orcamento-exit
           end-if
           move "S" to ws-dados-ok
           .
       pedir-valor-orcamento-exit.
           exit.

      *----------------------busca pela chave----------------------------
       buscar-orcamento section.
           move 0 to ws-ind-achado
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-total-orcamentos
                   or ws-ind-achado > 0
               if oc-anomes(ws-ind-busca) = ws-ent-anomes
                   and oc-filial(ws-ind-busca) = ws-ent-filial
                   and oc-pizzaria(ws-ind-busca) = ws-ent-pizzaria
                   move ws-ind-busca to ws-ind-achado
               end-if
           end-perform
           .
       buscar-orcamento-exit.
           exit.

      *----------------------listagem de um mes--------------------------
      * todas as filiais do mes pedido, com o total orcado
       listar-orcamentos section.
           display "Mes a listar (AAAAMM) "
           accept ws-ent-anomes
           perform validar-anomes
           if ws-dados-ok <> "S"
               go to listar-orcamentos-exit
           end-if

           move 0 to ws-qtd-listadas
           move 0 to ws-total-listado
           perform varying ind from 1 by 1
                   until ind > ws-total-orcamentos
               if oc-anomes(ind) = ws-ent-anomes
                   add 1 to ws-qtd-listadas
                   add oc-valor(ind) to ws-total-listado
                   move oc-valor(ind) to ws-disp-valor
                   display oc-filial(ind) " - " oc-pizzaria(ind)
                           " - " ws-disp-valor
               end-if
           end-perform

           if ws-qtd-listadas = 0
               display "Nenhum orcamento no mes " ws-ent-anomes
           else
               move ws-total-listado to ws-disp-total
               display "Total orcado no mes: " ws-disp-total
           end-if
           .
       listar-orcamentos-exit.
           exit.

      *----------------------gravacao do orcamento-----------------------
       salvar-orcamentos section.
           open output orcamento-file
           if ws-status-orcamento <> "00"
               and ws-status-orcamento <> "05"
               display "Erro ao gravar o orcamento: "
                       ws-status-orcamento
               move 12 to return-code
               go to salvar-orcamentos-exit
           end-if
           perform varying ind from 1 by 1
                   until ind > ws-total-orcamentos
               move oc-anomes(ind)   to orc-anomes
               move oc-filial(ind)   to orc-filial
               move oc-pizzaria(ind) to orc-pizzaria
               move oc-valor(ind)    to orc-valor
               write reg-orcamento
           end-perform
           close orcamento-file
           display "Arquivo de orcamento gravado: "
                   ws-total-orcamentos
           .
       salvar-orcamentos-exit.
           exit.

       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
