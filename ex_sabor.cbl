      *Divisão de identificação do programa
       identification division.
       program-id. "ex_sabor".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * manutencao do cadastro de sabores PIZZAS.SAB: cada sabor tem
      * um codigo, uma descricao padrao e ate 8 sinonimos, os nomes
      * com que pizzarias e filiais escrevem o mesmo sabor
      * ("CALABRESA ESP", "CALABREZA"); o "ex_pizza", o
      * "ex_consolida" e o "ex_mensal" agrupam por este codigo em vez
      * do nome livre, e a entrada em lote do "ex_pizza" recusa o
      * nome que nao estiver aqui; um mesmo nome nao pode valer para
      * dois sabores, senao a traducao ficaria ambigua
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * o cadastro e um so para todas as filiais (sem o codigo da
      * filial no nome), porque a consolidacao da matriz compara o
      * mesmo sabor entre filiais
       input-output section.
       file-control.
           select optional sabor-file  assign to "PIZZAS.SAB"
               organization  is line sequential
               file status   is ws-status-sabor.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

       fd  sabor-file.
       01  reg-sabor.
           05 sab-codigo                           pic x(06).
           05 sab-descricao                        pic x(15).
           05 sab-sinonimo  occurs 8 times         pic x(15).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-sabores                        pic 9(04) value 0.
       77  ws-max-sabores                          pic 9(04) value 300.

       01  sabor  occurs 1 to 300 times
                   depending on ws-total-sabores.
           05 sb-codigo                            pic x(06).
           05 sb-descricao                         pic x(15).
           05 sb-sinonimo  occurs 8 times          pic x(15).

       77  ind                                     pic 9(04).
       77  ws-ind-sinonimo                         pic 9(02).
       77  ws-max-sinonimos                        pic 9(02) value 8.
       77  ws-ind-busca                            pic 9(04).
       77  ws-ind-achado                           pic 9(04).
       77  ws-ind-vago                             pic 9(02).
       77  ws-ind-dono                             pic 9(04).
       77  ws-status-sabor                         pic x(02).
       77  ws-opcao-menu                           pic x(01).
       77  ws-confirma                             pic x(01).
       77  ws-alterado                             pic x(01) value "N".
       77  ws-qtd-invalidas                        pic 9(04) value 0.
       77  ws-codigo-busca                         pic x(06).
       77  ws-nome-busca                           pic x(15).
       77  ws-nome-livre                           pic x(01).


      *Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.
           perform carregar-sabores
           .
       inicializa-exit.
           exit.

      *----------------------carga do cadastro de sabores---------------
      * codigo em branco ou repetido e contado e mostrado, nao some em
      * silencio; a linha descartada nao volta na gravacao
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
           display "Sabores carregados: " ws-total-sabores
           if ws-qtd-invalidas > 0
               display "Linhas fora do formato (descartadas na "
                       "gravacao): " ws-qtd-invalidas
           end-if
           .
       carregar-sabores-exit.
           exit.

      *----------------------acumulacao de um sabor---------------------
       acumular-sabor section.
           if sab-codigo = spaces or sab-descricao = spaces
               add 1 to ws-qtd-invalidas
               display "Sabor fora do formato: " reg-sabor
               go to acumular-sabor-exit
           end-if
           move sab-codigo to ws-codigo-busca
           perform buscar-codigo
           if ws-ind-achado > 0
               add 1 to ws-qtd-invalidas
               display "Codigo repetido descartado: " sab-codigo
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

       processamento section.
           move spaces to ws-opcao-menu
           perform until ws-opcao-menu = "F" or ws-opcao-menu = "f"
               display "Sabores: I-incluir A-alterar descricao "
                       "S-incluir sinonimo R-retirar sinonimo"
               display "         E-excluir L-listar F-fim"
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when "F"
                   when "f"
                       continue
                   when "I"
                   when "i"
                       perform incluir-sabor
                   when "A"
                   when "a"
                       perform alterar-descricao
                   when "S"
                   when "s"
                       perform incluir-sinonimo
                   when "R"
                   when "r"
                       perform retirar-sinonimo
                   when "E"
                   when "e"
                       perform excluir-sabor
                   when "L"
                   when "l"
                       perform listar-sabores
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform

           if ws-alterado = "S"
               perform salvar-sabores
           end-if
           .
       processamento-exit.
           exit.

      *----------------------inclusao de sabor--------------------------
       incluir-sabor section.
           if ws-total-sabores >= ws-max-sabores
               display "Tabela de sabores cheia"
               go to incluir-sabor-exit
           end-if

           display "Codigo do sabor (ate 6) "
           accept ws-codigo-busca
           move function upper-case(ws-codigo-busca)
                to ws-codigo-busca
           if ws-codigo-busca = spaces
               display "Codigo em branco, inclusao cancelada"
               go to incluir-sabor-exit
           end-if
           perform buscar-codigo
           if ws-ind-achado > 0
               display "Codigo ja cadastrado: "
                       sb-descricao(ws-ind-achado)
               go to incluir-sabor-exit
           end-if

           display "Descricao padrao "
           accept ws-nome-busca
           move function upper-case(ws-nome-busca) to ws-nome-busca
           if ws-nome-busca = spaces
               display "Descricao em branco, inclusao cancelada"
               go to incluir-sabor-exit
           end-if
           move 0 to ws-ind-achado
           perform verificar-nome-livre
           if ws-nome-livre <> "S"
               go to incluir-sabor-exit
           end-if

           display "Confirma o sabor " ws-codigo-busca " - "
                   ws-nome-busca "? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               add 1 to ws-total-sabores
               move ws-codigo-busca to sb-codigo(ws-total-sabores)
               move ws-nome-busca   to sb-descricao(ws-total-sabores)
               perform varying ws-ind-sinonimo from 1 by 1
                       until ws-ind-sinonimo > ws-max-sinonimos
                   move spaces to sb-sinonimo(ws-total-sabores,
                                              ws-ind-sinonimo)
               end-perform
               move "S" to ws-alterado
               display "Sabor incluido; use S para os sinonimos"
           end-if
           .
       incluir-sabor-exit.
           exit.

      *----------------------alteracao da descricao padrao--------------
       alterar-descricao section.
           perform localizar-sabor
           if ws-ind-achado = 0
               go to alterar-descricao-exit
           end-if

           display "Nova descricao padrao "
           accept ws-nome-busca
           move function upper-case(ws-nome-busca) to ws-nome-busca
           if ws-nome-busca = spaces
               display "Descricao em branco, alteracao cancelada"
               go to alterar-descricao-exit
           end-if
           perform verificar-nome-livre
           if ws-nome-livre <> "S"
               go to alterar-descricao-exit
           end-if

           display "Confirma a alteracao? (S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               move ws-nome-busca to sb-descricao(ws-ind-achado)
               move "S" to ws-alterado
               display "Descricao alterada"
           end-if
           .
       alterar-descricao-exit.
           exit.

      *----------------------inclusao de sinonimo-----------------------
       incluir-sinonimo section.
           perform localizar-sabor
           if ws-ind-achado = 0
               go to incluir-sinonimo-exit
           end-if

           move 0 to ws-ind-vago
           perform varying ws-ind-sinonimo from 1 by 1
                   until ws-ind-sinonimo > ws-max-sinonimos
                   or ws-ind-vago > 0
               if sb-sinonimo(ws-ind-achado, ws-ind-sinonimo) = spaces
                   move ws-ind-sinonimo to ws-ind-vago
               end-if
           end-perform
           if ws-ind-vago = 0
               display "Sabor ja tem " ws-max-sinonimos " sinonimos"
               go to incluir-sinonimo-exit
           end-if

           display "Sinonimo (nome como chega da pizzaria) "
           accept ws-nome-busca
           move function upper-case(ws-nome-busca) to ws-nome-busca
           if ws-nome-busca = spaces
               display "Sinonimo em branco, inclusao cancelada"
               go to incluir-sinonimo-exit
           end-if
           perform verificar-nome-livre
           if ws-nome-livre <> "S"
               go to incluir-sinonimo-exit
           end-if

           move ws-nome-busca to sb-sinonimo(ws-ind-achado, ws-ind-vago)
           move "S" to ws-alterado
           display "Sinonimo incluido"
           .
       incluir-sinonimo-exit.
           exit.

      *----------------------retirada de sinonimo-----------------------
      * os sinonimos que sobram sobem uma posicao, para as vagas
      * ficarem sempre no fim da lista
       retirar-sinonimo section.
           perform localizar-sabor
           if ws-ind-achado = 0
               go to retirar-sinonimo-exit
           end-if

           display "Sinonimo a retirar "
           accept ws-nome-busca
           move function upper-case(ws-nome-busca) to ws-nome-busca
           move 0 to ws-ind-vago
           perform varying ws-ind-sinonimo from 1 by 1
                   until ws-ind-sinonimo > ws-max-sinonimos
                   or ws-ind-vago > 0
               if sb-sinonimo(ws-ind-achado, ws-ind-sinonimo)
                       = ws-nome-busca
                   move ws-ind-sinonimo to ws-ind-vago
               end-if
           end-perform
           if ws-ind-vago = 0 or ws-nome-busca = spaces
               display "Sinonimo nao encontrado neste sabor"
               go to retirar-sinonimo-exit
           end-if

           perform varying ws-ind-sinonimo from ws-ind-vago by 1
                   until ws-ind-sinonimo >= ws-max-sinonimos
               move sb-sinonimo(ws-ind-achado, ws-ind-sinonimo + 1)
                    to sb-sinonimo(ws-ind-achado, ws-ind-sinonimo)
           end-perform
           move spaces to sb-sinonimo(ws-ind-achado, ws-max-sinonimos)
           move "S" to ws-alterado
           display "Sinonimo retirado"
           .
       retirar-sinonimo-exit.
           exit.

      *----------------------exclusao de sabor--------------------------
      * depois da exclusao os nomes deste sabor passam a ser recusados
      * na entrada em lote do "ex_pizza"
       excluir-sabor section.
           perform localizar-sabor
           if ws-ind-achado = 0
               go to excluir-sabor-exit
           end-if

           display "Confirma a exclusao do sabor e dos sinonimos? "
                   "(S/N)"
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s"
               perform varying ind from ws-ind-achado by 1
                       until ind >= ws-total-sabores
                   move sabor(ind + 1) to sabor(ind)
               end-perform
               subtract 1 from ws-total-sabores
               move "S" to ws-alterado
               display "Sabor excluido"
           end-if
           .
       excluir-sabor-exit.
           exit.

      *----------------------listagem do cadastro-----------------------
       listar-sabores section.
           if ws-total-sabores = 0
               display "Nenhum sabor cadastrado"
               go to listar-sabores-exit
           end-if
           perform varying ind from 1 by 1
                   until ind > ws-total-sabores
               perform mostrar-sabor
           end-perform
           .
       listar-sabores-exit.
           exit.

      *----------------------um sabor na tela---------------------------
       mostrar-sabor section.
           display sb-codigo(ind) " - " sb-descricao(ind)
           perform varying ws-ind-sinonimo from 1 by 1
                   until ws-ind-sinonimo > ws-max-sinonimos
               if sb-sinonimo(ind, ws-ind-sinonimo) <> spaces
                   display "         " sb-sinonimo(ind, ws-ind-sinonimo)
               end-if
           end-perform
           .
       mostrar-sabor-exit.
           exit.

      *----------------------localizacao de um sabor--------------------
      * aceita o codigo ou qualquer nome do sabor (descricao ou
      * sinonimo) e pede confirmacao antes de devolver o indice
       localizar-sabor section.
           display "Codigo ou nome do sabor "
           accept ws-nome-busca
           move function upper-case(ws-nome-busca) to ws-nome-busca
           move ws-nome-busca to ws-codigo-busca
           perform buscar-codigo
           if ws-ind-achado = 0
               perform buscar-nome
               move ws-ind-dono to ws-ind-achado
           end-if
           if ws-ind-achado = 0 or ws-nome-busca = spaces
               move 0 to ws-ind-achado
               display "Sabor nao encontrado: " ws-nome-busca
               go to localizar-sabor-exit
           end-if

           move ws-ind-achado to ind
           perform mostrar-sabor
           display "E este? (S/N)"
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s"
               move 0 to ws-ind-achado
           end-if
           .
       localizar-sabor-exit.
           exit.

      *----------------------busca pelo codigo--------------------------
       buscar-codigo section.
           move 0 to ws-ind-achado
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-total-sabores
                   or ws-ind-achado > 0
               if sb-codigo(ws-ind-busca) = ws-codigo-busca
                   move ws-ind-busca to ws-ind-achado
               end-if
           end-perform
           .
       buscar-codigo-exit.
           exit.

      *----------------------dono de um nome----------------------------
      * devolve em ws-ind-dono o sabor cuja descricao ou sinonimo e
      * igual a ws-nome-busca (zero quando nenhum)
       buscar-nome section.
           move 0 to ws-ind-dono
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-total-sabores
                   or ws-ind-dono > 0
               if sb-descricao(ws-ind-busca) = ws-nome-busca
                   move ws-ind-busca to ws-ind-dono
               end-if
               perform varying ws-ind-sinonimo from 1 by 1
                       until ws-ind-sinonimo > ws-max-sinonimos
                       or ws-ind-dono > 0
                   if sb-sinonimo(ws-ind-busca, ws-ind-sinonimo)
                           = ws-nome-busca
                       move ws-ind-busca to ws-ind-dono
                   end-if
               end-perform
           end-perform
           .
       buscar-nome-exit.
           exit.

      *----------------------nome ainda livre?--------------------------
      * um nome so pode apontar para um sabor; dentro do proprio sabor
      * em manutencao (ws-ind-achado) a repeticao e recusada do mesmo
      * jeito, porque nao acrescenta nada
       verificar-nome-livre section.
           move "S" to ws-nome-livre
           perform buscar-nome
           if ws-ind-dono > 0
               move "N" to ws-nome-livre
               display "Nome ja pertence ao sabor "
                       sb-codigo(ws-ind-dono) " - "
                       sb-descricao(ws-ind-dono)
           end-if
           .
       verificar-nome-livre-exit.
           exit.

      *----------------------gravacao do cadastro de sabores------------
       salvar-sabores section.
           open output sabor-file
           if ws-status-sabor <> "00" and ws-status-sabor <> "05"
               display "Erro ao gravar os sabores: " ws-status-sabor
               move 12 to return-code
               go to salvar-sabores-exit
           end-if
           perform varying ind from 1 by 1
                   until ind > ws-total-sabores
               move sb-codigo(ind)    to sab-codigo
               move sb-descricao(ind) to sab-descricao
               perform varying ws-ind-sinonimo from 1 by 1
                       until ws-ind-sinonimo > ws-max-sinonimos
                   move sb-sinonimo(ind, ws-ind-sinonimo)
                        to sab-sinonimo(ws-ind-sinonimo)
               end-perform
               write reg-sabor
           end-perform
           close sabor-file
           display "Cadastro de sabores gravado: " ws-total-sabores
           .
       salvar-sabores-exit.
           exit.

       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
