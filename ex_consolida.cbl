      * (codigos na variavel de ambiente PIZZAS_FILIAIS, separados
      * por espaco, ou perguntados na abertura) e grava em PIZZAS.CON,
      * por sabor, qual fornecedor de qual filial vende o menor
      * preco/cm2 - a comparacao que a matriz realmente quer ver; o
      * sabor e o codigo do cadastro PIZZAS.SAB ("ex_sabor"), para o
      * mesmo sabor escrito de jeitos diferentes por pizzarias e
      * filiais cair no mesmo grupo
       environment division.
       configuration section.
           special-names. decimal-point is comma.
               organization  is line sequential
               file status   is ws-status-consolidado.

           select optional sabor-file  assign to "PIZZAS.SAB"
               organization  is line sequential
               file status   is ws-status-sabor.

       i-o-control.

      *Declaração de variáveis
           05 cat-dim2                             pic 9(03).

       fd  consolidado-file.
       01  linha-consolidado                        pic x(120).

       fd  sabor-file.
       01  reg-sabor.
           05 sab-codigo                           pic x(06).
           05 sab-descricao                        pic x(15).
           05 sab-sinonimo  occurs 8 times         pic x(15).


      *----Variaveis de trabalho
       77  ws-max-pizzas                           pic 9(04) value 1500.

      * todas as pizzas de todas as filiais num conjunto so, cada uma
      * marcada com a filial de origem e com o sabor traduzido pelo
      * cadastro (codigo em branco e o proprio nome como descricao
      * quando o nome nao esta cadastrado)
       01  conjunto  occurs 1 to 1500 times
                      depending on ws-total-pizzas.
           05 con-filial                           pic x(02).
           05 con-nome                             pic x(15).
           05 con-sabor-codigo                     pic x(06).
           05 con-sabor-descricao                  pic x(15).
           05 con-pizzaria                         pic x(15).
           05 con-diametro                         pic 9(03).
           05 con-preco                            pic 9(03)v99.
       01  tabela-filiais.
           05 fil-codigo  occurs 10 times          pic x(02).

       77  ws-total-sabores                        pic 9(04) value 0.
       77  ws-max-sabores                          pic 9(04) value 300.
       01  sabor  occurs 1 to 300 times
                   depending on ws-total-sabores.
           05 sb-codigo                            pic x(06).
           05 sb-descricao                         pic x(15).
           05 sb-sinonimo  occurs 8 times          pic x(15).

       77  ind                                     pic 9(04).
       77  ws-ind-compara                          pic 9(04).
       77  ws-ind-grupo                            pic 9(04).
       77  ws-ja-visto                             pic x(01).
       77  ws-status-catalogo                      pic x(02).
       77  ws-status-consolidado                   pic x(02).
       77  ws-status-sabor                         pic x(02).
       77  ws-ind-sabor                            pic 9(04).
       77  ws-ind-sinonimo                         pic 9(02).
       77  ws-max-sinonimos                        pic 9(02) value 8.
       77  ws-nome-sabor                           pic x(15).
       77  ws-codigo-sabor                         pic x(06).
       77  ws-descricao-sabor                      pic x(15).
       77  ws-arquivo-catalogo                     pic x(20).
       77  ws-lista-filiais                        pic x(30).
       77  ws-qtd-filial                           pic 9(04).
               move 12 to return-code
               stop run
           end-if

           perform carregar-sabores
           .
       inicializa-exit.
           exit.
       separar-filiais-exit.
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
           else
               display "Cadastro de sabores ausente, agrupando pelo "
                       "nome"
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
           perform varying ws-ind-filial from 1 by 1
                   until ws-ind-filial > ws-total-filiais
                                to con-filial(ws-total-pizzas)
                           move cat-nome
                                to con-nome(ws-total-pizzas)
                           move cat-nome to ws-nome-sabor
                           perform buscar-codigo-sabor
                           move ws-codigo-sabor
                                to con-sabor-codigo(ws-total-pizzas)
                           move ws-descricao-sabor
                                to con-sabor-descricao(ws-total-pizzas)
                           move cat-pizzaria
                                to con-pizzaria(ws-total-pizzas)
                           move cat-diametro
           write linha-consolidado

           move spaces to linha-consolidado
           string "CODIGO - SABOR - FILIAL - PIZZARIA - FORMA - "
                      delimited by size
                  "PRECO/CM2" delimited by size
                  " - PRECO - OFERTAS" delimited by size
                  into linha-consolidado
           write linha-consolidado
           perform varying ws-ind-compara from 1 by 1
                   until ws-ind-compara >= ind
                   or ws-ja-visto = "S"
               if con-sabor-codigo(ws-ind-compara)
                       = con-sabor-codigo(ind)
                   and con-sabor-descricao(ws-ind-compara)
                       = con-sabor-descricao(ind)
                   move "S" to ws-ja-visto
               end-if
           end-perform

      *----------------------linha do melhor fornecedor do sabor--------
      * varre o conjunto inteiro atras do mesmo sabor em qualquer
      * filial e aponta onde ele sai mais barato por cm2; o nome com
      * que a pizzaria vencedora vende o sabor vai entre parenteses
       escrever-melhor-do-sabor section.
           move ind to ws-ind-grupo
           move 0   to ws-qtd-grupo
           perform varying ws-ind-compara from ind by 1
                   until ws-ind-compara > ws-total-pizzas
               if con-sabor-codigo(ws-ind-compara)
                       = con-sabor-codigo(ind)
                   and con-sabor-descricao(ws-ind-compara)
                       = con-sabor-descricao(ind)
                   add 1 to ws-qtd-grupo
                   if con-preco-cm2(ws-ind-compara)
                           < con-preco-cm2(ws-ind-grupo)
           move con-preco(ws-ind-grupo)     to ws-disp-preco
           move ws-qtd-grupo                to ws-disp-qtd-grupo
           move spaces to linha-consolidado
           if con-sabor-codigo(ind) = spaces
               move "------" to ws-codigo-sabor
           else
               move con-sabor-codigo(ind) to ws-codigo-sabor
           end-if
           string ws-codigo-sabor            delimited by size
                  " - " delimited by size
                  con-sabor-descricao(ind)   delimited by size
                  " (" delimited by size
                  con-nome(ws-ind-grupo)     delimited by size
                  ") - " delimited by size
                  con-filial(ws-ind-grupo)   delimited by size
                  " - " delimited by size
                  con-pizzaria(ws-ind-grupo) delimited by size
