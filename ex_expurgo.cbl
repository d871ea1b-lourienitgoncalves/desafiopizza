      * resumo por pizza (linha mais antiga, menor e maior preco/cm2)
      * regravado na frente do historico novo, para o relatorio de
      * tendencia manter a primeira cotacao e os extremos historicos.
      * cada arquivo morto que recebe linhas fica anotado no indice
      * PIZZAS.MRT, para quem precisar reler o passado (o "ex_retrato"
      * refaz o catalogo de uma data a partir da auditoria).
      * roda sem operador na janela noturna; codigo de retorno 0 ok,
      * 4 com linhas fora do formato mantidas, 12 erro de arquivo ou
      * filial em uso por outra execucao (trava PIZZAS.TRV)
       environment division.
       configuration section.
           special-names. decimal-point is comma.
               organization  is line sequential
               file status   is ws-status-arq-aud.

           select optional indice-morto-file
               assign using ws-nome-indice-morto
               organization  is line sequential
               file status   is ws-status-indice-morto.

           select optional trava-file  assign using ws-arquivo-trava
               organization  is line sequential
               file status   is ws-status-trava.

           select optional log-file  assign using ws-arquivo-log
               organization  is line sequential
               file status   is ws-status-log.

       i-o-control.

      *Declaração de variáveis
       fd  arquivo-aud-file.
       01  linha-arq-aud                            pic x(120).

      * indice dos arquivos morto da filial: tipo (AUD ou HIST) e nome
      * do arquivo, uma linha por expurgo que arquivou alguma linha
       fd  indice-morto-file.
       01  reg-indice-morto.
           05 mrt-tipo                             pic x(04).
           05 filler                               pic x(01).
           05 mrt-arquivo                          pic x(24).

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


      *----Variaveis de trabalho
       working-storage section.
       77  ws-status-arq-aud                       pic x(02).
       77  ws-nome-arq-hist                        pic x(24).
       77  ws-nome-arq-aud                         pic x(24).
       77  ws-nome-indice-morto                    pic x(20).
       77  ws-status-indice-morto                  pic x(02).
       77  ws-tipo-morto                           pic x(04).
       77  ws-arquivo-morto                        pic x(24).
       77  ws-filial                               pic x(02).
       77  ws-status-log                           pic x(02).
       77  ws-arquivo-log                          pic x(20).
       77  ws-lote-noturno                         pic x(01).
       77  ws-operador                             pic x(08)
               value "LOTE".
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
       77  ws-nome-historico                       pic x(20).
       77  ws-nome-hist-tmp                        pic x(24).
       77  ws-nome-auditoria                       pic x(20).
                  function trim(ws-filial) delimited by size
                  ".AUD.TMP" delimited by size
                  into ws-nome-aud-tmp
           move spaces to ws-nome-indice-morto
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".MRT" delimited by size
                  into ws-nome-indice-morto
           move spaces to ws-arquivo-log
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".LOG" delimited by size
                  into ws-arquivo-log
           move spaces to ws-arquivo-trava
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".TRV" delimited by size
                  into ws-arquivo-trava

      * arquivos morto datados pela execucao
           move spaces to ws-nome-arq-hist
                  ws-data-numerica delimited by size
                  ".ARQ" delimited by size
                  into ws-nome-arq-aud

      * uma execucao por filial de cada vez: com outra sessao gravando
      * o historico ou a auditoria da filial o expurgo e recusado
           accept ws-lote-noturno from environment "PIZZAS_LOTE"
           if ws-lote-noturno = "S"
               move "LOTE"       to ws-modo-trava
           else
               move "INTERATIVO" to ws-modo-trava
           end-if
           perform obter-trava
           .
       inicializa-exit.
           exit.

           perform regravar-historico
           perform substituir-historico
           if ws-qtd-hist-expurgo > 0
               move "HIST"           to ws-tipo-morto
               move ws-nome-arq-hist to ws-arquivo-morto
               perform registrar-arquivo-morto
           end-if

           display "Historico: lidas " ws-qtd-hist-lidas
                   " expurgadas " ws-qtd-hist-expurgo
           move ws-nome-auditoria to ws-nome-original
           move ws-nome-aud-tmp   to ws-nome-temporario
           perform substituir-arquivo
           if ws-qtd-aud-expurgo > 0
               move "AUD"           to ws-tipo-morto
               move ws-nome-arq-aud to ws-arquivo-morto
               perform registrar-arquivo-morto
           end-if

           display "Auditoria: lidas " ws-qtd-aud-lidas
                   " expurgadas " ws-qtd-aud-expurgo
       classificar-linha-auditoria-exit.
           exit.

      *----------------------anotacao no indice de arquivos morto------
      * o chamador preenche ws-tipo-morto e ws-arquivo-morto; a
      * reexecucao do mesmo dia anota o mesmo nome de novo e quem le o
      * indice ignora a repeticao
       registrar-arquivo-morto section.
           open extend indice-morto-file
           if ws-status-indice-morto <> "00"
               and ws-status-indice-morto <> "05"
               display "Erro ao gravar o indice de arquivos morto: "
                       ws-status-indice-morto
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
               go to registrar-arquivo-morto-exit
           end-if
           move spaces           to reg-indice-morto
           move ws-tipo-morto    to mrt-tipo
           move ws-arquivo-morto to mrt-arquivo
           write reg-indice-morto
           close indice-morto-file
           .
       registrar-arquivo-morto-exit.
           exit.

      *----------------------troca de um arquivo pelo temporario---------
       substituir-arquivo section.
           call "CBL_DELETE_FILE" using ws-nome-original
       substituir-arquivo-exit.
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

      * o expurgo roda sem operador: a recusa fica sempre no diario
      * da filial, acrescentada ao que a sessao dona da trava grava
           perform registrar-recusa-trava
           move 12 to ws-codigo-retorno
           perform finaliza
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
               perform finaliza
           end-if
           move spaces           to reg-trava
           move ws-operador      to trv-operador
           move "ex_expurgo" to trv-programa
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
       registrar-erro-trava section.
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

       finaliza section.
           if ws-qtd-fora-formato > 0
               display "Linhas fora do formato mantidas: "
                   move 4 to ws-codigo-retorno
               end-if
           end-if
           perform liberar-trava
           move ws-codigo-retorno to return-code
           stop run
           .
