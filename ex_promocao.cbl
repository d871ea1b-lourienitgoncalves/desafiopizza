               organization  is line sequential
               file status   is ws-status-vencimento.

           select optional trava-file  assign using ws-arquivo-trava
               organization  is line sequential
               file status   is ws-status-trava.

           select optional log-file  assign using ws-arquivo-log
               organization  is line sequential
               file status   is ws-status-log.

       i-o-control.

      *Declaração de variáveis
       fd  vencimento-file.
       01  linha-vencimento                         pic x(100).

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
       77  ws-filial                               pic x(02).
       77  ws-arquivo-promocao                     pic x(20).
       77  ws-arquivo-vencimento                   pic x(20).
       77  ws-status-log                           pic x(02).
       77  ws-arquivo-log                          pic x(20).
       77  ws-lote-noturno                         pic x(01).
       77  ws-operador                             pic x(08).
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-status-delete                        pic 9(04) comp-5.
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
       77  ws-opcao-menu                           pic x(01).
       77  ws-confirma                             pic x(01).
       77  ws-alterado                             pic x(01) value "N".
                  function trim(ws-filial) delimited by size
                  ".VNC" delimited by size
                  into ws-arquivo-vencimento
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
           accept ws-lote-noturno from environment "PIZZAS_LOTE"
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

      * uma execucao por filial de cada vez: com outra sessao (ou o
      * lote noturno) gravando os arquivos da filial esta e recusada
           if ws-lote-noturno = "S"
               move "LOTE"       to ws-operador
               move "LOTE"       to ws-modo-trava
           else
               move "ANONIMO"    to ws-operador
               move "INTERATIVO" to ws-modo-trava
           end-if
           perform obter-trava
           if ws-modo-trava = "INTERATIVO"
               display "Informe o operador (ate 8 letras)"
               accept ws-operador
               if ws-operador = spaces
                   move "ANONIMO" to ws-operador
               end-if
               perform gravar-trava
           end-if

           perform carregar-promocoes
           .
       inicializa-exit.
       salvar-promocoes-exit.
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

      * na execucao sem operador a recusa fica no diario da filial,
      * acrescentada ao que a sessao dona da trava esta gravando
           if ws-lote-noturno = "S"
               perform registrar-recusa-trava
           end-if
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
               if ws-lote-noturno = "S"
                   perform registrar-erro-trava
               end-if
               move 12 to ws-codigo-retorno
               perform finaliza
           end-if
           move spaces           to reg-trava
           move ws-operador      to trv-operador
           move "ex_promocao" to trv-programa
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
           perform liberar-trava
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
