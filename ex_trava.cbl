      *Divisão de identificação do programa
       identification division.
       program-id. "ex_trava".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * liberacao da trava de execucao da filial (PIZZAS.TRV) deixada
      * por uma sessao que caiu: o "ex_pizza", o "ex_promocao", o
      * "ex_pedido" e o "ex_expurgo" gravam a trava ao comecar e a
      * retiram ao terminar, e recusam a execucao enquanto ela existe.
      * mostra quem esta com a filial e, so para o supervisor
      * (variavel de ambiente PIZZAS_SUPERVISOR = "S"), retira a trava
      * depois de confirmada, registrando a liberacao no PIZZAS.LOG.
      * codigo de retorno: 0 trava liberada, 4 filial sem trava ou
      * trava mantida, 12 sem autorizacao ou erro ao retirar a trava
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * a filial (variavel de ambiente PIZZAS_FILIAL, ou perguntada)
      * escolhe o conjunto de arquivos: em branco valem os nomes
      * classicos, preenchida entra entre o "PIZZAS" e a extensao
       input-output section.
       file-control.
           select optional trava-file  assign using ws-arquivo-trava
               organization  is line sequential
               file status   is ws-status-trava.

           select optional log-file  assign using ws-arquivo-log
               organization  is line sequential
               file status   is ws-status-log.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

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

       fd  log-file.
       01  linha-log                                pic x(100).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-status-trava                         pic x(02).
       77  ws-status-log                           pic x(02).
       77  ws-status-delete                        pic 9(04) comp-5.
       77  ws-filial                               pic x(02).
       77  ws-arquivo-trava                        pic x(20).
       77  ws-arquivo-log                          pic x(20).
       77  ws-supervisor-liberado                  pic x(01).
       77  ws-supervisor                           pic x(08).
       77  ws-confirma                             pic x(01).
       77  ws-codigo-retorno                       pic 9(02) value 0.
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


      *Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processamento.
           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.
           accept ws-filial from environment "PIZZAS_FILIAL"
           if ws-filial = spaces
               display "Codigo da filial (vazio = arquivos padrao)"
               accept ws-filial
           end-if
           if ws-filial <> spaces
               display "Filial em uso: " ws-filial
           end-if

           move spaces to ws-arquivo-trava
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".TRV" delimited by size
                  into ws-arquivo-trava
           move spaces to ws-arquivo-log
           string "PIZZAS" delimited by size
                  function trim(ws-filial) delimited by size
                  ".LOG" delimited by size
                  into ws-arquivo-log

           accept ws-supervisor-liberado
               from environment "PIZZAS_SUPERVISOR"
           .
       inicializa-exit.
           exit.

       processamento section.
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
               display "Filial [" ws-filial "] sem trava de execucao"
               move 4 to ws-codigo-retorno
               go to processamento-exit
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

           if ws-supervisor-liberado <> "S"
               display "Liberacao da trava restrita ao supervisor"
               move 12 to ws-codigo-retorno
               go to processamento-exit
           end-if

      * a trava so deve sair quando aquela sessao de fato caiu: com o
      * programa ainda aberto, liberar deixa duas sessoes gravando
           display "Supervisor (ate 8 letras)"
           accept ws-supervisor
           if ws-supervisor = spaces
               display "Supervisor em branco, trava mantida"
               move 4 to ws-codigo-retorno
               go to processamento-exit
           end-if
           display "Confirma que a sessao caiu e libera a trava? (S/N)"
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s"
               display "Trava mantida"
               move 4 to ws-codigo-retorno
               go to processamento-exit
           end-if

           call "CBL_DELETE_FILE" using ws-arquivo-trava
               returning ws-status-delete
           if ws-status-delete <> 0
               display "Erro ao retirar a trava "
                       function trim(ws-arquivo-trava)
               move 12 to ws-codigo-retorno
               go to processamento-exit
           end-if
           display "Trava liberada"
           perform registrar-liberacao
           .
       processamento-exit.
           exit.

      *----------------------liberacao no diario da filial--------------
       registrar-liberacao section.
           open extend log-file
           if ws-status-log <> "00" and ws-status-log <> "05"
               display "Erro ao gravar o log da execucao: "
                       ws-status-log
               go to registrar-liberacao-exit
           end-if
           move spaces to linha-log
           string function trim(ws-arquivo-trava) delimited by size
                  " - 1 registro(s) - LIBERADA POR " delimited by size
                  function trim(ws-supervisor) delimited by size
                  ": " delimited by size
                  function trim(trv-operador) delimited by size
                  " " delimited by size
                  function trim(trv-programa) delimited by size
                  " " delimited by size
                  ws-trava-exibe delimited by size
                  into linha-log
           write linha-log
           close log-file
           .
       registrar-liberacao-exit.
           exit.

       finaliza section.
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
