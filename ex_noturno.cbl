      *Divisão de identificação do programa
       identification division.
       program-id. "ex_noturno".
       author. "Lourieni Talita T Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *Divisão para configuração do ambiente
      * condutor da janela noturna: le em PIZZAS.JOB as filiais e os
      * passos a executar (ex_pizza, ex_pedido, ex_tendencia,
      * ex_mensal, ex_expurgo ou outro programa de lote), roda cada
      * passo com PIZZAS_FILIAL da filial e PIZZAS_LOTE = "S" no
      * ambiente e grava a situacao de cada passo em PIZZAS.STS.
      * passo que devolve 12 ou mais, ou que termina interrompido,
      * falha e para a filial: os passos seguintes da mesma filial
      * sao pulados, dependam ou nao dele, e as outras filiais seguem
      * normalmente. cada filial guarda no PIZZAS.STS a data do seu
      * lote: a execucao seguinte retoma o lote pendente da filial a
      * partir do passo que falhou, sem repetir os passos ja
      * concluidos (um ex_pizza repetido gravaria o dia duas vezes no
      * PIZZAS.HIST), e, terminada bem a retomada, roda na mesma
      * execucao o lote da noite para a filial. as filiais sem
      * pendencia rodam so o lote da noite. PIZZAS_JOB_NOVO = "S"
      * abandona os lotes pendentes e comeca uma noite nova.
      * codigo de retorno: 0 tudo concluido, o maior retorno dos
      * passos (4 ou 8) quando houve aviso, 4 no minimo com passo
      * dependente de passo que nao existe no PIZZAS.JOB, 12 com passo
      * falho ou pulado, ou erro nos arquivos de controle
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
      * arquivos de controle unicos para todas as filiais
       input-output section.
       file-control.
           select optional job-file  assign to "PIZZAS.JOB"
               organization  is line sequential
               file status   is ws-status-job.

           select optional situacao-file  assign to "PIZZAS.STS"
               organization  is line sequential
               file status   is ws-status-situacao.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      * um passo por linha, na ordem de execucao; linha com "*" na
      * primeira coluna e comentario. quando: D (ou branco) todo dia,
      * M so no ultimo dia do mes (expurgo). depende: passo da mesma
      * filial que precisa ter terminado bem antes deste rodar
       fd  job-file.
       01  reg-job.
           05 job-filial                           pic x(02).
           05 job-passo                            pic x(10).
           05 job-depende                          pic x(10).
           05 job-quando                           pic x(01).
           05 job-programa                         pic x(40).

      * situacao de cada passo do lote: OK, FALHOU, PULADO, PENDENTE
      * ou FORA-DIA (passo mensal fora do fim do mes). a data do lote
      * e a da filial: filial com lote pendente fica com a data dele
       fd  situacao-file.
       01  reg-situacao.
           05 sts-data-lote                        pic 9(08).
           05 sts-filial                           pic x(02).
           05 sts-passo                            pic x(10).
           05 sts-situacao                         pic x(08).
           05 sts-retorno                          pic 9(03).
           05 sts-data-exec                        pic 9(08).
           05 sts-hora-inicio                      pic 9(06).
           05 sts-hora-fim                         pic 9(06).


      *----Variaveis de trabalho
       working-storage section.

       77  ws-total-passos                         pic 9(04) value 0.
       77  ws-max-passos                           pic 9(04) value 200.

       01  passo  occurs 1 to 200 times
                   depending on ws-total-passos.
           05 pas-filial                           pic x(02).
           05 pas-passo                            pic x(10).
           05 pas-depende                          pic x(10).
           05 pas-quando                           pic x(01).
           05 pas-programa                         pic x(40).
           05 pas-data-lote                        pic 9(08).
           05 pas-situacao                         pic x(08).
           05 pas-retorno                          pic 9(03).
           05 pas-data-exec                        pic 9(08).
           05 pas-hora-inicio                      pic 9(06).
           05 pas-hora-fim                         pic 9(06).

       77  ind                                     pic 9(04).
       77  ws-ind-depende                          pic 9(04).
       77  ws-ind-grava                            pic 9(04).
       77  ws-ind-filial                           pic 9(04).
       77  ws-data-filial                          pic 9(08).
       77  ws-filial-pendente                      pic x(01).
       77  ws-qtd-atrasados                        pic 9(04) value 0.
       77  ws-depende-achado                       pic x(01).
       77  ws-passo-falho                          pic x(10).
       77  ws-status-job                           pic x(02).
       77  ws-status-situacao                      pic x(02).
       77  ws-job-novo                             pic x(01).
       77  ws-fim-do-mes                           pic x(01).
       77  ws-inteiro-lote                         pic 9(07).
       77  ws-comando                              pic x(60).
       77  ws-retorno-passo                        pic s9(09).
       77  ws-retorno-alto                         pic 9(09).
       77  ws-retorno-baixo                        pic 9(03).
       77  ws-disp-status                          pic -(9)9.
       77  ws-codigo-retorno                       pic 9(02) value 0.
       77  ws-qtd-executados                       pic 9(04) value 0.
       77  ws-qtd-ok                               pic 9(04) value 0.
       77  ws-qtd-falhos                           pic 9(04) value 0.
       77  ws-qtd-pulados                          pic 9(04) value 0.
       77  ws-qtd-ja-concluidos                    pic 9(04) value 0.
       77  ws-disp-retorno                         pic zz9.
       01  ws-data-lote.
           05 ws-lote-ano                          pic 9(04).
           05 ws-lote-mes                          pic 9(02).
           05 ws-lote-dia                          pic 9(02).
       01  ws-data-lote-num redefines ws-data-lote pic 9(08).
       01  ws-data-seguinte.
           05 ws-seguinte-ano                      pic 9(04).
           05 ws-seguinte-mes                      pic 9(02).
           05 ws-seguinte-dia                      pic 9(02).
       01  ws-data-seguinte-num redefines ws-data-seguinte
                                                   pic 9(08).
       01  ws-hora-sistema.
           05 ws-hora-hhmmss                       pic 9(06).
           05 ws-hora-centesimos                   pic 9(02).
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
           move 0 to ws-data-lote-num

           perform carregar-passos
           if ws-total-passos = 0
               display "Nenhum passo em PIZZAS.JOB"
               move 12 to return-code
               stop run
           end-if

           accept ws-job-novo from environment "PIZZAS_JOB_NOVO"
           if ws-job-novo = "s"
               move "S" to ws-job-novo
           end-if
           if ws-job-novo <> "S"
               perform carregar-situacao
           end-if
           perform varying ind from 1 by 1
                   until ind > ws-total-passos
               perform definir-lote-passo
           end-perform
           .
       inicializa-exit.
           exit.

      *----------------------carga dos passos do lote-------------------
       carregar-passos section.
           move 0 to ws-total-passos
           open input job-file
           if ws-status-job <> "00"
               display "Controle de passos nao encontrado: PIZZAS.JOB"
                       " (" ws-status-job ")"
               close job-file
               go to carregar-passos-exit
           end-if
           perform until ws-status-job = "10"
               read job-file
                   at end
                       move "10" to ws-status-job
                   not at end
                       perform acumular-passo
               end-read
           end-perform
           close job-file
           .
       carregar-passos-exit.
           exit.

      *----------------------acumulacao de um passo---------------------
       acumular-passo section.
           if reg-job = spaces or job-filial(1:1) = "*"
               go to acumular-passo-exit
           end-if
           if job-passo = spaces or job-programa = spaces
               display "Passo incompleto ignorado: " reg-job
               go to acumular-passo-exit
           end-if
           if ws-total-passos >= ws-max-passos
               display "Limite de passos excedido, ignorado: "
                       job-filial " " job-passo
               go to acumular-passo-exit
           end-if
           add 1 to ws-total-passos
           move job-filial   to pas-filial(ws-total-passos)
           move job-passo    to pas-passo(ws-total-passos)
           move job-depende  to pas-depende(ws-total-passos)
           move job-programa to pas-programa(ws-total-passos)
           if job-quando = "M" or job-quando = "m"
               move "M" to pas-quando(ws-total-passos)
           else
               move "D" to pas-quando(ws-total-passos)
           end-if
           move 0          to pas-data-lote(ws-total-passos)
           move "PENDENTE" to pas-situacao(ws-total-passos)
           move 0          to pas-retorno(ws-total-passos)
           move 0          to pas-data-exec(ws-total-passos)
           move 0          to pas-hora-inicio(ws-total-passos)
           move 0          to pas-hora-fim(ws-total-passos)
           .
       acumular-passo-exit.
           exit.

      *----------------------situacao do lote anterior-----------------
      * cada passo recebe a data do lote e a situacao gravadas; o
      * definir-lote-passo decide depois o lote de cada filial
       carregar-situacao section.
           open input situacao-file
           if ws-status-situacao <> "00"
               close situacao-file
               go to carregar-situacao-exit
           end-if
           perform until ws-status-situacao = "10"
               read situacao-file
                   at end
                       move "10" to ws-status-situacao
                   not at end
                       perform aplicar-situacao-anterior
               end-read
           end-perform
           close situacao-file
           .
       carregar-situacao-exit.
           exit.

      *----------------------situacao gravada de um passo---------------
       aplicar-situacao-anterior section.
           perform varying ind from 1 by 1
                   until ind > ws-total-passos
               if pas-filial(ind) = sts-filial
                   and pas-passo(ind) = sts-passo
                   move sts-data-lote   to pas-data-lote(ind)
                   move sts-situacao    to pas-situacao(ind)
                   move sts-retorno     to pas-retorno(ind)
                   move sts-data-exec   to pas-data-exec(ind)
                   move sts-hora-inicio to pas-hora-inicio(ind)
                   move sts-hora-fim    to pas-hora-fim(ind)
               end-if
           end-perform
           .
       aplicar-situacao-anterior-exit.
           exit.

      *----------------------lote de um passo---------------------------
      * filial com passo sem concluir em lote de noite anterior fica
      * nesse lote (retomada) ate ele terminar bem; as outras filiais
      * vao para o lote da noite. o lote da noite continua quando ja
      * e o de hoje (rodar de novo o que ja terminou hoje duplicaria o
      * historico). so o passo concluido guarda a situacao; falho,
      * pulado e pendente voltam a ser executados
       definir-lote-passo section.
           move ws-data-numerica to ws-data-filial
           perform varying ws-ind-filial from 1 by 1
                   until ws-ind-filial > ws-total-passos
               if pas-filial(ws-ind-filial) = pas-filial(ind)
                   and pas-data-lote(ws-ind-filial) <> 0
                   and pas-data-lote(ws-ind-filial) < ws-data-numerica
                   and pas-situacao(ws-ind-filial) <> "OK"
                   and pas-situacao(ws-ind-filial) <> "FORA-DIA"
                   move pas-data-lote(ws-ind-filial) to ws-data-filial
                   move ws-total-passos to ws-ind-filial
               end-if
           end-perform

           if pas-data-lote(ind) <> ws-data-filial
               move ws-data-filial to pas-data-lote(ind)
               move "PENDENTE"     to pas-situacao(ind)
           end-if
           if pas-situacao(ind) <> "OK"
               perform limpar-passo
           end-if
           if ws-data-filial < ws-data-numerica
               add 1 to ws-qtd-atrasados
           end-if
           .
       definir-lote-passo-exit.
           exit.

      *----------------------passo a executar---------------------------
       limpar-passo section.
           move "PENDENTE" to pas-situacao(ind)
           move 0          to pas-retorno(ind)
           move 0          to pas-data-exec(ind)
           move 0          to pas-hora-inicio(ind)
           move 0          to pas-hora-fim(ind)
           .
       limpar-passo-exit.
           exit.

      *----------------------ultimo dia do mes do lote------------------
       verificar-fim-do-mes section.
           compute ws-inteiro-lote =
                   function integer-of-date(ws-data-lote-num) + 1
           compute ws-data-seguinte-num =
                   function date-of-integer(ws-inteiro-lote)
           if ws-seguinte-mes <> ws-lote-mes
               move "S" to ws-fim-do-mes
           else
               move "N" to ws-fim-do-mes
           end-if
           .
       verificar-fim-do-mes-exit.
           exit.

      *----------------------execucao dos passos-------------------------
      * os passos rodam na ordem do PIZZAS.JOB; a falha de um passo
      * para a sua filial (os passos seguintes dela sao pulados) sem
      * alcancar as outras filiais. primeiro rodam as retomadas dos
      * lotes de noites anteriores; a filial cuja retomada terminou
      * bem entra em seguida no lote da noite com as demais
       processamento section.
           if ws-qtd-atrasados > 0
               perform varying ind from 1 by 1
                       until ind > ws-total-passos
                   if pas-data-lote(ind) < ws-data-numerica
                       perform tratar-passo
                   end-if
               end-perform
               perform varying ind from 1 by 1
                       until ind > ws-total-passos
                   if pas-data-lote(ind) < ws-data-numerica
                       perform encerrar-retomada
                   end-if
               end-perform
               perform gravar-situacao
           end-if

           perform varying ind from 1 by 1
                   until ind > ws-total-passos
               if pas-data-lote(ind) = ws-data-numerica
                   perform tratar-passo
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *----------------------fim da retomada de uma filial-------------
      * com todos os passos da filial concluidos (ou fora do dia) o
      * lote antigo acabou e a filial passa para o lote da noite;
      * senao ela continua no lote antigo para a proxima execucao
       encerrar-retomada section.
           move "N" to ws-filial-pendente
           perform varying ws-ind-filial from 1 by 1
                   until ws-ind-filial > ws-total-passos
               if pas-filial(ws-ind-filial) = pas-filial(ind)
                   and pas-data-lote(ws-ind-filial) < ws-data-numerica
                   and pas-situacao(ws-ind-filial) <> "OK"
                   and pas-situacao(ws-ind-filial) <> "FORA-DIA"
                   move "S" to ws-filial-pendente
                   move ws-total-passos to ws-ind-filial
               end-if
           end-perform
           if ws-filial-pendente = "S"
               display pas-filial(ind) " " pas-passo(ind)
                       " fica no lote de " pas-data-lote(ind)
                       ": retomada da filial nao terminou"
               go to encerrar-retomada-exit
           end-if
           move ws-data-numerica to pas-data-lote(ind)
           perform limpar-passo
           .
       encerrar-retomada-exit.
           exit.

      *----------------------tratamento de um passo----------------------
       tratar-passo section.
           if pas-data-lote(ind) <> ws-data-lote-num
               move pas-data-lote(ind) to ws-data-lote-num
               perform verificar-fim-do-mes
               if ws-data-lote-num < ws-data-numerica
                   display "Retomada do lote de " ws-data-lote-num
               else
                   display "Lote da noite de " ws-data-lote-num
               end-if
           end-if

           if pas-situacao(ind) = "OK"
               add 1 to ws-qtd-ja-concluidos
               display pas-filial(ind) " " pas-passo(ind)
                       " ja concluido no lote, nao repetido"
               go to tratar-passo-exit
           end-if

           if pas-quando(ind) = "M" and ws-fim-do-mes <> "S"
               move "FORA-DIA" to pas-situacao(ind)
               perform gravar-situacao
               go to tratar-passo-exit
           end-if

           perform verificar-filial-parada
           if pas-situacao(ind) = "PULADO"
               add 1 to ws-qtd-pulados
               display pas-filial(ind) " " pas-passo(ind)
                       " pulado: filial parada pela falha de "
                       ws-passo-falho
               perform gravar-situacao
               go to tratar-passo-exit
           end-if

           perform verificar-dependencia
           if pas-situacao(ind) = "PULADO"
               add 1 to ws-qtd-pulados
               display pas-filial(ind) " " pas-passo(ind)
                       " pulado: depende de " pas-depende(ind)
                       " que nao terminou"
               perform gravar-situacao
               go to tratar-passo-exit
           end-if

           perform executar-passo
           perform gravar-situacao
           .
       tratar-passo-exit.
           exit.

      *----------------------filial parada por falha-------------------
      * um passo anterior da mesma filial que falhou nesta execucao
      * para a filial: o passo e pulado mesmo sem depender dele. o
      * passo que falhou em noite anterior e refeito antes dos
      * seguintes, entao a situacao FALHOU vista aqui e desta execucao
       verificar-filial-parada section.
           move spaces to ws-passo-falho
           perform varying ws-ind-depende from 1 by 1
                   until ws-ind-depende >= ind
               if pas-filial(ws-ind-depende) = pas-filial(ind)
                   and pas-situacao(ws-ind-depende) = "FALHOU"
                   move pas-passo(ws-ind-depende) to ws-passo-falho
                   move "PULADO" to pas-situacao(ind)
                   move 0        to pas-retorno(ind)
                   move ind      to ws-ind-depende
               end-if
           end-perform
           .
       verificar-filial-parada-exit.
           exit.

      *----------------------dependencia do passo-----------------------
      * dependencia falha, pulada ou ainda nao executada pula o passo;
      * dependencia que nao existe no PIZZAS.JOB e apontada e ignorada
       verificar-dependencia section.
           if pas-depende(ind) = spaces
               go to verificar-dependencia-exit
           end-if
           move "N" to ws-depende-achado
           perform varying ws-ind-depende from 1 by 1
                   until ws-ind-depende > ws-total-passos
               if pas-filial(ws-ind-depende) = pas-filial(ind)
                   and pas-passo(ws-ind-depende) = pas-depende(ind)
                   move "S" to ws-depende-achado
                   if pas-situacao(ws-ind-depende) <> "OK"
                       and pas-situacao(ws-ind-depende) <> "FORA-DIA"
                       move "PULADO" to pas-situacao(ind)
                       move 0        to pas-retorno(ind)
                   end-if
                   move ws-total-passos to ws-ind-depende
               end-if
           end-perform
           if ws-depende-achado = "N"
               display pas-filial(ind) " " pas-passo(ind)
                       " depende de " pas-depende(ind)
                       " que nao existe no PIZZAS.JOB"
               if ws-codigo-retorno < 4
                   move 4 to ws-codigo-retorno
               end-if
           end-if
           .
       verificar-dependencia-exit.
           exit.

      *----------------------execucao de um passo------------------------
      * o programa herda o ambiente: PIZZAS_FILIAL escolhe o conjunto
      * de arquivos da filial e PIZZAS_LOTE avisa que nao ha operador.
      * o SYSTEM devolve o status de espera do shell, com o codigo de
      * retorno do programa no byte alto; byte baixo preenchido e
      * passo interrompido por sinal, e status negativo e comando que
      * nem chegou a rodar: os dois contam como falha
       executar-passo section.
           display "PIZZAS_FILIAL" upon environment-name
           display pas-filial(ind) upon environment-value
           display "PIZZAS_LOTE" upon environment-name
           display "S" upon environment-value

           move ws-data-numerica to pas-data-exec(ind)
           accept ws-hora-sistema from time
           move ws-hora-hhmmss to pas-hora-inicio(ind)
           display pas-filial(ind) " " pas-passo(ind) " inicio: "
                   function trim(pas-programa(ind))

           move spaces to ws-comando
           move pas-programa(ind) to ws-comando
           call "SYSTEM" using ws-comando
           move return-code to ws-retorno-passo
           move 0 to return-code
           if ws-retorno-passo < 0
               move ws-retorno-passo to ws-disp-status
               display pas-filial(ind) " " pas-passo(ind)
                       " nao executado, status " ws-disp-status
               move 12 to ws-retorno-passo
           else
               divide ws-retorno-passo by 256 giving ws-retorno-alto
                   remainder ws-retorno-baixo
               if ws-retorno-baixo <> 0
                   move ws-retorno-passo to ws-disp-status
                   display pas-filial(ind) " " pas-passo(ind)
                           " interrompido, status " ws-disp-status
                   move 12 to ws-retorno-passo
               else
                   move ws-retorno-alto to ws-retorno-passo
               end-if
           end-if
           if ws-retorno-passo > 999
               move 999 to ws-retorno-passo
           end-if

           accept ws-hora-sistema from time
           move ws-hora-hhmmss   to pas-hora-fim(ind)
           move ws-retorno-passo to pas-retorno(ind)
           add 1 to ws-qtd-executados
           if ws-retorno-passo >= 12
               move "FALHOU" to pas-situacao(ind)
               add 1 to ws-qtd-falhos
           else
               move "OK" to pas-situacao(ind)
               add 1 to ws-qtd-ok
               if ws-retorno-passo > ws-codigo-retorno
                   move ws-retorno-passo to ws-codigo-retorno
               end-if
           end-if
           move ws-retorno-passo to ws-disp-retorno
           display pas-filial(ind) " " pas-passo(ind) " fim: "
                   pas-situacao(ind) " retorno " ws-disp-retorno
           .
       executar-passo-exit.
           exit.

      *----------------------gravacao da situacao do lote----------------
      * regravada depois de cada passo: uma queda do proprio condutor
      * no meio da noite nao perde o que ja terminou
       gravar-situacao section.
           open output situacao-file
           if ws-status-situacao <> "00"
               and ws-status-situacao <> "05"
               display "Erro ao gravar PIZZAS.STS: " ws-status-situacao
               move 12 to ws-codigo-retorno
               go to gravar-situacao-exit
           end-if
           perform varying ws-ind-grava from 1 by 1
                   until ws-ind-grava > ws-total-passos
               move pas-data-lote(ws-ind-grava) to sts-data-lote
               move pas-filial(ws-ind-grava)   to sts-filial
               move pas-passo(ws-ind-grava)    to sts-passo
               move pas-situacao(ws-ind-grava) to sts-situacao
               move pas-retorno(ws-ind-grava)  to sts-retorno
               move pas-data-exec(ws-ind-grava)
                                                 to sts-data-exec
               move pas-hora-inicio(ws-ind-grava)
                                                 to sts-hora-inicio
               move pas-hora-fim(ws-ind-grava) to sts-hora-fim
               write reg-situacao
           end-perform
           close situacao-file
           .
       gravar-situacao-exit.
           exit.

       finaliza section.
           display "Passos executados....: " ws-qtd-executados
           display "  concluidos.........: " ws-qtd-ok
           display "  com falha..........: " ws-qtd-falhos
           display "Pulados por falha....: " ws-qtd-pulados
           display "Ja concluidos antes..: " ws-qtd-ja-concluidos
           if ws-qtd-falhos > 0 or ws-qtd-pulados > 0
               move 12 to ws-codigo-retorno
               display "Lote pendente: a proxima execucao retoma do "
                       "passo que falhou"
           end-if
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
