      $set sourceformat"free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "Desafio.Cadeia".
       Author. "Evelyn Yasmin Pereira".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.


      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.
           select cadeia-definicao assign to "CADEIADF"
               organization is sequential
               file status is ws-cad-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
           select cadeia-controle assign to "CADEICTL"
               organization is sequential
               file status is ws-cctl-status.
       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.

       fd  cadeia-definicao.
           copy CADEREC.

       fd  job-log.
           copy JOBREC.

       fd  cadeia-controle.
           copy CCTLREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-cad-status                       pic  x(02).
           05  ws-job-status                       pic  x(02).
           05  ws-cctl-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-ind2                             pic  9(02).
           05  ws-ind-prq                          pic  9(02).
           05  ws-data-cadeia                      pic  9(08).
           05  ws-sw-fim-arquivo                   pic  x(01).
               88  fim-arquivo                     value "S".
           05  ws-sw-definicao-valida              pic  x(01).
               88  definicao-valida                value "S".
           05  ws-sw-achado                        pic  x(01).
               88  achado                          value "S".
           05  ws-sw-prerequisitos-ok              pic  x(01).
               88  prerequisitos-ok                value "S".
           05  ws-qtd-executados                   pic  9(02).
           05  ws-qtd-pulados                      pic  9(02).
           05  ws-qtd-falhos                       pic  9(02).
           05  ws-qtd-suspensos                    pic  9(02).
           05  ws-rc-sistema                       pic s9(09).
           05  ws-rc-final                         pic  9(04).

      *> linha de comando do passo em execucao
       01  ws-comando                              pic  x(100).

      *> a cadeia carregada do CADEIADF; cada passo guarda o que o
      *> controle da cadeia (CADEICTL) diz da execucao mais recente
      *> dele na data da cadeia e a situacao nesta submissao:
      *>   P pendente, O executado com RC=0, J ja concluido antes na
      *>   data (pulado), F executado sem RC=0, S suspenso porque um
      *>   pre-requisito nao terminou bem, B bloqueado porque ja rodou
      *>   na data sem terminar bem e nao pode ser reexecutado
       01  ws-tabela-cadeia.
           05  ws-qtd-passos                       pic  9(02).
           05  ws-passo occurs 20 times.
               10  ws-passo-numero                 pic  9(02).
               10  ws-passo-programa               pic  x(20).
               10  ws-passo-comando                pic  x(100).
               10  ws-passo-prerequisito           pic  9(02)
                                                    occurs 5 times.
               10  ws-passo-reexecutavel           pic  x(01).
               10  ws-passo-tem-inicio             pic  x(01).
               10  ws-passo-tem-fim                pic  x(01).
               10  ws-passo-retorno-dia            pic  9(04).
               10  ws-passo-situacao               pic  x(01).
               10  ws-passo-retorno                pic  9(04).

       01  ws-situacao-exibe                       pic  x(30).


       Linkage section.

      *>--Declaração de tela
       Screen section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>---------------------------------------------------------------------------------
       inicializa section.

           move 0 to ws-qtd-passos
           move 0 to ws-qtd-executados
           move 0 to ws-qtd-pulados
           move 0 to ws-qtd-falhos
           move 0 to ws-qtd-suspensos
           move 0 to ws-rc-final

           perform grava-joblog-inicio

      *> a data da cadeia vem na submissao: o reenvio depois da
      *> meia-noite continua a cadeia da noite anterior
           display "Informe a data da cadeia (AAAAMMDD, vazio = hoje): "
           accept ws-data-cadeia
           display " "

           if ws-data-cadeia = 0
              move function current-date(1:8) to ws-data-cadeia
           end-if

           perform carrega-cadeia

           if definicao-valida
              perform carrega-controle-cadeia
           end-if
            .
       inicializa-exit.
           exit.
      *>---------------------------------------------------------------------------------
      *>     Processamento
      *>---------------------------------------------------------------------------------
       processamento section.

           display "   ***************************************   "
           display "   *   CADEIA DA NOITE - EXECUCAO         *   "
           display "   ***************************************   "
           display "Data da cadeia .............: " ws-data-cadeia
           display "Passos definidos ...........: " ws-qtd-passos
           display " "

           if not definicao-valida
              display "Cadeia nao executada - corrija o CADEIADF e "
                  "submeta de novo."
              if ws-rc-final < 8
                 move 8 to ws-rc-final
              end-if
           else
              perform varying ws-ind from 1 by 1
                      until ws-ind > ws-qtd-passos
                  perform trata-passo
              end-perform

              perform imprime-resumo-cadeia
           end-if
            .
       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega a definicao da cadeia e confere que cada
      *> pre-requisito aponta para um passo anterior a ele
      *>---------------------------------------------------------------------------------
       carrega-cadeia section.

           move "S" to ws-sw-definicao-valida
           move "N" to ws-sw-fim-arquivo

           open input cadeia-definicao

           if ws-cad-status <> "00"
              display "Definicao da cadeia (CADEIADF) indisponivel: "
                  ws-cad-status
              move "N" to ws-sw-definicao-valida
           else
              perform until fim-arquivo
                  read cadeia-definicao
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          perform guarda-passo
                  end-read
              end-perform

              close cadeia-definicao

              if ws-qtd-passos = 0
                 display "Definicao da cadeia (CADEIADF) vazia."
                 move "N" to ws-sw-definicao-valida
              end-if
           end-if
            .
       carrega-cadeia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que guarda um passo lido na tabela da cadeia
      *>---------------------------------------------------------------------------------
       guarda-passo section.

           if ws-qtd-passos >= 20
              display "Cadeia com mais de 20 passos - passo "
                  cad-passo " " cad-programa " recusado."
              move "N" to ws-sw-definicao-valida
           else
              add 1 to ws-qtd-passos
              move cad-passo        to ws-passo-numero(ws-qtd-passos)
              move cad-programa     to ws-passo-programa(ws-qtd-passos)
              move cad-comando      to ws-passo-comando(ws-qtd-passos)
              move cad-reexecutavel to ws-passo-reexecutavel(ws-qtd-passos)
              move "N"              to ws-passo-tem-inicio(ws-qtd-passos)
              move "N"              to ws-passo-tem-fim(ws-qtd-passos)
              move 0                to ws-passo-retorno-dia(ws-qtd-passos)
              move "P"              to ws-passo-situacao(ws-qtd-passos)
              move 0                to ws-passo-retorno(ws-qtd-passos)

              if cad-comando = spaces
                 display "Passo " cad-passo " " cad-programa
                     " sem linha de comando."
                 move "N" to ws-sw-definicao-valida
              end-if

              perform varying ws-ind-prq from 1 by 1 until ws-ind-prq > 5
                  move cad-prerequisito(ws-ind-prq)
                    to ws-passo-prerequisito(ws-qtd-passos ws-ind-prq)

                  if cad-prerequisito(ws-ind-prq) <> 0
                     move "N" to ws-sw-achado

                     perform varying ws-ind2 from 1 by 1
                             until ws-ind2 >= ws-qtd-passos or achado
                         if ws-passo-numero(ws-ind2)
                            = cad-prerequisito(ws-ind-prq)
                            move "S" to ws-sw-achado
                         end-if
                     end-perform

                     if not achado
                        display "Passo " cad-passo " " cad-programa
                            " depende do passo "
                            cad-prerequisito(ws-ind-prq)
                            ", que nao vem antes dele na cadeia."
                        move "N" to ws-sw-definicao-valida
                     end-if
                  end-if
              end-perform
           end-if
            .
       guarda-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o controle da cadeia (CADEICTL) da data da
      *> cadeia e guarda por passo a execucao mais recente, como o
      *> Desafio.Plantao faz com o JOBLOG: um inicio novo zera o fim
      *> anterior
      *>---------------------------------------------------------------------------------
       carrega-controle-cadeia section.

           move "N" to ws-sw-fim-arquivo

           open input cadeia-controle

           if ws-cctl-status = "00"
              perform until fim-arquivo
                  read cadeia-controle
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if cctl-data-cadeia = ws-data-cadeia
                             perform classifica-evento
                          end-if
                  end-read
              end-perform

              close cadeia-controle
           end-if
            .
       carrega-controle-cadeia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que encaixa um evento do controle no passo de mesmo
      *> numero
      *>---------------------------------------------------------------------------------
       classifica-evento section.

           perform varying ws-ind2 from 1 by 1
                   until ws-ind2 > ws-qtd-passos
               if ws-passo-numero(ws-ind2) = cctl-passo
                  if cctl-inicio
                     move "S"          to ws-passo-tem-inicio(ws-ind2)
                     move "N"          to ws-passo-tem-fim(ws-ind2)
                  else
                     move "S"          to ws-passo-tem-fim(ws-ind2)
                     move cctl-retorno to ws-passo-retorno-dia(ws-ind2)
                  end-if
               end-if
           end-perform
            .
       classifica-evento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que decide e executa o passo ws-ind: pula o que ja
      *> terminou com RC=0 na data da cadeia, suspende o que depende de
      *> passo que nao terminou bem e bloqueia o reenvio de passo nao
      *> reexecutavel que ja rodou na data
      *>---------------------------------------------------------------------------------
       trata-passo section.

           perform confere-prerequisitos

           evaluate true
               when ws-passo-tem-fim(ws-ind) = "S"
                    and ws-passo-retorno-dia(ws-ind) = 0
                    move "J" to ws-passo-situacao(ws-ind)
                    add 1 to ws-qtd-pulados
                    display "Passo " ws-passo-numero(ws-ind) " "
                        ws-passo-programa(ws-ind)
                        " ja concluido nesta cadeia com RC=0 - pulado."
               when not prerequisitos-ok
                    move "S" to ws-passo-situacao(ws-ind)
                    add 1 to ws-qtd-suspensos
                    display "Passo " ws-passo-numero(ws-ind) " "
                        ws-passo-programa(ws-ind)
                        " suspenso - pre-requisito sem RC=0."
               when (ws-passo-tem-inicio(ws-ind) = "S"
                     or ws-passo-tem-fim(ws-ind) = "S")
                    and ws-passo-reexecutavel(ws-ind) <> "S"
                    move "B" to ws-passo-situacao(ws-ind)
                    add 1 to ws-qtd-suspensos
                    display "Passo " ws-passo-numero(ws-ind) " "
                        ws-passo-programa(ws-ind)
                        " ja rodou nesta cadeia sem terminar bem e nao pode "
                        "ser reexecutado - bloqueado."
               when other
                    perform executa-passo
           end-evaluate
            .
       trata-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere se todos os pre-requisitos do passo
      *> ws-ind terminaram com RC=0, agora ou antes na data da cadeia
      *>---------------------------------------------------------------------------------
       confere-prerequisitos section.

           move "S" to ws-sw-prerequisitos-ok

           perform varying ws-ind-prq from 1 by 1 until ws-ind-prq > 5
               if ws-passo-prerequisito(ws-ind ws-ind-prq) <> 0
                  perform varying ws-ind2 from 1 by 1
                          until ws-ind2 >= ws-ind
                      if ws-passo-numero(ws-ind2)
                         = ws-passo-prerequisito(ws-ind ws-ind-prq)
                         and ws-passo-situacao(ws-ind2) <> "O"
                         and ws-passo-situacao(ws-ind2) <> "J"
                         move "N" to ws-sw-prerequisitos-ok
                      end-if
                  end-perform
               end-if
           end-perform
            .
       confere-prerequisitos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que roda o passo ws-ind pela linha de comando e guarda
      *> o codigo de retorno dele, registrando o inicio e o fim no
      *> controle da cadeia
      *>---------------------------------------------------------------------------------
       executa-passo section.

           display "Passo " ws-passo-numero(ws-ind) " "
               ws-passo-programa(ws-ind) " iniciado as "
               function current-date(9:6)

           move "I" to cctl-evento
           move 0   to cctl-retorno
           perform grava-controle-passo

           move ws-passo-comando(ws-ind) to ws-comando

           call "SYSTEM" using ws-comando

           move return-code to ws-rc-sistema
           move 0 to return-code

      *> em alguns ambientes o retorno vem no byte alto do status do
      *> processo; um retorno negativo e passo que nem chegou a rodar
           if ws-rc-sistema > 255
              divide 256 into ws-rc-sistema
           end-if

           if ws-rc-sistema < 0 or ws-rc-sistema > 9999
              move 12 to ws-rc-sistema
           end-if

           move ws-rc-sistema to ws-passo-retorno(ws-ind)
           add 1 to ws-qtd-executados

           move "F"                      to cctl-evento
           move ws-passo-retorno(ws-ind) to cctl-retorno
           perform grava-controle-passo

           if ws-passo-retorno(ws-ind) = 0
              move "O" to ws-passo-situacao(ws-ind)
           else
              move "F" to ws-passo-situacao(ws-ind)
              add 1 to ws-qtd-falhos
           end-if

           if ws-passo-retorno(ws-ind) > ws-rc-final
              move ws-passo-retorno(ws-ind) to ws-rc-final
           end-if

           display "Passo " ws-passo-numero(ws-ind) " "
               ws-passo-programa(ws-ind) " terminado as "
               function current-date(9:6)
               " RC=" ws-passo-retorno(ws-ind)
           display " "
            .
       executa-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no controle da cadeia (CADEICTL) o evento
      *> de cctl-evento do passo ws-ind, sob a data da cadeia
      *>---------------------------------------------------------------------------------
       grava-controle-passo section.

           open extend cadeia-controle

           if ws-cctl-status = "35"
              open output cadeia-controle
           end-if

           move ws-data-cadeia                 to cctl-data-cadeia
           move ws-passo-numero(ws-ind)        to cctl-passo
           move ws-passo-programa(ws-ind)      to cctl-programa
           move function current-date(1:8)     to cctl-data
           move function current-date(9:6)     to cctl-hora

           write cctl-registro

           if ws-cctl-status <> "00"
              display "Erro ao gravar o controle da cadeia (CADEICTL): "
                  ws-cctl-status
              if ws-rc-final < 12
                 move 12 to ws-rc-final
              end-if
           end-if

           close cadeia-controle
            .
       grava-controle-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que resume a submissao; passo suspenso ou bloqueado
      *> deixa a cadeia incompleta e o retorno final em 8 no minimo
      *>---------------------------------------------------------------------------------
       imprime-resumo-cadeia section.

           display " "
           display "Resumo da cadeia:"

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-passos
               evaluate ws-passo-situacao(ws-ind)
                   when "O"
                        move "OK"                      to ws-situacao-exibe
                   when "J"
                        move "JA CONCLUIDO - PULADO"   to ws-situacao-exibe
                   when "F"
                        move "*** FALHOU ***"          to ws-situacao-exibe
                   when "S"
                        move "*** SUSPENSO ***"        to ws-situacao-exibe
                   when "B"
                        move "*** BLOQUEADO ***"       to ws-situacao-exibe
                   when other
                        move "NAO AVALIADO"            to ws-situacao-exibe
               end-evaluate

               display "  " ws-passo-numero(ws-ind) " "
                   ws-passo-programa(ws-ind) " "
                   ws-situacao-exibe " RC=" ws-passo-retorno(ws-ind)
           end-perform

           display " "
           display "Passos executados ..........: " ws-qtd-executados
           display "Passos ja concluidos .......: " ws-qtd-pulados
           display "Passos sem RC=0 ............: " ws-qtd-falhos
           display "Passos suspensos/bloqueados : " ws-qtd-suspensos

           if ws-qtd-suspensos > 0
              if ws-rc-final < 8
                 move 8 to ws-rc-final
              end-if
           end-if

           if ws-qtd-falhos > 0 or ws-qtd-suspensos > 0
              display "Corrija o passo com falha e submeta a cadeia de "
                  "novo com a mesma data: os passos ja concluidos nela "
                  "serao pulados."
           end-if

           display "Retorno final da cadeia ....: " ws-rc-final
            .
       imprime-resumo-cadeia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao (JOBLOG) o registro de
      *> inicio desta execucao, para o relatorio do Desafio.Plantao
      *>---------------------------------------------------------------------------------
       grava-joblog-inicio section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Cadeia"               to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "I"                            to job-evento
           move 0                              to job-qtd-processados
           move 0                              to job-retorno

           write job-registro

           close job-log
            .
       grava-joblog-inicio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao o registro de fim, com a
      *> quantidade de passos executados e o retorno final da cadeia
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Cadeia"               to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-executados              to job-qtd-processados
           move return-code                    to job-retorno

           write job-registro

           close job-log
            .
       grava-joblog-fim-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Finalização
      *>---------------------------------------------------------------------------------
       finaliza section.
           move ws-rc-final to return-code
           perform grava-joblog-fim
           stop run.
            .
       finaliza-exit.
           exit.
