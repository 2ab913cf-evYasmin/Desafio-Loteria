           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
           select concurso-calendario assign to "CONCLOT"
               organization is indexed
               access mode is dynamic
               record key is conc-chave
               file status is ws-conc-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
       I-O-Control.


       fd  job-log.
           copy JOBREC.

       fd  concurso-calendario.
           copy CONCREC.

       fd  bolao-cotas.
           copy BOLAREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-contador                         pic  9(09).
           05  ws-jogador-atual                    pic  x(10).
           05  ws-cliente-atual                    pic  x(10).
           05  ws-desdobramento-atual              pic  9(06).
           05  ws-senha-digitada                   pic  x(04).
           05  ws-sw-num-valido                    pic  x(01).
               88  num-valido                      value "S".
               88  hist-gravado                    value "S".
           05  ws-sw-tick-lido                     pic  x(01).
               88  tick-lido                       value "S".
           05  ws-sw-concurso-aberto               pic  x(01).
               88  concurso-aberto                 value "S".
           05  ws-sw-fim-calendario                pic  x(01).
               88  fim-calendario                  value "S".
           05  ws-sw-cotas-validas                 pic  x(01).
               88  cotas-validas                   value "S".
           05  ws-resposta-bolao                   pic  x(01).
               88  resposta-bolao                  value "S" "s".

      *> nome do arquivo de apostas em lote; o padrao APOSTASLT pode
      *> ser trocado pelo cartao de parametros RUNCTL
       01  ws-ticket-numeros                       pic  x(45).
       01  ws-ticket-pos                           pic  9(02).

      *> concurso aberto do formato jogado, localizado no calendario
      *> CONCLOT (mantido pelo Desafio.Concurso): e o de menor numero
      *> cujo encerramento das vendas ainda nao passou; o concurso vai
      *> para o ticket e para a trilha de auditoria de cada aposta
       01  ws-concurso-vigente.
           05  ws-concurso-atual                   pic  9(05).
           05  ws-data-sorteio-atual               pic  9(08).
           05  ws-encerramento-atual.
               10  ws-data-encerramento-atual      pic  9(08).
               10  ws-hora-encerramento-atual      pic  9(04).
       01  ws-concurso-localizado                  pic  9(05).

      *> bolao da aposta corrente: um unico jogo dividido em cotas,
      *> cada uma vendida a um cliente do CLIMST pelo seu proprio valor;
      *> cada cota tem o seu canhoto, o seu movimento de caixa e o seu
      *> registro em BOLAOLOT. Zero cotas e a aposta comum
       01  ws-bolao.
           05  ws-qtd-cotas                        pic  9(03).
           05  ws-cota                             occurs 20 times.
               10  ws-cota-cliente                 pic  x(10).
               10  ws-cota-valor                   pic  9(05)v9(02).
       01  ws-idx-cota                             pic  9(03).
       01  ws-valor-sugerido                       pic  9(05)v9(02).
       01  ws-valor-bolao                          pic  9(07)v9(02).
       01  ws-valor-digitado                       pic  x(10).
       01  ws-valor-exibe                          pic  z.zzz.zz9,99.

      *> data e hora (HHMM) do momento, no mesmo formato do
      *> encerramento das vendas, para as duas serem comparadas
       01  ws-momento-atual.
           05  ws-data-momento                     pic  9(08).
           05  ws-hora-momento                     pic  9(04).

       77  ws-diferenca-hr                         pic  9(02).
       77  ws-diferenca-min                        pic  9(02).
       77  ws-diferenca-seg                        pic  9(02).
           05  ws-imp-status                       pic  x(02).
           05  ws-ctrl-status                      pic  x(02).
           05  ws-job-status                       pic  x(02).
           05  ws-conc-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).

       77  ws-segundos-inicio                      pic  s9(05).
       77  ws-segundos-fim                         pic  s9(05).
           move 0      to ws-qtd-jogos-gravados
           move "N"    to ws-sw-sem-terminal
           move spaces to ws-cliente-atual
           move 0      to ws-desdobramento-atual
           move spaces to ws-terminal-atual
           move 0      to ws-concurso-atual
           move 0      to ws-qtd-cotas

           perform grava-joblog-inicio

           move ckpt-contador      to ws-contador
           move ckpt-hora-inicio   to ws-hora-inicio
           move ckpt-cliente       to ws-cliente-atual
           move ckpt-qtd-cotas     to ws-qtd-cotas
           compute ws-meta-acertos = function min(ws-qtd-num-jog, 10)

           perform varying ws-ind from 1 by 1 until ws-ind > 10
               move ckpt-num-usuario(ws-ind) to ws-num-tab(ws-ind)
           end-perform

           perform varying ws-idx-cota from 1 by 1 until ws-idx-cota > 20
               move ckpt-cota-cliente(ws-idx-cota)
                 to ws-cota-cliente(ws-idx-cota)
               move ckpt-cota-valor(ws-idx-cota)
                 to ws-cota-valor(ws-idx-cota)
           end-perform

      *> o checkpoint nao guarda o terminal do operador, entao ele e
      *> relido do mestre para o ticket sair no spool certo
           open input oper-mestre
              close oper-mestre
           end-if

      *> o concurso tambem nao vai no checkpoint: a aposta retomada
      *> e vendida para o concurso aberto agora, e sem concurso aberto
      *> nao ha como registra-la
           perform localiza-concurso-aberto

           if not concurso-aberto
              perform recusa-sem-concurso
           end-if

           display "Retomando sorteio a partir da tentativa " ws-contador
           display " ---- BOA SORTE! ---- "

      *>---------------------------------------------------------------------------------
       processamento-interativo section.

      *> sem concurso aberto para o formato a aposta nem comeca, para o
      *> cliente nao esperar um sorteio que nao poderia ser registrado
           perform localiza-concurso-aberto

           if not concurso-aberto
              perform recusa-sem-concurso
           end-if

           perform exibe-concurso-aberto

           perform informa-operador
           perform informa-bolao
           perform informa-apostas

           display " ---- BOA SORTE! ---- "
                  move aposta-num10 to ws-num10
                  move aposta-jogador to ws-jogador-atual
                  move aposta-cliente to ws-cliente-atual
                  move aposta-desdobramento to ws-desdobramento-atual

                  perform valida-lote-completa
                  perform valida-operador
                  perform valida-cliente-lote

      *> o concurso aberto so e procurado de novo quando o encerramento
      *> das vendas do atual passa no meio do lote
                  perform obtem-momento-atual

                  if ws-concurso-atual = 0
                     or ws-momento-atual >= ws-encerramento-atual
                     perform localiza-concurso-aberto
                  end-if

                  evaluate true
                      when not operador-valido
                           display "Aposta de " ws-jogador-atual
                               " com operador nao cadastrado ou inativo - ignorada."
                      when not concurso-aberto
                           display "Aposta de " ws-jogador-atual
                               " recusada - nenhum concurso aberto para o jogo "
                               ws-ind-lot "."
                           move 4 to return-code
                      when num-valido
                           move 0 to ws-contador
                           move function current-date(9:6) to ws-hora-inicio
       seleciona-jogo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que localiza no calendario (CONCLOT) o concurso aberto
      *> do formato jogado: o de menor numero cujo encerramento das
      *> vendas ainda nao passou; sem calendario, ou com todos os
      *> concursos cadastrados ja encerrados, nao ha concurso aberto
      *>---------------------------------------------------------------------------------
       localiza-concurso-aberto section.

           move "N" to ws-sw-concurso-aberto
           move "N" to ws-sw-fim-calendario
           move 0   to ws-concurso-atual
           move 0   to ws-data-sorteio-atual
           move 0   to ws-data-encerramento-atual
           move 0   to ws-hora-encerramento-atual

           perform obtem-momento-atual

           open input concurso-calendario

           if ws-conc-status <> "00"
              display "Calendario de concursos (CONCLOT) indisponivel: "
                  ws-conc-status
           else
              move ws-ind-lot to conc-ind-lot
              move 0          to conc-concurso

              start concurso-calendario key >= conc-chave
                  invalid key move "S" to ws-sw-fim-calendario
              end-start

              perform until fim-calendario or concurso-aberto
                  read concurso-calendario next
                      at end move "S" to ws-sw-fim-calendario
                      not at end
                          if conc-ind-lot <> ws-ind-lot
                             move "S" to ws-sw-fim-calendario
                          else
                             if conc-encerramento > ws-momento-atual
                                move "S"               to ws-sw-concurso-aberto
                                move conc-concurso     to ws-concurso-atual
                                move conc-data-sorteio to ws-data-sorteio-atual
                                move conc-encerramento to ws-encerramento-atual
                             end-if
                          end-if
                  end-read
              end-perform

              close concurso-calendario
           end-if
            .
       localiza-concurso-aberto-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que guarda a data e a hora (HHMM) do momento, para
      *> comparar com o encerramento das vendas do concurso
      *>---------------------------------------------------------------------------------
       obtem-momento-atual section.

           move function current-date(1:8) to ws-data-momento
           move function current-date(9:4) to ws-hora-momento
            .
       obtem-momento-atual-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que avisa o concurso para o qual a aposta esta sendo
      *> vendida e ate quando o concurso aceita jogo
      *>---------------------------------------------------------------------------------
       exibe-concurso-aberto section.

           display "Concurso " ws-concurso-atual
               " - sorteio em " ws-data-sorteio-atual
               " - vendas ate " ws-data-encerramento-atual
               " " ws-hora-encerramento-atual(1:2)
               ":" ws-hora-encerramento-atual(3:2)
           display " "
            .
       exibe-concurso-aberto-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que encerra a sessao interativa quando o formato
      *> escolhido nao tem concurso aberto no calendario
      *>---------------------------------------------------------------------------------
       recusa-sem-concurso section.

           display "Nenhum concurso aberto para este jogo - vendas "
               "encerradas ou proximo concurso nao cadastrado."
           display "Cadastre o concurso pelo Desafio.Concurso."
           move 4 to return-code
           stop run
            .
       recusa-sem-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que identifica o operador/terminal responsavel pelo
      *> jogo, para a trilha de auditoria de uma banca compartilhada;
       informa-cliente-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pergunta se o jogo e um bolao: no bolao cada cota
      *> tem o seu cliente e o jogo em si nao fica em nome de ninguem;
      *> na aposta comum segue o vinculo opcional de um unico cliente
      *>---------------------------------------------------------------------------------
       informa-bolao section.

           move 0 to ws-qtd-cotas

           display "Aposta em bolao? (S/N)"
           accept ws-resposta-bolao
           display " "

           if resposta-bolao
              perform informa-cotas-bolao
           end-if

           if ws-qtd-cotas = 0
              perform informa-cliente
           end-if
            .
       informa-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que divide o jogo em cotas (2 a 20), cada uma vendida a
      *> um cliente ativo do CLIMST; o valor de cada cota e digitado, e
      *> em branco vale a divisao do preco do jogo pelas cotas. Sem o
      *> cadastro de clientes nao ha como vender cotas e o jogo segue
      *> como aposta comum
      *>---------------------------------------------------------------------------------
       informa-cotas-bolao section.

           open input cliente-mestre

           if ws-cli-status <> "00"
              display "Cadastro de clientes (CLIMST) indisponivel - "
                  "bolao exige cliente em cada cota, o jogo segue "
                  "como aposta comum."
              display " "
           else
              move "N" to ws-sw-cotas-validas

              perform until cotas-validas
                  display "Quantidade de cotas do bolao (2 a 20): "
                  accept ws-qtd-cotas
                  display " "

                  if ws-qtd-cotas >= 2 and ws-qtd-cotas <= 20
                     move "S" to ws-sw-cotas-validas
                  else
                     display "Quantidade de cotas invalida, tente novamente."
                     display " "
                  end-if
              end-perform

              compute ws-valor-sugerido =
                      ws-preco-jogo(ws-ind-lot) / ws-qtd-cotas
              move 0 to ws-valor-bolao

              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  perform informa-cota-bolao
              end-perform

              close cliente-mestre

      *> as cotas levam os clientes; o jogo em si fica sem cliente
              move spaces         to ws-cliente-atual
              move ws-valor-bolao to ws-valor-exibe
              display "Bolao com " ws-qtd-cotas " cotas, total de "
                  ws-valor-exibe
              display " "
           end-if
            .
       informa-cotas-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que colhe o cliente e o valor de uma cota do bolao; o
      *> cliente e obrigatorio, pois e ele quem recebe a parte do premio
      *>---------------------------------------------------------------------------------
       informa-cota-bolao section.

           move "N" to ws-sw-cliente-valido

           perform until cliente-valido
               display "Cota " ws-idx-cota " - informe o cliente: "
               accept ws-cliente-atual
               display " "

               if ws-cliente-atual = spaces
                  display "Cada cota do bolao precisa de um cliente."
                  display " "
               else
                  perform valida-cliente

                  if not cliente-valido
                     display "Cliente nao cadastrado ou inativo, "
                         "tente novamente."
                     display " "
                  end-if
               end-if
           end-perform

           move ws-cliente-atual to ws-cota-cliente(ws-idx-cota)

           move ws-valor-sugerido to ws-valor-exibe
           display "Valor da cota (vazio = " ws-valor-exibe "): "
           accept ws-valor-digitado
           display " "

           if function numval(ws-valor-digitado) > 0
              compute ws-cota-valor(ws-idx-cota) =
                      function numval(ws-valor-digitado)
           else
              move ws-valor-sugerido to ws-cota-valor(ws-idx-cota)
           end-if

           add ws-cota-valor(ws-idx-cota) to ws-valor-bolao
            .
       informa-cota-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere o codigo de cliente corrente contra o
      *> mestre de clientes: precisa existir e estar na situacao ativa
           move ws-ticket-numero                to audit-ticket
           move "A"                             to audit-situacao
           move ws-cliente-atual                to audit-cliente
           move ws-concurso-atual               to audit-concurso
           move ws-qtd-cotas                    to audit-qtd-cotas
           move ws-desdobramento-atual          to audit-desdobramento
           move space                           to audit-transmissao
           move 0                               to audit-lote-transmissao

           write audit-registro

              open output mov-caixa
           end-if

      *> no bolao cada cota e cobrada do seu cliente, pelo seu valor
           if ws-qtd-cotas = 0
              move ws-preco-jogo(ws-ind-lot)   to mov-valor
              move ws-cliente-atual            to mov-cliente
              perform grava-registro-movimento
           else
              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  move ws-cota-valor(ws-idx-cota)   to mov-valor
                  move ws-cota-cliente(ws-idx-cota) to mov-cliente
                  perform grava-registro-movimento
              end-perform
           end-if

           close mov-caixa
            .
       grava-movimento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava um registro de cobranca no movimento de
      *> caixa, com o valor e o cliente ja informados
      *>---------------------------------------------------------------------------------
       grava-registro-movimento section.

           move function current-date(1:8)     to mov-data
           move function current-date(9:6)     to mov-hora
           move ws-jogador-atual               to mov-operador
           move ws-ind-lot                     to mov-ind-lot
           move ws-ticket-numero               to mov-ticket
           move "A"                            to mov-tipo

           write mov-registro

                  ws-mov-status
              move 12 to return-code
           end-if
            .
       grava-registro-movimento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava as cotas do bolao em BOLAOLOT, todas ativas,
      *> para o Desafio.Pagamento pagar a parte de cada cliente e o
      *> Desafio.Cancela anular o bolao inteiro
      *>---------------------------------------------------------------------------------
       grava-bolao section.

           open i-o bolao-cotas

           if ws-bolao-status = "35"
              open output bolao-cotas
              close bolao-cotas
              open i-o bolao-cotas
           end-if

           perform varying ws-idx-cota from 1 by 1
                   until ws-idx-cota > ws-qtd-cotas
               move ws-ticket-numero               to bolao-ticket
               move ws-idx-cota                    to bolao-cota
               move ws-qtd-cotas                   to bolao-qtd-cotas
               move function current-date(1:8)     to bolao-data
               move ws-jogador-atual               to bolao-operador
               move ws-cota-cliente(ws-idx-cota)   to bolao-cliente
               move ws-cota-valor(ws-idx-cota)     to bolao-valor-cota
               move "A"                            to bolao-situacao

               write bolao-registro

               if ws-bolao-status <> "00"
                  display "Erro ao gravar a cota " ws-idx-cota
                      " do bolao (BOLAOLOT): " ws-bolao-status
                  move 12 to return-code
               end-if
           end-perform

           close bolao-cotas
            .
       grava-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
              open output ticket-impressao
           end-if

      *> o bolao sai com um canhoto por cota, cada um com o cliente e
      *> o valor da sua cota
           if ws-qtd-cotas = 0
              move 0 to ws-idx-cota
              perform imprime-canhoto
           else
              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  perform imprime-canhoto
              end-perform
           end-if

           close ticket-impressao
            .
       imprime-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime um canhoto do ticket no spool ja aberto;
      *> com WS-IDX-COTA maior que zero o canhoto e o da cota do bolao
      *>---------------------------------------------------------------------------------
       imprime-canhoto section.

           move all "*"                        to ws-ticket-linha
           write ticket-linha from ws-ticket-linha

              write ticket-linha from ws-ticket-linha
           end-if

           if ws-idx-cota > 0
              move ws-cota-valor(ws-idx-cota)  to ws-valor-exibe
              move spaces                      to ws-ticket-linha
              string "* BOLAO - COTA " ws-idx-cota " DE " ws-qtd-cotas
                     " - CLIENTE: " ws-cota-cliente(ws-idx-cota)
                  delimited by size into ws-ticket-linha
              write ticket-linha from ws-ticket-linha

              move spaces                      to ws-ticket-linha
              string "* VALOR DA COTA: " ws-valor-exibe
                  delimited by size into ws-ticket-linha
              write ticket-linha from ws-ticket-linha
           end-if

           move spaces                         to ws-ticket-linha
           evaluate true
               when jogo-mega-sena
           end-evaluate
           write ticket-linha from ws-ticket-linha

           move spaces                         to ws-ticket-linha
           string "* CONCURSO: " ws-concurso-atual
                  "  SORTEIO EM: " ws-data-sorteio-atual
               delimited by size into ws-ticket-linha
           write ticket-linha from ws-ticket-linha

           perform monta-linha-apostados
           move spaces                         to ws-ticket-linha
           string "* APOSTADOS: " ws-ticket-numeros

           move spaces                         to ws-ticket-linha
           write ticket-linha from ws-ticket-linha
            .
       imprime-canhoto-exit.
           exit.

      *>---------------------------------------------------------------------------------
           move ws-contador                    to ckpt-contador
           move ws-hora-inicio                 to ckpt-hora-inicio
           move ws-cliente-atual               to ckpt-cliente
           move ws-qtd-cotas                   to ckpt-qtd-cotas

           perform varying ws-ind from 1 by 1 until ws-ind > 10
               move ws-num-tab(ws-ind) to ckpt-num-usuario(ws-ind)
           end-perform

           perform varying ws-idx-cota from 1 by 1 until ws-idx-cota > 20
               move ws-cota-cliente(ws-idx-cota)
                 to ckpt-cota-cliente(ws-idx-cota)
               move ws-cota-valor(ws-idx-cota)
                 to ckpt-cota-valor(ws-idx-cota)
           end-perform

           write ckpt-registro

           close ckpt-sorteio
      *> no modo lote cada aposta ja grava seu proprio historico e tempo
      *> dentro de PROCESSAMENTO-LOTE, entao aqui so se repete para o
      *> modo interativo, que grava uma unica vez ao final da sessao
      *> o sorteio interativo pode passar do encerramento das vendas;
      *> a aposta so e registrada se o concurso anunciado ao cliente
      *> continuar aberto
           if modo-interativo
              move ws-concurso-atual to ws-concurso-localizado
              perform localiza-concurso-aberto

              if not concurso-aberto
                 or ws-concurso-atual <> ws-concurso-localizado
                 display "Vendas do concurso " ws-concurso-localizado
                     " encerradas durante o sorteio - aposta recusada, "
                     "nada foi cobrado."
                 move 4 to return-code
              else
                 perform emite-ticket
                 perform grava-historico
                 perform grava-tempo
                 perform grava-auditoria
                 perform grava-movimento

                 if ws-qtd-cotas > 0
                    perform grava-bolao
                 end-if
              end-if
           end-if

           perform grava-joblog-fim
