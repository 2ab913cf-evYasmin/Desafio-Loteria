           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
           select rateio-oficial assign to "RATEOFI"
               organization is indexed
               access mode is dynamic
               record key is rate-chave
               file status is ws-rate-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
           select cliente-mestre assign to "CLIMST"
               organization is indexed
               access mode is dynamic
               record key is cli-codigo
               file status is ws-cli-status.
           select parm-tabela assign to "PARMLOT"
               organization is sequential
               file status is ws-parm-status.
       I-O-Control.


       fd  segu-log.
           copy SEGREC.

       fd  rateio-oficial.
           copy RATEREC.

       fd  bolao-cotas.
           copy BOLAREC.

       fd  cliente-mestre.
           copy CLIREC.

       fd  parm-tabela.
           copy PARMREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-oper-status                      pic  x(02).
           05  ws-pagto-status                     pic  x(02).
           05  ws-segu-status                      pic  x(02).
           05  ws-rate-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).
           05  ws-cli-status                       pic  x(02).
           05  ws-parm-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
               88  autorizado                      value "S".
           05  ws-evento-seguranca                 pic  x(20).
           05  ws-detalhe-seguranca                pic  x(20).
           05  ws-sw-fim-cotas                     pic  x(01).
               88  fim-cotas                       value "S".
           05  ws-cliente-ganhador                 pic  x(10).
           05  ws-cliente-digitado                 pic  x(10).
           05  ws-sw-ganhador-identificado         pic  x(01).
               88  ganhador-identificado           value "S".

      *> cotas do bolao do ticket em atendimento, lidas de BOLAOLOT: o
      *> premio e repartido na proporcao do valor pago por cada cota, e
      *> a ultima cota fica com a sobra dos centavos da divisao
       01  ws-bolao.
           05  ws-qtd-cotas                        pic  9(03).
           05  ws-qtd-cotas-pendentes              pic  9(03).
           05  ws-cota-informada                   pic  9(03).
           05  ws-idx-cota                         pic  9(03).
           05  ws-valor-bolao                      pic  9(07)v9(02).
           05  ws-valor-premio-total               pic  9(07)v9(02).
           05  ws-valor-repartido                  pic  9(07)v9(02).
           05  ws-cota                             occurs 20 times.
               10  ws-cota-cliente                 pic  x(10).
               10  ws-cota-valor                   pic  9(05)v9(02).
               10  ws-cota-situacao                pic  x(01).
               10  ws-cota-parte                   pic  9(07)v9(02).

      *> acima deste valor o pagamento so sai com a confirmacao de um
      *> supervisor, registrada no log de seguranca
                                                    value 500.

       01  ws-valor-exibe                          pic  z.zzz.zz9,99.

      *> maior premio que cabe no livro de pagamentos da banca; acima
      *> disso o ganhador e encaminhado a uma agencia da Caixa
       77  ws-maior-premio-banca                   pic  9(07)v9(02)
                                                    value 9999999,99.

      *> acima deste valor o premio so e pago a um cliente do CLIMST
      *> com documento; vem do PARMLOT (Desafio.Precos), e sem ele
      *> vale o padrao da banca
       77  ws-limite-identificacao                 pic  9(07)v9(02)
                                                    value 10000.


       Linkage section.
           move "N" to ws-sw-fim-atendimento

           perform informa-operador
           perform carrega-limite-identificacao
            .
       inicializa-exit.
           exit.
                        " foi cancelado - pagamento recusado."
                    display " "
                    close audit-trilha
               when audit-prescrita
                    display "Ticket " ws-ticket-informado
                        " com premio prescrito (mais de 90 dias do "
                        "sorteio) - pagamento recusado."
                    display " "
                    close audit-trilha
               when audit-rejeitada-central
                    display "Ticket " ws-ticket-informado
                        " rejeitado pelo sistema central - estorne pelo "
                        "Desafio.Cancela."
                    display " "
                    close audit-trilha
               when other
                    perform confirma-premio

                    if premio-confirmado
                       perform obtem-valor-rateio
                    end-if

      *> no bolao o pagamento e por cota: o valor passa a ser a parte
      *> da cota escolhida, e o limite do supervisor vale sobre ela
                    move 0 to ws-cota-informada

                    if premio-confirmado and audit-qtd-cotas > 0
                       perform escolhe-cota-bolao
                    end-if

      *> o premio vai para o cliente da aposta ou da cota; acima do
      *> limite de identificacao o ganhador tem de estar no cadastro
      *> de clientes com documento antes de qualquer autorizacao
                    if premio-confirmado
                       perform define-cliente-pagamento
                    end-if

                    if premio-confirmado
      *> premio acima do limite so sai com a confirmacao de um
      *> supervisor, concedida ou negada sempre gravada no SEGULOG
                       if ws-valor-premio > ws-limite-sem-autorizacao

                       if autorizado
                          perform grava-pagamento

                          if ws-cota-informada > 0
                             perform marca-cota-paga
                          else
                             perform marca-ticket-pago
                          end-if
                       else
                          display "Pagamento do ticket "
                              ws-ticket-informado

      *>---------------------------------------------------------------------------------
      *> Section que confirma o premio do ticket contra o resultado
      *> oficial do concurso da aposta, no mesmo criterio de faixas do
      *> Desafio.Conferencia
      *>---------------------------------------------------------------------------------
       confirma-premio section.
               audit-num3 " " audit-num4 " " audit-num5 " "
               audit-num6 " " audit-num7 " " audit-num8 " "
               audit-num9 " " audit-num10

      *> o concurso vem gravado na propria aposta desde o calendario de
      *> concursos; so os jogos de antes dele ainda pedem o numero
           if audit-concurso > 0
              move audit-concurso to ws-concurso
              display "  concurso: " ws-concurso
              display " "
           else
              display " "
              display "Ticket anterior ao calendario de concursos - "
                  "informe o numero do concurso oficial: "
              accept ws-concurso
              display " "
           end-if

           evaluate audit-ind-lot
               when 1
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que busca o concurso da aposta no arquivo oficial,
      *> usando o formato de jogo da propria aposta
      *>---------------------------------------------------------------------------------
       busca-resultado-oficial section.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que toma o valor do premio do rateio oficial da Caixa
      *> (RATEOFI, carregado pelo Desafio.Resultado) para o formato, o
      *> concurso e a faixa do ticket; sem o rateio carregado, ou com
      *> premio maior do que a banca paga, o pagamento nao sai
      *>---------------------------------------------------------------------------------
       obtem-valor-rateio section.

           move 0   to ws-valor-premio
           move "N" to ws-sw-premio-confirmado

           open input rateio-oficial

           if ws-rate-status <> "00"
              display "Rateio oficial (RATEOFI) indisponivel: "
                  ws-rate-status
           else
              move audit-ind-lot  to rate-ind-lot
              move ws-concurso    to rate-concurso
              move ws-qtd-acertos to rate-acertos

              read rateio-oficial
                  invalid key
                      display "Rateio do concurso " ws-concurso
                          " ainda nao carregado para a faixa "
                          ws-nome-faixa "."
                  not invalid key
                      if rate-valor-premio > ws-maior-premio-banca
                         display "Premio acima do que a banca paga - "
                             "encaminhe o ganhador a uma agencia da Caixa."
                      else
                         move rate-valor-premio to ws-valor-premio
                         move "S" to ws-sw-premio-confirmado
                      end-if
              end-read

              close rateio-oficial
           end-if

           if premio-confirmado
              move ws-valor-premio to ws-valor-exibe
              display "Valor do premio pelo rateio oficial: "
                  ws-valor-exibe
              display " "
           else
              display "Carregue o rateio pelo Desafio.Resultado. "
                  "Pagamento recusado."
              display " "
           end-if
            .
       obtem-valor-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que lista as cotas do bolao do ticket, pede a cota que
      *> esta sendo paga e calcula a parte dela no premio: o valor do
      *> premio vezes o valor da cota sobre o total do bolao, truncado
      *> no centavo, com a ultima cota recebendo o que sobrar; so uma
      *> cota ainda ativa pode ser paga
      *>---------------------------------------------------------------------------------
       escolhe-cota-bolao section.

           move "N" to ws-sw-premio-confirmado
           move 0   to ws-qtd-cotas
           move 0   to ws-qtd-cotas-pendentes
           move 0   to ws-valor-bolao
           move "N" to ws-sw-fim-cotas

           open input bolao-cotas

           if ws-bolao-status <> "00"
              display "Cotas do bolao (BOLAOLOT) indisponiveis: "
                  ws-bolao-status " - pagamento recusado."
              display " "
           else
              move ws-ticket-informado to bolao-ticket
              move 0                   to bolao-cota

              start bolao-cotas key is greater than bolao-chave
                  invalid key move "S" to ws-sw-fim-cotas
              end-start

              perform until fim-cotas
                  read bolao-cotas next record
                      at end move "S" to ws-sw-fim-cotas
                      not at end
                          if bolao-ticket <> ws-ticket-informado
                             or bolao-cota > 20
                             move "S" to ws-sw-fim-cotas
                          else
                             add 1 to ws-qtd-cotas
                             move bolao-cliente
                               to ws-cota-cliente(bolao-cota)
                             move bolao-valor-cota
                               to ws-cota-valor(bolao-cota)
                             move bolao-situacao
                               to ws-cota-situacao(bolao-cota)
                             add bolao-valor-cota to ws-valor-bolao

                             if bolao-cota-ativa
                                add 1 to ws-qtd-cotas-pendentes
                             end-if
                          end-if
                  end-read
              end-perform

              close bolao-cotas

              if ws-qtd-cotas <> audit-qtd-cotas or ws-valor-bolao = 0
                 display "Cotas do bolao do ticket " ws-ticket-informado
                     " incompletas em BOLAOLOT - pagamento recusado."
                 display " "
              else
                 perform reparte-premio-bolao
                 perform informa-cota-paga
              end-if
           end-if
            .
       escolhe-cota-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que calcula e exibe a parte de cada cota do bolao no
      *> premio do ticket
      *>---------------------------------------------------------------------------------
       reparte-premio-bolao section.

           move ws-valor-premio to ws-valor-premio-total
           move 0               to ws-valor-repartido

           display "Bolao com " ws-qtd-cotas " cotas, "
               ws-qtd-cotas-pendentes " ainda a pagar:"

           perform varying ws-idx-cota from 1 by 1
                   until ws-idx-cota > ws-qtd-cotas
               if ws-idx-cota = ws-qtd-cotas
                  compute ws-cota-parte(ws-idx-cota) =
                          ws-valor-premio-total - ws-valor-repartido
               else
                  compute ws-cota-parte(ws-idx-cota) =
                          ws-valor-premio-total * ws-cota-valor(ws-idx-cota)
                          / ws-valor-bolao
                  add ws-cota-parte(ws-idx-cota) to ws-valor-repartido
               end-if

               move ws-cota-parte(ws-idx-cota) to ws-valor-exibe

               evaluate ws-cota-situacao(ws-idx-cota)
                   when "A"
                        display "  cota " ws-idx-cota " - cliente "
                            ws-cota-cliente(ws-idx-cota) " - parte "
                            ws-valor-exibe " - A PAGAR"
                   when "P"
                        display "  cota " ws-idx-cota " - cliente "
                            ws-cota-cliente(ws-idx-cota) " - parte "
                            ws-valor-exibe " - PAGA"
                   when "V"
                        display "  cota " ws-idx-cota " - cliente "
                            ws-cota-cliente(ws-idx-cota) " - parte "
                            ws-valor-exibe " - PRESCRITA"
                   when other
                        display "  cota " ws-idx-cota " - cliente "
                            ws-cota-cliente(ws-idx-cota) " - parte "
                            ws-valor-exibe " - situacao "
                            ws-cota-situacao(ws-idx-cota)
               end-evaluate
           end-perform
           display " "
            .
       reparte-premio-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a cota que o cliente esta resgatando; o valor
      *> a pagar passa a ser a parte dela no premio
      *>---------------------------------------------------------------------------------
       informa-cota-paga section.

           display "Informe a cota a pagar (0 desiste): "
           accept ws-cota-informada
           display " "

           evaluate true
               when ws-cota-informada = 0
                    display "Pagamento do ticket " ws-ticket-informado
                        " abandonado."
                    display " "
               when ws-cota-informada > ws-qtd-cotas
                    display "Cota " ws-cota-informada
                        " nao existe neste bolao - pagamento recusado."
                    display " "
                    move 0 to ws-cota-informada
               when ws-cota-situacao(ws-cota-informada) <> "A"
                    display "Cota " ws-cota-informada
                        " ja paga, anulada ou prescrita - pagamento "
                        "recusado."
                    display " "
                    move 0 to ws-cota-informada
               when other
                    move ws-cota-parte(ws-cota-informada)
                      to ws-valor-premio
                    move ws-valor-premio to ws-valor-exibe
                    display "Cota " ws-cota-informada " do cliente "
                        ws-cota-cliente(ws-cota-informada)
                        " - valor a pagar " ws-valor-exibe
                    display " "
                    move "S" to ws-sw-premio-confirmado
           end-evaluate
            .
       informa-cota-paga-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que define o cliente que recebe o premio: o da cota
      *> paga, no bolao, ou o vinculado a aposta; acima do limite de
      *> identificacao o pagamento so segue com o ganhador identificado
      *>---------------------------------------------------------------------------------
       define-cliente-pagamento section.

           if ws-cota-informada > 0
              move ws-cota-cliente(ws-cota-informada)
                to ws-cliente-ganhador
           else
              move audit-cliente to ws-cliente-ganhador
           end-if

           if ws-valor-premio > ws-limite-identificacao
              perform identifica-ganhador

              if not ganhador-identificado
                 move "N" to ws-sw-premio-confirmado
                 display "Pagamento do ticket " ws-ticket-informado
                     " recusado sem a identificacao do ganhador."
                 display " "
              end-if
           end-if
            .
       define-cliente-pagamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que identifica o ganhador no cadastro de clientes
      *> (CLIMST): o codigo sugerido e o da aposta ou da cota; cliente
      *> novo e cadastrado na hora, e cliente sem documento tem o
      *> documento completado antes do pagamento
      *>---------------------------------------------------------------------------------
       identifica-ganhador section.

           move "N" to ws-sw-ganhador-identificado

           move ws-limite-identificacao to ws-valor-exibe
           display "Premio acima de " ws-valor-exibe
               " - identifique o ganhador com documento (CPF)."

           if ws-cliente-ganhador not = spaces
              display "Informe o codigo do cliente (vazio = "
                  ws-cliente-ganhador "): "
           else
              display "Informe o codigo do cliente (vazio desiste): "
           end-if

           move spaces to ws-cliente-digitado
           accept ws-cliente-digitado
           display " "

           if ws-cliente-digitado not = spaces
              move ws-cliente-digitado to ws-cliente-ganhador
           end-if

           if ws-cliente-ganhador = spaces
              display "Nenhum cliente informado."
           else
      *> o cadastro e aberto em I-O; na primeira vez ele ainda nao
      *> existe (status 35) e e criado vazio aqui, como no
      *> Desafio.Cliente
              open i-o cliente-mestre

              if ws-cli-status = "35"
                 open output cliente-mestre
                 close cliente-mestre
                 open i-o cliente-mestre
              end-if

              if ws-cli-status <> "00"
                 display "Erro ao abrir o cadastro de clientes (CLIMST): "
                     ws-cli-status
              else
                 move ws-cliente-ganhador to cli-codigo

                 read cliente-mestre
                     invalid key
                         perform inclui-ganhador
                     not invalid key
                         perform confere-ganhador
                 end-read

                 close cliente-mestre
              end-if
           end-if
            .
       identifica-ganhador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que cadastra na hora o ganhador que ainda nao e
      *> cliente da banca, com o documento obrigatorio
      *>---------------------------------------------------------------------------------
       inclui-ganhador section.

           display "Cliente " ws-cliente-ganhador
               " nao cadastrado - cadastro na hora."

           move ws-cliente-ganhador to cli-codigo
           move spaces              to cli-nome
           move spaces              to cli-documento
           move spaces              to cli-telefone

           display "Informe o nome do cliente: "
           accept cli-nome
           display "Informe o documento (CPF): "
           accept cli-documento
           display "Informe o telefone: "
           accept cli-telefone
           display " "

           if cli-nome = spaces or cli-documento = spaces
              display "Nome e documento sao obrigatorios - cliente "
                  "nao cadastrado."
           else
              move function current-date(1:8) to cli-data-cadastro
              move "A" to cli-situacao

              write cli-registro
                  invalid key
                      display "Erro ao gravar o cliente: " ws-cli-status
                  not invalid key
                      display "Cliente " ws-cliente-ganhador " incluido."
                      move "S" to ws-sw-ganhador-identificado
              end-write
           end-if
           display " "
            .
       inclui-ganhador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que confere o ganhador ja cadastrado: cliente inativo
      *> nao recebe, e cliente sem documento tem de informa-lo agora
      *>---------------------------------------------------------------------------------
       confere-ganhador section.

           if not cli-ativo
              display "Cliente " ws-cliente-ganhador " inativo."
              display " "
           else
              display "Cliente .........: " cli-nome

              if cli-documento = spaces
                 display "Cliente sem documento no cadastro."
                 display "Informe o documento (CPF): "
                 accept cli-documento
                 display " "

                 if cli-documento = spaces
                    display "Documento obrigatorio para este premio."
                 else
                    rewrite cli-registro
                        invalid key
                            display "Erro ao regravar o cliente: "
                                ws-cli-status
                        not invalid key
                            move "S" to ws-sw-ganhador-identificado
                    end-rewrite
                 end-if
              else
                 display "Documento .......: " cli-documento
                 move "S" to ws-sw-ganhador-identificado
              end-if
              display " "
           end-if
            .
       confere-ganhador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que carrega o limite de identificacao do ganhador dos
      *> parametros da banca (PARMLOT), quando o arquivo existe
      *>---------------------------------------------------------------------------------
       carrega-limite-identificacao section.

           open input parm-tabela

           if ws-parm-status = "00"
              read parm-tabela
                  at end
                      continue
                  not at end
                      move parm-limite-identificacao
                        to ws-limite-identificacao
              end-read

              close parm-tabela
           end-if
            .
       carrega-limite-identificacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
           move ws-nome-faixa                  to pagto-faixa
           move ws-qtd-acertos                 to pagto-acertos
           move ws-valor-premio                to pagto-valor
           move ws-cota-informada              to pagto-cota
           move ws-cliente-ganhador            to pagto-cliente

           write pagto-registro

       marca-ticket-pago-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que marca a cota do bolao como paga em BOLAOLOT; o
      *> ticket so fica pago na trilha quando a ultima cota pendente e
      *> resgatada, ate la ele continua ativo para as demais cotas
      *>---------------------------------------------------------------------------------
       marca-cota-paga section.

           open i-o bolao-cotas

           move ws-ticket-informado to bolao-ticket
           move ws-cota-informada   to bolao-cota

           read bolao-cotas
               invalid key
                   display "Cota " ws-cota-informada
                       " sumiu de BOLAOLOT durante o pagamento."
                   move 12 to return-code
               not invalid key
                   move "P" to bolao-situacao
                   rewrite bolao-registro

                   if ws-bolao-status <> "00"
                      display "Erro ao marcar a cota como paga "
                          "(BOLAOLOT): " ws-bolao-status
                      move 12 to return-code
                   end-if
           end-read

           close bolao-cotas

           subtract 1 from ws-qtd-cotas-pendentes

           if ws-qtd-cotas-pendentes = 0
              perform marca-ticket-pago
           else
              move ws-valor-premio to ws-valor-exibe
              display "Cota " ws-cota-informada " do ticket "
                  ws-ticket-informado " paga - " ws-nome-faixa
                  " - valor " ws-valor-exibe
              display "Restam " ws-qtd-cotas-pendentes
                  " cota(s) do bolao a pagar."
              display " "
              close audit-trilha
           end-if
            .
       marca-cota-paga-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a confirmacao de um supervisor ou gerente
      *> para a operacao sensivel corrente: codigo cadastrado, ativo,
