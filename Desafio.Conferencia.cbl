           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
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
       I-O-Control.


       fd  job-log.
           copy JOBREC.

       fd  rateio-oficial.
           copy RATEREC.

       fd  bolao-cotas.
           copy BOLAREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-resul-status                     pic  x(02).
           05  ws-audit-status                     pic  x(02).
           05  ws-job-status                       pic  x(02).
           05  ws-rate-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-qtd-conferidas                   pic  9(07).
           05  ws-qtd-premiadas                    pic  9(07).
           05  ws-qtd-canceladas                   pic  9(07).
           05  ws-qtd-prescritas                   pic  9(07).
           05  ws-qtd-rejeitadas                   pic  9(07).
           05  ws-qtd-sem-concurso                 pic  9(07).
           05  ws-qtd-sem-resultado                pic  9(07).
           05  ws-qtd-ja-pagas                     pic  9(07).
           05  ws-qtd-sem-rateio                   pic  9(07).
           05  ws-sw-rateio-aberto                 pic  x(01).
               88  rateio-aberto                   value "S".
           05  ws-valor-rateio                     pic  9(09)v9(02).
           05  ws-valor-previsto                   pic  9(11)v9(02).
           05  ws-sw-bolao-aberto                  pic  x(01).
               88  bolao-aberto                    value "S".
           05  ws-qtd-bolao-sem-cotas              pic  9(07).

      *> cotas do bolao premiado em conferencia, lidas de BOLAOLOT: o
      *> premio e repartido como no Desafio.Pagamento (na proporcao do
      *> valor de cada cota, truncado no centavo, com a sobra para a
      *> ultima cota) e so a parte das cotas ainda ativas fica a pagar
       01  ws-bolao.
           05  ws-qtd-cotas                        pic  9(03).
           05  ws-idx-cota                         pic  9(03).
           05  ws-sw-fim-cotas                     pic  x(01).
               88  fim-cotas                       value "S".
           05  ws-valor-bolao                      pic  9(07)v9(02).
           05  ws-valor-repartido                  pic  9(09)v9(02).
           05  ws-valor-pendente                   pic  9(09)v9(02).
           05  ws-cota                             occurs 20 times.
               10  ws-cota-valor                   pic  9(05)v9(02).
               10  ws-cota-situacao                pic  x(01).
               10  ws-cota-parte                   pic  9(09)v9(02).

      *> totais de apostas premiadas por operador e por quantidade de
      *> acertos (a faixa de premio e derivada dos acertos na hora de
      *> imprimir; cinquenta operadores dao folga para a banca), com o
      *> valor ainda a pagar pelo rateio oficial das apostas nao pagas
       01  ws-totais-operador.
           05  ws-qtd-operadores                   pic  9(02).
           05  ws-tot-operador occurs 50 times.
               10  ws-opr-codigo                   pic  x(10).
               10  ws-opr-faixa occurs 15 times.
                   15  ws-opr-qtd-faixa            pic  9(05).
                   15  ws-opr-valor-faixa          pic  9(11)v9(02).

      *> premios a pagar previstos da banca inteira, por faixa
       01  ws-totais-faixa.
           05  ws-tot-faixa occurs 15 times.
               10  ws-fx-qtd-a-pagar               pic  9(07).
               10  ws-fx-valor-a-pagar             pic  9(11)v9(02).

       01  ws-valor-exibe                          pic  zz.zzz.zzz.zz9,99.


       Linkage section.
           move 0   to ws-qtd-conferidas
           move 0   to ws-qtd-premiadas
           move 0   to ws-qtd-canceladas
           move 0   to ws-qtd-prescritas
           move 0   to ws-qtd-rejeitadas
           move 0   to ws-qtd-sem-concurso
           move 0   to ws-qtd-sem-resultado
           move 0   to ws-qtd-ja-pagas
           move 0   to ws-qtd-sem-rateio
           move 0   to ws-qtd-bolao-sem-cotas
           move 0   to ws-qtd-operadores

           perform varying ws-ind from 1 by 1 until ws-ind > 15
               move 0 to ws-fx-qtd-a-pagar(ws-ind)
               move 0 to ws-fx-valor-a-pagar(ws-ind)
           end-perform
           move 0   to ws-concurso
           move "N" to ws-sw-resultado-achado

           perform grava-joblog-inicio

           display "Escolha o tipo de jogo a conferir:"
           display "2 - Quina"
           display "3 - Lotofacil"
           accept ws-ind-lot
           display " "

      *> menor quantidade de acertos premiada em cada formato; no
              display "Tipo de jogo invalido."
              move 4 to return-code
           else
      *> cada aposta e conferida contra o concurso gravado nela, entao
      *> o arquivo oficial fica aberto durante a trilha inteira
              open input resultado-oficial

              if ws-resul-status <> "00"
                 display "Nenhum resultado oficial carregado (RESULOFI)."
                 display "Carregue-os antes pelo Desafio.Resultado."
                 move 8 to return-code
              else
      *> o rateio oficial valoriza os premios ainda a pagar; sem ele a
      *> conferencia sai do mesmo jeito, so sem os valores previstos
                 move "N" to ws-sw-rateio-aberto

                 open input rateio-oficial

                 if ws-rate-status = "00"
                    move "S" to ws-sw-rateio-aberto
                 end-if

      *> o bolao parcialmente pago so deixa a pagar a parte das cotas
      *> ainda ativas; sem BOLAOLOT vale o premio inteiro do ticket
                 move "N" to ws-sw-bolao-aberto

                 open input bolao-cotas

                 if ws-bolao-status = "00"
                    move "S" to ws-sw-bolao-aberto
                 end-if

                 perform confere-trilha
                 close resultado-oficial

                 if rateio-aberto
                    close rateio-oficial
                 end-if

                 if bolao-aberto
                    close bolao-cotas
                 end-if
              end-if
           end-if
            .
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que busca no arquivo oficial o concurso da aposta
      *> corrente; as apostas de um mesmo concurso costumam vir juntas
      *> na trilha, entao so le de novo quando o concurso muda
      *>---------------------------------------------------------------------------------
       busca-resultado-oficial section.

           if audit-concurso <> ws-concurso
              move audit-concurso to ws-concurso
              move ws-ind-lot     to resul-ind-lot
              move ws-concurso    to resul-concurso

              read resultado-oficial
                  invalid key     move "N" to ws-sw-resultado-achado
                  not invalid key move "S" to ws-sw-resultado-achado
              end-read
           end-if
            .
       busca-resultado-oficial-exit.
              display "   ***************************************   "
              display "   *   CONFERENCIA DE APOSTAS PREMIADAS  *   "
              display "   ***************************************   "
              display "Jogo " ws-ind-lot
                  " - cada aposta conferida contra o seu concurso"
              display " "

              perform ler-trilha

      *> tickets cancelados pelo Desafio.Cancela ficam fora da
      *> conferencia: o jogo foi anulado e nao concorre a premio; os
      *> jogos de antes do calendario nao tem concurso e os de concurso
      *> ainda sem resultado carregado aguardam a proxima conferencia;
      *> premio prescrito (Desafio.Prescricao) ja nao e pago nem conta
      *> como premio a pagar; o ticket rejeitado pelo sistema central
      *> (Desafio.Retorno) nao concorre e vai ser estornado
              perform until fim-trilha
                  if audit-ind-lot = ws-ind-lot
                     evaluate true
                         when audit-cancelada
                              add 1 to ws-qtd-canceladas
                         when audit-prescrita
                              add 1 to ws-qtd-prescritas
                         when audit-rejeitada-central
                              add 1 to ws-qtd-rejeitadas
                         when audit-concurso = 0
                              add 1 to ws-qtd-sem-concurso
                         when other
                              perform busca-resultado-oficial

                              if resultado-achado
                                 add 1 to ws-qtd-conferidas
                                 perform confere-aposta-trilha
                              else
                                 add 1 to ws-qtd-sem-resultado
                              end-if
                     end-evaluate
                  end-if
                  perform ler-trilha
              end-perform
           if ws-qtd-acertos >= ws-min-acertos
              add 1 to ws-qtd-premiadas
              perform nomeia-faixa-premio
              perform busca-valor-rateio
              display "PREMIADA - " ws-nome-faixa
                  " - ticket: "   audit-ticket
                  " - concurso: " audit-concurso
                  " - operador: " audit-operador
                  " - data: "     audit-data
                  " - acertos: "  ws-qtd-acertos
                  audit-num3 " " audit-num4 " " audit-num5 " "
                  audit-num6 " " audit-num7 " " audit-num8 " "
                  audit-num9 " " audit-num10

              if audit-ativa
                 add 1               to ws-fx-qtd-a-pagar(ws-qtd-acertos)
                 add ws-valor-rateio to ws-fx-valor-a-pagar(ws-qtd-acertos)
              else
                 add 1               to ws-qtd-ja-pagas
              end-if

              perform acumula-premio-operador
           end-if
            .
       confere-aposta-trilha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que busca no rateio oficial o valor da faixa da aposta
      *> premiada; so conta como premio a pagar a aposta ainda ativa,
      *> pois a ja paga saiu do caixa no dia do pagamento; no bolao,
      *> que segue ativo ate a ultima cota ser paga, so a parte das
      *> cotas ainda ativas
      *>---------------------------------------------------------------------------------
       busca-valor-rateio section.

           move 0 to ws-valor-rateio

           if audit-ativa
              if rateio-aberto
                 move ws-ind-lot     to rate-ind-lot
                 move audit-concurso to rate-concurso
                 move ws-qtd-acertos to rate-acertos

                 read rateio-oficial
                     invalid key
                         add 1 to ws-qtd-sem-rateio
                     not invalid key
                         move rate-valor-premio to ws-valor-rateio
                 end-read

                 if audit-qtd-cotas > 0 and ws-valor-rateio > 0
                    perform parte-pendente-bolao
                 end-if
              else
                 add 1 to ws-qtd-sem-rateio
              end-if
           end-if
            .
       busca-valor-rateio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que reparte o premio do bolao entre as cotas, como o
      *> Desafio.Pagamento, e deixa em ws-valor-rateio so a soma das
      *> partes das cotas ainda ativas (pagas e prescritas ficam fora);
      *> cotas incompletas em BOLAOLOT mantem o premio inteiro
      *>---------------------------------------------------------------------------------
       parte-pendente-bolao section.

           move 0   to ws-qtd-cotas
           move 0   to ws-valor-bolao
           move "N" to ws-sw-fim-cotas

           if not bolao-aberto
              move "S" to ws-sw-fim-cotas
           else
              move audit-ticket to bolao-ticket
              move 0            to bolao-cota

              start bolao-cotas key is greater than bolao-chave
                  invalid key move "S" to ws-sw-fim-cotas
              end-start
           end-if

           perform until fim-cotas
               read bolao-cotas next record
                   at end move "S" to ws-sw-fim-cotas
                   not at end
                       if bolao-ticket <> audit-ticket
                          or bolao-cota > 20
                          move "S" to ws-sw-fim-cotas
                       else
                          add 1 to ws-qtd-cotas
                          move bolao-valor-cota
                            to ws-cota-valor(bolao-cota)
                          move bolao-situacao
                            to ws-cota-situacao(bolao-cota)
                          add bolao-valor-cota to ws-valor-bolao
                       end-if
               end-read
           end-perform

           if ws-qtd-cotas <> audit-qtd-cotas or ws-valor-bolao = 0
              add 1 to ws-qtd-bolao-sem-cotas
              display "Cotas do bolao do ticket " audit-ticket
                  " incompletas em BOLAOLOT - premio inteiro a pagar."
           else
              move 0 to ws-valor-repartido
              move 0 to ws-valor-pendente

              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  if ws-idx-cota = ws-qtd-cotas
                     compute ws-cota-parte(ws-idx-cota) =
                             ws-valor-rateio - ws-valor-repartido
                  else
                     compute ws-cota-parte(ws-idx-cota) =
                             ws-valor-rateio * ws-cota-valor(ws-idx-cota)
                             / ws-valor-bolao
                     add ws-cota-parte(ws-idx-cota) to ws-valor-repartido
                  end-if

                  if ws-cota-situacao(ws-idx-cota) = "A"
                     add ws-cota-parte(ws-idx-cota) to ws-valor-pendente
                  end-if
              end-perform

              move ws-valor-pendente to ws-valor-rateio
           end-if
            .
       parte-pendente-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que da nome a faixa de premio conforme o formato do
      *> jogo e a quantidade de acertos
                   until ws-ind > ws-qtd-operadores
               if ws-opr-codigo(ws-ind) = audit-operador
                  add 1 to ws-opr-qtd-faixa(ws-ind, ws-qtd-acertos)
                  add ws-valor-rateio
                    to ws-opr-valor-faixa(ws-ind, ws-qtd-acertos)
                  move "S" to ws-sw-oper-achado
               end-if
           end-perform
                   to ws-opr-codigo(ws-qtd-operadores)
                 perform varying ws-ind2 from 1 by 1 until ws-ind2 > 15
                     move 0 to ws-opr-qtd-faixa(ws-qtd-operadores, ws-ind2)
                     move 0 to ws-opr-valor-faixa(ws-qtd-operadores, ws-ind2)
                 end-perform
                 add 1 to ws-opr-qtd-faixa(ws-qtd-operadores, ws-qtd-acertos)
                 add ws-valor-rateio
                   to ws-opr-valor-faixa(ws-qtd-operadores, ws-qtd-acertos)
              else
                 display "Mais de 50 operadores premiados - operador "
                     audit-operador " ficou fora dos totais."
           display "Apostas conferidas do formato ...: " ws-qtd-conferidas
           display "Apostas premiadas ...............: " ws-qtd-premiadas
           display "Apostas canceladas (ignoradas) ..: " ws-qtd-canceladas
           display "Premios prescritos (ignorados) ..: " ws-qtd-prescritas
           display "Rejeitadas no central (ignor.) ..: " ws-qtd-rejeitadas
           display "Apostas sem concurso (antigas) ..: " ws-qtd-sem-concurso
           display "Apostas aguardando resultado ....: " ws-qtd-sem-resultado

           if ws-qtd-premiadas > 0
              display " "
                          until ws-qtd-acertos < ws-min-acertos
                      if ws-opr-qtd-faixa(ws-ind, ws-qtd-acertos) > 0
                         perform nomeia-faixa-premio
                         move ws-opr-valor-faixa(ws-ind, ws-qtd-acertos)
                           to ws-valor-exibe
                         display "  " ws-nome-faixa
                             " (" ws-qtd-acertos " acertos): "
                             ws-opr-qtd-faixa(ws-ind, ws-qtd-acertos)
                             " aposta(s) - a pagar: " ws-valor-exibe
                      end-if
                  end-perform
              end-perform

              perform imprime-premios-a-pagar
           end-if

           if jogo-lotofacil
       imprime-resumo-conferencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime os premios a pagar previstos por faixa,
      *> pelo rateio oficial, para o dono separar o dinheiro do caixa
      *> antes de os ganhadores chegarem ao balcao
      *>---------------------------------------------------------------------------------
       imprime-premios-a-pagar section.

           move 0 to ws-valor-previsto

           display " "
           display "--- PREMIOS A PAGAR PREVISTOS (RATEIO OFICIAL) ---"

           perform varying ws-qtd-acertos from 15 by -1
                   until ws-qtd-acertos < ws-min-acertos
               if ws-fx-qtd-a-pagar(ws-qtd-acertos) > 0
                  perform nomeia-faixa-premio
                  move ws-fx-valor-a-pagar(ws-qtd-acertos) to ws-valor-exibe
                  display "  " ws-nome-faixa
                      " (" ws-qtd-acertos " acertos): "
                      ws-fx-qtd-a-pagar(ws-qtd-acertos)
                      " aposta(s) - a pagar: " ws-valor-exibe
                  add ws-fx-valor-a-pagar(ws-qtd-acertos) to ws-valor-previsto
               end-if
           end-perform

           move ws-valor-previsto to ws-valor-exibe
           display "Total previsto a pagar ..........: " ws-valor-exibe
           display "Premiadas ja pagas (fora do total): " ws-qtd-ja-pagas

           if ws-qtd-sem-rateio > 0
              display "Premiadas sem rateio carregado ..: " ws-qtd-sem-rateio
                  " (valor fora do total - carregue o rateio pelo "
                  "Desafio.Resultado)"
           end-if

           if ws-qtd-bolao-sem-cotas > 0
              display "Boloes sem cotas em BOLAOLOT ....: "
                  ws-qtd-bolao-sem-cotas " (premio inteiro no total)"
           end-if
            .
       imprime-premios-a-pagar-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que grava no log de execucao (JOBLOG) o registro de
      *> inicio desta execucao, para o relatorio do Desafio.Plantao
