               access mode is dynamic
               record key is hist-chave
               file status is ws-hist-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
           select desdobramento assign to "DESDOLOT"
               organization is indexed
               access mode is dynamic
               record key is desd-numero
               file status is ws-desd-status.
       I-O-Control.


       fd  hist-sorteio.
           copy HISTREC.

       fd  bolao-cotas.
           copy BOLAREC.

       fd  desdobramento.
           copy DESDREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-mov-status                       pic  x(02).
           05  ws-pagto-status                     pic  x(02).
           05  ws-hist-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).
           05  ws-desd-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
           05  ws-sw-hist-achado                   pic  x(01).
               88  hist-achado                     value "S".
           05  ws-qtd-presencas                    pic  9(02).
           05  ws-qtd-cobrancas                    pic  9(03).
           05  ws-qtd-irmaos                       pic  9(04).

      *> dados do movimento de cobranca guardados antes de varrer o
      *> restante do arquivo atras de um estorno do mesmo ticket; no
      *> bolao ha uma cobranca por cota e o valor e a soma delas
       01  ws-mov-guardado.
           05  ws-mov-data                         pic  9(08).
           05  ws-mov-hora                         pic  9(06).
           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-mov-achado
           move "N" to ws-sw-estorno-achado
           move 0   to ws-qtd-cobrancas
           move 0   to ws-mov-valor

           open input mov-caixa

                                move mov-data     to ws-mov-data
                                move mov-hora     to ws-mov-hora
                                move mov-operador to ws-mov-operador
                                add  mov-valor    to ws-mov-valor
                                add  1            to ws-qtd-cobrancas
                             end-if
                          end-if
                  end-read
              display " "
           else
              perform exibe-parte-auditoria

              if audit-achado and gaud-qtd-cotas > 0
                 perform exibe-parte-bolao
              end-if

              if audit-achado and gaud-desdobramento > 0
                 perform exibe-parte-desdobramento
              end-if

              perform exibe-parte-movimento
              perform exibe-parte-pagamento
              perform exibe-parte-historico
                 display "  cliente ..: " gaud-cliente
              end-if

              if gaud-concurso > 0
                 display "  concurso .: " gaud-concurso
              else
                 display "  concurso .: nao informado (jogo anterior ao calendario)"
              end-if

              display "  apostados: " gaud-num1 " " gaud-num2 " "
                  gaud-num3 " " gaud-num4 " " gaud-num5 " "
                  gaud-num6 " " gaud-num7 " " gaud-num8 " "
                       display "  situacao : PREMIO JA PAGO"
                  when gaud-cancelada
                       display "  situacao : TICKET CANCELADO"
                  when gaud-prescrita
                       display "  situacao : PREMIO PRESCRITO (NAO "
                           "RESGATADO NO PRAZO)"
                  when other
                       continue
              end-evaluate
       exibe-parte-auditoria-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que exibe as cotas do bolao (BOLAOLOT): o cliente, o
      *> valor e a situacao de cada uma, com as cotas ainda a pagar
      *>---------------------------------------------------------------------------------
       exibe-parte-bolao section.

           move "N" to ws-sw-fim-arquivo

           display "BOLAOLOT .: bolao de " gaud-qtd-cotas " cotas"

           open input bolao-cotas

           if ws-bolao-status <> "00"
              display "  cotas ...: BOLAOLOT indisponivel ("
                  ws-bolao-status ")."
           else
              move ws-ticket-informado to bolao-ticket
              move 0                   to bolao-cota

              start bolao-cotas key is greater than bolao-chave
                  invalid key move "S" to ws-sw-fim-arquivo
              end-start

              perform until fim-arquivo
                  read bolao-cotas next record
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if bolao-ticket <> ws-ticket-informado
                             move "S" to ws-sw-fim-arquivo
                          else
                             move bolao-valor-cota to ws-valor-exibe

                             evaluate true
                                 when bolao-cota-ativa
                                      display "  cota " bolao-cota
                                          " - cliente " bolao-cliente
                                          " - valor " ws-valor-exibe
                                          " - ativa"
                                 when bolao-cota-paga
                                      display "  cota " bolao-cota
                                          " - cliente " bolao-cliente
                                          " - valor " ws-valor-exibe
                                          " - PREMIO PAGO"
                                 when bolao-cota-cancelada
                                      display "  cota " bolao-cota
                                          " - cliente " bolao-cliente
                                          " - valor " ws-valor-exibe
                                          " - CANCELADA"
                                 when bolao-cota-prescrita
                                      display "  cota " bolao-cota
                                          " - cliente " bolao-cliente
                                          " - valor " ws-valor-exibe
                                          " - PREMIO PRESCRITO"
                                 when other
                                      display "  cota " bolao-cota
                                          " - cliente " bolao-cliente
                                          " - valor " ws-valor-exibe
                                          " - situacao " bolao-situacao
                             end-evaluate
                          end-if
                  end-read
              end-perform

              close bolao-cotas
           end-if
            .
       exibe-parte-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que exibe o desdobramento (DESDOLOT) a que o ticket
      *> pertence: numeros escolhidos, garantia e os demais tickets do
      *> mesmo desdobramento achados na trilha
      *>---------------------------------------------------------------------------------
       exibe-parte-desdobramento section.

           open input desdobramento

           if ws-desd-status <> "00"
              display "DESDOLOT .: desdobramento " gaud-desdobramento
                  " - DESDOLOT indisponivel (" ws-desd-status ")."
           else
              move gaud-desdobramento to desd-numero

              read desdobramento
                  invalid key
                      display "DESDOLOT .: desdobramento "
                          gaud-desdobramento " NAO encontrado."
                  not invalid key
                      move desd-valor-total to ws-premio-exibe
                      display "DESDOLOT .: desdobramento " desd-numero
                          " de " desd-data
                          " - cliente " desd-cliente
                          " - " desd-qtd-jogos " jogo(s)"
                          " - " ws-premio-exibe
                      display "  garantia : " desd-garantia
                          " acertos se " desd-condicao
                          " dos escolhidos sairem"
                      display "  escolhidos: " with no advancing
                      perform varying ws-ind from 1 by 1
                              until ws-ind > desd-qtd-escolhidos
                          display desd-escolhido(ws-ind) " "
                              with no advancing
                      end-perform
                      display " "
              end-read

              close desdobramento
           end-if

           move "N" to ws-sw-fim-arquivo
           move 0   to ws-qtd-irmaos

           open input audit-trilha

           if ws-audit-status = "00"
              perform until fim-arquivo
                  read audit-trilha
                      at end move "S" to ws-sw-fim-arquivo
                      not at end
                          if audit-desdobramento = gaud-desdobramento
                             add 1 to ws-qtd-irmaos
                             if audit-ticket = ws-ticket-informado
                                display "  ticket " audit-ticket
                                    " - situacao " audit-situacao
                                    " - " audit-resultado
                                    " <-- este"
                             else
                                display "  ticket " audit-ticket
                                    " - situacao " audit-situacao
                                    " - " audit-resultado
                             end-if
                          end-if
                  end-read
              end-perform

              close audit-trilha
           end-if

           display "  tickets do desdobramento na trilha: " ws-qtd-irmaos
            .
       exibe-parte-desdobramento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que exibe a parte do movimento de caixa: a cobranca
      *> da aposta e um eventual estorno
              display "MOVTOLOT .: cobranca de " ws-valor-exibe
                  " em " ws-mov-data " as " ws-mov-hora
                  " - operador " ws-mov-operador

              if ws-qtd-cobrancas > 1
                 display "  cotas ...: " ws-qtd-cobrancas
                     " cobrancas do bolao somadas"
              end-if
           end-if

           if estorno-achado
                  " (" gpag-acertos " acertos) pago em " gpag-data
                  " - operador " gpag-operador
                  " - valor " ws-premio-exibe

              if gpag-cliente not = spaces
                 display "  recebido pelo cliente " gpag-cliente
              end-if

              if gpag-cota > 0
                 display "  bolao ...: primeiro pagamento, da cota "
                     gpag-cota " - demais cotas na lista do bolao"
              end-if
           end-if
            .
       exibe-parte-pagamento-exit.
