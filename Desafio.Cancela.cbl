           select segu-log assign to "SEGULOG"
               organization is sequential
               file status is ws-segu-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
       I-O-Control.


       fd  segu-log.
           copy SEGREC.

       fd  bolao-cotas.
           copy BOLAREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-oper-status                      pic  x(02).
           05  ws-imp-status                       pic  x(02).
           05  ws-segu-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).

       01  ws-uso-comum.
           05  ws-ticket-informado                 pic  9(08).
               88  autorizado                      value "S".
           05  ws-evento-seguranca                 pic  x(20).
           05  ws-detalhe-seguranca                pic  x(20).
           05  ws-cliente-estorno                  pic  x(10).
           05  ws-valor-estornado                  pic  9(07)v9(02).
           05  ws-sw-fim-cotas                     pic  x(01).
               88  fim-cotas                       value "S".
           05  ws-sw-bolao-cancelavel              pic  x(01).
               88  bolao-cancelavel                value "S".

      *> cotas do bolao do ticket em cancelamento, lidas de BOLAOLOT:
      *> o bolao so e anulado inteiro, com um estorno e um comprovante
      *> por cota, e nunca depois de alguma cota ter o premio pago
       01  ws-bolao.
           05  ws-qtd-cotas                        pic  9(03).
           05  ws-idx-cota                         pic  9(03).
           05  ws-cota                             occurs 20 times.
               10  ws-cota-cliente                 pic  x(10).
               10  ws-cota-valor                   pic  9(05)v9(02).

      *> spool de impressao do terminal do operador, como no
      *> Desafio.Loteria: o comprovante sai na fila IMP-<terminal>,

           perform busca-aposta-ticket

           move "S" to ws-sw-bolao-cancelavel
           move 0   to ws-qtd-cotas

           if ticket-achado and audit-qtd-cotas > 0
              perform verifica-cotas-bolao
           end-if

           evaluate true
               when not ticket-achado
                    display "Ticket " ws-ticket-informado
                        " ja esta cancelado."
                    display " "
                    close audit-trilha
               when audit-prescrita
                    display "Ticket " ws-ticket-informado
                        " com premio prescrito - cancelamento recusado."
                    display " "
                    close audit-trilha
               when not bolao-cancelavel
                    display "Bolao do ticket " ws-ticket-informado
                        " nao pode ser anulado - cancelamento recusado."
                    display " "
                    close audit-trilha
               when other
      *> cancelar mexe no caixa, entao exige a confirmacao de um
      *> supervisor, concedida ou negada sempre gravada no SEGULOG
                       display " "
                       close audit-trilha
                    else
                       if ws-qtd-cotas > 0
                          perform cancela-cotas-bolao
                       else
                          perform busca-movimento-original
                          move ws-valor-original to ws-valor-estornado

                          if mov-achado
                             move audit-cliente to ws-cliente-estorno
                             perform grava-estorno
                          else
                             display "Ticket sem cobranca em MOVTOLOT - "
                                 "cancelado sem estorno de caixa."
                          end-if
                       end-if

                       perform marca-ticket-cancelado
       busca-aposta-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le as cotas do bolao do ticket em BOLAOLOT; o bolao
      *> so pode ser anulado com todas as cotas presentes e nenhuma
      *> delas ja paga
      *>---------------------------------------------------------------------------------
       verifica-cotas-bolao section.

           move "N" to ws-sw-fim-cotas

           open input bolao-cotas

           if ws-bolao-status <> "00"
              display "Cotas do bolao (BOLAOLOT) indisponiveis: "
                  ws-bolao-status
              move "N" to ws-sw-bolao-cancelavel
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

                             if not bolao-cota-ativa
                                display "Cota " bolao-cota " do cliente "
                                    bolao-cliente " ja paga, anulada ou prescrita."
                                move "N" to ws-sw-bolao-cancelavel
                             end-if
                          end-if
                  end-read
              end-perform

              close bolao-cotas

              if ws-qtd-cotas <> audit-qtd-cotas
                 display "Cotas do bolao incompletas em BOLAOLOT."
                 move "N" to ws-sw-bolao-cancelavel
              end-if
           end-if
            .
       verifica-cotas-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que anula todas as cotas do bolao juntas: grava o
      *> estorno de cada cota no caixa, com o valor e o cliente dela, e
      *> marca a cota como cancelada em BOLAOLOT
      *>---------------------------------------------------------------------------------
       cancela-cotas-bolao section.

           move 0 to ws-valor-estornado

           open i-o bolao-cotas

           perform varying ws-idx-cota from 1 by 1
                   until ws-idx-cota > ws-qtd-cotas
               move ws-cota-valor(ws-idx-cota)   to ws-valor-original
               move ws-cota-cliente(ws-idx-cota) to ws-cliente-estorno
               perform grava-estorno
               add ws-valor-original to ws-valor-estornado

               move ws-ticket-informado to bolao-ticket
               move ws-idx-cota         to bolao-cota

               read bolao-cotas
                   invalid key
                       display "Cota " ws-idx-cota
                           " sumiu de BOLAOLOT durante o cancelamento."
                       move 12 to return-code
                   not invalid key
                       move "C" to bolao-situacao
                       rewrite bolao-registro

                       if ws-bolao-status <> "00"
                          display "Erro ao marcar a cota como cancelada "
                              "(BOLAOLOT): " ws-bolao-status
                          move 12 to return-code
                       end-if
               end-read
           end-perform

           close bolao-cotas
            .
       cancela-cotas-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que procura no movimento de caixa a cobranca original
      *> do ticket, para o estorno sair com o mesmo valor cobrado
           move ws-valor-original              to mov-valor
           move ws-ticket-informado            to mov-ticket
           move "E"                            to mov-tipo
           move ws-cliente-estorno             to mov-cliente

           write mov-registro

                  ws-audit-status
              move 12 to return-code
           else
              move ws-valor-estornado to ws-valor-exibe
              display "Ticket " ws-ticket-informado
                  " cancelado - valor estornado: " ws-valor-exibe
              display " "

      *>---------------------------------------------------------------------------------
      *> Section que imprime o comprovante de cancelamento no arquivo
      *> de impressao do balcao, para grampear no canhoto anulado; o
      *> bolao sai com um comprovante por cota, um para cada canhoto
      *>---------------------------------------------------------------------------------
       imprime-comprovante section.

              open output ticket-impressao
           end-if

           if ws-qtd-cotas = 0
              move 0 to ws-idx-cota
              perform imprime-via-comprovante
           else
              perform varying ws-idx-cota from 1 by 1
                      until ws-idx-cota > ws-qtd-cotas
                  move ws-cota-valor(ws-idx-cota) to ws-valor-original
                  perform imprime-via-comprovante
              end-perform
           end-if

           close ticket-impressao
            .
       imprime-comprovante-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que imprime uma via do comprovante no spool ja aberto;
      *> com WS-IDX-COTA maior que zero a via e a da cota do bolao
      *>---------------------------------------------------------------------------------
       imprime-via-comprovante section.

           move all "*"                        to ws-ticket-linha
           write ticket-linha from ws-ticket-linha

               delimited by size into ws-ticket-linha
           write ticket-linha from ws-ticket-linha

           if ws-idx-cota > 0
              move spaces                      to ws-ticket-linha
              string "* BOLAO - COTA " ws-idx-cota " DE " ws-qtd-cotas
                     " - CLIENTE: " ws-cota-cliente(ws-idx-cota)
                  delimited by size into ws-ticket-linha
              write ticket-linha from ws-ticket-linha
           end-if

           move spaces                         to ws-ticket-linha
           move ws-valor-original              to ws-valor-exibe
           string "* VALOR ESTORNADO: " ws-valor-exibe

           move spaces                         to ws-ticket-linha
           write ticket-linha from ws-ticket-linha
            .
       imprime-via-comprovante-exit.
           exit.

      *>---------------------------------------------------------------------------------
