               access mode is dynamic
               record key is oper-codigo
               file status is ws-oper-status.
           select bolao-cotas assign to "BOLAOLOT"
               organization is indexed
               access mode is dynamic
               record key is bolao-chave
               file status is ws-bolao-status.
       I-O-Control.


       fd  oper-mestre.
           copy OPERREC.

       fd  bolao-cotas.
           copy BOLAREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-imp-status                       pic  x(02).
           05  ws-audit-status                     pic  x(02).
           05  ws-oper-status                      pic  x(02).
           05  ws-bolao-status                     pic  x(02).

       01  ws-uso-comum.
           05  ws-opcao-menu                       pic  9(02).
               88  ticket-achado                   value "S".
           05  ws-sw-operador-valido               pic  x(01).
               88  operador-valido                 value "S".
           05  ws-cota-informada                   pic  9(03).
           05  ws-sw-cota-achada                   pic  x(01).
               88  cota-achada                     value "S".

      *> nome do spool de impressao de um terminal (IMP-<terminal>),
      *> onde o Desafio.Loteria e o Desafio.Cancela enfileiram os
       01  ws-ticket-linha                         pic  x(80).
       01  ws-ticket-numeros                       pic  x(45).
       01  ws-ticket-pos                           pic  9(02).
       01  ws-valor-exibe                          pic  zz.zz9,99.

      *> copia da cota do bolao pedida na segunda via, pois cada cota
      *> tem o seu proprio canhoto
           copy BOLAREC replacing leading ==bolao-== by ==gbol-==.


       Linkage section.
                  " nao encontrado na trilha de auditoria."
              display " "
           else
              move 0   to ws-cota-informada
              move "S" to ws-sw-cota-achada

              if gaud-qtd-cotas > 0
                 perform informa-cota-segunda-via
              end-if

              if cota-achada
                 perform imprime-segunda-via

                 display "Segunda via do ticket " ws-ticket-informado
                     " enviada ao spool do terminal " ws-terminal-atual "."
                 display " "
              end-if
           end-if
            .
       emite-segunda-via-exit.
       busca-aposta-ticket-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que pede a cota de um ticket de bolao, pois a segunda
      *> via e sempre a do canhoto de uma cota, com o cliente dela
      *>---------------------------------------------------------------------------------
       informa-cota-segunda-via section.

           move "N" to ws-sw-cota-achada

           display "Ticket de bolao com " gaud-qtd-cotas
               " cotas - informe a cota: "
           accept ws-cota-informada
           display " "

           open input bolao-cotas

           if ws-bolao-status <> "00"
              display "Cotas do bolao (BOLAOLOT) indisponiveis: "
                  ws-bolao-status
           else
              move ws-ticket-informado to bolao-ticket
              move ws-cota-informada   to bolao-cota

              read bolao-cotas
                  invalid key
                      continue
                  not invalid key
                      move "S"            to ws-sw-cota-achada
                      move bolao-registro to gbol-registro
              end-read

              close bolao-cotas
           end-if

           if not cota-achada
              display "Cota " ws-cota-informada " do ticket "
                  ws-ticket-informado " nao encontrada - segunda via "
                  "nao emitida."
              display " "
           end-if
            .
       informa-cota-segunda-via-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que remonta o canhoto do ticket a partir do registro
      *> da trilha e o enfileira no spool do terminal do solicitante
              write spool-linha from ws-ticket-linha
           end-if

           if ws-cota-informada > 0
              move spaces                      to ws-ticket-linha
              string "* BOLAO - COTA " gbol-cota " DE " gbol-qtd-cotas
                     " - CLIENTE: " gbol-cliente
                  delimited by size into ws-ticket-linha
              write spool-linha from ws-ticket-linha

              move gbol-valor-cota             to ws-valor-exibe
              move spaces                      to ws-ticket-linha
              string "* VALOR DA COTA: " ws-valor-exibe
                  delimited by size into ws-ticket-linha
              write spool-linha from ws-ticket-linha

              if gbol-cota-paga
                 move spaces                   to ws-ticket-linha
                 move "* PREMIO DA COTA JA PAGO" to ws-ticket-linha
                 write spool-linha from ws-ticket-linha
              end-if
           end-if

           move spaces                         to ws-ticket-linha
           evaluate gaud-ind-lot
               when 1
           end-evaluate
           write spool-linha from ws-ticket-linha

           if gaud-concurso > 0
              move spaces                      to ws-ticket-linha
              string "* CONCURSO: " gaud-concurso
                  delimited by size into ws-ticket-linha
              write spool-linha from ws-ticket-linha
           end-if

           perform monta-linha-apostados
           move spaces                         to ws-ticket-linha
           string "* APOSTADOS: " ws-ticket-numeros
                    move "* TICKET CANCELADO - NAO CONCORRE A PREMIO"
                                              to ws-ticket-linha
                    write spool-linha from ws-ticket-linha
               when gaud-prescrita
                    move spaces               to ws-ticket-linha
                    move "* PREMIO PRESCRITO - NAO RESGATADO NO PRAZO"
                                              to ws-ticket-linha
                    write spool-linha from ws-ticket-linha
               when other
                    continue
           end-evaluate
