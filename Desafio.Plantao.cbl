           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
           select trn-controle assign to "TRANSCTL"
               organization is sequential
               file status is ws-tctl-status.
       I-O-Control.


       fd  job-log.
           copy JOBREC.

       fd  trn-controle.
           copy TCTLREC.

      *>--Variáveis de trabalho
       Working-storage section.

       01  ws-status-arquivos.
           05  ws-job-status                       pic  x(02).
           05  ws-tctl-status                      pic  x(02).

       01  ws-uso-comum.
           05  ws-ind                              pic  9(02).
               88  passo-achado                    value "S".
           05  ws-qtd-alertas                      pic  9(03).
           05  ws-qtd-outros                       pic  9(05).
           05  ws-sw-lote-achado                   pic  x(01).
               88  lote-achado                     value "S".
           05  ws-qtd-retornos-atrasados           pic  9(03).

      *> os passos esperados da cadeia da noite, na ordem em que o
      *> escalonador os encadeia; cada um guarda o inicio e o fim mais
      *> recentes achados no JOBLOG da data pedida
       01  ws-tabela-cadeia.
           05  ws-passo occurs 7 times.
               10  ws-passo-programa               pic  x(20).
               10  ws-passo-tem-inicio             pic  x(01).
               10  ws-passo-hora-inicio            pic  9(06).
           move "Desafio.Expurgo"     to ws-passo-programa(4)
           move "Desafio.Resultado"   to ws-passo-programa(5)
           move "Desafio.Conferencia" to ws-passo-programa(6)
           move "Desafio.Prescricao"  to ws-passo-programa(7)

           perform varying ws-ind from 1 by 1 until ws-ind > 7
               move "N" to ws-passo-tem-inicio(ws-ind)
               move "N" to ws-passo-tem-fim(ws-ind)
               move 0   to ws-passo-hora-inicio(ws-ind)

           perform carrega-joblog
           perform imprime-cadeia
           perform imprime-transmissao

           if ws-qtd-outros > 0
              display " "

           move "N" to ws-sw-passo-achado

           perform varying ws-ind from 1 by 1 until ws-ind > 7
               if ws-passo-programa(ws-ind) = job-programa
                  move "S" to ws-sw-passo-achado

      *>---------------------------------------------------------------------------------
       imprime-cadeia section.

           perform varying ws-ind from 1 by 1 until ws-ind > 7
               evaluate true
                   when ws-passo-tem-inicio(ws-ind) = "N"
                        and ws-passo-tem-fim(ws-ind) = "N"
       imprime-cadeia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que mostra a situacao da transmissao ao sistema central
      *> (TRANSCTL): o lote do movimento da data, se ja saiu e se o
      *> retorno ja foi importado; movimento nao transmitido, lote com
      *> rejeitados e lote de dias anteriores ainda sem retorno sao
      *> alertas
      *>---------------------------------------------------------------------------------
       imprime-transmissao section.

           move "N" to ws-sw-fim-arquivo
           move "N" to ws-sw-lote-achado
           move 0   to ws-qtd-retornos-atrasados

           display " "

           open input trn-controle

           if ws-tctl-status = "00"
              perform le-controle-transmissao
              close trn-controle
           end-if

           if not lote-achado
              add 1 to ws-qtd-alertas
              display "Transmissao do movimento " ws-data-relatorio
                  " *** NAO GERADA ***"
           end-if

           add ws-qtd-retornos-atrasados to ws-qtd-alertas
            .
       imprime-transmissao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Section que le o controle TRANSCTL e mostra cada lote que
      *> interessa ao plantao
      *>---------------------------------------------------------------------------------
       le-controle-transmissao section.

           perform until fim-arquivo
               read trn-controle
                   at end move "S" to ws-sw-fim-arquivo
                   not at end
                       if tctl-data-movimento = ws-data-relatorio
                          move "S" to ws-sw-lote-achado
                          display "Transmissao lote " tctl-lote
                              " gerado em " tctl-data-geracao
                              " as " tctl-hora-geracao
                              " - " tctl-qtd-tickets " ticket(s)"

                          if tctl-retorno-processado
                             if tctl-qtd-rejeitados > 0
                                add 1 to ws-qtd-alertas
                                display "   retorno de " tctl-data-retorno
                                    ": " tctl-qtd-aceitos " aceito(s), "
                                    tctl-qtd-rejeitados " rejeitado(s)"
                                    " *** REJEITADOS A TRATAR ***"
                             else
                                display "   retorno de " tctl-data-retorno
                                    ": " tctl-qtd-aceitos " aceito(s) - OK"
                             end-if
                          else
                             display "   aguardando o retorno do sistema "
                                 "central"
                          end-if
                       else
                          if tctl-enviado
                             and tctl-data-movimento < ws-data-relatorio
                             add 1 to ws-qtd-retornos-atrasados
                             display "Transmissao lote " tctl-lote
                                 " do movimento " tctl-data-movimento
                                 " *** SEM RETORNO DO CENTRAL ***"
                          end-if
                       end-if
               end-read
           end-perform
            .
       le-controle-transmissao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Finalização
      *>---------------------------------------------------------------------------------
