           select ctb-controle assign to "CONTCTL"
               organization is sequential
               file status is ws-ctrl-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
       I-O-Control.


           05  ctrl-exp-qtd                        pic  9(07).
           05  ctrl-exp-hash                       pic  9(13)v9(02).

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-pagto-status                     pic  x(02).
           05  ws-ctb-status                       pic  x(02).
           05  ws-ctrl-status                      pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> nome do arquivo de interface do dia: CTB + AAAAMMDD
       01  ws-export-nome                          pic  x(12).
           move 0 to ws-total-premios
           move 0 to ws-hash-total

           perform grava-joblog-inicio

           display "Informe a data do fechamento (AAAAMMDD, vazio = hoje): "
           accept ws-data-fechamento
           display " "
              if not resposta-confirma
                 display "Exportacao recusada - a data ja havia saido."
                 move 4 to return-code
                 perform grava-joblog-fim
                 stop run
              end-if
           end-if
              display "Erro ao criar o arquivo de interface ("
                  ws-export-nome "): " ws-ctb-status
              move 12 to return-code
              perform grava-joblog-fim
              stop run
           end-if

           move pagto-data                     to ws-det-data
           move pagto-hora                     to ws-det-hora
           move pagto-operador                 to ws-det-operador
           move pagto-cliente                  to ws-det-cliente
           move pagto-ticket                   to ws-det-ticket
           move pagto-ind-lot                  to ws-det-ind-lot
           move pagto-valor                    to ws-det-valor
       imprime-resumo-exportacao-exit.
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

           move "Desafio.Contabil"             to job-programa
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
      *> quantidade de detalhes exportados e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.Contabil"             to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-detalhes                to job-qtd-processados
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
           perform grava-joblog-fim
           stop run.
            .
       finaliza-exit.
