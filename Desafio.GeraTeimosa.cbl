           select controle-execucao assign to "RUNCTL"
               organization is sequential
               file status is ws-ctrl-status.
           select job-log assign to "JOBLOG"
               organization is sequential
               file status is ws-job-status.
       I-O-Control.


       fd  controle-execucao.
           copy CTRLREC.

       fd  job-log.
           copy JOBREC.

      *>--Variáveis de trabalho
       Working-storage section.

           05  ws-apostas-status                   pic  x(02).
           05  ws-oper-status                      pic  x(02).
           05  ws-ctrl-status                      pic  x(02).
           05  ws-job-status                       pic  x(02).

      *> nome do arquivo de apostas em lote a materializar; o padrao
      *> APOSTASLT pode ser trocado pelo cartao de parametros RUNCTL,
           move 0   to ws-qtd-fora-vigencia
           move 0   to ws-qtd-outro-formato

           perform grava-joblog-inicio

           move function current-date(1:8) to ws-data-hoje

           perform le-controle-execucao
               when other
                    display "Tipo de jogo invalido: " ws-ind-lot
                    move 4 to return-code
                    perform grava-joblog-fim
                    stop run
           end-evaluate
            .
              display "Cadastro de operadores (OPERMST) indisponivel: "
                  ws-oper-status
              move 12 to return-code
              perform grava-joblog-fim
              stop run
           end-if

                 display "Erro ao abrir o arquivo de apostas ("
                     ws-apostas-nome "): " ws-apostas-status
                 move 12 to return-code
                 perform grava-joblog-fim
                 stop run
              end-if


           move fixa-operador                  to aposta-jogador
           move fixa-cliente                   to aposta-cliente
           move 0                              to aposta-desdobramento
           move fixa-num1                      to aposta-num1
           move fixa-num2                      to aposta-num2
           move fixa-num3                      to aposta-num3
       imprime-resumo-geracao-exit.
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

           move "Desafio.GeraTeimosa"          to job-programa
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
      *> quantidade de apostas materializadas e o RETURN-CODE final
      *>---------------------------------------------------------------------------------
       grava-joblog-fim section.

           open extend job-log

           if ws-job-status = "35"
              open output job-log
           end-if

           move "Desafio.GeraTeimosa"          to job-programa
           move function current-date(1:8)     to job-data
           move function current-date(9:6)     to job-hora
           move "F"                            to job-evento
           move ws-qtd-geradas                 to job-qtd-processados
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
